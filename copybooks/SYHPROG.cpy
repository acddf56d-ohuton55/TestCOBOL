001700*
001800* MODIFICATION HISTORY:
001900*   02/20/2026  ROK  INITIAL VERSION.
001910*   03/12/2026  ROK  ADDED DISPOSITION 'H' - CARD SKIPPED BECAUSE
001920*                    THE SITE'S REGION WAS ON HOLIDAY.  TREATED AS
001930*                    DONE ON A RESTART, LIKE 'C'.
001940*   03/16/2026  ROK  ADDED PROG-CYCLE-ID.  SAYPROG IS SHARED BY
001950*                    ALL CYCLES - A RESTART ONLY MATCHES ITS OWN
001960*                    CYCLE'S RECORDS AND CARRIES THE OTHER
001970*                    CYCLES' RECORDS FOR THE DATE FORWARD.
002000*****************************************************************
002100 01  PROG-RECORD.
002200     05  PROG-RUN-DATE             PIC 9(08).
002400     05  PROG-SITE-ID              PIC X(15).
002500     05  PROG-DISP                 PIC X(01).
002600         88  PROG-COMPLETED            VALUE 'C'.
002610         88  PROG-HOLIDAY-SKIPPED      VALUE 'H'.
002620         88  PROG-CARD-DONE            VALUE 'C' 'H'.
002700     05  PROG-RETURN-CODE          PIC 9(02).
002710     05  PROG-CYCLE-ID             PIC X(08).
002800     05  FILLER                    PIC X(42).
