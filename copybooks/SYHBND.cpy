000100*****************************************************************
000200* COPYBOOK:    SYHBND
000300* AUTHOR:      R. OKAFOR  -  BATCH SCHEDULING GROUP
000400* DATE-WRITTEN: 04/09/2026
000500* PURPOSE:     REPORT BUNDLE RECORD (SAYBNDL) WRITTEN BY SAYDST.
000600*              EACH RECORD IS ONE PRINT LINE OF ONE RECIPIENT'S
000700*              BUNDLE, PREFIXED WITH THE RECIPIENT, ITS DELIVERY
000800*              DESTINATION AND THE PAGE NUMBER WITHIN THE BUNDLE,
000900*              SO THE DELIVERY RUN CAN ROUTE EACH BUNDLE TO ITS
001000*              PRINTER OR MAILBOX WITHOUT READING THE PRINT LINES.
001100*              A BUNDLE IS A COVER PAGE FOLLOWED BY ONE SECTION
001200*              PER REPORT; BND-NEW-PAGE MARKS THE FIRST LINE OF
001300*              EACH PAGE.
001400*
001500* MODIFICATION HISTORY:
001600*   04/09/2026  ROK  INITIAL VERSION.
001700*****************************************************************
001800 01  BND-RECORD.
001900     05  BND-RECIP-ID              PIC X(08).
002000     05  BND-DEST-TYPE             PIC X(01).
002100     05  BND-DEST                  PIC X(32).
002200     05  BND-PAGE-NO               PIC 9(04).
002300     05  BND-LINE-TYPE             PIC X(01).
002400         88  BND-NEW-PAGE              VALUE 'P'.
002500         88  BND-NEXT-LINE             VALUE ' '.
002600     05  BND-PRINT-LINE            PIC X(133).
002700     05  FILLER                    PIC X(21).
