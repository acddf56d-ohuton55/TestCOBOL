001800*
001900* MODIFICATION HISTORY:
002000*   02/18/2026  ROK  INITIAL VERSION.
002010*   03/16/2026  ROK  ADDED STAT-CYCLE-ID - ONE RECORD PER CYCLE
002020*                    (SPACES = ORIGINAL SINGLE CYCLE).
002100*****************************************************************
002200 01  STAT-RECORD.
002300     05  STAT-BUSINESS-DATE        PIC 9(08).
003300     05  STAT-FEED-STATUS          PIC X(01).
003400         88  STAT-CYCLE-COMPLETE       VALUE 'C'.
003500         88  STAT-CYCLE-OPEN           VALUE 'O'.
003510     05  STAT-CYCLE-ID             PIC X(08).
003600     05  FILLER                    PIC X(18).
