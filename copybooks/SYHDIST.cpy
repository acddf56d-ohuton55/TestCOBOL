000100*****************************************************************
000200* COPYBOOK:    SYHDIST
000300* AUTHOR:      R. OKAFOR  -  BATCH SCHEDULING GROUP
000400* DATE-WRITTEN: 04/09/2026
000500* PURPOSE:     CYCLE REPORT DISTRIBUTION LIST (SAYDIST).  A KSDS
000600*              KEYED BY SITE ID AND RECIPIENT, LOADED FROM AN
000700*              80-BYTE CARD DECK BY SAYDSTL1.  ONE RECORD PER SITE
000800*              A RECIPIENT IS TO RECEIVE, NAMING WHICH OF THE
000900*              CYCLE REPORTS (SAYRPT BANNER REPORT, SLARPT SLA
001000*              REPORT, SHRRPT SHIFT HANDOVER PAGE) THE RECIPIENT
001100*              GETS FOR THAT SITE.  SAYDST BURSTS THE REPORTS INTO
001200*              ONE BUNDLE PER RECIPIENT FROM IT.  THE RECIPIENT
001300*              NAME AND DESTINATION ARE REPEATED ON EVERY RECORD
001400*              FOR THE RECIPIENT; THE FIRST ONE READ IS USED.
001500*
001600* MODIFICATION HISTORY:
001700*   04/09/2026  ROK  INITIAL VERSION.
001800*****************************************************************
001900 01  DIST-RECORD.
002000     05  DIST-KEY.
002100         10  DIST-SITE-ID          PIC X(15).
002200         10  DIST-RECIP-ID         PIC X(08).
002300     05  DIST-REPORTS.
002400         10  DIST-GETS-SAYRPT      PIC X(01).
002500             88  DIST-SAYRPT-WANTED    VALUE 'Y'.
002600         10  DIST-GETS-SLARPT      PIC X(01).
002700             88  DIST-SLARPT-WANTED    VALUE 'Y'.
002800         10  DIST-GETS-SHRRPT      PIC X(01).
002900             88  DIST-SHRRPT-WANTED    VALUE 'Y'.
003000     05  DIST-REPORT-FLAGS REDEFINES DIST-REPORTS.
003100         10  DIST-GETS-REPORT      PIC X(01) OCCURS 3 TIMES.
003200     05  DIST-DEST-TYPE            PIC X(01).
003300         88  DIST-DEST-PRINTER         VALUE 'P'.
003400         88  DIST-DEST-EMAIL           VALUE 'E'.
003500         88  DIST-DEST-VALID           VALUE 'P' 'E'.
003600     05  DIST-DEST                 PIC X(32).
003700     05  DIST-RECIP-NAME           PIC X(20).
003800     05  FILLER                    PIC X(01).
