000100*****************************************************************
000200* PROGRAM-ID:  SAYDST
000300* AUTHOR:      R. OKAFOR  -  BATCH SCHEDULING GROUP
000400* INSTALLATION: DAYLIGHT DATA CENTER
000500* DATE-WRITTEN: 04/09/2026
000600* DATE-COMPILED:
000700* PURPOSE:     CYCLE REPORT BURST AND DISTRIBUTION.  SAYRPT,
000800*              SLARPT AND THE SAYSHR HANDOVER PAGE EACH COVER THE
000900*              WHOLE ESTATE.  THIS PROGRAM READS WHICHEVER OF THE
001000*              THREE ARE SUPPLIED, PICKS OUT THE LINES THAT BELONG
001100*              TO A SITE AND, FROM THE SAYDIST DISTRIBUTION LIST
001200*              (SEE SYHDIST), WRITES ONE BUNDLE PER RECIPIENT TO
001300*              SAYBNDL (SEE SYHBND) HOLDING ONLY THE RECIPIENT'S
001400*              SITE LINES FROM THE REPORTS IT RECEIVES.  EACH
001500*              BUNDLE OPENS WITH A COVER PAGE CARRYING THE SITE
001600*              BANNERS FROM THE SAYBAN BANNER SERVICE.  DSTRPT IS
001700*              THE DISTRIBUTION CONTROL REPORT: REJECTED ENTRIES,
001800*              THE REPORTS READ, LINES AND PAGES PER RECIPIENT,
001900*              AND EVERY SITE WITH REPORT LINES THAT NO RECIPIENT
002000*              RECEIVES (CC 4).  SITE LINES ARE RECOGNISED BY
002100*              THEIR PRINT LAYOUT:
002200*                SAYRPT - THE SAYHEY BANNER LINE ('... - SITE
002300*                         XXX') AND THE THREE LINES AFTER IT, AND
002400*                         THE 'SITE XXX ...' SKIP LINES.
002500*                SLARPT - THE SAYSLA LATE / AT-RISK SITE LINES.
002600*                SHRRPT - THE SAYSHR SITE LINES AND THE ALERT
002700*                         LINES THAT CARRY A SITE ID.
002750*              HEADINGS, TOTALS AND ESTATE-WIDE LINES ARE NOT
002800*              DISTRIBUTED.  A CYCLE-LEVEL ALERT, RAISED UNDER
002850*              SITE '*CYCLE*' PLUS THE CYCLE ID, IS ESTATE-WIDE
002900*              WHICHEVER REPORT CARRIES IT.  EACH REPORT SECTION
002950*              OF A BUNDLE IS HEADED WITH THE REPORT'S OWN TITLE
003000*              LINE.
003100* TECTONICS:   cobc -x saydst.cbl sayban.cbl
003200*
003300* MODIFICATION HISTORY:
003400*   04/09/2026  ROK  INITIAL VERSION.
003410*   10/15/2026  ROK  CYCLE-LEVEL ALERTS (SITE '*CYCLE*' + CYCLE
003420*                    ID) ARE COUNTED AS ESTATE-WIDE, NOT AS A SITE
003430*                    MISSING FROM THE DISTRIBUTION LIST.
003440*                    RECIPIENT LINE WIDENED TO 133 BYTES.
003500*****************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.                  SAYDST.
003800 AUTHOR.                      R. OKAFOR.
003900 INSTALLATION.                DAYLIGHT DATA CENTER.
004000 DATE-WRITTEN.                04/09/2026.
004100 DATE-COMPILED.
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.             IBM-370.
004600 OBJECT-COMPUTER.             IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT SAYDIST-FILE      ASSIGN TO SAYDIST
005000                               ORGANIZATION IS INDEXED
005100                               ACCESS MODE IS SEQUENTIAL
005200                               RECORD KEY IS DIST-KEY
005300                               FILE STATUS IS WS-SAYDIST-STATUS.
005400     SELECT SAYRPT-FILE       ASSIGN TO SAYRPT
005500                               ORGANIZATION IS SEQUENTIAL
005600                               FILE STATUS IS WS-SAYRPT-STATUS.
005700     SELECT SLARPT-FILE       ASSIGN TO SLARPT
005800                               ORGANIZATION IS SEQUENTIAL
005900                               FILE STATUS IS WS-SLARPT-STATUS.
006000     SELECT SHRRPT-FILE       ASSIGN TO SHRRPT
006100                               ORGANIZATION IS SEQUENTIAL
006200                               FILE STATUS IS WS-SHRRPT-STATUS.
006300     SELECT SAYBNDL-FILE      ASSIGN TO SAYBNDL
006400                               ORGANIZATION IS SEQUENTIAL
006500                               FILE STATUS IS WS-SAYBNDL-STATUS.
006600     SELECT DSTRPT-FILE       ASSIGN TO DSTRPT
006700                               ORGANIZATION IS SEQUENTIAL
006800                               FILE STATUS IS WS-DSTRPT-STATUS.
006900*****************************************************************
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  SAYDIST-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY SYHDIST.
007500 FD  SAYRPT-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 01  SAYRPT-IN-REC            PIC X(133).
007900 FD  SLARPT-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  SLARPT-IN-REC            PIC X(133).
008300 FD  SHRRPT-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  SHRRPT-IN-REC            PIC X(133).
008700 FD  SAYBNDL-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000     COPY SYHBND.
009100 FD  DSTRPT-FILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400 01  RPT-PRINT-REC            PIC X(133).
009500 WORKING-STORAGE SECTION.
009600*****************************************************************
009700*    RUN-CONTROL / RUN-DATE FIELDS (SHARED COPYBOOK)
009800*****************************************************************
009900     COPY SYHRUNDT.
010000*****************************************************************
010100*    SAYBAN PARAMETER AREA (SHARED COPYBOOK)
010200*****************************************************************
010300     COPY SYHBAN.
010400*****************************************************************
010500*    FILE STATUS, OPEN AND END-OF-FILE CONTROL
010600*****************************************************************
010700 01  WS-SAYDIST-STATUS        PIC X(02) VALUE SPACES.
010800     88  WS-SAYDIST-OK                  VALUE '00'.
010900 01  WS-SAYRPT-STATUS         PIC X(02) VALUE SPACES.
011000     88  WS-SAYRPT-OK                   VALUE '00'.
011100 01  WS-SLARPT-STATUS         PIC X(02) VALUE SPACES.
011200     88  WS-SLARPT-OK                   VALUE '00'.
011300 01  WS-SHRRPT-STATUS         PIC X(02) VALUE SPACES.
011400     88  WS-SHRRPT-OK                   VALUE '00'.
011500 01  WS-SAYBNDL-STATUS        PIC X(02) VALUE SPACES.
011600     88  WS-SAYBNDL-OK                  VALUE '00'.
011700 01  WS-DSTRPT-STATUS         PIC X(02) VALUE SPACES.
011800     88  WS-DSTRPT-OK                   VALUE '00'.
011900 01  WS-SAYBNDL-OPEN-SW       PIC X(01) VALUE 'N'.
012000     88  WS-SAYBNDL-OPEN                VALUE 'Y'.
012100 01  WS-DSTRPT-OPEN-SW        PIC X(01) VALUE 'N'.
012200     88  WS-DSTRPT-OPEN                 VALUE 'Y'.
012300 01  WS-DIST-EOF-SW           PIC X(01) VALUE 'N'.
012400     88  WS-DIST-EOF                    VALUE 'Y'.
012500 01  WS-IN-EOF-SW             PIC X(01) VALUE 'N'.
012600     88  WS-IN-EOF                      VALUE 'Y'.
012700*****************************************************************
012800*    RETURN-CODE / CONDITION-CODE CONTROL
012900*****************************************************************
013000 01  WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
013100     88  RC-NORMAL                      VALUE 0.
013200     88  RC-WARNING                     VALUE 4.
013300     88  RC-ERROR                       VALUE 8.
013400*****************************************************************
013500*    BUSINESS DATE, AS SAYBAN RETURNS IT FROM SAYCAL
013600*****************************************************************
013700 01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
013800 01  WS-BUSINESS-DATE-GRP REDEFINES WS-BUSINESS-DATE.
013900     05  WS-BUS-YYYY          PIC 9(04).
014000     05  WS-BUS-MM            PIC 9(02).
014100     05  WS-BUS-DD            PIC 9(02).
014200*****************************************************************
014300*    THE THREE REPORTS.  SUBSCRIPT 1 = SAYRPT, 2 = SLARPT,
014400*    3 = SHRRPT, THE SAME ORDER AS THE DIST-GETS-REPORT FLAGS.
014500*****************************************************************
014600 01  WS-REPORT-NAMES.
014700     05  FILLER               PIC X(06) VALUE 'SAYRPT'.
014800     05  FILLER               PIC X(06) VALUE 'SLARPT'.
014900     05  FILLER               PIC X(06) VALUE 'SHRRPT'.
015000 01  WS-REPORT-NAME-TABLE REDEFINES WS-REPORT-NAMES.
015100     05  WS-REPORT-NAME       PIC X(06) OCCURS 3 TIMES.
015200 01  WS-REPORT-TABLE.
015300     05  WS-REPORT-ENTRY      OCCURS 3 TIMES.
015400         10  WS-REPORT-READ-SW    PIC X(01).
015500             88  WS-REPORT-READ             VALUE 'Y'.
015600         10  WS-REPORT-TITLE      PIC X(133).
015700         10  WS-REPORT-LINES      PIC 9(07) COMP.
015800         10  WS-REPORT-SITE-LNS   PIC 9(07) COMP.
015900 01  WS-REPORT-COUNT          PIC 9(01) VALUE 3.
016000 01  WS-RPT-SUB               PIC 9(01) VALUE ZERO.
016100 01  WS-REPORTS-READ          PIC 9(01) VALUE ZERO.
016200*****************************************************************
016300*    THE REPORT LINE BEING CLASSIFIED.  A SAYRPT BANNER LINE
016400*    CARRIES ITS SITE INTO THE THREE LINES SAYHEY WRITES AFTER
016500*    IT (MESSAGE TEXT, RUN DATE, SPACER).
016600*****************************************************************
016700 01  WS-IN-LINE               PIC X(133) VALUE SPACES.
016800 01  WS-IN-SITE               PIC X(15) VALUE SPACES.
016900 01  WS-FOLLOW-SITE           PIC X(15) VALUE SPACES.
017000 01  WS-FOLLOW-COUNT          PIC 9(01) VALUE ZERO.
017100 01  WS-BANNER-FOLLOW         PIC 9(01) VALUE 3.
017200 01  WS-SITE-MARK             PIC X(08) VALUE ' - SITE '.
017210 01  WS-CYCLE-MARK            PIC X(07) VALUE '*CYCLE*'.
017300 01  WS-SCAN-POS              PIC 9(03) COMP VALUE ZERO.
017400 01  WS-MARK-POS              PIC 9(03) COMP VALUE ZERO.
017500*****************************************************************
017600*    SITES SEEN ON THE REPORTS, WITH THEIR LINE COUNTS PER
017700*    REPORT AND WHETHER ANY RECIPIENT RECEIVES EACH REPORT FOR
017800*    THEM.
017900*****************************************************************
018000 01  WS-SITE-TABLE.
018100     05  WS-SITE-ENTRY        OCCURS 500 TIMES.
018200         10  WS-SITE-ID           PIC X(15).
018300         10  WS-SITE-LINES        PIC 9(05) COMP OCCURS 3 TIMES.
018400         10  WS-SITE-DIST-SW      PIC X(01).
018500             88  WS-SITE-HAS-DIST           VALUE 'Y'.
018600         10  WS-SITE-RCV          PIC X(01) OCCURS 3 TIMES.
018700 01  WS-SITE-MAX              PIC 9(04) COMP VALUE 500.
018800 01  WS-SITE-COUNT            PIC 9(04) COMP VALUE ZERO.
018900 01  WS-SITE-SUB              PIC 9(04) COMP VALUE ZERO.
019000 01  WS-SITE-HIT-SW           PIC X(01) VALUE 'N'.
019100     88  WS-SITE-HIT                    VALUE 'Y'.
019200 01  WS-SITE-FULL-SW          PIC X(01) VALUE 'N'.
019300     88  WS-SITE-FULL-WARNED            VALUE 'Y'.
019400*****************************************************************
019500*    SITE LINES HELD FOR BURSTING, IN REPORT ORDER
019600*****************************************************************
019700 01  WS-LINE-TABLE.
019800     05  WS-LINE-ENTRY        OCCURS 5000 TIMES.
019900         10  WS-LINE-RPT          PIC 9(01).
020000         10  WS-LINE-SITE-SUB     PIC 9(04) COMP.
020100         10  WS-LINE-TEXT         PIC X(133).
020200 01  WS-LINE-MAX              PIC 9(04) COMP VALUE 5000.
020300 01  WS-LINE-COUNT            PIC 9(04) COMP VALUE ZERO.
020400 01  WS-LINE-SUB              PIC 9(04) COMP VALUE ZERO.
020500 01  WS-LINE-FULL-SW          PIC X(01) VALUE 'N'.
020600     88  WS-LINE-FULL-WARNED            VALUE 'Y'.
020700*****************************************************************
020800*    DISTRIBUTION LIST ENTRIES AND THE RECIPIENTS THEY NAME.
020900*    RECIPIENTS ARE KEPT IN RECIPIENT ID ORDER AS THEY ARE
021000*    LOADED.
021100*****************************************************************
021200 01  WS-DIST-TABLE.
021300     05  WS-DIST-ENTRY        OCCURS 1000 TIMES.
021400         10  WS-DIST-SITE         PIC X(15).
021500         10  WS-DIST-RECIP        PIC X(08).
021600         10  WS-DIST-GETS         PIC X(01) OCCURS 3 TIMES.
021700         10  WS-DIST-SITE-SUB     PIC 9(04) COMP.
021800 01  WS-DIST-MAX              PIC 9(04) COMP VALUE 1000.
021900 01  WS-DIST-COUNT            PIC 9(04) COMP VALUE ZERO.
022000 01  WS-DIST-SUB              PIC 9(04) COMP VALUE ZERO.
022100 01  WS-DIST-FULL-SW          PIC X(01) VALUE 'N'.
022200     88  WS-DIST-FULL-WARNED            VALUE 'Y'.
022300 01  WS-DIST-REASON           PIC X(40) VALUE SPACES.
022400 01  WS-RCP-TABLE.
022500     05  WS-RCP-ENTRY         OCCURS 200 TIMES.
022600         10  WS-RCP-ID            PIC X(08).
022700         10  WS-RCP-NAME          PIC X(20).
022800         10  WS-RCP-DEST-TYPE     PIC X(01).
022900         10  WS-RCP-DEST          PIC X(32).
023000         10  WS-RCP-SITES         PIC 9(04) COMP.
023100         10  WS-RCP-LINES         PIC 9(05) COMP.
023200         10  WS-RCP-PAGES         PIC 9(04) COMP.
023300         10  WS-RCP-CONFLICT-SW   PIC X(01).
023400             88  WS-RCP-CONFLICT            VALUE 'Y'.
023500 01  WS-RCP-MAX               PIC 9(04) COMP VALUE 200.
023600 01  WS-RCP-COUNT             PIC 9(04) COMP VALUE ZERO.
023700 01  WS-RCP-SUB               PIC 9(04) COMP VALUE ZERO.
023800 01  WS-RCP-POS               PIC 9(04) COMP VALUE ZERO.
023900 01  WS-SHIFT-SUB             PIC 9(04) COMP VALUE ZERO.
024000 01  WS-RCP-HIT-SW            PIC X(01) VALUE 'N'.
024100     88  WS-RCP-HIT                     VALUE 'Y'.
024200 01  WS-RCP-FULL-SW           PIC X(01) VALUE 'N'.
024300     88  WS-RCP-FULL-WARNED             VALUE 'Y'.
024400*****************************************************************
024500*    ONE RECIPIENT'S BUNDLE: THE SITE / REPORT PAIRS IT
024600*    RECEIVES, ITS LINES PER REPORT AND THE PAGE CONTROL.
024700*****************************************************************
024800 01  WS-WANT-TABLE.
024900     05  WS-WANT-ENTRY        OCCURS 500 TIMES.
025000         10  WS-WANT-RPT          PIC X(01) OCCURS 3 TIMES.
025100 01  WS-BND-RPT-LINES         PIC 9(05) COMP OCCURS 3 TIMES.
025200 01  WS-PAGE-MAX              PIC 9(03) COMP VALUE 60.
025300 01  WS-PAGE-LINES            PIC 9(03) COMP VALUE ZERO.
025400 01  WS-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
025500 01  WS-NEW-PAGE-SW           PIC X(01) VALUE 'N'.
025600     88  WS-NEW-PAGE                    VALUE 'Y'.
025700 01  WS-SECTION-TITLE         PIC X(133) VALUE SPACES.
025800 01  WS-BND-LINE              PIC X(133) VALUE SPACES.
025900 01  WS-HOLD-LINE             PIC X(133) VALUE SPACES.
026000 01  WS-COVER-LINE.
026100     05  FILLER               PIC X(02) VALUE SPACES.
026200     05  WS-COVER-LABEL       PIC X(16).
026300     05  WS-COVER-VALUE       PIC X(80).
026400     05  FILLER               PIC X(35) VALUE SPACES.
026500 01  WS-REPORT-LIST           PIC X(80) VALUE SPACES.
026600 01  WS-LIST-POS              PIC 9(03) COMP VALUE ZERO.
026700*****************************************************************
026800*    CONTROL COUNTERS
026900*****************************************************************
027000 01  WS-CNT-DIST-READ         PIC 9(07) COMP VALUE ZERO.
027100 01  WS-CNT-DIST-REJECTED     PIC 9(07) COMP VALUE ZERO.
027200 01  WS-CNT-DIST-DROPPED      PIC 9(07) COMP VALUE ZERO.
027300 01  WS-CNT-BUNDLES           PIC 9(07) COMP VALUE ZERO.
027400 01  WS-CNT-PAGES             PIC 9(07) COMP VALUE ZERO.
027500 01  WS-CNT-BND-RECORDS       PIC 9(07) COMP VALUE ZERO.
027600 01  WS-CNT-NOT-BURST         PIC 9(07) COMP VALUE ZERO.
027700 01  WS-CNT-LINES-DROPPED     PIC 9(07) COMP VALUE ZERO.
027800 01  WS-CNT-FLAGGED           PIC 9(07) COMP VALUE ZERO.
027900 01  WS-CNT-SECTION-LINES     PIC 9(07) COMP VALUE ZERO.
028000*****************************************************************
028100*    REPORT LINE LAYOUTS
028200*****************************************************************
028300 01  WS-RPT-HEADER.
028400     05  FILLER               PIC X(53) VALUE
028500         'SAYDST - CYCLE REPORT DISTRIBUTION CONTROL REPORT FOR'.
028600     05  FILLER               PIC X(01) VALUE SPACE.
028700     05  WS-RPT-H-YYYY        PIC 9(04).
028800     05  FILLER               PIC X(01) VALUE '-'.
028900     05  WS-RPT-H-MM          PIC 9(02).
029000     05  FILLER               PIC X(01) VALUE '-'.
029100     05  WS-RPT-H-DD          PIC 9(02).
029200     05  FILLER               PIC X(69) VALUE SPACES.
029300 01  WS-RPT-SECTION-HEAD.
029400     05  FILLER               PIC X(02) VALUE SPACES.
029500     05  WS-RPT-SEC-TITLE     PIC X(70).
029600     05  FILLER               PIC X(61) VALUE SPACES.
029700 01  WS-RPT-REJECT-LINE.
029800     05  FILLER               PIC X(04) VALUE SPACES.
029900     05  FILLER               PIC X(05) VALUE 'SITE '.
030000     05  WS-RPT-REJ-SITE      PIC X(15).
030100     05  FILLER               PIC X(12) VALUE ' RECIPIENT '.
030200     05  WS-RPT-REJ-RECIP     PIC X(08).
030300     05  FILLER               PIC X(03) VALUE ' - '.
030400     05  WS-RPT-REJ-REASON    PIC X(40).
030500     05  FILLER               PIC X(46) VALUE SPACES.
030600 01  WS-RPT-INPUT-LINE.
030700     05  FILLER               PIC X(04) VALUE SPACES.
030800     05  WS-RPT-IN-NAME       PIC X(06).
030900     05  FILLER               PIC X(02) VALUE SPACES.
031000     05  WS-RPT-IN-STATUS     PIC X(16).
031100     05  FILLER               PIC X(13) VALUE 'LINES READ = '.
031200     05  WS-RPT-IN-LINES      PIC Z(06)9.
031300     05  FILLER               PIC X(16) VALUE
031400         '   SITE LINES = '.
031500     05  WS-RPT-IN-SITE-LINES PIC Z(06)9.
031600     05  FILLER               PIC X(62) VALUE SPACES.
031700 01  WS-RPT-RCP-HEAD.
031800     05  FILLER               PIC X(04) VALUE SPACES.
031900     05  FILLER               PIC X(09) VALUE 'RECIP ID'.
032000     05  FILLER               PIC X(21) VALUE 'NAME'.
032100     05  FILLER               PIC X(36) VALUE 'DELIVER TO'.
032200     05  FILLER               PIC X(06) VALUE 'SITES'.
032300     05  FILLER               PIC X(07) VALUE '  LINES'.
032400     05  FILLER               PIC X(06) VALUE ' PAGES'.
032500     05  FILLER               PIC X(44) VALUE SPACES.
032600 01  WS-RPT-RCP-LINE.
032700     05  FILLER               PIC X(04) VALUE SPACES.
032800     05  WS-RPT-RCP-ID        PIC X(08).
032900     05  FILLER               PIC X(01) VALUE SPACE.
033000     05  WS-RPT-RCP-NAME      PIC X(20).
033100     05  FILLER               PIC X(01) VALUE SPACE.
033200     05  WS-RPT-RCP-TYPE      PIC X(01).
033300     05  FILLER               PIC X(01) VALUE SPACE.
033400     05  WS-RPT-RCP-DEST      PIC X(32).
033500     05  FILLER               PIC X(01) VALUE SPACE.
033600     05  WS-RPT-RCP-SITES     PIC ZZZZ9.
033700     05  FILLER               PIC X(01) VALUE SPACE.
033800     05  WS-RPT-RCP-LINES     PIC ZZZZZ9.
033900     05  FILLER               PIC X(01) VALUE SPACE.
034000     05  WS-RPT-RCP-PAGES     PIC ZZZZ9.
034100     05  FILLER               PIC X(02) VALUE SPACES.
034200     05  WS-RPT-RCP-NOTE      PIC X(40).
034300     05  FILLER               PIC X(04) VALUE SPACES.
034400 01  WS-RPT-FLAG-LINE.
034500     05  FILLER               PIC X(04) VALUE SPACES.
034600     05  WS-RPT-FLG-SITE      PIC X(15).
034700     05  FILLER               PIC X(01) VALUE SPACE.
034800     05  WS-RPT-FLG-REPORT    PIC X(06).
034900     05  FILLER               PIC X(01) VALUE SPACE.
035000     05  WS-RPT-FLG-LINES     PIC ZZZZ9.
035100     05  FILLER               PIC X(08) VALUE ' LINES  '.
035200     05  WS-RPT-FLG-REASON    PIC X(40).
035300     05  FILLER               PIC X(53) VALUE SPACES.
035400 01  WS-RPT-TOTAL-LINE.
035500     05  FILLER               PIC X(02) VALUE SPACES.
035600     05  WS-RPT-TOTAL-LABEL   PIC X(34).
035700     05  WS-RPT-TOTAL-COUNT   PIC Z(06)9.
035800     05  FILLER               PIC X(90) VALUE SPACES.
035900*****************************************************************
036000*    PROCEDURE DIVISION
036100*****************************************************************
036200 PROCEDURE DIVISION.
036300*****************************************************************
036400*    0000-MAINLINE
036500*****************************************************************
036600 0000-MAINLINE.
036700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036800     IF NOT RC-ERROR
036900         PERFORM 2000-LOAD-DISTRIBUTION THRU 2000-EXIT
037000     END-IF.
037100     IF NOT RC-ERROR
037200         PERFORM 3000-READ-REPORTS THRU 3000-EXIT
037300         PERFORM 4000-MATCH-SITES THRU 4000-EXIT
037400         PERFORM 5000-BURST THRU 5000-EXIT
037500         PERFORM 6000-PRINT-CONTROL THRU 6000-EXIT
037600     END-IF.
037700     PERFORM 9999-TERMINATE THRU 9999-EXIT.
037800     MOVE WS-RETURN-CODE       TO RETURN-CODE.
037900     STOP RUN.
038000*****************************************************************
038100*    1000-INITIALIZE  -  STAMP THE RUN DATE, OPEN THE CONTROL
038200*                        REPORT AND THE BUNDLE FILE, AND TAKE THE
038300*                        BUSINESS DATE FROM SAYBAN.  A CALL WITH
038400*                        NO SITE RESOLVES NO BANNER BUT STILL
038500*                        RETURNS THE SAYCAL DATE.
038600*****************************************************************
038700 1000-INITIALIZE.
038800     ACCEPT RD-RUN-DATE-NUM FROM DATE YYYYMMDD.
038900     ACCEPT RD-RUN-TIME-NUM FROM TIME.
039000     MOVE RD-RUN-YYYY          TO HINITI-YYYY.
039100     MOVE RD-RUN-MM            TO HINITI-MM.
039200     MOVE RD-RUN-DD            TO HINITI-DD.
039300     OPEN OUTPUT DSTRPT-FILE.
039400     IF WS-DSTRPT-OK
039500         SET WS-DSTRPT-OPEN    TO TRUE
039600     ELSE
039700         DISPLAY 'SAYDST0010E - UNABLE TO OPEN DSTRPT, FILE '
039800                 'STATUS = ' WS-DSTRPT-STATUS
039900         MOVE 8                TO WS-RETURN-CODE
040000         GO TO 1000-EXIT
040100     END-IF.
040200     OPEN OUTPUT SAYBNDL-FILE.
040300     IF WS-SAYBNDL-OK
040400         SET WS-SAYBNDL-OPEN   TO TRUE
040500     ELSE
040600         DISPLAY 'SAYDST0011E - UNABLE TO OPEN SAYBNDL, FILE '
040700                 'STATUS = ' WS-SAYBNDL-STATUS
040800         MOVE 8                TO WS-RETURN-CODE
040900         GO TO 1000-EXIT
041000     END-IF.
041100     MOVE SPACES               TO BAN-PARM.
041200     CALL 'SAYBAN' USING BAN-PARM.
041300     MOVE BAN-RUN-DATE         TO WS-BUSINESS-DATE.
041400     MOVE WS-BUS-YYYY          TO WS-RPT-H-YYYY.
041500     MOVE WS-BUS-MM            TO WS-RPT-H-MM.
041600     MOVE WS-BUS-DD            TO WS-RPT-H-DD.
041700     MOVE WS-RPT-HEADER        TO RPT-PRINT-REC.
041800     WRITE RPT-PRINT-REC.
041900     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
042000 1000-EXIT.
042100     EXIT.
042110 1190-SET-WARNING.
042120     IF RC-NORMAL
042130         MOVE 4                TO WS-RETURN-CODE
042140     END-IF.
042150 1190-EXIT.
042160     EXIT.
042200*****************************************************************
042300*    2000-LOAD-DISTRIBUTION  -  BROWSE SAYDIST INTO THE LIST AND
042400*                               RECIPIENT TABLES, PRINTING EACH
042500*                               ENTRY THAT CANNOT BE USED.
042600*                               WITHOUT THE LIST NO BUNDLE CAN
042700*                               BE ADDRESSED, SO IT IS CC 8.
042800*****************************************************************
042900 2000-LOAD-DISTRIBUTION.
043000     OPEN INPUT SAYDIST-FILE.
043100     IF NOT WS-SAYDIST-OK
043200         DISPLAY 'SAYDST0012E - UNABLE TO OPEN SAYDIST, FILE '
043300                 'STATUS = ' WS-SAYDIST-STATUS
043400         MOVE 8                TO WS-RETURN-CODE
043500         GO TO 2000-EXIT
043600     END-IF.
043700     MOVE 'DISTRIBUTION LIST ENTRIES REJECTED'
043800                               TO WS-RPT-SEC-TITLE.
043900     MOVE WS-RPT-SECTION-HEAD  TO RPT-PRINT-REC.
044000     WRITE RPT-PRINT-REC.
044100     PERFORM 2010-READ-DIST THRU 2010-EXIT
044200         UNTIL WS-DIST-EOF.
044300     CLOSE SAYDIST-FILE.
044400     IF WS-CNT-DIST-REJECTED = ZERO
044500         MOVE SPACES           TO RPT-PRINT-REC
044600         MOVE '    NONE'       TO RPT-PRINT-REC
044700         WRITE RPT-PRINT-REC
044800     ELSE
044900         DISPLAY 'SAYDST0019W - ' WS-CNT-DIST-REJECTED
045000                 ' SAYDIST ENTRIES REJECTED - SEE DSTRPT'
045100         PERFORM 1190-SET-WARNING THRU 1190-EXIT
045200     END-IF.
045300     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
045400     IF WS-DIST-COUNT = ZERO
045500         DISPLAY 'SAYDST0013W - NO USABLE SAYDIST ENTRIES - NO '
045600                 'BUNDLES WRITTEN'
045700         PERFORM 1190-SET-WARNING THRU 1190-EXIT
045800     END-IF.
045900 2000-EXIT.
046000     EXIT.
046100 2010-READ-DIST.
046200     READ SAYDIST-FILE NEXT RECORD
046300         AT END
046400             SET WS-DIST-EOF   TO TRUE
046500             GO TO 2010-EXIT
046600     END-READ.
046700     ADD 1                     TO WS-CNT-DIST-READ.
046800     MOVE SPACES               TO WS-DIST-REASON.
046900     EVALUATE TRUE
047000         WHEN DIST-SITE-ID = SPACES
047100             MOVE 'NO SITE ID'  TO WS-DIST-REASON
047200         WHEN DIST-RECIP-ID = SPACES
047300             MOVE 'NO RECIPIENT ID' TO WS-DIST-REASON
047400         WHEN NOT DIST-DEST-VALID
047500             MOVE 'DESTINATION TYPE NOT P OR E'
047600                               TO WS-DIST-REASON
047700         WHEN DIST-DEST = SPACES
047800             MOVE 'NO DESTINATION' TO WS-DIST-REASON
047900         WHEN NOT DIST-SAYRPT-WANTED
048000          AND NOT DIST-SLARPT-WANTED
048100          AND NOT DIST-SHRRPT-WANTED
048200             MOVE 'NO REPORT FLAGGED Y' TO WS-DIST-REASON
048300     END-EVALUATE.
048400     IF WS-DIST-REASON NOT = SPACES
048500         PERFORM 2090-REJECT-ENTRY THRU 2090-EXIT
048600         GO TO 2010-EXIT
048700     END-IF.
048800     IF WS-DIST-COUNT NOT < WS-DIST-MAX
048900         ADD 1                 TO WS-CNT-DIST-DROPPED
049000         IF NOT WS-DIST-FULL-WARNED
049100             SET WS-DIST-FULL-WARNED TO TRUE
049200             DISPLAY 'SAYDST0014W - DISTRIBUTION TABLE FULL AT '
049300                     WS-DIST-MAX ' ENTRIES - LATER ENTRIES '
049400                     'IGNORED'
049500             PERFORM 1190-SET-WARNING THRU 1190-EXIT
049600         END-IF
049700         GO TO 2010-EXIT
049800     END-IF.
049900     PERFORM 2100-FIND-RECIPIENT THRU 2100-EXIT.
050000     IF NOT WS-RCP-HIT
050100         GO TO 2010-EXIT
050200     END-IF.
050300     ADD 1                     TO WS-DIST-COUNT.
050400     MOVE DIST-SITE-ID         TO WS-DIST-SITE (WS-DIST-COUNT).
050500     MOVE DIST-RECIP-ID        TO WS-DIST-RECIP (WS-DIST-COUNT).
050600     MOVE DIST-GETS-SAYRPT     TO WS-DIST-GETS (WS-DIST-COUNT, 1).
050700     MOVE DIST-GETS-SLARPT     TO WS-DIST-GETS (WS-DIST-COUNT, 2).
050800     MOVE DIST-GETS-SHRRPT     TO WS-DIST-GETS (WS-DIST-COUNT, 3).
050900     MOVE ZERO                 TO
051000          WS-DIST-SITE-SUB (WS-DIST-COUNT).
051100 2010-EXIT.
051200     EXIT.
051300 2090-REJECT-ENTRY.
051400     ADD 1                     TO WS-CNT-DIST-REJECTED.
051500     MOVE DIST-SITE-ID         TO WS-RPT-REJ-SITE.
051600     MOVE DIST-RECIP-ID        TO WS-RPT-REJ-RECIP.
051700     MOVE WS-DIST-REASON       TO WS-RPT-REJ-REASON.
051800     MOVE WS-RPT-REJECT-LINE   TO RPT-PRINT-REC.
051900     WRITE RPT-PRINT-REC.
052000 2090-EXIT.
052100     EXIT.
052200*****************************************************************
052300*    2100-FIND-RECIPIENT  -  FIND THE ENTRY'S RECIPIENT, ADDING
052400*                            IT IN ID ORDER WHEN NEW.  A LATER
052500*                            RECORD GIVING THE SAME RECIPIENT A
052600*                            DIFFERENT DESTINATION IS REPORTED
052700*                            ONCE; THE FIRST DESTINATION STANDS.
052800*****************************************************************
052900 2100-FIND-RECIPIENT.
053000     MOVE 'N'                  TO WS-RCP-HIT-SW.
053100     PERFORM 2110-SCAN-RECIPIENT THRU 2110-EXIT
053200         VARYING WS-RCP-POS FROM 1 BY 1
053300         UNTIL WS-RCP-POS > WS-RCP-COUNT
053400            OR WS-RCP-ID (WS-RCP-POS) NOT < DIST-RECIP-ID.
053500     IF WS-RCP-POS NOT > WS-RCP-COUNT
053600         IF WS-RCP-ID (WS-RCP-POS) = DIST-RECIP-ID
053700             SET WS-RCP-HIT    TO TRUE
053800         END-IF
053900     END-IF.
054000     IF WS-RCP-HIT
054100         IF (DIST-DEST-TYPE NOT = WS-RCP-DEST-TYPE (WS-RCP-POS)
054200            OR DIST-DEST NOT = WS-RCP-DEST (WS-RCP-POS))
054300            AND NOT WS-RCP-CONFLICT (WS-RCP-POS)
054400             MOVE 'Y'          TO WS-RCP-CONFLICT-SW (WS-RCP-POS)
054500             MOVE 'SECOND DESTINATION - FIRST ONE USED'
054600                               TO WS-DIST-REASON
054700             PERFORM 2090-REJECT-ENTRY THRU 2090-EXIT
054800         END-IF
054900         GO TO 2100-EXIT
055000     END-IF.
055100     IF WS-RCP-COUNT NOT < WS-RCP-MAX
055200         ADD 1                 TO WS-CNT-DIST-DROPPED
055300         IF NOT WS-RCP-FULL-WARNED
055400             SET WS-RCP-FULL-WARNED TO TRUE
055500             DISPLAY 'SAYDST0015W - RECIPIENT TABLE FULL AT '
055600                     WS-RCP-MAX ' RECIPIENTS - LATER RECIPIENTS '
055700                     'IGNORED'
055800             PERFORM 1190-SET-WARNING THRU 1190-EXIT
055900         END-IF
056000         GO TO 2100-EXIT
056100     END-IF.
056200     PERFORM 2120-SHIFT-UP THRU 2120-EXIT
056300         VARYING WS-SHIFT-SUB FROM WS-RCP-COUNT BY -1
056400         UNTIL WS-SHIFT-SUB < WS-RCP-POS.
056500     ADD 1                     TO WS-RCP-COUNT.
056600     MOVE DIST-RECIP-ID        TO WS-RCP-ID (WS-RCP-POS).
056700     MOVE DIST-RECIP-NAME      TO WS-RCP-NAME (WS-RCP-POS).
056800     MOVE DIST-DEST-TYPE       TO WS-RCP-DEST-TYPE (WS-RCP-POS).
056900     MOVE DIST-DEST            TO WS-RCP-DEST (WS-RCP-POS).
057000     MOVE ZERO                 TO WS-RCP-SITES (WS-RCP-POS)
057100                                  WS-RCP-LINES (WS-RCP-POS)
057200                                  WS-RCP-PAGES (WS-RCP-POS).
057300     MOVE 'N'                  TO WS-RCP-CONFLICT-SW (WS-RCP-POS).
057400     SET WS-RCP-HIT            TO TRUE.
057500 2100-EXIT.
057600     EXIT.
057700 2110-SCAN-RECIPIENT.
057800     CONTINUE.
057900 2110-EXIT.
058000     EXIT.
058100 2120-SHIFT-UP.
058200     MOVE WS-RCP-ENTRY (WS-SHIFT-SUB)
058300                               TO WS-RCP-ENTRY (WS-SHIFT-SUB + 1).
058400 2120-EXIT.
058500     EXIT.
059200*****************************************************************
059300*    3000-READ-REPORTS  -  READ EACH REPORT SUPPLIED.  A REPORT
059400*                          WHOSE DD IS NOT IN THE STEP IS SIMPLY
059500*                          NOT PART OF THIS RUN; ITS FIRST LINE
059600*                          IS THE TITLE EACH BUNDLE SECTION USES.
059700*****************************************************************
059800 3000-READ-REPORTS.
059900     MOVE 1                    TO WS-RPT-SUB.
060000     PERFORM 3010-RESET-REPORT THRU 3010-EXIT.
060100     MOVE ZERO                 TO WS-FOLLOW-COUNT.
060200     OPEN INPUT SAYRPT-FILE.
060300     IF WS-SAYRPT-OK
060400         PERFORM 3100-READ-SAYRPT THRU 3100-EXIT
060500             UNTIL WS-IN-EOF
060600         CLOSE SAYRPT-FILE
060700         PERFORM 3020-REPORT-DONE THRU 3020-EXIT
060800     END-IF.
060900     MOVE 2                    TO WS-RPT-SUB.
061000     PERFORM 3010-RESET-REPORT THRU 3010-EXIT.
061100     OPEN INPUT SLARPT-FILE.
061200     IF WS-SLARPT-OK
061300         PERFORM 3200-READ-SLARPT THRU 3200-EXIT
061400             UNTIL WS-IN-EOF
061500         CLOSE SLARPT-FILE
061600         PERFORM 3020-REPORT-DONE THRU 3020-EXIT
061700     END-IF.
061800     MOVE 3                    TO WS-RPT-SUB.
061900     PERFORM 3010-RESET-REPORT THRU 3010-EXIT.
062000     OPEN INPUT SHRRPT-FILE.
062100     IF WS-SHRRPT-OK
062200         PERFORM 3300-READ-SHRRPT THRU 3300-EXIT
062300             UNTIL WS-IN-EOF
062400         CLOSE SHRRPT-FILE
062500         PERFORM 3020-REPORT-DONE THRU 3020-EXIT
062600     END-IF.
062700     IF WS-REPORTS-READ = ZERO
062800         DISPLAY 'SAYDST0021W - NONE OF SAYRPT, SLARPT OR SHRRPT '
062900                 'COULD BE READ - NOTHING TO DISTRIBUTE'
063000         PERFORM 1190-SET-WARNING THRU 1190-EXIT
063100     END-IF.
063200 3000-EXIT.
063300     EXIT.
063400 3010-RESET-REPORT.
063500     MOVE 'N'                  TO WS-REPORT-READ-SW (WS-RPT-SUB).
063600     MOVE SPACES               TO WS-REPORT-TITLE (WS-RPT-SUB).
063700     MOVE ZERO                 TO WS-REPORT-LINES (WS-RPT-SUB)
063800                                  WS-REPORT-SITE-LNS (WS-RPT-SUB).
063900     MOVE 'N'                  TO WS-IN-EOF-SW.
064000 3010-EXIT.
064100     EXIT.
064200 3020-REPORT-DONE.
064300     MOVE 'Y'                  TO WS-REPORT-READ-SW (WS-RPT-SUB).
064400     ADD 1                     TO WS-REPORTS-READ.
064500 3020-EXIT.
064600     EXIT.
064605*****************************************************************
064610*    3050-COUNT-LINE  -  COUNT A LINE READ; THE FIRST LINE OF A
064615*                        REPORT IS ITS TITLE.
064620*****************************************************************
064625 3050-COUNT-LINE.
064630     ADD 1                     TO WS-REPORT-LINES (WS-RPT-SUB).
064635     IF WS-REPORT-LINES (WS-RPT-SUB) = 1
064640         MOVE WS-IN-LINE       TO WS-REPORT-TITLE (WS-RPT-SUB)
064645     END-IF.
064650 3050-EXIT.
064655     EXIT.
064700*****************************************************************
064800*    3100-READ-SAYRPT  -  SAYHEY BANNER REPORT.  A BANNER LINE
064900*                         ENDS ' - SITE ' AND THE SITE ID (THE
065000*                         LAST SUCH MARK ON THE LINE COUNTS), AND
065100*                         THE THREE LINES AFTER IT BELONG TO THE
065150*                         SAME SITE.  SKIP LINES START 'SITE '.
065200*                         A '*CYCLE*' SITE IS ESTATE-WIDE, AS IN
065250*                         3300.
065300*****************************************************************
065400 3100-READ-SAYRPT.
065500     READ SAYRPT-FILE INTO WS-IN-LINE
065600         AT END
065700             SET WS-IN-EOF     TO TRUE
065800             GO TO 3100-EXIT
065900     END-READ.
066000     PERFORM 3050-COUNT-LINE THRU 3050-EXIT.
066100     IF WS-REPORT-LINES (WS-RPT-SUB) = 1
066200         GO TO 3100-EXIT
066300     END-IF.
066400     MOVE SPACES               TO WS-IN-SITE.
066500     IF WS-FOLLOW-COUNT > ZERO
066600         MOVE WS-FOLLOW-SITE   TO WS-IN-SITE
066700         SUBTRACT 1            FROM WS-FOLLOW-COUNT
066800     ELSE
066900         IF WS-IN-LINE (1:5) = 'SITE '
067000             MOVE WS-IN-LINE (6:15) TO WS-IN-SITE
067100         ELSE
067200             MOVE ZERO         TO WS-MARK-POS
067300             PERFORM 3110-SCAN-MARK THRU 3110-EXIT
067400                 VARYING WS-SCAN-POS FROM 1 BY 1
067500                 UNTIL WS-SCAN-POS > 58
067600             IF WS-MARK-POS > ZERO
067700                 ADD 8         TO WS-MARK-POS
067800                 MOVE WS-IN-LINE (WS-MARK-POS:15) TO WS-IN-SITE
067900                 MOVE WS-IN-SITE TO WS-FOLLOW-SITE
068000                 MOVE WS-BANNER-FOLLOW TO WS-FOLLOW-COUNT
068100             END-IF
068200         END-IF
068300     END-IF.
068310     IF WS-IN-SITE (1:7) = WS-CYCLE-MARK
068320         MOVE SPACES           TO WS-IN-SITE
068330     END-IF.
068400     PERFORM 3500-STORE-LINE THRU 3500-EXIT.
068500 3100-EXIT.
068600     EXIT.
068700 3110-SCAN-MARK.
068800     IF WS-IN-LINE (WS-SCAN-POS:8) = WS-SITE-MARK
068900         MOVE WS-SCAN-POS      TO WS-MARK-POS
069000     END-IF.
069100 3110-EXIT.
069200     EXIT.
070400*****************************************************************
070500*    3200-READ-SLARPT  -  SAYSLA REPORT.  A LATE OR AT-RISK SITE
070600*                         LINE HAS THE SITE ID IN COLUMNS 3-17
070650*                         AND ' RUN TIME =' IN COLUMNS 31-41.
070700*                         A '*CYCLE*' SITE IS ESTATE-WIDE, AS IN
070750*                         3300.
070800*****************************************************************
070900 3200-READ-SLARPT.
071000     READ SLARPT-FILE INTO WS-IN-LINE
071100         AT END
071200             SET WS-IN-EOF     TO TRUE
071300             GO TO 3200-EXIT
071400     END-READ.
071500     PERFORM 3050-COUNT-LINE THRU 3050-EXIT.
071600     IF WS-REPORT-LINES (WS-RPT-SUB) = 1
071700         GO TO 3200-EXIT
071800     END-IF.
071900     MOVE SPACES               TO WS-IN-SITE.
072000     IF WS-IN-LINE (31:11) = ' RUN TIME ='
072100         MOVE WS-IN-LINE (3:15) TO WS-IN-SITE
072200     END-IF.
072210     IF WS-IN-SITE (1:7) = WS-CYCLE-MARK
072220         MOVE SPACES           TO WS-IN-SITE
072230     END-IF.
072300     PERFORM 3500-STORE-LINE THRU 3500-EXIT.
072400 3200-EXIT.
072500     EXIT.
072600*****************************************************************
072700*    3300-READ-SHRRPT  -  SAYSHR HANDOVER PAGE.  A SITE LINE HAS
072800*                         THE SITE ID IN COLUMNS 3-17 AND ' TIME
072900*                         =' IN COLUMNS 18-24.  AN ALERT LINE HAS
073000*                         THE MESSAGE ID IN COLUMNS 3-13, ITS
073100*                         SEVERITY (THE MESSAGE ID'S LAST
073200*                         CHARACTER) IN COLUMN 15 AND THE SITE ID
073250*                         IN COLUMNS 17-31; ONE WITH NO SITE, OR
073300*                         WITH A CYCLE-LEVEL '*CYCLE*' SITE, IS
073350*                         ESTATE-WIDE.
073500*****************************************************************
073600 3300-READ-SHRRPT.
073700     READ SHRRPT-FILE INTO WS-IN-LINE
073800         AT END
073900             SET WS-IN-EOF     TO TRUE
074000             GO TO 3300-EXIT
074100     END-READ.
074200     PERFORM 3050-COUNT-LINE THRU 3050-EXIT.
074300     IF WS-REPORT-LINES (WS-RPT-SUB) = 1
074400         GO TO 3300-EXIT
074500     END-IF.
074600     MOVE SPACES               TO WS-IN-SITE.
074700     IF WS-IN-LINE (18:7) = ' TIME ='
074800         MOVE WS-IN-LINE (3:15) TO WS-IN-SITE
074900     ELSE
075000         IF WS-IN-LINE (1:2) = SPACES
075100            AND WS-IN-LINE (3:1) NOT = SPACE
075200            AND WS-IN-LINE (14:1) = SPACE
075300            AND WS-IN-LINE (16:1) = SPACE
075400            AND (WS-IN-LINE (15:1) = 'W' OR 'E')
075500            AND WS-IN-LINE (13:1) = WS-IN-LINE (15:1)
075600             MOVE WS-IN-LINE (17:15) TO WS-IN-SITE
075700         END-IF
075800     END-IF.
075810     IF WS-IN-SITE (1:7) = WS-CYCLE-MARK
075820         MOVE SPACES           TO WS-IN-SITE
075830     END-IF.
075900     PERFORM 3500-STORE-LINE THRU 3500-EXIT.
076000 3300-EXIT.
076100     EXIT.
076200*****************************************************************
076300*    3500-STORE-LINE  -  HOLD A SITE LINE FOR BURSTING AND COUNT
076400*                        IT AGAINST ITS SITE.  ANY OTHER LINE IS
076500*                        ONLY COUNTED.
076600*****************************************************************
076700 3500-STORE-LINE.
076800     IF WS-IN-SITE = SPACES
076900         ADD 1                 TO WS-CNT-NOT-BURST
077000         GO TO 3500-EXIT
077100     END-IF.
077200     PERFORM 3600-FIND-SITE THRU 3600-EXIT.
077300     IF NOT WS-SITE-HIT
077400         IF WS-SITE-COUNT NOT < WS-SITE-MAX
077500             ADD 1             TO WS-CNT-LINES-DROPPED
077600             IF NOT WS-SITE-FULL-WARNED
077700                 SET WS-SITE-FULL-WARNED TO TRUE
077800                 DISPLAY 'SAYDST0016W - SITE TABLE FULL AT '
077900                         WS-SITE-MAX ' SITES - LATER SITES NOT '
078000                         'DISTRIBUTED'
078100                 PERFORM 1190-SET-WARNING THRU 1190-EXIT
078200             END-IF
078300             GO TO 3500-EXIT
078400         END-IF
078500         ADD 1                 TO WS-SITE-COUNT
078600         MOVE WS-SITE-COUNT    TO WS-SITE-SUB
078700         MOVE WS-IN-SITE       TO WS-SITE-ID (WS-SITE-SUB)
078800         MOVE ZERO             TO WS-SITE-LINES (WS-SITE-SUB, 1)
078900                                  WS-SITE-LINES (WS-SITE-SUB, 2)
079000                                  WS-SITE-LINES (WS-SITE-SUB, 3)
079100         MOVE 'N'              TO WS-SITE-DIST-SW (WS-SITE-SUB)
079200         MOVE 'N'              TO WS-SITE-RCV (WS-SITE-SUB, 1)
079300                                  WS-SITE-RCV (WS-SITE-SUB, 2)
079400                                  WS-SITE-RCV (WS-SITE-SUB, 3)
079500     END-IF.
079600     IF WS-LINE-COUNT NOT < WS-LINE-MAX
079700         ADD 1                 TO WS-CNT-LINES-DROPPED
079800         IF NOT WS-LINE-FULL-WARNED
079900             SET WS-LINE-FULL-WARNED TO TRUE
080000             DISPLAY 'SAYDST0017W - LINE TABLE FULL AT '
080100                     WS-LINE-MAX ' SITE LINES - LATER LINES NOT '
080200                     'DISTRIBUTED'
080300             PERFORM 1190-SET-WARNING THRU 1190-EXIT
080400         END-IF
080500         GO TO 3500-EXIT
080600     END-IF.
080700     ADD 1                     TO WS-LINE-COUNT.
080800     MOVE WS-RPT-SUB           TO WS-LINE-RPT (WS-LINE-COUNT).
080900     MOVE WS-SITE-SUB          TO
081000          WS-LINE-SITE-SUB (WS-LINE-COUNT).
081100     MOVE WS-IN-LINE           TO WS-LINE-TEXT (WS-LINE-COUNT).
081200     ADD 1                     TO
081300             WS-SITE-LINES (WS-SITE-SUB, WS-RPT-SUB).
081400     ADD 1                     TO WS-REPORT-SITE-LNS (WS-RPT-SUB).
081500 3500-EXIT.
081600     EXIT.
081700*****************************************************************
081800*    3600-FIND-SITE  -  LOOK WS-IN-SITE UP IN THE SITE TABLE.
081900*****************************************************************
082000 3600-FIND-SITE.
082100     MOVE 'N'                  TO WS-SITE-HIT-SW.
082200     PERFORM 3610-SCAN-SITE THRU 3610-EXIT
082300         VARYING WS-SITE-SUB FROM 1 BY 1
082400         UNTIL WS-SITE-SUB > WS-SITE-COUNT
082500            OR WS-SITE-HIT.
082600     IF WS-SITE-HIT
082700         SUBTRACT 1            FROM WS-SITE-SUB
082800     END-IF.
082900 3600-EXIT.
083000     EXIT.
083100 3610-SCAN-SITE.
083200     IF WS-SITE-ID (WS-SITE-SUB) = WS-IN-SITE
083300         SET WS-SITE-HIT       TO TRUE
083400     END-IF.
083500 3610-EXIT.
083600     EXIT.
083700*****************************************************************
083800*    4000-MATCH-SITES  -  TIE EACH LIST ENTRY TO ITS SITE'S
083900*                         REPORT LINES AND MARK, PER SITE, THE
084000*                         REPORTS SOMEONE RECEIVES.
084100*****************************************************************
084200 4000-MATCH-SITES.
084300     PERFORM 4010-MATCH-ENTRY THRU 4010-EXIT
084400         VARYING WS-DIST-SUB FROM 1 BY 1
084500         UNTIL WS-DIST-SUB > WS-DIST-COUNT.
084600 4000-EXIT.
084700     EXIT.
084800 4010-MATCH-ENTRY.
084900     MOVE WS-DIST-SITE (WS-DIST-SUB) TO WS-IN-SITE.
085000     PERFORM 3600-FIND-SITE THRU 3600-EXIT.
085100     IF NOT WS-SITE-HIT
085200         GO TO 4010-EXIT
085300     END-IF.
085400     MOVE WS-SITE-SUB          TO WS-DIST-SITE-SUB (WS-DIST-SUB).
085500     MOVE 'Y'                  TO WS-SITE-DIST-SW (WS-SITE-SUB).
085600     PERFORM 4020-MARK-RECEIVED THRU 4020-EXIT
085700         VARYING WS-RPT-SUB FROM 1 BY 1
085800         UNTIL WS-RPT-SUB > WS-REPORT-COUNT.
085900 4010-EXIT.
086000     EXIT.
086100 4020-MARK-RECEIVED.
086200     IF WS-DIST-GETS (WS-DIST-SUB, WS-RPT-SUB) = 'Y'
086300         MOVE 'Y'              TO
086400              WS-SITE-RCV (WS-SITE-SUB, WS-RPT-SUB)
086500     END-IF.
086600 4020-EXIT.
086700     EXIT.
086800*****************************************************************
086900*    5000-BURST  -  ONE BUNDLE PER RECIPIENT THAT HAS AT LEAST
087000*                   ONE LINE TODAY.
087100*****************************************************************
087200 5000-BURST.
087300     PERFORM 5100-BURST-RECIPIENT THRU 5100-EXIT
087400         VARYING WS-RCP-SUB FROM 1 BY 1
087500         UNTIL WS-RCP-SUB > WS-RCP-COUNT
087600            OR RC-ERROR.
087700 5000-EXIT.
087800     EXIT.
087900 5100-BURST-RECIPIENT.
088000     PERFORM 5110-CLEAR-WANT THRU 5110-EXIT
088100         VARYING WS-SITE-SUB FROM 1 BY 1
088200         UNTIL WS-SITE-SUB > WS-SITE-COUNT.
088300     PERFORM 5120-SET-WANT THRU 5120-EXIT
088400         VARYING WS-DIST-SUB FROM 1 BY 1
088500         UNTIL WS-DIST-SUB > WS-DIST-COUNT.
088600     MOVE ZERO                 TO WS-BND-RPT-LINES (1)
088700                                  WS-BND-RPT-LINES (2)
088800                                  WS-BND-RPT-LINES (3).
088900     PERFORM 5130-COUNT-WANTED THRU 5130-EXIT
089000         VARYING WS-LINE-SUB FROM 1 BY 1
089100         UNTIL WS-LINE-SUB > WS-LINE-COUNT.
089200     IF WS-RCP-LINES (WS-RCP-SUB) = ZERO
089300         GO TO 5100-EXIT
089400     END-IF.
089500     ADD 1                     TO WS-CNT-BUNDLES.
089600     MOVE ZERO                 TO WS-PAGE-NO.
089700     PERFORM 5200-COVER-PAGE THRU 5200-EXIT.
089800     PERFORM 5300-REPORT-SECTION THRU 5300-EXIT
089900         VARYING WS-RPT-SUB FROM 1 BY 1
090000         UNTIL WS-RPT-SUB > WS-REPORT-COUNT.
090100     MOVE WS-PAGE-NO           TO WS-RCP-PAGES (WS-RCP-SUB).
090200     ADD WS-PAGE-NO            TO WS-CNT-PAGES.
090300 5100-EXIT.
090400     EXIT.
090500 5110-CLEAR-WANT.
090600     MOVE SPACES               TO WS-WANT-ENTRY (WS-SITE-SUB).
090700 5110-EXIT.
090800     EXIT.
090900 5120-SET-WANT.
091000     IF WS-DIST-RECIP (WS-DIST-SUB) NOT = WS-RCP-ID (WS-RCP-SUB)
091100        OR WS-DIST-SITE-SUB (WS-DIST-SUB) = ZERO
091200         GO TO 5120-EXIT
091300     END-IF.
091400     MOVE WS-DIST-SITE-SUB (WS-DIST-SUB) TO WS-SITE-SUB.
091500     PERFORM 5125-SET-WANT-RPT THRU 5125-EXIT
091600         VARYING WS-RPT-SUB FROM 1 BY 1
091700         UNTIL WS-RPT-SUB > WS-REPORT-COUNT.
091800 5120-EXIT.
091900     EXIT.
092000 5125-SET-WANT-RPT.
092100     IF WS-DIST-GETS (WS-DIST-SUB, WS-RPT-SUB) = 'Y'
092200         MOVE 'Y'              TO
092300              WS-WANT-RPT (WS-SITE-SUB, WS-RPT-SUB)
092400     END-IF.
092500 5125-EXIT.
092600     EXIT.
092700 5130-COUNT-WANTED.
092800     MOVE WS-LINE-SITE-SUB (WS-LINE-SUB) TO WS-SITE-SUB.
092900     MOVE WS-LINE-RPT (WS-LINE-SUB) TO WS-RPT-SUB.
093000     IF WS-WANT-RPT (WS-SITE-SUB, WS-RPT-SUB) = 'Y'
093100         ADD 1                 TO WS-BND-RPT-LINES (WS-RPT-SUB)
093200         ADD 1                 TO WS-RCP-LINES (WS-RCP-SUB)
093300     END-IF.
093400 5130-EXIT.
093500     EXIT.
093600*****************************************************************
093700*    5200-COVER-PAGE  -  RECIPIENT, DESTINATION, BUSINESS DATE
093800*                        AND REPORTS, THEN THE SAYBAN BANNER OF
093900*                        EVERY SITE IN THE BUNDLE.
094000*****************************************************************
094100 5200-COVER-PAGE.
094200     MOVE SPACES               TO WS-SECTION-TITLE.
094300     PERFORM 8400-NEW-PAGE THRU 8400-EXIT.
094400     MOVE SPACES               TO WS-COVER-LABEL WS-COVER-VALUE.
094500     MOVE 'SAYHEY CYCLE REPORTS - DISTRIBUTION BUNDLE'
094600                               TO WS-COVER-VALUE.
094700     PERFORM 5290-PUT-COVER THRU 5290-EXIT.
094800     MOVE SPACES               TO WS-COVER-VALUE.
094900     PERFORM 5290-PUT-COVER THRU 5290-EXIT.
095000     MOVE 'RECIPIENT     :' TO WS-COVER-LABEL.
095100     STRING WS-RCP-ID (WS-RCP-SUB) ' '
095200            WS-RCP-NAME (WS-RCP-SUB)
095300            DELIMITED BY SIZE INTO WS-COVER-VALUE.
095400     PERFORM 5290-PUT-COVER THRU 5290-EXIT.
095500     MOVE 'DELIVER TO    :' TO WS-COVER-LABEL.
095600     IF WS-RCP-DEST-TYPE (WS-RCP-SUB) = 'P'
095700         STRING 'PRINTER ' WS-RCP-DEST (WS-RCP-SUB)
095800                DELIMITED BY SIZE INTO WS-COVER-VALUE
095900     ELSE
096000         STRING 'E-MAIL  ' WS-RCP-DEST (WS-RCP-SUB)
096100                DELIMITED BY SIZE INTO WS-COVER-VALUE
096200     END-IF.
096300     PERFORM 5290-PUT-COVER THRU 5290-EXIT.
096400     MOVE 'BUSINESS DATE :' TO WS-COVER-LABEL.
096500     STRING WS-BUS-YYYY '-' WS-BUS-MM '-' WS-BUS-DD
096600            DELIMITED BY SIZE INTO WS-COVER-VALUE.
096700     PERFORM 5290-PUT-COVER THRU 5290-EXIT.
096800     MOVE SPACES               TO WS-REPORT-LIST.
096900     MOVE 1                    TO WS-LIST-POS.
097000     PERFORM 5220-LIST-REPORT THRU 5220-EXIT
097100         VARYING WS-RPT-SUB FROM 1 BY 1
097200         UNTIL WS-RPT-SUB > WS-REPORT-COUNT.
097300     MOVE 'REPORTS       :' TO WS-COVER-LABEL.
097400     MOVE WS-REPORT-LIST       TO WS-COVER-VALUE.
097500     PERFORM 5290-PUT-COVER THRU 5290-EXIT.
097600     MOVE SPACES               TO WS-COVER-VALUE.
097700     PERFORM 5290-PUT-COVER THRU 5290-EXIT.
097800     MOVE 'SITES IN THIS BUNDLE' TO WS-COVER-VALUE.
097900     PERFORM 5290-PUT-COVER THRU 5290-EXIT.
098000     PERFORM 5210-COVER-SITE THRU 5210-EXIT
098100         VARYING WS-SITE-SUB FROM 1 BY 1
098200         UNTIL WS-SITE-SUB > WS-SITE-COUNT.
098300 5200-EXIT.
098400     EXIT.
098500 5210-COVER-SITE.
098600     IF NOT ((WS-WANT-RPT (WS-SITE-SUB, 1) = 'Y'
098700              AND WS-SITE-LINES (WS-SITE-SUB, 1) > ZERO)
098800          OR (WS-WANT-RPT (WS-SITE-SUB, 2) = 'Y'
098900              AND WS-SITE-LINES (WS-SITE-SUB, 2) > ZERO)
099000          OR (WS-WANT-RPT (WS-SITE-SUB, 3) = 'Y'
099100              AND WS-SITE-LINES (WS-SITE-SUB, 3) > ZERO))
099200         GO TO 5210-EXIT
099300     END-IF.
099400     ADD 1                     TO WS-RCP-SITES (WS-RCP-SUB).
099500     MOVE SPACES               TO BAN-PARM.
099600     MOVE WS-SITE-ID (WS-SITE-SUB) TO BAN-SITE-ID.
099700     CALL 'SAYBAN' USING BAN-PARM.
099800     MOVE SPACES               TO WS-COVER-LABEL.
099900     MOVE BAN-LINE-1           TO WS-COVER-VALUE.
100000     PERFORM 5290-PUT-COVER THRU 5290-EXIT.
100100     STRING '    ' BAN-LINE-2
100200            DELIMITED BY SIZE INTO WS-COVER-VALUE.
100300     PERFORM 5290-PUT-COVER THRU 5290-EXIT.
100400 5210-EXIT.
100500     EXIT.
100600 5220-LIST-REPORT.
100700     IF WS-BND-RPT-LINES (WS-RPT-SUB) > ZERO
100800         STRING WS-REPORT-NAME (WS-RPT-SUB) ' '
100900                DELIMITED BY SIZE INTO WS-REPORT-LIST
101000                WITH POINTER WS-LIST-POS
101100     END-IF.
101200 5220-EXIT.
101300     EXIT.
101400 5290-PUT-COVER.
101500     MOVE WS-COVER-LINE        TO WS-BND-LINE.
101600     PERFORM 8500-PUT-LINE THRU 8500-EXIT.
101700     MOVE SPACES               TO WS-COVER-LABEL WS-COVER-VALUE.
101800 5290-EXIT.
101900     EXIT.
102000*****************************************************************
102100*    5300-REPORT-SECTION  -  ONE REPORT'S LINES FOR THE BUNDLE'S
102200*                            SITES, ON A NEW PAGE UNDER THE
102300*                            REPORT'S OWN TITLE.
102400*****************************************************************
102500 5300-REPORT-SECTION.
102600     IF WS-BND-RPT-LINES (WS-RPT-SUB) = ZERO
102700         GO TO 5300-EXIT
102800     END-IF.
102900     MOVE WS-REPORT-TITLE (WS-RPT-SUB) TO WS-SECTION-TITLE.
103000     PERFORM 8400-NEW-PAGE THRU 8400-EXIT.
103100     PERFORM 5310-SECTION-LINE THRU 5310-EXIT
103200         VARYING WS-LINE-SUB FROM 1 BY 1
103300         UNTIL WS-LINE-SUB > WS-LINE-COUNT.
103400 5300-EXIT.
103500     EXIT.
103600 5310-SECTION-LINE.
103700     IF WS-LINE-RPT (WS-LINE-SUB) NOT = WS-RPT-SUB
103800         GO TO 5310-EXIT
103900     END-IF.
104000     MOVE WS-LINE-SITE-SUB (WS-LINE-SUB) TO WS-SITE-SUB.
104100     IF WS-WANT-RPT (WS-SITE-SUB, WS-RPT-SUB) = 'Y'
104200         MOVE WS-LINE-TEXT (WS-LINE-SUB) TO WS-BND-LINE
104300         PERFORM 8500-PUT-LINE THRU 8500-EXIT
104400     END-IF.
104500 5310-EXIT.
104600     EXIT.
104700*****************************************************************
104800*    6000-PRINT-CONTROL  -  THE REPORTS READ, THE BUNDLES BY
104900*                           RECIPIENT, THE SITES NOBODY RECEIVES
105000*                           AND THE CONTROL TOTALS.
105100*****************************************************************
105200 6000-PRINT-CONTROL.
105300     MOVE 'REPORTS READ'       TO WS-RPT-SEC-TITLE.
105400     MOVE WS-RPT-SECTION-HEAD  TO RPT-PRINT-REC.
105500     WRITE RPT-PRINT-REC.
105600     PERFORM 6100-PRINT-INPUT THRU 6100-EXIT
105700         VARYING WS-RPT-SUB FROM 1 BY 1
105800         UNTIL WS-RPT-SUB > WS-REPORT-COUNT.
105900     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
106000     MOVE 'BUNDLES BY RECIPIENT' TO WS-RPT-SEC-TITLE.
106100     MOVE WS-RPT-SECTION-HEAD  TO RPT-PRINT-REC.
106200     WRITE RPT-PRINT-REC.
106300     MOVE WS-RPT-RCP-HEAD      TO RPT-PRINT-REC.
106400     WRITE RPT-PRINT-REC.
106500     PERFORM 6200-PRINT-RECIPIENT THRU 6200-EXIT
106600         VARYING WS-RCP-SUB FROM 1 BY 1
106700         UNTIL WS-RCP-SUB > WS-RCP-COUNT.
106800     IF WS-RCP-COUNT = ZERO
106900         MOVE SPACES           TO RPT-PRINT-REC
107000         MOVE '    NONE'       TO RPT-PRINT-REC
107100         WRITE RPT-PRINT-REC
107200     END-IF.
107300     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
107400     MOVE 'SITES WITH REPORT LINES BUT NO DISTRIBUTION ENTRY'
107500                               TO WS-RPT-SEC-TITLE.
107600     MOVE WS-RPT-SECTION-HEAD  TO RPT-PRINT-REC.
107700     WRITE RPT-PRINT-REC.
107800     MOVE ZERO                 TO WS-CNT-SECTION-LINES.
107900     PERFORM 6300-CHECK-SITE THRU 6300-EXIT
108000         VARYING WS-SITE-SUB FROM 1 BY 1
108100         UNTIL WS-SITE-SUB > WS-SITE-COUNT.
108200     IF WS-CNT-SECTION-LINES = ZERO
108300         MOVE SPACES           TO RPT-PRINT-REC
108400         MOVE '    NONE'       TO RPT-PRINT-REC
108500         WRITE RPT-PRINT-REC
108600     ELSE
108700         DISPLAY 'SAYDST0020W - ' WS-CNT-FLAGGED
108800                 ' SITES HAVE REPORT LINES NOBODY RECEIVES - SEE '
108900                 'DSTRPT'
109000         PERFORM 1190-SET-WARNING THRU 1190-EXIT
109100     END-IF.
109200     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
109300     PERFORM 6900-PRINT-TOTALS THRU 6900-EXIT.
109400 6000-EXIT.
109500     EXIT.
109600 6100-PRINT-INPUT.
109700     MOVE WS-REPORT-NAME (WS-RPT-SUB) TO WS-RPT-IN-NAME.
109800     IF WS-REPORT-READ (WS-RPT-SUB)
109900         MOVE 'READ'           TO WS-RPT-IN-STATUS
110000     ELSE
110100         MOVE 'NOT IN THIS RUN' TO WS-RPT-IN-STATUS
110200     END-IF.
110300     MOVE WS-REPORT-LINES (WS-RPT-SUB) TO WS-RPT-IN-LINES.
110400     MOVE WS-REPORT-SITE-LNS (WS-RPT-SUB)
110500                               TO WS-RPT-IN-SITE-LINES.
110600     MOVE WS-RPT-INPUT-LINE    TO RPT-PRINT-REC.
110700     WRITE RPT-PRINT-REC.
110800 6100-EXIT.
110900     EXIT.
111000 6200-PRINT-RECIPIENT.
111100     MOVE WS-RCP-ID (WS-RCP-SUB) TO WS-RPT-RCP-ID.
111200     MOVE WS-RCP-NAME (WS-RCP-SUB) TO WS-RPT-RCP-NAME.
111300     MOVE WS-RCP-DEST-TYPE (WS-RCP-SUB) TO WS-RPT-RCP-TYPE.
111400     MOVE WS-RCP-DEST (WS-RCP-SUB) TO WS-RPT-RCP-DEST.
111500     MOVE WS-RCP-SITES (WS-RCP-SUB) TO WS-RPT-RCP-SITES.
111600     MOVE WS-RCP-LINES (WS-RCP-SUB) TO WS-RPT-RCP-LINES.
111700     MOVE WS-RCP-PAGES (WS-RCP-SUB) TO WS-RPT-RCP-PAGES.
111800     MOVE SPACES               TO WS-RPT-RCP-NOTE.
111900     IF WS-RCP-LINES (WS-RCP-SUB) = ZERO
112000         MOVE 'NO LINES FOR ITS SITES - NO BUNDLE'
112100                               TO WS-RPT-RCP-NOTE
112200     END-IF.
112300     MOVE WS-RPT-RCP-LINE      TO RPT-PRINT-REC.
112400     WRITE RPT-PRINT-REC.
112500 6200-EXIT.
112600     EXIT.
112700*****************************************************************
112800*    6300-CHECK-SITE  -  ONE LINE PER REPORT WHERE THE SITE HAS
112900*                        LINES THAT NO RECIPIENT RECEIVES.
113000*****************************************************************
113100 6300-CHECK-SITE.
113200     MOVE ZERO                 TO WS-SCAN-POS.
113300     PERFORM 6310-CHECK-SITE-REPORT THRU 6310-EXIT
113400         VARYING WS-RPT-SUB FROM 1 BY 1
113500         UNTIL WS-RPT-SUB > WS-REPORT-COUNT.
113600     IF WS-SCAN-POS > ZERO
113700         ADD 1                 TO WS-CNT-FLAGGED
113800     END-IF.
113900 6300-EXIT.
114000     EXIT.
114100 6310-CHECK-SITE-REPORT.
114200     IF WS-SITE-LINES (WS-SITE-SUB, WS-RPT-SUB) = ZERO
114300        OR WS-SITE-RCV (WS-SITE-SUB, WS-RPT-SUB) = 'Y'
114400         GO TO 6310-EXIT
114500     END-IF.
114600     ADD 1                     TO WS-SCAN-POS.
114700     ADD 1                     TO WS-CNT-SECTION-LINES.
114800     MOVE WS-SITE-ID (WS-SITE-SUB) TO WS-RPT-FLG-SITE.
114900     MOVE WS-REPORT-NAME (WS-RPT-SUB) TO WS-RPT-FLG-REPORT.
115000     MOVE WS-SITE-LINES (WS-SITE-SUB, WS-RPT-SUB)
115100                               TO WS-RPT-FLG-LINES.
115200     IF WS-SITE-HAS-DIST (WS-SITE-SUB)
115300         MOVE 'NO RECIPIENT TAKES THIS REPORT'
115400                               TO WS-RPT-FLG-REASON
115500     ELSE
115600         MOVE 'SITE NOT ON THE DISTRIBUTION LIST'
115700                               TO WS-RPT-FLG-REASON
115800     END-IF.
115900     MOVE WS-RPT-FLAG-LINE     TO RPT-PRINT-REC.
116000     WRITE RPT-PRINT-REC.
116100 6310-EXIT.
116200     EXIT.
116300*****************************************************************
116400*    6900-PRINT-TOTALS  -  CONTROL TOTALS.
116500*****************************************************************
116600 6900-PRINT-TOTALS.
116700     MOVE 'DISTRIBUTION ENTRIES READ        ='
116800                               TO WS-RPT-TOTAL-LABEL.
116900     MOVE WS-CNT-DIST-READ     TO WS-RPT-TOTAL-COUNT.
117000     PERFORM 6910-WRITE-TOTAL THRU 6910-EXIT.
117100     MOVE 'DISTRIBUTION ENTRIES REJECTED    ='
117200                               TO WS-RPT-TOTAL-LABEL.
117300     MOVE WS-CNT-DIST-REJECTED TO WS-RPT-TOTAL-COUNT.
117400     PERFORM 6910-WRITE-TOTAL THRU 6910-EXIT.
117500     MOVE 'DISTRIBUTION ENTRIES IGNORED     ='
117600                               TO WS-RPT-TOTAL-LABEL.
117700     MOVE WS-CNT-DIST-DROPPED  TO WS-RPT-TOTAL-COUNT.
117800     PERFORM 6910-WRITE-TOTAL THRU 6910-EXIT.
117900     MOVE 'RECIPIENTS                       ='
118000                               TO WS-RPT-TOTAL-LABEL.
118100     MOVE WS-RCP-COUNT         TO WS-RPT-TOTAL-COUNT.
118200     PERFORM 6910-WRITE-TOTAL THRU 6910-EXIT.
118300     MOVE 'BUNDLES WRITTEN                  ='
118400                               TO WS-RPT-TOTAL-LABEL.
118500     MOVE WS-CNT-BUNDLES       TO WS-RPT-TOTAL-COUNT.
118600     PERFORM 6910-WRITE-TOTAL THRU 6910-EXIT.
118700     MOVE 'BUNDLE PAGES                     ='
118800                               TO WS-RPT-TOTAL-LABEL.
118900     MOVE WS-CNT-PAGES         TO WS-RPT-TOTAL-COUNT.
119000     PERFORM 6910-WRITE-TOTAL THRU 6910-EXIT.
119100     MOVE 'BUNDLE RECORDS WRITTEN           ='
119200                               TO WS-RPT-TOTAL-LABEL.
119300     MOVE WS-CNT-BND-RECORDS   TO WS-RPT-TOTAL-COUNT.
119400     PERFORM 6910-WRITE-TOTAL THRU 6910-EXIT.
119500     MOVE 'SITES ON THE REPORTS             ='
119600                               TO WS-RPT-TOTAL-LABEL.
119700     MOVE WS-SITE-COUNT        TO WS-RPT-TOTAL-COUNT.
119800     PERFORM 6910-WRITE-TOTAL THRU 6910-EXIT.
119900     MOVE 'SITES FLAGGED - NOT DISTRIBUTED  ='
120000                               TO WS-RPT-TOTAL-LABEL.
120100     MOVE WS-CNT-FLAGGED       TO WS-RPT-TOTAL-COUNT.
120200     PERFORM 6910-WRITE-TOTAL THRU 6910-EXIT.
120300     MOVE 'ESTATE-WIDE LINES NOT BURST      ='
120400                               TO WS-RPT-TOTAL-LABEL.
120500     MOVE WS-CNT-NOT-BURST     TO WS-RPT-TOTAL-COUNT.
120600     PERFORM 6910-WRITE-TOTAL THRU 6910-EXIT.
120700     MOVE 'SITE LINES DROPPED - TABLE FULL  ='
120800                               TO WS-RPT-TOTAL-LABEL.
120900     MOVE WS-CNT-LINES-DROPPED TO WS-RPT-TOTAL-COUNT.
121000     PERFORM 6910-WRITE-TOTAL THRU 6910-EXIT.
121100     DISPLAY 'SAYDST0001I - ' WS-CNT-BUNDLES ' BUNDLES, '
121200             WS-CNT-PAGES ' PAGES WRITTEN FOR ' WS-RCP-COUNT
121300             ' RECIPIENTS'.
121400 6900-EXIT.
121500     EXIT.
121600 6910-WRITE-TOTAL.
121700     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
121800     WRITE RPT-PRINT-REC.
121900 6910-EXIT.
122000     EXIT.
122100*****************************************************************
122200*    8000-WRITE-BLANK  -  WRITE A BLANK SPACER LINE.
122300*****************************************************************
122400 8000-WRITE-BLANK.
122500     MOVE SPACES               TO RPT-PRINT-REC.
122600     WRITE RPT-PRINT-REC.
122700 8000-EXIT.
122800     EXIT.
122900*****************************************************************
123000*    8400-NEW-PAGE  -  START THE NEXT PAGE OF THE BUNDLE.  A
123100*                      REPORT SECTION'S TITLE LINE HEADS EVERY
123200*                      PAGE OF THE SECTION.
123300*****************************************************************
123400 8400-NEW-PAGE.
123500     ADD 1                     TO WS-PAGE-NO.
123600     MOVE ZERO                 TO WS-PAGE-LINES.
123700     SET WS-NEW-PAGE           TO TRUE.
123800     IF WS-SECTION-TITLE NOT = SPACES
123900         MOVE WS-SECTION-TITLE TO WS-BND-LINE
124000         PERFORM 8600-WRITE-BUNDLE THRU 8600-EXIT
124100         MOVE SPACES           TO WS-BND-LINE
124200         PERFORM 8600-WRITE-BUNDLE THRU 8600-EXIT
124300     END-IF.
124400 8400-EXIT.
124500     EXIT.
124600*****************************************************************
124700*    8500-PUT-LINE  -  WS-BND-LINE TO THE BUNDLE, TURNING THE
124800*                      PAGE FIRST WHEN THIS ONE IS FULL.
124900*****************************************************************
125000 8500-PUT-LINE.
125100     IF WS-PAGE-LINES NOT < WS-PAGE-MAX
125200         MOVE WS-BND-LINE      TO WS-HOLD-LINE
125300         PERFORM 8400-NEW-PAGE THRU 8400-EXIT
125400         MOVE WS-HOLD-LINE     TO WS-BND-LINE
125500     END-IF.
125600     PERFORM 8600-WRITE-BUNDLE THRU 8600-EXIT.
125700 8500-EXIT.
125800     EXIT.
125900*****************************************************************
126000*    8600-WRITE-BUNDLE  -  ONE SAYBNDL RECORD FOR THE CURRENT
126100*                          RECIPIENT AND PAGE.
126200*****************************************************************
126300 8600-WRITE-BUNDLE.
126400     MOVE SPACES               TO BND-RECORD.
126500     MOVE WS-RCP-ID (WS-RCP-SUB) TO BND-RECIP-ID.
126600     MOVE WS-RCP-DEST-TYPE (WS-RCP-SUB) TO BND-DEST-TYPE.
126700     MOVE WS-RCP-DEST (WS-RCP-SUB) TO BND-DEST.
126800     MOVE WS-PAGE-NO           TO BND-PAGE-NO.
126900     IF WS-NEW-PAGE
127000         SET BND-NEW-PAGE      TO TRUE
127100         MOVE 'N'              TO WS-NEW-PAGE-SW
127200     END-IF.
127300     MOVE WS-BND-LINE          TO BND-PRINT-LINE.
127400     WRITE BND-RECORD.
127500     IF NOT WS-SAYBNDL-OK
127600         IF NOT RC-ERROR
127700             DISPLAY 'SAYDST0018E - WRITE TO SAYBNDL FAILED, '
127800                     'FILE STATUS = ' WS-SAYBNDL-STATUS
127900         END-IF
128000         MOVE 8                TO WS-RETURN-CODE
128100         GO TO 8600-EXIT
128200     END-IF.
128300     ADD 1                     TO WS-PAGE-LINES.
128400     ADD 1                     TO WS-CNT-BND-RECORDS.
128500 8600-EXIT.
128600     EXIT.
128700*****************************************************************
128800*    9999-TERMINATE  -  CLOSE WHATEVER IS STILL OPEN.
128900*****************************************************************
129000 9999-TERMINATE.
129100     IF WS-SAYBNDL-OPEN
129200         CLOSE SAYBNDL-FILE
129300     END-IF.
129400     IF WS-DSTRPT-OPEN
129500         CLOSE DSTRPT-FILE
129600     END-IF.
129700 9999-EXIT.
129800     EXIT.
129900 END PROGRAM SAYDST.
