000100*****************************************************************
000200* PROGRAM-ID:  SAYSVC
000300* AUTHOR:      R. OKAFOR  -  BATCH SCHEDULING GROUP
000400* INSTALLATION: DAYLIGHT DATA CENTER
000500* DATE-WRITTEN: 04/02/2026
000600* DATE-COMPILED:
000700* PURPOSE:     MONTH-END PER-SITE SERVICE STATEMENT.  RUN AFTER
000800*              THE SAYMTH1 CONSOLIDATION, IT READS ONE MONTH OF
000900*              THE SAYHSTM HISTORY MASTER, SORTS IT BY SITE AND
001000*              PRINTS A STATEMENT PER SITE ON SVCRPT:
001100*              SITE NAME (SAYMAINT), BUSINESS DAYS THE SITE'S
001200*              CYCLE RAN, DAYS PROCESSED, REGIONAL HOLIDAYS,
001300*              DAYS MISSED, RERUNS, WORST AND TYPICAL (MOST
001400*              FREQUENT) RETURN CODE, THE ON-TIME PERCENTAGE
001500*              AGAINST THE SITE'S SAYCUT DEADLINE AND THE AVERAGE
001600*              ELAPSED TIME OF THE SITE'S CYCLE FROM THE *CYCLE*
001700*              'E' RECORDS.  THE SAME FIGURES GO TO THE SVCBILL
001800*              BILLING EXTRACT (SEE SYHBILL), ONE RECORD PER SITE
001900*              AND A TRAILER.  A CONTROL PAGE LISTS THE ACTIVE
002000*              SITE-MASTER SITES WITH NO HISTORY FOR THE MONTH.
002100*              THE SYSIN CARD GIVES THE MONTH AS YYYYMM IN
002200*              COLUMNS 1-6; BLANK = THE MONTH BEFORE THE RUN DATE.
002300* TECTONICS:   cobc -x saysvc.cbl
002400*
002500* MODIFICATION HISTORY:
002600*   04/02/2026  ROK  INITIAL VERSION.
002610*   10/15/2026  ROK  EVERY SVCBILL WRITE IS NOW CHECKED - A FAILED
002620*                    WRITE STOPS THE RUN WITH SAYSVC0022E AND CC 8
002630*                    INSTEAD OF LEAVING A SHORT EXTRACT.  A FULL
002640*                    STATEMENT LIST GIVES SAYSVC0021W AND CC 4,
002645*                    AND THE NO-HISTORY CHECK IS THEN MARKED NOT
002650*                    DONE RATHER THAN LISTING SITES IT NEVER
002655*                    CHECKED.
002670*                    STATEMENTS ARE PLAIN 133-BYTE LINES, EACH
002680*                    UNDER ITS OWN HEADER, LIKE THE OTHER REPORTS.
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.                  SAYSVC.
003000 AUTHOR.                      R. OKAFOR.
003100 INSTALLATION.                DAYLIGHT DATA CENTER.
003200 DATE-WRITTEN.                04/02/2026.
003300 DATE-COMPILED.
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.             IBM-370.
003800 OBJECT-COMPUTER.             IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT SAYHSTM-FILE      ASSIGN TO SAYHSTM
004200                               ORGANIZATION IS INDEXED
004300                               ACCESS MODE IS DYNAMIC
004400                               RECORD KEY IS HSTM-KEY
004500                               FILE STATUS IS WS-SAYHSTM-STATUS.
004600     SELECT SRTHSTM-FILE      ASSIGN TO SRTHSTM
004700                               ORGANIZATION IS SEQUENTIAL
004800                               FILE STATUS IS WS-SRTHSTM-STATUS.
004900     SELECT SORT-FILE         ASSIGN TO SORTWK01.
005000     SELECT SAYCUT-FILE       ASSIGN TO SAYCUT
005100                               ORGANIZATION IS SEQUENTIAL
005200                               FILE STATUS IS WS-SAYCUT-STATUS.
005300     SELECT SAYMAINT-FILE     ASSIGN TO SAYMAINT
005400                               ORGANIZATION IS INDEXED
005500                               ACCESS MODE IS DYNAMIC
005600                               RECORD KEY IS SITE-ID
005700                               FILE STATUS IS WS-SAYMAINT-STATUS.
005800     SELECT PARM-FILE         ASSIGN TO SYSIN
005900                               ORGANIZATION IS LINE SEQUENTIAL
006000                               FILE STATUS IS WS-PARM-STATUS.
006100     SELECT SVCRPT-FILE       ASSIGN TO SVCRPT
006200                               ORGANIZATION IS SEQUENTIAL
006300                               FILE STATUS IS WS-SVCRPT-STATUS.
006400     SELECT SVCBILL-FILE      ASSIGN TO SVCBILL
006500                               ORGANIZATION IS SEQUENTIAL
006600                               FILE STATUS IS WS-SVCBILL-STATUS.
006700*****************************************************************
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  SAYHSTM-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY SYHHSTM.
007300 FD  SRTHSTM-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600     COPY SYHHSTM REPLACING LEADING ==HSTM== BY ==SRT==.
007700 SD  SORT-FILE.
007800     COPY SYHHSTM REPLACING LEADING ==HSTM== BY ==SORT==.
007900 FD  SAYCUT-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200     COPY SYHCUT.
008300 FD  SAYMAINT-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY SYHSITE.
008600 FD  PARM-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  PARM-CARD.
008900     05  PARM-MONTH           PIC X(06).
009000     05  PARM-MONTH-NUM REDEFINES PARM-MONTH.
009100         10  PARM-MONTH-YYYY  PIC 9(04).
009200         10  PARM-MONTH-MM    PIC 9(02).
009300     05  FILLER               PIC X(74).
009400 FD  SVCRPT-FILE
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700 01  RPT-PRINT-REC            PIC X(133).
009800 FD  SVCBILL-FILE
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100     COPY SYHBILL.
010200 WORKING-STORAGE SECTION.
010300*****************************************************************
010400*    RUN-CONTROL / RUN-DATE FIELDS (SHARED COPYBOOK)
010500*****************************************************************
010600     COPY SYHRUNDT.
010700*****************************************************************
010800*    FILE STATUS, OPEN AND END-OF-FILE CONTROL
010900*****************************************************************
011000 01  WS-SAYHSTM-STATUS        PIC X(02) VALUE SPACES.
011100     88  WS-SAYHSTM-OK                  VALUE '00'.
011200 01  WS-SRTHSTM-STATUS        PIC X(02) VALUE SPACES.
011300     88  WS-SRTHSTM-OK                  VALUE '00'.
011400 01  WS-SAYCUT-STATUS         PIC X(02) VALUE SPACES.
011500     88  WS-SAYCUT-OK                   VALUE '00'.
011600 01  WS-SAYMAINT-STATUS       PIC X(02) VALUE SPACES.
011700     88  WS-SAYMAINT-OK                 VALUE '00'.
011800 01  WS-PARM-STATUS           PIC X(02) VALUE SPACES.
011900     88  WS-PARM-OK                     VALUE '00'.
012000 01  WS-SVCRPT-STATUS         PIC X(02) VALUE SPACES.
012100     88  WS-SVCRPT-OK                   VALUE '00'.
012200 01  WS-SVCBILL-STATUS        PIC X(02) VALUE SPACES.
012300     88  WS-SVCBILL-OK                  VALUE '00'.
012400 01  WS-SVCRPT-OPEN-SW        PIC X(01) VALUE 'N'.
012500     88  WS-SVCRPT-OPEN                 VALUE 'Y'.
012600 01  WS-SVCBILL-OPEN-SW       PIC X(01) VALUE 'N'.
012700     88  WS-SVCBILL-OPEN                VALUE 'Y'.
012800 01  WS-SAYMAINT-OPEN-SW      PIC X(01) VALUE 'N'.
012900     88  WS-SAYMAINT-OPEN               VALUE 'Y'.
013000 01  WS-HSTM-DONE-SW          PIC X(01) VALUE 'N'.
013100     88  WS-HSTM-DONE                   VALUE 'Y'.
013200 01  WS-SRT-EOF-SW            PIC X(01) VALUE 'N'.
013300     88  WS-SRT-EOF                     VALUE 'Y'.
013400 01  WS-CUT-EOF-SW            PIC X(01) VALUE 'N'.
013500     88  WS-CUT-EOF                     VALUE 'Y'.
013600 01  WS-SITE-EOF-SW           PIC X(01) VALUE 'N'.
013700     88  WS-SITE-EOF                    VALUE 'Y'.
013800*****************************************************************
013900*    RETURN-CODE / CONDITION-CODE CONTROL
014000*****************************************************************
014100 01  WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
014200     88  RC-NORMAL                      VALUE 0.
014300     88  RC-WARNING                     VALUE 4.
014400     88  RC-ERROR                       VALUE 8.
014500*****************************************************************
014600*    STATEMENT MONTH.  THE MASTER IS KEYED ON RUN DATE, SO THE
014700*    MONTH IS READ FROM YYYYMM01 UP TO YYYYMM31.
014800*****************************************************************
014900 01  WS-MONTH.
015000     05  WS-MONTH-YYYY        PIC 9(04) VALUE ZERO.
015100     05  WS-MONTH-MM          PIC 9(02) VALUE ZERO.
015200 01  WS-MONTH-NUM REDEFINES WS-MONTH
015300                              PIC 9(06).
015400 01  WS-MONTH-FIRST           PIC 9(08) VALUE ZERO.
015500 01  WS-MONTH-LAST            PIC 9(08) VALUE ZERO.
015600 01  WS-HSTM-DATE-GRP.
015700     05  FILLER               PIC 9(06).
015800     05  WS-HSTM-DD           PIC 9(02).
015900 01  WS-HSTM-DATE-NUM REDEFINES WS-HSTM-DATE-GRP
016000                              PIC 9(08).
016100*****************************************************************
016200*    CYCLE TABLE, BUILT WHILE THE MONTH IS SELECTED FOR THE SORT.
016300*    ONE FLAG PER DAY OF THE MONTH MARKS THE BUSINESS DATES THE
016400*    CYCLE RAN ON (ANY RECORD FOR THE CYCLE THAT DATE); THE 'E'
016500*    RECORDS GIVE THE ELAPSED-TIME TOTAL.
016600*****************************************************************
016700 01  WS-CYC-TABLE.
016800     05  WS-CYC-ENTRY         OCCURS 20 TIMES.
016900         10  WS-CYC-ID        PIC X(08).
017000         10  WS-CYC-DAY-FLAGS.
017100             15  WS-CYC-DAY   PIC X(01) OCCURS 31 TIMES.
017200         10  WS-CYC-DAYS      PIC 9(03) COMP.
017300         10  WS-CYC-E-COUNT   PIC 9(05) COMP.
017400         10  WS-CYC-E-SECONDS PIC 9(09) COMP.
017500         10  WS-CYC-AVG-TIME  PIC 9(06).
017600 01  WS-CYC-MAX               PIC 9(04) COMP VALUE 20.
017700 01  WS-CYC-COUNT             PIC 9(04) COMP VALUE ZERO.
017800 01  WS-CYC-SUB               PIC 9(04) COMP VALUE ZERO.
017900 01  WS-CYC-HIT-SW            PIC X(01) VALUE 'N'.
018000     88  WS-CYC-HIT                     VALUE 'Y'.
018100 01  WS-CYC-FULL-SW           PIC X(01) VALUE 'N'.
018200     88  WS-CYC-FULL-WARNED             VALUE 'Y'.
018300 01  WS-FIND-CYCLE            PIC X(08) VALUE SPACES.
018400*****************************************************************
018500*    SAYCUT PER-SITE DEADLINES
018600*****************************************************************
018700 01  WS-CUT-TABLE.
018800     05  WS-CUT-ENTRY         OCCURS 1000 TIMES.
018900         10  WS-CUT-SITE-ID   PIC X(15).
019000         10  WS-CUT-TIME      PIC 9(06).
019100 01  WS-CUT-MAX               PIC 9(04) COMP VALUE 1000.
019200 01  WS-CUT-COUNT             PIC 9(04) COMP VALUE ZERO.
019300 01  WS-CUT-SUB               PIC 9(04) COMP VALUE ZERO.
019400 01  WS-CUT-HIT-SW            PIC X(01) VALUE 'N'.
019500     88  WS-CUT-HIT                     VALUE 'Y'.
019600*****************************************************************
019700*    SITE GROUP CONTROL.  THE SORTED MONTH ARRIVES IN SITE ID /
019800*    RUN DATE ORDER, SO ONE SITE IS OPEN AT A TIME AND ITS
019900*    STATEMENT PRINTS WHEN THE SITE ID CHANGES.
020000*****************************************************************
020100 01  WS-GROUP-OPEN-SW         PIC X(01) VALUE 'N'.
020200     88  WS-GROUP-OPEN                  VALUE 'Y'.
020300 01  WS-GRP-SITE-ID           PIC X(15) VALUE SPACES.
020400 01  WS-GRP-CYCLE-ID          PIC X(08) VALUE SPACES.
020500 01  WS-GRP-PROCESSED         PIC 9(03) COMP VALUE ZERO.
020600 01  WS-GRP-HOLIDAYS          PIC 9(03) COMP VALUE ZERO.
020700 01  WS-GRP-MISSED            PIC 9(03) COMP VALUE ZERO.
020800 01  WS-GRP-CYCLE-DAYS        PIC 9(03) COMP VALUE ZERO.
020900 01  WS-GRP-RERUNS            PIC 9(03) COMP VALUE ZERO.
021000 01  WS-GRP-WORST-RC          PIC 9(02) VALUE ZERO.
021100 01  WS-GRP-TYPICAL-RC        PIC 9(02) VALUE ZERO.
021200 01  WS-GRP-ON-TIME           PIC 9(03) COMP VALUE ZERO.
021300 01  WS-GRP-ON-TIME-PCT       PIC 9(03)V9(02) VALUE ZERO.
021400 01  WS-GRP-DEADLINE          PIC 9(06) VALUE ZERO.
021500 01  WS-GRP-AVG-TIME          PIC 9(06) VALUE ZERO.
021600 01  WS-GRP-E-COUNT           PIC 9(05) COMP VALUE ZERO.
021700 01  WS-GRP-SITE-NAME         PIC X(30) VALUE SPACES.
021800 01  WS-RC-TALLY-TABLE.
021900     05  WS-RC-TALLY          PIC 9(03) COMP OCCURS 100 TIMES.
022000 01  WS-RC-SUB                PIC 9(03) COMP VALUE ZERO.
022100 01  WS-RC-BEST-COUNT         PIC 9(03) COMP VALUE ZERO.
022200 01  WS-RUN-HHMMSS            PIC 9(06) VALUE ZERO.
022300*****************************************************************
022400*    SITES GIVEN A STATEMENT, IN SITE ID ORDER, FOR THE NO-HISTORY
022500*    CHECK AGAINST THE SITE MASTER
022600*****************************************************************
022700 01  WS-STM-TABLE.
022800     05  WS-STM-SITE-ID       PIC X(15) OCCURS 2000 TIMES.
022900 01  WS-STM-MAX               PIC 9(04) COMP VALUE 2000.
023000 01  WS-STM-COUNT             PIC 9(04) COMP VALUE ZERO.
023100 01  WS-STM-SUB               PIC 9(04) COMP VALUE ZERO.
023110 01  WS-STM-FULL-SW           PIC X(01) VALUE 'N'.
023120     88  WS-STM-FULL                    VALUE 'Y'.
023200*****************************************************************
023300*    TIME CONVERSION WORK FIELDS (HHMMSS <-> SECONDS)
023400*****************************************************************
023500 01  WS-WORK-TIME             PIC 9(06) VALUE ZERO.
023600 01  WS-WORK-TIME-GRP REDEFINES WS-WORK-TIME.
023700     05  WS-WORK-HH           PIC 9(02).
023800     05  WS-WORK-MN           PIC 9(02).
023900     05  WS-WORK-SS           PIC 9(02).
024000 01  WS-WORK-SECONDS          PIC 9(09) COMP VALUE ZERO.
024100 01  WS-REM-SECONDS           PIC 9(09) COMP VALUE ZERO.
024200 01  WS-TIME-TEXT             PIC X(08) VALUE SPACES.
024300*****************************************************************
024400*    CONTROL COUNTERS
024500*****************************************************************
024600 01  WS-CNT-SELECTED          PIC 9(07) COMP VALUE ZERO.
024700 01  WS-CNT-E-RECORDS         PIC 9(07) COMP VALUE ZERO.
024800 01  WS-CNT-STATEMENTS        PIC 9(07) COMP VALUE ZERO.
024900 01  WS-CNT-BILL              PIC 9(07) COMP VALUE ZERO.
025000 01  WS-CNT-NO-NAME           PIC 9(07) COMP VALUE ZERO.
025100 01  WS-CNT-NO-HISTORY        PIC 9(07) COMP VALUE ZERO.
025200*****************************************************************
025300*    REPORT LINE LAYOUTS
025400*****************************************************************
025500 01  WS-RPT-HEADER.
025600     05  FILLER               PIC X(35) VALUE
025700         'SAYSVC - MONTHLY SERVICE STATEMENT'.
025800     05  FILLER               PIC X(07) VALUE ' MONTH '.
025900     05  WS-RPT-H-YYYY        PIC 9(04).
026000     05  FILLER               PIC X(01) VALUE '-'.
026100     05  WS-RPT-H-MM          PIC 9(02).
026200     05  FILLER               PIC X(11) VALUE '  RUN DATE '.
026300     05  WS-RPT-H-RUN-DATE    PIC 9(08).
026400     05  FILLER               PIC X(65) VALUE SPACES.
026500 01  WS-RPT-STM-LINE.
026600     05  FILLER               PIC X(04) VALUE SPACES.
026700     05  WS-RPT-STM-LABEL     PIC X(32).
026800     05  FILLER               PIC X(02) VALUE ': '.
026900     05  WS-RPT-STM-VALUE     PIC X(50).
027000     05  FILLER               PIC X(45) VALUE SPACES.
027100 01  WS-EDIT-COUNT            PIC Z(04)9.
027200 01  WS-EDIT-RC               PIC Z9.
027300 01  WS-EDIT-PCT              PIC ZZ9.99.
027400 01  WS-RPT-NOHIST-LINE.
027500     05  FILLER               PIC X(04) VALUE SPACES.
027600     05  WS-RPT-NH-SITE-ID    PIC X(15).
027700     05  FILLER               PIC X(02) VALUE SPACES.
027800     05  WS-RPT-NH-SITE-NAME  PIC X(30).
027900     05  FILLER               PIC X(82) VALUE SPACES.
028000 01  WS-RPT-TOTAL-LINE.
028100     05  FILLER               PIC X(02) VALUE SPACES.
028200     05  WS-RPT-TOTAL-LABEL   PIC X(34).
028300     05  WS-RPT-TOTAL-COUNT   PIC Z(06)9.
028400     05  FILLER               PIC X(90) VALUE SPACES.
028500*****************************************************************
028600*    PROCEDURE DIVISION
028700*****************************************************************
028800 PROCEDURE DIVISION.
028900*****************************************************************
029000*    0000-MAINLINE
029100*****************************************************************
029200 0000-MAINLINE.
029300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029400     IF NOT RC-ERROR
029500         PERFORM 1500-SORT-MONTH THRU 1500-EXIT
029600     END-IF.
029700     IF NOT RC-ERROR
029800         PERFORM 3000-PRINT-STATEMENTS THRU 3000-EXIT
029900     END-IF.
030000     IF NOT RC-ERROR
030100         PERFORM 5000-PRINT-CONTROL THRU 5000-EXIT
030200     END-IF.
030300     PERFORM 9999-TERMINATE THRU 9999-EXIT.
030400     MOVE WS-RETURN-CODE       TO RETURN-CODE.
030500     STOP RUN.
030600*****************************************************************
030700*    1000-INITIALIZE  -  STAMP THE RUN DATE, SETTLE THE MONTH,
030800*                        LOAD THE DEADLINES AND OPEN THE OUTPUTS.
030900*****************************************************************
031000 1000-INITIALIZE.
031100     ACCEPT RD-RUN-DATE-NUM FROM DATE YYYYMMDD.
031200     ACCEPT RD-RUN-TIME-NUM FROM TIME.
031300     MOVE RD-RUN-YYYY          TO HINITI-YYYY.
031400     MOVE RD-RUN-MM            TO HINITI-MM.
031500     MOVE RD-RUN-DD            TO HINITI-DD.
031600     PERFORM 1100-READ-PARM THRU 1100-EXIT.
031700     COMPUTE WS-MONTH-FIRST = WS-MONTH-NUM * 100 + 1.
031800     COMPUTE WS-MONTH-LAST  = WS-MONTH-NUM * 100 + 31.
031900     PERFORM 1200-LOAD-CUTOFFS THRU 1200-EXIT.
032000     OPEN OUTPUT SVCRPT-FILE.
032100     IF WS-SVCRPT-OK
032200         SET WS-SVCRPT-OPEN    TO TRUE
032300     ELSE
032400         DISPLAY 'SAYSVC0010E - UNABLE TO OPEN SVCRPT, FILE '
032500                 'STATUS = ' WS-SVCRPT-STATUS
032600         MOVE 8                TO WS-RETURN-CODE
032700         GO TO 1000-EXIT
032800     END-IF.
032900     OPEN OUTPUT SVCBILL-FILE.
033000     IF WS-SVCBILL-OK
033100         SET WS-SVCBILL-OPEN   TO TRUE
033200     ELSE
033300         DISPLAY 'SAYSVC0014E - UNABLE TO OPEN SVCBILL, FILE '
033400                 'STATUS = ' WS-SVCBILL-STATUS
033500         MOVE 8                TO WS-RETURN-CODE
033600         GO TO 1000-EXIT
033700     END-IF.
033800     OPEN INPUT SAYMAINT-FILE.
033900     IF WS-SAYMAINT-OK
034000         SET WS-SAYMAINT-OPEN  TO TRUE
034100     ELSE
034200         DISPLAY 'SAYSVC0016W - UNABLE TO OPEN SAYMAINT, FILE '
034300                 'STATUS = ' WS-SAYMAINT-STATUS
034400                 ' - STATEMENTS PRINTED WITHOUT SITE NAMES'
034500         IF RC-NORMAL
034600             MOVE 4            TO WS-RETURN-CODE
034700         END-IF
034800     END-IF.
034900     MOVE WS-MONTH-YYYY        TO WS-RPT-H-YYYY.
035000     MOVE WS-MONTH-MM          TO WS-RPT-H-MM.
035100     MOVE RD-RUN-DATE-NUM      TO WS-RPT-H-RUN-DATE.
035200 1000-EXIT.
035300     EXIT.
035400*****************************************************************
035500*    1100-READ-PARM  -  STATEMENT MONTH FROM THE SYSIN CARD.  A
035600*                       BLANK OR MISSING CARD, OR ONE THAT IS NOT
035700*                       A VALID YYYYMM, TAKES THE MONTH BEFORE
035800*                       THE RUN DATE - THE MONTH JUST CLOSED.
035900*****************************************************************
036000 1100-READ-PARM.
036100     IF RD-RUN-MM = 1
036200         COMPUTE WS-MONTH-YYYY = RD-RUN-YYYY - 1
036300         MOVE 12               TO WS-MONTH-MM
036400     ELSE
036500         MOVE RD-RUN-YYYY      TO WS-MONTH-YYYY
036600         COMPUTE WS-MONTH-MM = RD-RUN-MM - 1
036700     END-IF.
036800     OPEN INPUT PARM-FILE.
036900     IF NOT WS-PARM-OK
037000         GO TO 1100-EXIT
037100     END-IF.
037200     READ PARM-FILE
037300         AT END
037400             CONTINUE
037500         NOT AT END
037600             IF PARM-MONTH NOT = SPACES
037700                 IF PARM-MONTH-NUM IS NUMERIC
037800                    AND PARM-MONTH-MM > ZERO
037900                    AND PARM-MONTH-MM < 13
038000                     MOVE PARM-MONTH-YYYY TO WS-MONTH-YYYY
038100                     MOVE PARM-MONTH-MM   TO WS-MONTH-MM
038200                 ELSE
038300                     DISPLAY 'SAYSVC0017W - INVALID MONTH '
038400                             PARM-MONTH ' ON SYSIN CARD - '
038500                             WS-MONTH-NUM ' USED'
038600                     IF RC-NORMAL
038700                         MOVE 4    TO WS-RETURN-CODE
038800                     END-IF
038900                 END-IF
039000             END-IF
039100     END-READ.
039200     CLOSE PARM-FILE.
039300 1100-EXIT.
039400     EXIT.
039500*****************************************************************
039600*    1200-LOAD-CUTOFFS  -  LOAD THE SAYCUT PER-SITE DEADLINES.
039700*                          WITHOUT THE FILE EVERY STATEMENT SAYS
039800*                          NO DEADLINE, SO IT IS ONLY A WARNING.
039900*****************************************************************
040000 1200-LOAD-CUTOFFS.
040100     OPEN INPUT SAYCUT-FILE.
040200     IF NOT WS-SAYCUT-OK
040300         DISPLAY 'SAYSVC0015W - UNABLE TO OPEN SAYCUT, FILE '
040400                 'STATUS = ' WS-SAYCUT-STATUS
040500                 ' - NO ON-TIME FIGURES'
040600         IF RC-NORMAL
040700             MOVE 4            TO WS-RETURN-CODE
040800         END-IF
040900         GO TO 1200-EXIT
041000     END-IF.
041100     PERFORM 1210-READ-ONE-CUTOFF THRU 1210-EXIT
041200         UNTIL WS-CUT-EOF.
041300     CLOSE SAYCUT-FILE.
041400 1200-EXIT.
041500     EXIT.
041600 1210-READ-ONE-CUTOFF.
041700     READ SAYCUT-FILE
041800         AT END
041900             SET WS-CUT-EOF    TO TRUE
042000             GO TO 1210-EXIT
042100     END-READ.
042200     IF NOT CUT-SITE-REC
042300        OR CUT-DEADLINE-TIME IS NOT NUMERIC
042400         GO TO 1210-EXIT
042500     END-IF.
042600     IF WS-CUT-COUNT NOT < WS-CUT-MAX
042700         DISPLAY 'SAYSVC0020W - SAYCUT TABLE FULL AT ' WS-CUT-MAX
042800                 ' SITES - ' CUT-SITE-ID ' HAS NO DEADLINE'
042900         IF RC-NORMAL
043000             MOVE 4            TO WS-RETURN-CODE
043100         END-IF
043200         GO TO 1210-EXIT
043300     END-IF.
043400     ADD 1                     TO WS-CUT-COUNT.
043500     MOVE CUT-SITE-ID          TO WS-CUT-SITE-ID (WS-CUT-COUNT).
043600     MOVE CUT-DEADLINE-TIME    TO WS-CUT-TIME (WS-CUT-COUNT).
043700 1210-EXIT.
043800     EXIT.
043900*****************************************************************
044000*    1500-SORT-MONTH  -  SORT THE MONTH'S SITE RECORDS BY SITE
044100*                        ID AND RUN DATE INTO THE SRTHSTM WORK
044200*                        FILE.  THE INPUT PROCEDURE BROWSES THE
044300*                        MASTER FOR THE MONTH AND BUILDS THE
044400*                        CYCLE TABLE ON THE WAY.
044500*****************************************************************
044600 1500-SORT-MONTH.
044700     SORT SORT-FILE
044800         ON ASCENDING KEY SORT-SITE-ID
044900                          SORT-RUN-DATE
045000         INPUT PROCEDURE IS 2000-SELECT-MONTH THRU 2000-EXIT
045100         GIVING SRTHSTM-FILE.
045200     IF SORT-RETURN NOT = ZERO
045300         DISPLAY 'SAYSVC0012E - HISTORY SORT FAILED, '
045400                 'SORT-RETURN = ' SORT-RETURN
045500         MOVE 8                TO WS-RETURN-CODE
045600         GO TO 1500-EXIT
045700     END-IF.
045800     IF RC-ERROR
045900         GO TO 1500-EXIT
046000     END-IF.
046100     PERFORM 2100-FINISH-CYCLE THRU 2100-EXIT
046200         VARYING WS-CYC-SUB FROM 1 BY 1
046300         UNTIL WS-CYC-SUB > WS-CYC-COUNT.
046400     IF WS-CNT-SELECTED = ZERO
046500         DISPLAY 'SAYSVC0018W - NO SITE HISTORY ON SAYHSTM FOR '
046600                 WS-MONTH-NUM ' - NO STATEMENTS'
046700         IF RC-NORMAL
046800             MOVE 4            TO WS-RETURN-CODE
046900         END-IF
047000     END-IF.
047100 1500-EXIT.
047200     EXIT.
047300*****************************************************************
047400*    2000-SELECT-MONTH  -  SORT INPUT PROCEDURE.  POSITION ON THE
047500*                          FIRST OF THE MONTH AND RELEASE EACH
047600*                          SITE RECORD UP TO THE END OF IT.  THE
047700*                          *CYCLE* 'E' RECORDS FEED ONLY THE
047800*                          CYCLE TABLE.
047900*****************************************************************
048000 2000-SELECT-MONTH.
048100     OPEN INPUT SAYHSTM-FILE.
048200     IF NOT WS-SAYHSTM-OK
048300         DISPLAY 'SAYSVC0011E - UNABLE TO OPEN SAYHSTM, FILE '
048400                 'STATUS = ' WS-SAYHSTM-STATUS
048500         MOVE 8                TO WS-RETURN-CODE
048600         GO TO 2000-EXIT
048700     END-IF.
048800     MOVE WS-MONTH-FIRST       TO HSTM-RUN-DATE.
048900     MOVE LOW-VALUES           TO HSTM-SITE-ID.
049000     START SAYHSTM-FILE KEY IS NOT LESS THAN HSTM-KEY
049100         INVALID KEY
049200             SET WS-HSTM-DONE  TO TRUE
049300     END-START.
049400     PERFORM 2010-READ-HSTM THRU 2010-EXIT
049500         UNTIL WS-HSTM-DONE.
049600     CLOSE SAYHSTM-FILE.
049700 2000-EXIT.
049800     EXIT.
049900 2010-READ-HSTM.
050000     READ SAYHSTM-FILE NEXT RECORD
050100         AT END
050200             SET WS-HSTM-DONE  TO TRUE
050300             GO TO 2010-EXIT
050400     END-READ.
050500     IF HSTM-RUN-DATE > WS-MONTH-LAST
050600         SET WS-HSTM-DONE      TO TRUE
050700         GO TO 2010-EXIT
050800     END-IF.
050900     MOVE HSTM-RUN-DATE        TO WS-HSTM-DATE-NUM.
051000     MOVE HSTM-CYCLE-ID        TO WS-FIND-CYCLE.
051100     PERFORM 2020-FIND-CYCLE THRU 2020-EXIT.
051200     IF WS-CYC-HIT
051300         MOVE 'Y'              TO
051400              WS-CYC-DAY (WS-CYC-SUB, WS-HSTM-DD)
051500     END-IF.
051600     IF HSTM-END-OF-CYCLE
051700         ADD 1                 TO WS-CNT-E-RECORDS
051800         IF WS-CYC-HIT
051900            AND HSTM-ELAPSED-TIME IS NUMERIC
052000             MOVE HSTM-ELAPSED-TIME TO WS-WORK-TIME
052100             PERFORM 7000-TIME-TO-SECONDS THRU 7000-EXIT
052200             ADD 1             TO WS-CYC-E-COUNT (WS-CYC-SUB)
052300             ADD WS-WORK-SECONDS
052400                               TO WS-CYC-E-SECONDS (WS-CYC-SUB)
052500         END-IF
052600         GO TO 2010-EXIT
052700     END-IF.
052800     ADD 1                     TO WS-CNT-SELECTED.
052900     RELEASE SORT-RECORD       FROM HSTM-RECORD.
053000 2010-EXIT.
053100     EXIT.
053200*****************************************************************
053300*    2020-FIND-CYCLE  -  LOCATE WS-FIND-CYCLE IN THE CYCLE TABLE,
053400*                        ADDING IT WHEN NEW.  WS-CYC-HIT IS OFF
053500*                        ONLY WHEN THE TABLE IS FULL.
053600*****************************************************************
053700 2020-FIND-CYCLE.
053800     MOVE 'N'                  TO WS-CYC-HIT-SW.
053900     PERFORM 2030-SCAN-CYCLE THRU 2030-EXIT
054000         VARYING WS-CYC-SUB FROM 1 BY 1
054100         UNTIL WS-CYC-SUB > WS-CYC-COUNT
054200            OR WS-CYC-HIT.
054300     IF WS-CYC-HIT
054400         SUBTRACT 1            FROM WS-CYC-SUB
054500         GO TO 2020-EXIT
054600     END-IF.
054700     IF WS-CYC-COUNT NOT < WS-CYC-MAX
054800         IF NOT WS-CYC-FULL-WARNED
054900             SET WS-CYC-FULL-WARNED TO TRUE
055000             DISPLAY 'SAYSVC0019W - CYCLE TABLE FULL AT '
055100                     WS-CYC-MAX ' CYCLES - LATER CYCLES HAVE NO '
055200                     'DAY COUNT OR ELAPSED TIME'
055300             IF RC-NORMAL
055400                 MOVE 4        TO WS-RETURN-CODE
055500             END-IF
055600         END-IF
055700         GO TO 2020-EXIT
055800     END-IF.
055900     ADD 1                     TO WS-CYC-COUNT.
056000     MOVE WS-CYC-COUNT         TO WS-CYC-SUB.
056100     MOVE WS-FIND-CYCLE        TO WS-CYC-ID (WS-CYC-SUB).
056200     MOVE SPACES               TO WS-CYC-DAY-FLAGS (WS-CYC-SUB).
056300     MOVE ZERO                 TO WS-CYC-DAYS (WS-CYC-SUB)
056400                                  WS-CYC-E-COUNT (WS-CYC-SUB)
056500                                  WS-CYC-E-SECONDS (WS-CYC-SUB)
056600                                  WS-CYC-AVG-TIME (WS-CYC-SUB).
056700     SET WS-CYC-HIT            TO TRUE.
056800 2020-EXIT.
056900     EXIT.
057000 2030-SCAN-CYCLE.
057100     IF WS-CYC-ID (WS-CYC-SUB) = WS-FIND-CYCLE
057200         SET WS-CYC-HIT        TO TRUE
057300     END-IF.
057400 2030-EXIT.
057500     EXIT.
057600*****************************************************************
057700*    2100-FINISH-CYCLE  -  COUNT THE CYCLE'S BUSINESS DATES AND
057800*                          WORK OUT ITS AVERAGE ELAPSED TIME.
057900*****************************************************************
058000 2100-FINISH-CYCLE.
058100     INSPECT WS-CYC-DAY-FLAGS (WS-CYC-SUB)
058200         TALLYING WS-CYC-DAYS (WS-CYC-SUB) FOR ALL 'Y'.
058300     IF WS-CYC-E-COUNT (WS-CYC-SUB) = ZERO
058400         GO TO 2100-EXIT
058500     END-IF.
058600     COMPUTE WS-WORK-SECONDS =
058700             WS-CYC-E-SECONDS (WS-CYC-SUB)
058800             / WS-CYC-E-COUNT (WS-CYC-SUB).
058900     PERFORM 7100-SECONDS-TO-TIME THRU 7100-EXIT.
059000     MOVE WS-WORK-TIME         TO WS-CYC-AVG-TIME (WS-CYC-SUB).
059100 2100-EXIT.
059200     EXIT.
059300*****************************************************************
059400*    3000-PRINT-STATEMENTS  -  READ THE SORTED MONTH ONCE,
059500*                              PRINTING EACH SITE'S STATEMENT
059600*                              AND BILLING RECORD AS ITS GROUP
059700*                              CLOSES, THEN THE EXTRACT TRAILER.
059800*****************************************************************
059900 3000-PRINT-STATEMENTS.
060000     OPEN INPUT SRTHSTM-FILE.
060100     IF NOT WS-SRTHSTM-OK
060200         DISPLAY 'SAYSVC0013E - UNABLE TO OPEN SRTHSTM, FILE '
060300                 'STATUS = ' WS-SRTHSTM-STATUS
060400         MOVE 8                TO WS-RETURN-CODE
060500         GO TO 3000-EXIT
060600     END-IF.
060700     PERFORM 3010-READ-SORTED THRU 3010-EXIT
060800         UNTIL WS-SRT-EOF OR RC-ERROR.
060900     IF WS-GROUP-OPEN AND NOT RC-ERROR
061000         PERFORM 4000-CLOSE-SITE THRU 4000-EXIT
061100     END-IF.
061200     CLOSE SRTHSTM-FILE.
061210     IF RC-ERROR
061220         GO TO 3000-EXIT
061230     END-IF.
061300     MOVE SPACES               TO BILL-TRAILER-RECORD.
061400     MOVE 'T'                  TO BILL-TRL-REC-TYPE.
061500     MOVE WS-MONTH-NUM         TO BILL-TRL-MONTH.
061600     MOVE WS-CNT-BILL          TO BILL-TRL-COUNT.
061700     MOVE RD-RUN-DATE-NUM      TO BILL-TRL-CREATED-DATE.
061800     WRITE BILL-TRAILER-RECORD.
061810     IF NOT WS-SVCBILL-OK
061820         DISPLAY 'SAYSVC0022E - WRITE TO SVCBILL FAILED, FILE '
061830                 'STATUS = ' WS-SVCBILL-STATUS
061840         MOVE 8                TO WS-RETURN-CODE
061850     END-IF.
061900 3000-EXIT.
062000     EXIT.
062100 3010-READ-SORTED.
062200     READ SRTHSTM-FILE
062300         AT END
062400             SET WS-SRT-EOF    TO TRUE
062500         NOT AT END
062600             PERFORM 3020-TALLY-RECORD THRU 3020-EXIT
062700     END-READ.
062800 3010-EXIT.
062900     EXIT.
063000*****************************************************************
063100*    3020-TALLY-RECORD  -  ROLL ONE DAY INTO THE OPEN SITE GROUP,
063200*                          CLOSING THE PREVIOUS SITE OUT WHEN THE
063250*                          SITE ID CHANGES.  A HOLIDAY-SKIPPED
063300*                          DAY IS NEITHER PROCESSED NOR MISSED AND
063350*                          HAS NO RETURN CODE OR RUN TIME TO
063400*                          COUNT.
063600*****************************************************************
063700 3020-TALLY-RECORD.
063800     IF WS-GROUP-OPEN
063900        AND SRT-SITE-ID NOT = WS-GRP-SITE-ID
064000         PERFORM 4000-CLOSE-SITE THRU 4000-EXIT
064100     END-IF.
064200     IF NOT WS-GROUP-OPEN
064300         PERFORM 3030-OPEN-SITE THRU 3030-EXIT
064400     END-IF.
064500     MOVE SRT-CYCLE-ID         TO WS-GRP-CYCLE-ID.
064600     IF SRT-RERUN-FLAG = 'R'
064700         ADD 1                 TO WS-GRP-RERUNS
064800     END-IF.
064900     IF SRT-HOLIDAY-SKIPPED
065000         ADD 1                 TO WS-GRP-HOLIDAYS
065100         GO TO 3020-EXIT
065200     END-IF.
065300     ADD 1                     TO WS-GRP-PROCESSED.
065400     IF SRT-RETURN-CODE IS NUMERIC
065500         IF SRT-RETURN-CODE > WS-GRP-WORST-RC
065600             MOVE SRT-RETURN-CODE TO WS-GRP-WORST-RC
065700         END-IF
065800         COMPUTE WS-RC-SUB = SRT-RETURN-CODE + 1
065900         ADD 1                 TO WS-RC-TALLY (WS-RC-SUB)
066000     END-IF.
066100     IF WS-CUT-HIT
066200        AND SRT-RUN-TIME IS NUMERIC
066300         COMPUTE WS-RUN-HHMMSS = SRT-RUN-TIME / 100
066400         IF WS-RUN-HHMMSS NOT > WS-GRP-DEADLINE
066500             ADD 1             TO WS-GRP-ON-TIME
066600         END-IF
066700     END-IF.
066800 3020-EXIT.
066900     EXIT.
067000*****************************************************************
067100*    3030-OPEN-SITE  -  START A NEW SITE GROUP AND LOOK UP ITS
067200*                       DEADLINE.
067300*****************************************************************
067400 3030-OPEN-SITE.
067500     SET WS-GROUP-OPEN         TO TRUE.
067600     MOVE SRT-SITE-ID          TO WS-GRP-SITE-ID.
067700     MOVE ZERO                 TO WS-GRP-PROCESSED
067800                                  WS-GRP-HOLIDAYS
067900                                  WS-GRP-RERUNS
068000                                  WS-GRP-WORST-RC
068100                                  WS-GRP-ON-TIME
068200                                  WS-GRP-DEADLINE.
068300     PERFORM 3040-CLEAR-TALLY THRU 3040-EXIT
068400         VARYING WS-RC-SUB FROM 1 BY 1
068500         UNTIL WS-RC-SUB > 100.
068600     MOVE 'N'                  TO WS-CUT-HIT-SW.
068700     PERFORM 3050-SCAN-CUTOFF THRU 3050-EXIT
068800         VARYING WS-CUT-SUB FROM 1 BY 1
068900         UNTIL WS-CUT-SUB > WS-CUT-COUNT
069000            OR WS-CUT-HIT.
069100 3030-EXIT.
069200     EXIT.
069300 3040-CLEAR-TALLY.
069400     MOVE ZERO                 TO WS-RC-TALLY (WS-RC-SUB).
069500 3040-EXIT.
069600     EXIT.
069700 3050-SCAN-CUTOFF.
069800     IF WS-CUT-SITE-ID (WS-CUT-SUB) = WS-GRP-SITE-ID
069900         SET WS-CUT-HIT        TO TRUE
070000         MOVE WS-CUT-TIME (WS-CUT-SUB) TO WS-GRP-DEADLINE
070100     END-IF.
070200 3050-EXIT.
070300     EXIT.
070400*****************************************************************
070500*    4000-CLOSE-SITE  -  FINISH THE SITE'S FIGURES, THEN PRINT
070600*                        ITS STATEMENT AND WRITE ITS BILLING
070700*                        RECORD.
070800*****************************************************************
070900 4000-CLOSE-SITE.
071000     MOVE 'N'                  TO WS-GROUP-OPEN-SW.
071100     MOVE ZERO                 TO WS-GRP-TYPICAL-RC
071200                                  WS-RC-BEST-COUNT.
071300     PERFORM 4010-FIND-TYPICAL THRU 4010-EXIT
071400         VARYING WS-RC-SUB FROM 1 BY 1
071500         UNTIL WS-RC-SUB > 100.
071600     MOVE WS-GRP-CYCLE-ID      TO WS-FIND-CYCLE.
071700     MOVE 'N'                  TO WS-CYC-HIT-SW.
071800     PERFORM 2030-SCAN-CYCLE THRU 2030-EXIT
071900         VARYING WS-CYC-SUB FROM 1 BY 1
072000         UNTIL WS-CYC-SUB > WS-CYC-COUNT
072100            OR WS-CYC-HIT.
072200     MOVE ZERO                 TO WS-GRP-CYCLE-DAYS
072300                                  WS-GRP-AVG-TIME
072400                                  WS-GRP-E-COUNT.
072500     IF WS-CYC-HIT
072600         SUBTRACT 1            FROM WS-CYC-SUB
072700         MOVE WS-CYC-DAYS (WS-CYC-SUB) TO WS-GRP-CYCLE-DAYS
072800         MOVE WS-CYC-AVG-TIME (WS-CYC-SUB) TO WS-GRP-AVG-TIME
072900         MOVE WS-CYC-E-COUNT (WS-CYC-SUB) TO WS-GRP-E-COUNT
073000     END-IF.
073100     IF WS-GRP-CYCLE-DAYS > WS-GRP-PROCESSED + WS-GRP-HOLIDAYS
073200         COMPUTE WS-GRP-MISSED = WS-GRP-CYCLE-DAYS
073300                               - WS-GRP-PROCESSED
073400                               - WS-GRP-HOLIDAYS
073500     ELSE
073600         MOVE ZERO             TO WS-GRP-MISSED
073700     END-IF.
073800     MOVE ZERO                 TO WS-GRP-ON-TIME-PCT.
073900     IF WS-CUT-HIT
074000        AND WS-GRP-PROCESSED > ZERO
074100         COMPUTE WS-GRP-ON-TIME-PCT ROUNDED =
074200                 WS-GRP-ON-TIME * 100 / WS-GRP-PROCESSED
074300     END-IF.
074400     PERFORM 4020-GET-SITE-NAME THRU 4020-EXIT.
074500     PERFORM 4100-PRINT-STATEMENT THRU 4100-EXIT.
074600     PERFORM 4200-WRITE-BILLING THRU 4200-EXIT.
074610     IF RC-ERROR
074620         GO TO 4000-EXIT
074630     END-IF.
074700     IF WS-STM-COUNT < WS-STM-MAX
074800         ADD 1                 TO WS-STM-COUNT
074900         MOVE WS-GRP-SITE-ID   TO WS-STM-SITE-ID (WS-STM-COUNT)
074910     ELSE
074920         IF NOT WS-STM-FULL
074930             SET WS-STM-FULL   TO TRUE
074940             DISPLAY 'SAYSVC0021W - STATEMENT LIST FULL AT '
074945                     WS-STM-MAX ' SITES - NO-HISTORY CHECK '
074950                     'NOT DONE'
074960             IF RC-NORMAL
074970                 MOVE 4        TO WS-RETURN-CODE
074980             END-IF
074990         END-IF
075000     END-IF.
075100 4000-EXIT.
075200     EXIT.
075300*****************************************************************
075400*    4010-FIND-TYPICAL  -  THE TYPICAL RETURN CODE IS THE ONE
075500*                          SEEN ON MOST DAYS; A TIE GOES TO THE
075600*                          LOWER CODE.
075700*****************************************************************
075800 4010-FIND-TYPICAL.
075900     IF WS-RC-TALLY (WS-RC-SUB) > WS-RC-BEST-COUNT
076000         MOVE WS-RC-TALLY (WS-RC-SUB) TO WS-RC-BEST-COUNT
076100         COMPUTE WS-GRP-TYPICAL-RC = WS-RC-SUB - 1
076200     END-IF.
076300 4010-EXIT.
076400     EXIT.
076500*****************************************************************
076600*    4020-GET-SITE-NAME  -  SITE NAME FROM THE SAYMAINT MASTER.
076700*****************************************************************
076800 4020-GET-SITE-NAME.
076900     MOVE '*** NOT ON SITE MASTER ***' TO WS-GRP-SITE-NAME.
077000     IF NOT WS-SAYMAINT-OPEN
077100         MOVE SPACES           TO WS-GRP-SITE-NAME
077200         GO TO 4020-EXIT
077300     END-IF.
077400     MOVE WS-GRP-SITE-ID       TO SITE-ID.
077500     READ SAYMAINT-FILE
077600         INVALID KEY
077700             ADD 1             TO WS-CNT-NO-NAME
077800         NOT INVALID KEY
077900             MOVE SITE-NAME    TO WS-GRP-SITE-NAME
078000     END-READ.
078100 4020-EXIT.
078200     EXIT.
078300*****************************************************************
078400*    4100-PRINT-STATEMENT  -  ONE STATEMENT PER SITE.
078500*****************************************************************
078600 4100-PRINT-STATEMENT.
078700     ADD 1                     TO WS-CNT-STATEMENTS.
078710     IF WS-CNT-STATEMENTS > 1
078720         PERFORM 8000-WRITE-BLANK THRU 8000-EXIT
078730     END-IF.
078800     MOVE WS-RPT-HEADER        TO RPT-PRINT-REC.
078900     WRITE RPT-PRINT-REC.
079000     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
079100     MOVE 'SITE ID'            TO WS-RPT-STM-LABEL.
079200     MOVE WS-GRP-SITE-ID       TO WS-RPT-STM-VALUE.
079300     PERFORM 4190-WRITE-STM-LINE THRU 4190-EXIT.
079400     MOVE 'SITE NAME'          TO WS-RPT-STM-LABEL.
079500     MOVE WS-GRP-SITE-NAME     TO WS-RPT-STM-VALUE.
079600     PERFORM 4190-WRITE-STM-LINE THRU 4190-EXIT.
079700     MOVE 'CYCLE'              TO WS-RPT-STM-LABEL.
079800     MOVE WS-GRP-CYCLE-ID      TO WS-RPT-STM-VALUE.
079900     IF WS-GRP-CYCLE-ID = SPACES
080000         MOVE '(DEFAULT)'      TO WS-RPT-STM-VALUE
080100     END-IF.
080200     PERFORM 4190-WRITE-STM-LINE THRU 4190-EXIT.
080300     MOVE 'CONTRACTUAL DEADLINE'
080400                               TO WS-RPT-STM-LABEL.
080500     IF WS-CUT-HIT
080600         MOVE WS-GRP-DEADLINE  TO WS-WORK-TIME
080700         PERFORM 7200-FORMAT-TIME THRU 7200-EXIT
080800         MOVE WS-TIME-TEXT     TO WS-RPT-STM-VALUE
080900     ELSE
081000         MOVE 'NONE ON SAYCUT' TO WS-RPT-STM-VALUE
081100     END-IF.
081200     PERFORM 4190-WRITE-STM-LINE THRU 4190-EXIT.
081300     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
081400     MOVE 'BUSINESS DAYS THE CYCLE RAN'
081500                               TO WS-RPT-STM-LABEL.
081600     MOVE WS-GRP-CYCLE-DAYS    TO WS-EDIT-COUNT.
081700     MOVE WS-EDIT-COUNT        TO WS-RPT-STM-VALUE.
081800     PERFORM 4190-WRITE-STM-LINE THRU 4190-EXIT.
081900     MOVE 'BUSINESS DAYS PROCESSED'
082000                               TO WS-RPT-STM-LABEL.
082100     MOVE WS-GRP-PROCESSED     TO WS-EDIT-COUNT.
082200     MOVE WS-EDIT-COUNT        TO WS-RPT-STM-VALUE.
082300     PERFORM 4190-WRITE-STM-LINE THRU 4190-EXIT.
082400     MOVE 'REGIONAL HOLIDAYS SKIPPED'
082500                               TO WS-RPT-STM-LABEL.
082600     MOVE WS-GRP-HOLIDAYS      TO WS-EDIT-COUNT.
082700     MOVE WS-EDIT-COUNT        TO WS-RPT-STM-VALUE.
082800     PERFORM 4190-WRITE-STM-LINE THRU 4190-EXIT.
082900     MOVE 'BUSINESS DAYS MISSED'
083000                               TO WS-RPT-STM-LABEL.
083100     MOVE WS-GRP-MISSED        TO WS-EDIT-COUNT.
083200     MOVE WS-EDIT-COUNT        TO WS-RPT-STM-VALUE.
083300     PERFORM 4190-WRITE-STM-LINE THRU 4190-EXIT.
083400     MOVE 'RERUNS'             TO WS-RPT-STM-LABEL.
083500     MOVE WS-GRP-RERUNS        TO WS-EDIT-COUNT.
083600     MOVE WS-EDIT-COUNT        TO WS-RPT-STM-VALUE.
083700     PERFORM 4190-WRITE-STM-LINE THRU 4190-EXIT.
083800     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
083900     MOVE 'WORST RETURN CODE'  TO WS-RPT-STM-LABEL.
084000     MOVE WS-GRP-WORST-RC      TO WS-EDIT-RC.
084100     MOVE WS-EDIT-RC           TO WS-RPT-STM-VALUE.
084200     PERFORM 4190-WRITE-STM-LINE THRU 4190-EXIT.
084300     MOVE 'TYPICAL RETURN CODE'
084400                               TO WS-RPT-STM-LABEL.
084500     MOVE WS-GRP-TYPICAL-RC    TO WS-EDIT-RC.
084600     MOVE WS-EDIT-RC           TO WS-RPT-STM-VALUE.
084700     PERFORM 4190-WRITE-STM-LINE THRU 4190-EXIT.
084800     MOVE 'DAYS PROCESSED BY THE DEADLINE'
084900                               TO WS-RPT-STM-LABEL.
085000     MOVE 'N/A'                TO WS-RPT-STM-VALUE.
085100     IF WS-CUT-HIT
085200         MOVE WS-GRP-ON-TIME   TO WS-EDIT-COUNT
085300         MOVE WS-EDIT-COUNT    TO WS-RPT-STM-VALUE
085400     END-IF.
085500     PERFORM 4190-WRITE-STM-LINE THRU 4190-EXIT.
085600     MOVE 'ON-TIME PERCENTAGE' TO WS-RPT-STM-LABEL.
085700     MOVE 'N/A'                TO WS-RPT-STM-VALUE.
085800     IF WS-CUT-HIT
085900        AND WS-GRP-PROCESSED > ZERO
086000         MOVE WS-GRP-ON-TIME-PCT TO WS-EDIT-PCT
086100         MOVE WS-EDIT-PCT      TO WS-RPT-STM-VALUE
086200     END-IF.
086300     PERFORM 4190-WRITE-STM-LINE THRU 4190-EXIT.
086400     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
086500     MOVE 'CYCLE AVERAGE ELAPSED TIME'
086600                               TO WS-RPT-STM-LABEL.
086700     MOVE 'NO COMPLETED CYCLES' TO WS-RPT-STM-VALUE.
086800     IF WS-GRP-E-COUNT > ZERO
086900         MOVE WS-GRP-AVG-TIME  TO WS-WORK-TIME
087000         PERFORM 7200-FORMAT-TIME THRU 7200-EXIT
087100         MOVE WS-GRP-E-COUNT   TO WS-EDIT-COUNT
087200         MOVE SPACES           TO WS-RPT-STM-VALUE
087300         STRING WS-TIME-TEXT ' OVER' WS-EDIT-COUNT ' CYCLES'
087400                DELIMITED BY SIZE INTO WS-RPT-STM-VALUE
087500     END-IF.
087600     PERFORM 4190-WRITE-STM-LINE THRU 4190-EXIT.
087700 4100-EXIT.
087800     EXIT.
087900 4190-WRITE-STM-LINE.
088000     MOVE WS-RPT-STM-LINE      TO RPT-PRINT-REC.
088100     WRITE RPT-PRINT-REC.
088200     MOVE SPACES               TO WS-RPT-STM-VALUE.
088300 4190-EXIT.
088400     EXIT.
088500*****************************************************************
088600*    4200-WRITE-BILLING  -  THE SITE'S MONTHLY EXTRACT RECORD.
088700*****************************************************************
088800 4200-WRITE-BILLING.
088900     MOVE SPACES               TO BILL-RECORD.
089000     MOVE 'D'                  TO BILL-REC-TYPE.
089100     MOVE WS-MONTH-NUM         TO BILL-MONTH.
089200     MOVE WS-GRP-SITE-ID       TO BILL-SITE-ID.
089300     MOVE WS-GRP-CYCLE-ID      TO BILL-CYCLE-ID.
089400     MOVE WS-GRP-CYCLE-DAYS    TO BILL-DAYS-CYCLE.
089500     MOVE WS-GRP-PROCESSED     TO BILL-DAYS-PROCESSED.
089600     MOVE WS-GRP-HOLIDAYS      TO BILL-DAYS-HOLIDAY.
089700     MOVE WS-GRP-MISSED        TO BILL-DAYS-MISSED.
089800     MOVE WS-GRP-RERUNS        TO BILL-RERUNS.
089900     MOVE WS-GRP-WORST-RC      TO BILL-WORST-RC.
090000     MOVE WS-GRP-TYPICAL-RC    TO BILL-TYPICAL-RC.
090100     IF WS-CUT-HIT
090200         MOVE 'Y'              TO BILL-SLA-FLAG
090300     ELSE
090400         MOVE 'N'              TO BILL-SLA-FLAG
090500     END-IF.
090600     MOVE WS-GRP-DEADLINE      TO BILL-DEADLINE-TIME.
090700     MOVE WS-GRP-ON-TIME       TO BILL-DAYS-ON-TIME.
090800     MOVE WS-GRP-ON-TIME-PCT   TO BILL-ON-TIME-PCT.
090900     MOVE WS-GRP-AVG-TIME      TO BILL-AVG-ELAPSED.
091000     MOVE RD-RUN-DATE-NUM      TO BILL-CREATED-DATE.
091100     WRITE BILL-RECORD.
091110     IF NOT WS-SVCBILL-OK
091120         DISPLAY 'SAYSVC0022E - WRITE TO SVCBILL FAILED, FILE '
091130                 'STATUS = ' WS-SVCBILL-STATUS ', SITE '
091140                 WS-GRP-SITE-ID
091150         MOVE 8                TO WS-RETURN-CODE
091160         GO TO 4200-EXIT
091170     END-IF.
091200     ADD 1                     TO WS-CNT-BILL.
091300 4200-EXIT.
091400     EXIT.
091500*****************************************************************
091600*    5000-PRINT-CONTROL  -  CONTROL PAGE: ACTIVE SITE-MASTER SITES
091700*                           WITH NO HISTORY FOR THE MONTH, THEN
091750*                           THE RUN TOTALS.  WHEN THE STATEMENT
091800*                           LIST OVERFLOWED THE CHECK CANNOT BE
091850*                           MADE AND IS MARKED NOT DONE.
091900*****************************************************************
092000 5000-PRINT-CONTROL.
092050     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
092100     MOVE WS-RPT-HEADER        TO RPT-PRINT-REC.
092200     WRITE RPT-PRINT-REC.
092300     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
092400     MOVE SPACES               TO RPT-PRINT-REC.
092500     MOVE '  ACTIVE SITES WITH NO HISTORY THIS MONTH'
092600                               TO RPT-PRINT-REC.
092700     WRITE RPT-PRINT-REC.
092710     IF WS-STM-FULL
092720         MOVE SPACES           TO RPT-PRINT-REC
092730         MOVE '    NOT CHECKED - STATEMENT LIST FULL, SAYSVC0021W'
092740                               TO RPT-PRINT-REC
092750         WRITE RPT-PRINT-REC
092760     END-IF.
092770     IF WS-SAYMAINT-OPEN AND NOT WS-STM-FULL
092900         MOVE 1                TO WS-STM-SUB
093000         MOVE LOW-VALUES       TO SITE-ID
093100         START SAYMAINT-FILE KEY IS NOT LESS THAN SITE-ID
093200             INVALID KEY
093300                 SET WS-SITE-EOF TO TRUE
093400         END-START
093500         PERFORM 5010-CHECK-MASTER-SITE THRU 5010-EXIT
093600             UNTIL WS-SITE-EOF
093700     END-IF.
093800     IF WS-CNT-NO-HISTORY = ZERO AND NOT WS-STM-FULL
093900         MOVE SPACES           TO RPT-PRINT-REC
094000         MOVE '    NONE'       TO RPT-PRINT-REC
094100         WRITE RPT-PRINT-REC
094200     END-IF.
094300     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
094400     MOVE 'HISTORY RECORDS FOR THE MONTH    ='
094500                               TO WS-RPT-TOTAL-LABEL.
094600     MOVE WS-CNT-SELECTED      TO WS-RPT-TOTAL-COUNT.
094700     PERFORM 5090-WRITE-TOTAL THRU 5090-EXIT.
094800     MOVE 'END-OF-CYCLE RECORDS             ='
094900                               TO WS-RPT-TOTAL-LABEL.
095000     MOVE WS-CNT-E-RECORDS     TO WS-RPT-TOTAL-COUNT.
095100     PERFORM 5090-WRITE-TOTAL THRU 5090-EXIT.
095200     MOVE 'SITE STATEMENTS PRINTED          ='
095300                               TO WS-RPT-TOTAL-LABEL.
095400     MOVE WS-CNT-STATEMENTS    TO WS-RPT-TOTAL-COUNT.
095500     PERFORM 5090-WRITE-TOTAL THRU 5090-EXIT.
095600     MOVE 'BILLING RECORDS WRITTEN          ='
095700                               TO WS-RPT-TOTAL-LABEL.
095800     MOVE WS-CNT-BILL          TO WS-RPT-TOTAL-COUNT.
095900     PERFORM 5090-WRITE-TOTAL THRU 5090-EXIT.
096000     MOVE 'SITES NOT ON THE SITE MASTER     ='
096100                               TO WS-RPT-TOTAL-LABEL.
096200     MOVE WS-CNT-NO-NAME       TO WS-RPT-TOTAL-COUNT.
096300     PERFORM 5090-WRITE-TOTAL THRU 5090-EXIT.
096400     MOVE 'ACTIVE SITES WITH NO HISTORY     ='
096500                               TO WS-RPT-TOTAL-LABEL.
096510     IF WS-STM-FULL
096520         MOVE 'NO-HISTORY CHECK NOT DONE        ='
096530                               TO WS-RPT-TOTAL-LABEL
096540     END-IF.
096600     MOVE WS-CNT-NO-HISTORY    TO WS-RPT-TOTAL-COUNT.
096700     PERFORM 5090-WRITE-TOTAL THRU 5090-EXIT.
096800     DISPLAY 'SAYSVC0001I - MONTH ' WS-MONTH-NUM ' - '
096900             WS-CNT-STATEMENTS ' STATEMENTS, '
097000             WS-CNT-BILL ' BILLING RECORDS'.
097100 5000-EXIT.
097200     EXIT.
097300*****************************************************************
097400*    5010-CHECK-MASTER-SITE  -  THE MASTER AND THE STATEMENT LIST
097500*                               ARE BOTH IN SITE ID ORDER, SO THE
097600*                               LIST IS WALKED ALONGSIDE THE
097700*                               MASTER.  ONLY ACTIVE SITES ARE
097800*                               EXPECTED TO HAVE HISTORY.
097900*****************************************************************
098000 5010-CHECK-MASTER-SITE.
098100     READ SAYMAINT-FILE NEXT RECORD
098200         AT END
098300             SET WS-SITE-EOF   TO TRUE
098400             GO TO 5010-EXIT
098500     END-READ.
098600     PERFORM 5020-SKIP-STATEMENT THRU 5020-EXIT
098700         UNTIL WS-STM-SUB > WS-STM-COUNT
098800            OR WS-STM-SITE-ID (WS-STM-SUB) NOT < SITE-ID.
098900     IF WS-STM-SUB NOT > WS-STM-COUNT
099000         IF WS-STM-SITE-ID (WS-STM-SUB) = SITE-ID
099100             GO TO 5010-EXIT
099200         END-IF
099300     END-IF.
099400     IF NOT SITE-ACTIVE
099500         GO TO 5010-EXIT
099600     END-IF.
099700     ADD 1                     TO WS-CNT-NO-HISTORY.
099800     MOVE SITE-ID              TO WS-RPT-NH-SITE-ID.
099900     MOVE SITE-NAME            TO WS-RPT-NH-SITE-NAME.
100000     MOVE WS-RPT-NOHIST-LINE   TO RPT-PRINT-REC.
100100     WRITE RPT-PRINT-REC.
100200 5010-EXIT.
100300     EXIT.
100400 5020-SKIP-STATEMENT.
100500     ADD 1                     TO WS-STM-SUB.
100600 5020-EXIT.
100700     EXIT.
100800 5090-WRITE-TOTAL.
100900     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
101000     WRITE RPT-PRINT-REC.
101100 5090-EXIT.
101200     EXIT.
101300*****************************************************************
101400*    7000-TIME-TO-SECONDS  -  HHMMSS IN WS-WORK-TIME TO SECONDS
101500*                             IN WS-WORK-SECONDS.
101600*****************************************************************
101700 7000-TIME-TO-SECONDS.
101800     COMPUTE WS-WORK-SECONDS = WS-WORK-HH * 3600
101900                             + WS-WORK-MN * 60
102000                             + WS-WORK-SS.
102100 7000-EXIT.
102200     EXIT.
102300*****************************************************************
102400*    7100-SECONDS-TO-TIME  -  SECONDS IN WS-WORK-SECONDS BACK TO
102500*                             HHMMSS IN WS-WORK-TIME.
102600*****************************************************************
102700 7100-SECONDS-TO-TIME.
102800     DIVIDE WS-WORK-SECONDS BY 3600
102900         GIVING WS-WORK-HH REMAINDER WS-REM-SECONDS.
103000     DIVIDE WS-REM-SECONDS BY 60
103100         GIVING WS-WORK-MN REMAINDER WS-WORK-SS.
103200 7100-EXIT.
103300     EXIT.
103400*****************************************************************
103500*    7200-FORMAT-TIME  -  HHMMSS IN WS-WORK-TIME AS HH:MM:SS.
103600*****************************************************************
103700 7200-FORMAT-TIME.
103800     MOVE SPACES               TO WS-TIME-TEXT.
103900     STRING WS-WORK-HH ':' WS-WORK-MN ':' WS-WORK-SS
104000            DELIMITED BY SIZE INTO WS-TIME-TEXT.
104100 7200-EXIT.
104200     EXIT.
104300*****************************************************************
104400*    8000-WRITE-BLANK  -  WRITE A BLANK SPACER LINE.
104500*****************************************************************
104600 8000-WRITE-BLANK.
104700     MOVE SPACES               TO RPT-PRINT-REC.
104800     WRITE RPT-PRINT-REC.
104900 8000-EXIT.
105000     EXIT.
105100*****************************************************************
105200*    9999-TERMINATE  -  CLOSE WHATEVER IS STILL OPEN.
105300*****************************************************************
105400 9999-TERMINATE.
105500     IF WS-SAYMAINT-OPEN
105600         CLOSE SAYMAINT-FILE
105700     END-IF.
105800     IF WS-SVCBILL-OPEN
105900         CLOSE SVCBILL-FILE
106000     END-IF.
106100     IF WS-SVCRPT-OPEN
106200         CLOSE SVCRPT-FILE
106300     END-IF.
106400 9999-EXIT.
106500     EXIT.
106600 END PROGRAM SAYSVC.
