000100*****************************************************************
000200* PROGRAM-ID:  SAYDOD
000300* AUTHOR:      R. OKAFOR  -  BATCH SCHEDULING GROUP
000400* INSTALLATION: DAYLIGHT DATA CENTER
000500* DATE-WRITTEN: 03/30/2026
000600* DATE-COMPILED:
000700* PURPOSE:     DAY-OVER-DAY CYCLE EXCEPTION REPORT, RUN IN SAYCYC1
000800*              AND SAYCYC2 AFTER THE SAYBYE CLOSE-OUT.  COMPARES
000900*              THE START RECORDS OF TODAY'S SAYHIST GENERATION
001000*              WITH THE SAME CYCLE'S RECORDS FOR THE PREVIOUS
001100*              BUSINESS DATE, TAKEN FROM THE PRIOR SAYHIST
001200*              GENERATIONS (PRVHIST) OR, WHEN THOSE NO LONGER HOLD
001300*              IT, FROM THE SAYHSTM CONSOLIDATED MASTER.  DODRPT
001400*              LISTS, IN ONE SECTION EACH, THE SITES THAT RAN LAST
001500*              CYCLE BUT NOT TODAY, SITES NEW TODAY, SITES WHOSE
001600*              RETURN CODE GOT WORSE OR BETTER, MESSAGE-CODE
001700*              CHANGES, TODAY'S RERUNS, SITES WHOSE RUN TIME MOVED
001800*              BY MORE THAN THE TOLERANCE ON THE SYSIN CARD AND
001900*              SITES THAT WENT ON OR CAME BACK FROM A REGIONAL
002000*              HOLIDAY.  THE SYSIN CARD CARRIES THE TOLERANCE IN
002100*              MINUTES IN COLUMNS 1-4 (BLANK = 30).  A SITE RUN
002200*              MORE THAN ONCE ON A DATE IS COMPARED ON ITS LATEST
002300*              RUN.  THE DIFFERENCES ARE WHAT THE MASTER AND THE
002400*              CYCLE DID, SO THEY DO NOT RAISE THE CONDITION CODE.
002500* TECTONICS:   cobc -x saydod.cbl
002600*
002700* MODIFICATION HISTORY:
002800*   03/30/2026  ROK  INITIAL VERSION.
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.                  SAYDOD.
003200 AUTHOR.                      R. OKAFOR.
003300 INSTALLATION.                DAYLIGHT DATA CENTER.
003400 DATE-WRITTEN.                03/30/2026.
003500 DATE-COMPILED.
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.             IBM-370.
004000 OBJECT-COMPUTER.             IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT SAYHIST-FILE      ASSIGN TO SAYHIST
004400                               ORGANIZATION IS SEQUENTIAL
004500                               FILE STATUS IS WS-SAYHIST-STATUS.
004600     SELECT PRVHIST-FILE      ASSIGN TO PRVHIST
004700                               ORGANIZATION IS SEQUENTIAL
004800                               FILE STATUS IS WS-PRVHIST-STATUS.
004900     SELECT SAYHSTM-FILE      ASSIGN TO SAYHSTM
005000                               ORGANIZATION IS INDEXED
005100                               ACCESS MODE IS DYNAMIC
005200                               RECORD KEY IS HSTM-KEY
005300                               FILE STATUS IS WS-SAYHSTM-STATUS.
005400     SELECT PARM-FILE         ASSIGN TO SYSIN
005500                               ORGANIZATION IS LINE SEQUENTIAL
005600                               FILE STATUS IS WS-PARM-STATUS.
005700     SELECT DODRPT-FILE       ASSIGN TO DODRPT
005800                               ORGANIZATION IS SEQUENTIAL
005900                               FILE STATUS IS WS-DODRPT-STATUS.
006000*****************************************************************
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  SAYHIST-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600     COPY SYHHIST.
006700 FD  PRVHIST-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000     COPY SYHHIST REPLACING LEADING ==HIST== BY ==PRV==.
007100 FD  SAYHSTM-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY SYHHSTM.
007400 FD  PARM-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  PARM-CARD.
007700     05  PARM-TOLERANCE       PIC X(04).
007800     05  PARM-TOLERANCE-NUM REDEFINES PARM-TOLERANCE
007900                              PIC 9(04).
008000     05  FILLER               PIC X(76).
008100 FD  DODRPT-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 01  RPT-PRINT-REC            PIC X(133).
008500 WORKING-STORAGE SECTION.
008600*****************************************************************
008700*    RUN-CONTROL / RUN-DATE FIELDS (SHARED COPYBOOK)
008800*****************************************************************
008900     COPY SYHRUNDT.
009000*****************************************************************
009100*    FILE STATUS, OPEN AND END-OF-FILE CONTROL
009200*****************************************************************
009300 01  WS-SAYHIST-STATUS        PIC X(02) VALUE SPACES.
009400     88  WS-SAYHIST-OK                  VALUE '00'.
009500 01  WS-PRVHIST-STATUS        PIC X(02) VALUE SPACES.
009600     88  WS-PRVHIST-OK                  VALUE '00'.
009700     88  WS-PRVHIST-NOTFND              VALUE '35'.
009800 01  WS-SAYHSTM-STATUS        PIC X(02) VALUE SPACES.
009900     88  WS-SAYHSTM-OK                  VALUE '00'.
010000 01  WS-PARM-STATUS           PIC X(02) VALUE SPACES.
010100     88  WS-PARM-OK                     VALUE '00'.
010200 01  WS-DODRPT-STATUS         PIC X(02) VALUE SPACES.
010300     88  WS-DODRPT-OK                   VALUE '00'.
010400 01  WS-DODRPT-OPEN-SW        PIC X(01) VALUE 'N'.
010500     88  WS-DODRPT-OPEN                 VALUE 'Y'.
010600 01  WS-HIST-EOF-SW           PIC X(01) VALUE 'N'.
010700     88  WS-HIST-EOF                    VALUE 'Y'.
010800 01  WS-PRVHIST-EOF-SW        PIC X(01) VALUE 'N'.
010900     88  WS-PRVHIST-EOF                 VALUE 'Y'.
011000 01  WS-HSTM-DONE-SW          PIC X(01) VALUE 'N'.
011100     88  WS-HSTM-DONE                   VALUE 'Y'.
011200*****************************************************************
011300*    RETURN-CODE / CONDITION-CODE CONTROL
011400*****************************************************************
011500 01  WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
011600     88  RC-NORMAL                      VALUE 0.
011700     88  RC-WARNING                     VALUE 4.
011800     88  RC-ERROR                       VALUE 8.
011900*****************************************************************
012000*    TODAY'S BUSINESS DATE AND CYCLE (FROM THE FIRST START RECORD
012100*    OF TODAY'S GENERATION), THE PREVIOUS BUSINESS DATE FOUND FOR
012200*    THE SAME CYCLE AND WHERE IT CAME FROM
012300*****************************************************************
012400 01  WS-BUSINESS-DATE-NUM     PIC 9(08) VALUE ZERO.
012500 01  WS-BUSINESS-DATE-GRP REDEFINES WS-BUSINESS-DATE-NUM.
012600     05  WS-BUS-YYYY          PIC 9(04).
012700     05  WS-BUS-MM            PIC 9(02).
012800     05  WS-BUS-DD            PIC 9(02).
012900 01  WS-CYCLE-ID              PIC X(08) VALUE SPACES.
013000 01  WS-TODAY-FOUND-SW        PIC X(01) VALUE 'N'.
013100     88  WS-TODAY-FOUND                 VALUE 'Y'.
013200 01  WS-PRV-DATE              PIC 9(08) VALUE ZERO.
013300 01  WS-PRV-SOURCE            PIC X(20) VALUE 'NOT FOUND'.
013400 01  WS-HSTM-LOOKBACK         PIC 9(03) VALUE 31.
013500 01  WS-HSTM-FROM-DATE        PIC 9(08) VALUE ZERO.
013600 01  WS-DATE-INT              PIC S9(08) COMP VALUE ZERO.
013700*****************************************************************
013800*    RUN-TIME TOLERANCE FROM THE SYSIN CARD
013900*****************************************************************
014000 01  WS-TOLERANCE-MIN         PIC 9(04) VALUE 30.
014100 01  WS-TOLERANCE-SEC         PIC 9(07) COMP VALUE ZERO.
014200*****************************************************************
014300*    ONE HISTORY RECORD, FROM WHICHEVER FILE IT WAS READ, IN THE
014400*    FORM THE TABLES ARE LOADED FROM
014500*****************************************************************
014600 01  WS-IN-RECORD.
014700     05  WS-IN-DATE           PIC 9(08).
014800     05  WS-IN-TIME           PIC 9(08).
014900     05  WS-IN-SITE-ID        PIC X(15).
015000     05  WS-IN-MSG-CODE       PIC X(04).
015100     05  WS-IN-RC             PIC 9(02).
015200     05  WS-IN-RERUN          PIC X(01).
015300     05  WS-IN-TYPE           PIC X(01).
015400     05  WS-IN-DISP           PIC X(01).
015500     05  WS-IN-CYCLE-ID       PIC X(08).
015600*****************************************************************
015700*    TODAY'S SITES AND THE PREVIOUS BUSINESS DATE'S SITES.  EACH
015800*    TODAY ENTRY CARRIES THE SUBSCRIPT OF ITS PREVIOUS ENTRY (ZERO
015900*    WHEN THE SITE IS NEW); A PREVIOUS ENTRY LEFT UNMATCHED DID
016000*    NOT RUN TODAY.
016100*****************************************************************
016200 01  WS-TDY-TABLE.
016300     05  WS-TDY-ENTRY         OCCURS 1000 TIMES.
016400         10  WS-TDY-SITE-ID   PIC X(15).
016500         10  WS-TDY-TIME      PIC 9(08).
016600         10  WS-TDY-MSG-CODE  PIC X(04).
016700         10  WS-TDY-RC        PIC 9(02).
016800         10  WS-TDY-RERUN     PIC X(01).
016900             88  WS-TDY-IS-RERUN        VALUE 'R'.
017000         10  WS-TDY-DISP      PIC X(01).
017100             88  WS-TDY-HOLIDAY         VALUE 'H'.
017200         10  WS-TDY-PRV-SUB   PIC 9(04) COMP.
017300 01  WS-TDY-MAX               PIC 9(04) COMP VALUE 1000.
017400 01  WS-TDY-COUNT             PIC 9(04) COMP VALUE ZERO.
017500 01  WS-TDY-SUB               PIC 9(04) COMP VALUE ZERO.
017600 01  WS-PRV-TABLE.
017700     05  WS-PRV-ENTRY         OCCURS 1000 TIMES.
017800         10  WS-PRV-SITE-ID   PIC X(15).
017900         10  WS-PRV-TIME      PIC 9(08).
018000         10  WS-PRV-MSG-CODE  PIC X(04).
018100         10  WS-PRV-RC        PIC 9(02).
018200         10  WS-PRV-RERUN     PIC X(01).
018300         10  WS-PRV-DISP      PIC X(01).
018400             88  WS-PRV-HOLIDAY         VALUE 'H'.
018500         10  WS-PRV-MATCH-SW  PIC X(01).
018600             88  WS-PRV-MATCHED         VALUE 'Y'.
018700 01  WS-PRV-MAX               PIC 9(04) COMP VALUE 1000.
018800 01  WS-PRV-COUNT             PIC 9(04) COMP VALUE ZERO.
018900 01  WS-PRV-SUB               PIC 9(04) COMP VALUE ZERO.
019000 01  WS-FIND-SW               PIC X(01) VALUE 'N'.
019100     88  WS-FOUND                       VALUE 'Y'.
019200 01  WS-FULL-WARNED-SW        PIC X(01) VALUE 'N'.
019300     88  WS-FULL-WARNED                 VALUE 'Y'.
019400*****************************************************************
019500*    RUN-TIME COMPARISON
019600*****************************************************************
019700 01  WS-TIME-IN               PIC 9(08) VALUE ZERO.
019800 01  WS-TIME-IN-GRP REDEFINES WS-TIME-IN.
019900     05  WS-TIME-HH           PIC 9(02).
020000     05  WS-TIME-MN           PIC 9(02).
020100     05  WS-TIME-SS           PIC 9(02).
020200     05  WS-TIME-HS           PIC 9(02).
020300 01  WS-SECONDS               PIC 9(07) COMP VALUE ZERO.
020400 01  WS-TDY-SECONDS           PIC 9(07) COMP VALUE ZERO.
020500 01  WS-PRV-SECONDS           PIC 9(07) COMP VALUE ZERO.
020600 01  WS-DIFF-SECONDS          PIC 9(07) COMP VALUE ZERO.
020700 01  WS-DIFF-MINUTES          PIC 9(05) COMP VALUE ZERO.
020800 01  WS-EDIT-MINUTES          PIC Z(04)9.
020900 01  WS-TIME-TEXT             PIC X(08) VALUE SPACES.
021000*****************************************************************
021100*    REPORT SECTIONS.  SECTION 1 WALKS THE PREVIOUS TABLE, THE
021200*    OTHERS WALK TODAY'S.
021300*****************************************************************
021400 01  WS-SECTION-NO            PIC 9(02) COMP VALUE ZERO.
021500 01  WS-SECTION-MAX           PIC 9(02) COMP VALUE 8.
021600 01  WS-SECTION-COUNTS.
021700     05  WS-SECTION-COUNT     PIC 9(07) COMP OCCURS 8 TIMES.
021800 01  WS-SECTION-TITLES.
021900     05  FILLER               PIC X(40) VALUE
022000         'SITES THAT RAN LAST CYCLE BUT NOT TODAY'.
022100     05  FILLER               PIC X(40) VALUE
022200         'SITES NEW TODAY'.
022300     05  FILLER               PIC X(40) VALUE
022400         'RETURN CODE WORSE THAN LAST CYCLE'.
022500     05  FILLER               PIC X(40) VALUE
022600         'RETURN CODE BETTER THAN LAST CYCLE'.
022700     05  FILLER               PIC X(40) VALUE
022800         'MESSAGE CODE CHANGED'.
022900     05  FILLER               PIC X(40) VALUE
023000         'RERUNS TODAY'.
023100     05  FILLER               PIC X(40) VALUE
023200         'RUN TIME MOVED BEYOND TOLERANCE'.
023300     05  FILLER               PIC X(40) VALUE
023400         'REGIONAL HOLIDAY CHANGES'.
023500 01  WS-SECTION-TITLE-TBL REDEFINES WS-SECTION-TITLES.
023600     05  WS-SECTION-TITLE     PIC X(40) OCCURS 8 TIMES.
023700*****************************************************************
023800*    CONTROL COUNTERS
023900*****************************************************************
024000 01  WS-TDY-READ              PIC 9(07) COMP VALUE ZERO.
024100 01  WS-PRV-READ              PIC 9(07) COMP VALUE ZERO.
024200 01  WS-CNT-EXCEPTIONS        PIC 9(07) COMP VALUE ZERO.
024300*****************************************************************
024400*    REPORT LINE LAYOUTS
024500*****************************************************************
024600 01  WS-RPT-HEADER.
024700     05  FILLER               PIC X(40) VALUE
024800         'SAYDOD - DAY-OVER-DAY CYCLE EXCEPTIONS -'.
024900     05  FILLER               PIC X(15) VALUE
025000         ' BUSINESS DATE '.
025100     05  WS-RPT-H-YYYY        PIC 9(04).
025200     05  FILLER               PIC X(01) VALUE '-'.
025300     05  WS-RPT-H-MM          PIC 9(02).
025400     05  FILLER               PIC X(01) VALUE '-'.
025500     05  WS-RPT-H-DD          PIC 9(02).
025600     05  FILLER               PIC X(08) VALUE '  CYCLE '.
025700     05  WS-RPT-H-CYCLE       PIC X(09).
025800     05  FILLER               PIC X(51) VALUE SPACES.
025900 01  WS-RPT-SUB-HEADER.
026000     05  FILLER               PIC X(02) VALUE SPACES.
026100     05  FILLER               PIC X(24) VALUE
026200         'COMPARED WITH LAST CYCLE'.
026300     05  FILLER               PIC X(01) VALUE SPACE.
026400     05  WS-RPT-S-PRV-DATE    PIC 9(08).
026500     05  FILLER               PIC X(06) VALUE ' FROM '.
026600     05  WS-RPT-S-SOURCE      PIC X(20).
026700     05  FILLER               PIC X(12) VALUE ' TOLERANCE '.
026800     05  WS-RPT-S-TOLERANCE   PIC Z(03)9.
026900     05  FILLER               PIC X(08) VALUE ' MINUTES'.
027000     05  FILLER               PIC X(48) VALUE SPACES.
027100 01  WS-RPT-SECTION-HEAD.
027200     05  FILLER               PIC X(02) VALUE SPACES.
027300     05  WS-RPT-SEC-TITLE     PIC X(40).
027400     05  FILLER               PIC X(91) VALUE SPACES.
027500 01  WS-RPT-COL-HEAD.
027600     05  FILLER               PIC X(04) VALUE SPACES.
027700     05  FILLER               PIC X(16) VALUE 'SITE ID'.
027800     05  FILLER               PIC X(21) VALUE 'LAST CYCLE'.
027900     05  FILLER               PIC X(21) VALUE 'TODAY'.
028000     05  FILLER               PIC X(50) VALUE 'NOTE'.
028100     05  FILLER               PIC X(21) VALUE SPACES.
028200 01  WS-RPT-DTL-LINE.
028300     05  FILLER               PIC X(04) VALUE SPACES.
028400     05  WS-RPT-DTL-SITE      PIC X(15).
028500     05  FILLER               PIC X(01) VALUE SPACE.
028600     05  WS-RPT-DTL-PREV      PIC X(20).
028700     05  FILLER               PIC X(01) VALUE SPACE.
028800     05  WS-RPT-DTL-TODAY     PIC X(20).
028900     05  FILLER               PIC X(01) VALUE SPACE.
029000     05  WS-RPT-DTL-NOTE      PIC X(50).
029100     05  FILLER               PIC X(21) VALUE SPACES.
029200 01  WS-RPT-TOTAL-LINE.
029300     05  FILLER               PIC X(02) VALUE SPACES.
029400     05  WS-RPT-TOTAL-LABEL   PIC X(40).
029500     05  FILLER               PIC X(02) VALUE '= '.
029600     05  WS-RPT-TOTAL-COUNT   PIC Z(06)9.
029700     05  FILLER               PIC X(82) VALUE SPACES.
029800*****************************************************************
029900*    PROCEDURE DIVISION
030000*****************************************************************
030100 PROCEDURE DIVISION.
030200*****************************************************************
030300*    0000-MAINLINE
030400*****************************************************************
030500 0000-MAINLINE.
030600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030700     IF NOT RC-ERROR
030800         PERFORM 2000-LOAD-TODAY THRU 2000-EXIT
030900     END-IF.
031000     IF NOT RC-ERROR
031100        AND WS-TODAY-FOUND
031200         PERFORM 3000-LOAD-PREVIOUS THRU 3000-EXIT
031300         PERFORM 4000-MATCH-SITES THRU 4000-EXIT
031400         PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
031500         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
031600     END-IF.
031700     PERFORM 9999-TERMINATE THRU 9999-EXIT.
031800     MOVE WS-RETURN-CODE       TO RETURN-CODE.
031900     STOP RUN.
032000*****************************************************************
032100*    1000-INITIALIZE  -  STAMP THE RUN DATE, READ THE TOLERANCE
032200*                        CARD AND OPEN THE REPORT.
032300*****************************************************************
032400 1000-INITIALIZE.
032500     ACCEPT RD-RUN-DATE-NUM FROM DATE YYYYMMDD.
032600     ACCEPT RD-RUN-TIME-NUM FROM TIME.
032700     MOVE RD-RUN-YYYY          TO HINITI-YYYY.
032800     MOVE RD-RUN-MM            TO HINITI-MM.
032900     MOVE RD-RUN-DD            TO HINITI-DD.
033000     OPEN INPUT PARM-FILE.
033100     IF WS-PARM-OK
033200         READ PARM-FILE
033300             AT END
033400                 CONTINUE
033500             NOT AT END
033600                 PERFORM 1010-EDIT-TOLERANCE THRU 1010-EXIT
033700         END-READ
033800         CLOSE PARM-FILE
033900     END-IF.
034000     COMPUTE WS-TOLERANCE-SEC = WS-TOLERANCE-MIN * 60.
034100     OPEN OUTPUT DODRPT-FILE.
034200     IF WS-DODRPT-OK
034300         SET WS-DODRPT-OPEN    TO TRUE
034400     ELSE
034500         DISPLAY 'SAYDOD0010E - UNABLE TO OPEN DODRPT, FILE '
034600                 'STATUS = ' WS-DODRPT-STATUS
034700         MOVE 8                TO WS-RETURN-CODE
034800     END-IF.
034900 1000-EXIT.
035000     EXIT.
035100*****************************************************************
035200*    1010-EDIT-TOLERANCE  -  A BLANK CARD KEEPS THE 30-MINUTE
035300*                            DEFAULT; ANYTHING NOT NUMERIC IS
035400*                            WARNED AND ALSO KEEPS THE DEFAULT.
035500*****************************************************************
035600 1010-EDIT-TOLERANCE.
035700     IF PARM-TOLERANCE = SPACES
035800         GO TO 1010-EXIT
035900     END-IF.
036000     IF PARM-TOLERANCE-NUM IS NUMERIC
036100         MOVE PARM-TOLERANCE-NUM TO WS-TOLERANCE-MIN
036200     ELSE
036300         DISPLAY 'SAYDOD0012W - INVALID TOLERANCE ' PARM-TOLERANCE
036400                 ' ON SYSIN CARD - ' WS-TOLERANCE-MIN
036500                 ' MINUTES USED'
036600         IF RC-NORMAL
036700             MOVE 4            TO WS-RETURN-CODE
036800         END-IF
036900     END-IF.
037000 1010-EXIT.
037100     EXIT.
037200*****************************************************************
037300*    2000-LOAD-TODAY  -  LOAD THE START RECORDS OF TODAY'S SAYHIST
037400*                        GENERATION.  THE FIRST ONE FIXES THE
037500*                        BUSINESS DATE AND CYCLE; END-OF-CYCLE
037600*                        RECORDS ARE NOT SITES AND ARE SKIPPED.
037700*****************************************************************
037800 2000-LOAD-TODAY.
037900     OPEN INPUT SAYHIST-FILE.
038000     IF NOT WS-SAYHIST-OK
038100         DISPLAY 'SAYDOD0011E - UNABLE TO OPEN SAYHIST, FILE '
038200                 'STATUS = ' WS-SAYHIST-STATUS
038300                 ' - NOTHING TO COMPARE'
038400         MOVE 8                TO WS-RETURN-CODE
038500         GO TO 2000-EXIT
038600     END-IF.
038700     PERFORM 2010-READ-TODAY THRU 2010-EXIT
038800         UNTIL WS-HIST-EOF.
038900     CLOSE SAYHIST-FILE.
039000     IF NOT WS-TODAY-FOUND
039100         DISPLAY 'SAYDOD0013W - NO START RECORDS ON TODAY''S '
039200                 'SAYHIST GENERATION - NOTHING TO COMPARE'
039300         IF RC-NORMAL
039400             MOVE 4            TO WS-RETURN-CODE
039500         END-IF
039600         MOVE SPACES           TO RPT-PRINT-REC
039700         STRING 'SAYDOD - NO START RECORDS ON TODAY''S SAYHIST '
039800                'GENERATION - NOTHING TO COMPARE'
039900                DELIMITED BY SIZE INTO RPT-PRINT-REC
040000         WRITE RPT-PRINT-REC
040100     END-IF.
040200 2000-EXIT.
040300     EXIT.
040400 2010-READ-TODAY.
040500     READ SAYHIST-FILE
040600         AT END
040700             SET WS-HIST-EOF   TO TRUE
040800             GO TO 2010-EXIT
040900     END-READ.
041000     IF HIST-END-OF-CYCLE
041100        OR HIST-RUN-DATE IS NOT NUMERIC
041200         GO TO 2010-EXIT
041300     END-IF.
041400     IF NOT WS-TODAY-FOUND
041500         SET WS-TODAY-FOUND    TO TRUE
041600         MOVE HIST-RUN-DATE    TO WS-BUSINESS-DATE-NUM
041700         MOVE HIST-CYCLE-ID    TO WS-CYCLE-ID
041800     END-IF.
041900     IF HIST-RUN-DATE NOT = WS-BUSINESS-DATE-NUM
042000        OR HIST-CYCLE-ID NOT = WS-CYCLE-ID
042100         GO TO 2010-EXIT
042200     END-IF.
042300     ADD 1                     TO WS-TDY-READ.
042400     MOVE HIST-RUN-DATE        TO WS-IN-DATE.
042500     MOVE HIST-RUN-TIME        TO WS-IN-TIME.
042600     MOVE HIST-SITE-ID         TO WS-IN-SITE-ID.
042700     MOVE HIST-MSG-CODE        TO WS-IN-MSG-CODE.
042800     MOVE HIST-RETURN-CODE     TO WS-IN-RC.
042900     MOVE HIST-RERUN-FLAG      TO WS-IN-RERUN.
043000     MOVE HIST-DISP            TO WS-IN-DISP.
043100     PERFORM 2100-ADD-TODAY THRU 2100-EXIT.
043200 2010-EXIT.
043300     EXIT.
043400*****************************************************************
043500*    2100-ADD-TODAY  -  ADD THE SITE TO TODAY'S TABLE, OR REPLACE
043600*                       ITS ENTRY WHEN THIS RUN IS THE LATER ONE.
043700*****************************************************************
043800 2100-ADD-TODAY.
043900     MOVE 'N'                  TO WS-FIND-SW.
044000     PERFORM 2110-SCAN-TODAY THRU 2110-EXIT
044100         VARYING WS-TDY-SUB FROM 1 BY 1
044200         UNTIL WS-TDY-SUB > WS-TDY-COUNT
044300            OR WS-FOUND.
044400     IF WS-FOUND
044500         SUBTRACT 1            FROM WS-TDY-SUB
044600         IF WS-IN-TIME < WS-TDY-TIME (WS-TDY-SUB)
044700             GO TO 2100-EXIT
044800         END-IF
044900     ELSE
045000         IF WS-TDY-COUNT NOT < WS-TDY-MAX
045100             PERFORM 2900-TABLE-FULL THRU 2900-EXIT
045200             GO TO 2100-EXIT
045300         END-IF
045400         ADD 1                 TO WS-TDY-COUNT
045500         MOVE WS-TDY-COUNT     TO WS-TDY-SUB
045600     END-IF.
045700     MOVE WS-IN-SITE-ID        TO WS-TDY-SITE-ID (WS-TDY-SUB).
045800     MOVE WS-IN-TIME           TO WS-TDY-TIME (WS-TDY-SUB).
045900     MOVE WS-IN-MSG-CODE       TO WS-TDY-MSG-CODE (WS-TDY-SUB).
046000     MOVE WS-IN-RC             TO WS-TDY-RC (WS-TDY-SUB).
046100     MOVE WS-IN-RERUN          TO WS-TDY-RERUN (WS-TDY-SUB).
046200     MOVE WS-IN-DISP           TO WS-TDY-DISP (WS-TDY-SUB).
046300     MOVE ZERO                 TO WS-TDY-PRV-SUB (WS-TDY-SUB).
046400 2100-EXIT.
046500     EXIT.
046600 2110-SCAN-TODAY.
046700     IF WS-TDY-SITE-ID (WS-TDY-SUB) = WS-IN-SITE-ID
046800         SET WS-FOUND          TO TRUE
046900     END-IF.
047000 2110-EXIT.
047100     EXIT.
047200*****************************************************************
047300*    2900-TABLE-FULL  -  WARN ONCE WHEN A SITE TABLE OVERFLOWS.
047400*****************************************************************
047500 2900-TABLE-FULL.
047600     IF WS-FULL-WARNED
047700         GO TO 2900-EXIT
047800     END-IF.
047900     SET WS-FULL-WARNED        TO TRUE.
048000     DISPLAY 'SAYDOD0014W - SITE TABLE FULL AT ' WS-TDY-MAX
048100             ' SITES - LATER SITES NOT COMPARED'.
048200     IF RC-NORMAL
048300         MOVE 4                TO WS-RETURN-CODE
048400     END-IF.
048500 2900-EXIT.
048600     EXIT.
048700*****************************************************************
048800*    3000-LOAD-PREVIOUS  -  FIND THE SAME CYCLE'S LATEST BUSINESS
048900*                           DATE BEFORE TODAY AND LOAD ITS SITES.
049000*                           THE PRIOR SAYHIST GENERATIONS ARE READ
049100*                           FIRST; THEIR RECORDS FOR TODAY'S DATE
049200*                           (AN EARLIER ATTEMPT AT THE SAME CYCLE
049300*                           BEFORE A RESTART) JOIN TODAY'S TABLE.
049400*                           WHEN THE GENERATIONS HOLD NO EARLIER
049500*                           DATE FOR THE CYCLE - THEY HAVE BEEN
049600*                           MERGED AND PURGED, OR THE CYCLE DID
049700*                           NOT RUN - THE SAYHSTM MASTER IS
049750*                           SEARCHED.
049800*****************************************************************
049900 3000-LOAD-PREVIOUS.
050000     OPEN INPUT PRVHIST-FILE.
050100     IF WS-PRVHIST-OK
050200         PERFORM 3010-READ-PRVHIST THRU 3010-EXIT
050300             UNTIL WS-PRVHIST-EOF
050400         CLOSE PRVHIST-FILE
050500         IF WS-PRV-DATE > ZERO
050600             MOVE 'PRIOR SAYHIST GENS' TO WS-PRV-SOURCE
050700         END-IF
050800     ELSE
050900         IF NOT WS-PRVHIST-NOTFND
051000             DISPLAY 'SAYDOD0020W - UNABLE TO OPEN PRVHIST, FILE '
051100                     'STATUS = ' WS-PRVHIST-STATUS
051200                     ' - SAYHSTM SEARCHED INSTEAD'
051300             IF RC-NORMAL
051400                 MOVE 4        TO WS-RETURN-CODE
051500             END-IF
051600         END-IF
051700     END-IF.
051800     IF WS-PRV-DATE = ZERO
051900         PERFORM 3200-SEARCH-HSTM THRU 3200-EXIT
052000     END-IF.
052100     IF WS-PRV-DATE = ZERO
052200         DISPLAY 'SAYDOD0022W - NO EARLIER BUSINESS DATE FOR '
052300                 'CYCLE ' WS-CYCLE-ID ' - NOTHING TO COMPARE'
052400         IF RC-NORMAL
052500             MOVE 4            TO WS-RETURN-CODE
052600         END-IF
052700     END-IF.
052800 3000-EXIT.
052900     EXIT.
053000 3010-READ-PRVHIST.
053100     READ PRVHIST-FILE
053200         AT END
053300             SET WS-PRVHIST-EOF TO TRUE
053400             GO TO 3010-EXIT
053500     END-READ.
053600     IF PRV-RUN-DATE IS NOT NUMERIC
053700         GO TO 3010-EXIT
053800     END-IF.
053900     MOVE PRV-RUN-DATE         TO WS-IN-DATE.
054000     MOVE PRV-RUN-TIME         TO WS-IN-TIME.
054100     MOVE PRV-SITE-ID          TO WS-IN-SITE-ID.
054200     MOVE PRV-MSG-CODE         TO WS-IN-MSG-CODE.
054300     MOVE PRV-RETURN-CODE      TO WS-IN-RC.
054400     MOVE PRV-RERUN-FLAG       TO WS-IN-RERUN.
054500     MOVE PRV-REC-TYPE         TO WS-IN-TYPE.
054600     MOVE PRV-DISP             TO WS-IN-DISP.
054700     MOVE PRV-CYCLE-ID         TO WS-IN-CYCLE-ID.
054800     PERFORM 3100-TAKE-RECORD THRU 3100-EXIT.
054900 3010-EXIT.
055000     EXIT.
055100*****************************************************************
055200*    3100-TAKE-RECORD  -  SORT ONE EARLIER RECORD OF THIS CYCLE
055300*                         INTO TODAY'S TABLE (SAME DATE) OR THE
055400*                         PREVIOUS TABLE.  A LATER DATE THAN ANY
055500*                         SEEN SO FAR STARTS THE PREVIOUS TABLE
055600*                         AGAIN, SO ONLY THE LATEST EARLIER DATE
055700*                         IS LEFT, WHATEVER ORDER THE RECORDS
055750*                         COME.
055800*****************************************************************
055900 3100-TAKE-RECORD.
056000     IF WS-IN-TYPE = 'E'
056100        OR WS-IN-CYCLE-ID NOT = WS-CYCLE-ID
056200        OR WS-IN-DATE > WS-BUSINESS-DATE-NUM
056300         GO TO 3100-EXIT
056400     END-IF.
056500     IF WS-IN-DATE = WS-BUSINESS-DATE-NUM
056600         PERFORM 2100-ADD-TODAY THRU 2100-EXIT
056700         GO TO 3100-EXIT
056800     END-IF.
056900     IF WS-IN-DATE < WS-PRV-DATE
057000         GO TO 3100-EXIT
057100     END-IF.
057200     IF WS-IN-DATE > WS-PRV-DATE
057300         MOVE WS-IN-DATE       TO WS-PRV-DATE
057400         MOVE ZERO             TO WS-PRV-COUNT
057500         MOVE ZERO             TO WS-PRV-READ
057600     END-IF.
057700     ADD 1                     TO WS-PRV-READ.
057800     MOVE 'N'                  TO WS-FIND-SW.
057900     PERFORM 3110-SCAN-PREV THRU 3110-EXIT
058000         VARYING WS-PRV-SUB FROM 1 BY 1
058100         UNTIL WS-PRV-SUB > WS-PRV-COUNT
058200            OR WS-FOUND.
058300     IF WS-FOUND
058400         SUBTRACT 1            FROM WS-PRV-SUB
058500         IF WS-IN-TIME < WS-PRV-TIME (WS-PRV-SUB)
058600             GO TO 3100-EXIT
058700         END-IF
058800     ELSE
058900         IF WS-PRV-COUNT NOT < WS-PRV-MAX
059000             PERFORM 2900-TABLE-FULL THRU 2900-EXIT
059100             GO TO 3100-EXIT
059200         END-IF
059300         ADD 1                 TO WS-PRV-COUNT
059400         MOVE WS-PRV-COUNT     TO WS-PRV-SUB
059500     END-IF.
059600     MOVE WS-IN-SITE-ID        TO WS-PRV-SITE-ID (WS-PRV-SUB).
059700     MOVE WS-IN-TIME           TO WS-PRV-TIME (WS-PRV-SUB).
059800     MOVE WS-IN-MSG-CODE       TO WS-PRV-MSG-CODE (WS-PRV-SUB).
059900     MOVE WS-IN-RC             TO WS-PRV-RC (WS-PRV-SUB).
060000     MOVE WS-IN-RERUN          TO WS-PRV-RERUN (WS-PRV-SUB).
060100     MOVE WS-IN-DISP           TO WS-PRV-DISP (WS-PRV-SUB).
060200     MOVE 'N'                  TO WS-PRV-MATCH-SW (WS-PRV-SUB).
060300 3100-EXIT.
060400     EXIT.
060500 3110-SCAN-PREV.
060600     IF WS-PRV-SITE-ID (WS-PRV-SUB) = WS-IN-SITE-ID
060700         SET WS-FOUND          TO TRUE
060800     END-IF.
060900 3110-EXIT.
061000     EXIT.
061100*****************************************************************
061200*    3200-SEARCH-HSTM  -  BROWSE THE SAYHSTM MASTER FROM A MONTH
061300*                         BEFORE TODAY UP TO TODAY, TAKING THE
061400*                         CYCLE'S LATEST EARLIER DATE.
061500*****************************************************************
061600 3200-SEARCH-HSTM.
061700     OPEN INPUT SAYHSTM-FILE.
061800     IF NOT WS-SAYHSTM-OK
061900         DISPLAY 'SAYDOD0021W - UNABLE TO OPEN SAYHSTM, FILE '
062000                 'STATUS = ' WS-SAYHSTM-STATUS
062100         IF RC-NORMAL
062200             MOVE 4            TO WS-RETURN-CODE
062300         END-IF
062400         GO TO 3200-EXIT
062500     END-IF.
062600     COMPUTE WS-DATE-INT =
062700             FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)
062800             - WS-HSTM-LOOKBACK.
062900     COMPUTE WS-HSTM-FROM-DATE =
063000             FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
063100     MOVE WS-HSTM-FROM-DATE    TO HSTM-RUN-DATE.
063200     MOVE LOW-VALUES           TO HSTM-SITE-ID.
063300     START SAYHSTM-FILE KEY IS NOT LESS THAN HSTM-KEY
063400         INVALID KEY
063500             SET WS-HSTM-DONE  TO TRUE
063600     END-START.
063700     PERFORM 3210-READ-HSTM THRU 3210-EXIT
063800         UNTIL WS-HSTM-DONE.
063900     CLOSE SAYHSTM-FILE.
064000     IF WS-PRV-DATE > ZERO
064100         MOVE 'SAYHSTM MASTER'  TO WS-PRV-SOURCE
064200     END-IF.
064300 3200-EXIT.
064400     EXIT.
064500 3210-READ-HSTM.
064600     READ SAYHSTM-FILE NEXT RECORD
064700         AT END
064800             SET WS-HSTM-DONE  TO TRUE
064900             GO TO 3210-EXIT
065000     END-READ.
065100     IF HSTM-RUN-DATE NOT < WS-BUSINESS-DATE-NUM
065200         SET WS-HSTM-DONE      TO TRUE
065300         GO TO 3210-EXIT
065400     END-IF.
065500     MOVE HSTM-RUN-DATE        TO WS-IN-DATE.
065600     MOVE HSTM-RUN-TIME        TO WS-IN-TIME.
065700     MOVE HSTM-SITE-ID         TO WS-IN-SITE-ID.
065800     MOVE HSTM-MSG-CODE        TO WS-IN-MSG-CODE.
065900     MOVE HSTM-RETURN-CODE     TO WS-IN-RC.
066000     MOVE HSTM-RERUN-FLAG      TO WS-IN-RERUN.
066100     MOVE HSTM-REC-TYPE        TO WS-IN-TYPE.
066200     MOVE HSTM-DISP            TO WS-IN-DISP.
066300     MOVE HSTM-CYCLE-ID        TO WS-IN-CYCLE-ID.
066400     PERFORM 3100-TAKE-RECORD THRU 3100-EXIT.
066500 3210-EXIT.
066600     EXIT.
066700*****************************************************************
066800*    4000-MATCH-SITES  -  POINT EACH OF TODAY'S SITES AT ITS
066900*                         PREVIOUS ENTRY AND FLAG THAT ENTRY.
067000*****************************************************************
067100 4000-MATCH-SITES.
067200     PERFORM 4010-MATCH-ONE THRU 4010-EXIT
067300         VARYING WS-TDY-SUB FROM 1 BY 1
067400         UNTIL WS-TDY-SUB > WS-TDY-COUNT.
067500 4000-EXIT.
067600     EXIT.
067700 4010-MATCH-ONE.
067800     MOVE WS-TDY-SITE-ID (WS-TDY-SUB) TO WS-IN-SITE-ID.
067900     MOVE 'N'                  TO WS-FIND-SW.
068000     PERFORM 3110-SCAN-PREV THRU 3110-EXIT
068100         VARYING WS-PRV-SUB FROM 1 BY 1
068200         UNTIL WS-PRV-SUB > WS-PRV-COUNT
068300            OR WS-FOUND.
068400     IF WS-FOUND
068500         SUBTRACT 1            FROM WS-PRV-SUB
068600         MOVE WS-PRV-SUB       TO WS-TDY-PRV-SUB (WS-TDY-SUB)
068700         MOVE 'Y'              TO WS-PRV-MATCH-SW (WS-PRV-SUB)
068800     END-IF.
068900 4010-EXIT.
069000     EXIT.
069100*****************************************************************
069200*    5000-PRINT-REPORT  -  HEAD THE REPORT, THEN PRINT EACH
069300*                          EXCEPTION SECTION IN TURN.  WITH NO
069400*                          EARLIER DATE THERE IS NOTHING TO SET
069500*                          TODAY AGAINST, SO ONLY THAT IS SAID.
069600*****************************************************************
069700 5000-PRINT-REPORT.
069800     MOVE WS-BUS-YYYY          TO WS-RPT-H-YYYY.
069900     MOVE WS-BUS-MM            TO WS-RPT-H-MM.
070000     MOVE WS-BUS-DD            TO WS-RPT-H-DD.
070100     MOVE WS-CYCLE-ID          TO WS-RPT-H-CYCLE.
070200     IF WS-CYCLE-ID = SPACES
070300         MOVE '(DEFAULT)'      TO WS-RPT-H-CYCLE
070400     END-IF.
070500     MOVE WS-RPT-HEADER        TO RPT-PRINT-REC.
070600     WRITE RPT-PRINT-REC.
070700     MOVE WS-PRV-DATE          TO WS-RPT-S-PRV-DATE.
070800     MOVE WS-PRV-SOURCE        TO WS-RPT-S-SOURCE.
070900     MOVE WS-TOLERANCE-MIN     TO WS-RPT-S-TOLERANCE.
071000     MOVE WS-RPT-SUB-HEADER    TO RPT-PRINT-REC.
071100     WRITE RPT-PRINT-REC.
071200     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
071300     IF WS-PRV-DATE = ZERO
071400         MOVE SPACES           TO RPT-PRINT-REC
071500         STRING '  NO EARLIER BUSINESS DATE FOUND FOR THIS '
071600                'CYCLE - NOTHING TO COMPARE'
071700                DELIMITED BY SIZE INTO RPT-PRINT-REC
071800         WRITE RPT-PRINT-REC
071900         PERFORM 8000-WRITE-BLANK THRU 8000-EXIT
072000         GO TO 5000-EXIT
072100     END-IF.
072200     PERFORM 5100-PRINT-SECTION THRU 5100-EXIT
072300         VARYING WS-SECTION-NO FROM 1 BY 1
072400         UNTIL WS-SECTION-NO > WS-SECTION-MAX.
072500 5000-EXIT.
072600     EXIT.
072700*****************************************************************
072800*    5100-PRINT-SECTION  -  ONE SECTION: TITLE, COLUMN HEADINGS,
072900*                           ITS LINES OR NONE.
073000*****************************************************************
073100 5100-PRINT-SECTION.
073200     MOVE WS-SECTION-TITLE (WS-SECTION-NO) TO WS-RPT-SEC-TITLE.
073300     MOVE WS-RPT-SECTION-HEAD  TO RPT-PRINT-REC.
073400     WRITE RPT-PRINT-REC.
073500     MOVE WS-RPT-COL-HEAD      TO RPT-PRINT-REC.
073600     WRITE RPT-PRINT-REC.
073700     MOVE ZERO                 TO
073800          WS-SECTION-COUNT (WS-SECTION-NO).
073900     IF WS-SECTION-NO = 1
074000         PERFORM 5200-CHECK-MISSING THRU 5200-EXIT
074100             VARYING WS-PRV-SUB FROM 1 BY 1
074200             UNTIL WS-PRV-SUB > WS-PRV-COUNT
074300     ELSE
074400         PERFORM 5300-CHECK-TODAY THRU 5300-EXIT
074500             VARYING WS-TDY-SUB FROM 1 BY 1
074600             UNTIL WS-TDY-SUB > WS-TDY-COUNT
074700     END-IF.
074800     IF WS-SECTION-COUNT (WS-SECTION-NO) = ZERO
074900         MOVE SPACES           TO RPT-PRINT-REC
075000         MOVE '    NONE'       TO RPT-PRINT-REC
075100         WRITE RPT-PRINT-REC
075200     END-IF.
075300     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
075400 5100-EXIT.
075500     EXIT.
075600*****************************************************************
075700*    5200-CHECK-MISSING  -  A PREVIOUS SITE NOT MATCHED TODAY.
075800*****************************************************************
075900 5200-CHECK-MISSING.
076000     IF WS-PRV-MATCHED (WS-PRV-SUB)
076100         GO TO 5200-EXIT
076200     END-IF.
076300     MOVE SPACES               TO WS-RPT-DTL-PREV
076400                                  WS-RPT-DTL-TODAY
076500                                  WS-RPT-DTL-NOTE.
076600     MOVE WS-PRV-SITE-ID (WS-PRV-SUB) TO WS-RPT-DTL-SITE.
076700     STRING 'RC ' WS-PRV-RC (WS-PRV-SUB)
076800            ' MSG ' WS-PRV-MSG-CODE (WS-PRV-SUB)
076900            DELIMITED BY SIZE INTO WS-RPT-DTL-PREV.
077000     MOVE 'NOT RUN'            TO WS-RPT-DTL-TODAY.
077100     MOVE 'NOT IN TODAY''S DECK OR NOT YET REACHED'
077200                               TO WS-RPT-DTL-NOTE.
077300     PERFORM 5900-PRINT-DETAIL THRU 5900-EXIT.
077400 5200-EXIT.
077500     EXIT.
077600*****************************************************************
077700*    5300-CHECK-TODAY  -  TEST ONE OF TODAY'S SITES FOR THE
077800*                         CURRENT SECTION'S EXCEPTION.  RETURN
077900*                         CODES AND RUN TIMES ARE ONLY COMPARED
078000*                         WHEN THE SITE WAS PROCESSED BOTH DAYS -
078100*                         A HOLIDAY-SKIPPED SITE HAS NEITHER.
078200*****************************************************************
078300 5300-CHECK-TODAY.
078400     MOVE WS-TDY-PRV-SUB (WS-TDY-SUB) TO WS-PRV-SUB.
078500     MOVE SPACES               TO WS-RPT-DTL-PREV
078600                                  WS-RPT-DTL-TODAY
078700                                  WS-RPT-DTL-NOTE.
078800     MOVE WS-TDY-SITE-ID (WS-TDY-SUB) TO WS-RPT-DTL-SITE.
078900     IF WS-SECTION-NO = 2
079000         IF WS-PRV-SUB = ZERO
079100             MOVE 'NOT RUN'    TO WS-RPT-DTL-PREV
079200             STRING 'RC ' WS-TDY-RC (WS-TDY-SUB)
079300                    ' MSG ' WS-TDY-MSG-CODE (WS-TDY-SUB)
079400                    DELIMITED BY SIZE INTO WS-RPT-DTL-TODAY
079500             MOVE 'NOT IN THE LAST CYCLE'
079600                               TO WS-RPT-DTL-NOTE
079700             PERFORM 5900-PRINT-DETAIL THRU 5900-EXIT
079800         END-IF
079900         GO TO 5300-EXIT
080000     END-IF.
080100     IF WS-SECTION-NO = 6
080200         IF WS-TDY-IS-RERUN (WS-TDY-SUB)
080300             MOVE WS-TDY-TIME (WS-TDY-SUB) TO WS-TIME-IN
080400             PERFORM 7100-FORMAT-TIME THRU 7100-EXIT
080500             STRING 'RERUN AT ' WS-TIME-TEXT
080600                    DELIMITED BY SIZE INTO WS-RPT-DTL-TODAY
080700             MOVE 'RERUN CARD - DUPLICATE-CYCLE CHECK BYPASSED'
080800                               TO WS-RPT-DTL-NOTE
080900             PERFORM 5900-PRINT-DETAIL THRU 5900-EXIT
081000         END-IF
081100         GO TO 5300-EXIT
081200     END-IF.
081300     IF WS-PRV-SUB = ZERO
081400         GO TO 5300-EXIT
081500     END-IF.
081600     EVALUATE WS-SECTION-NO
081700         WHEN 3
081800             IF NOT WS-TDY-HOLIDAY (WS-TDY-SUB)
081900                AND NOT WS-PRV-HOLIDAY (WS-PRV-SUB)
082000                AND WS-TDY-RC (WS-TDY-SUB)
082100                    > WS-PRV-RC (WS-PRV-SUB)
082200                 PERFORM 5310-RC-LINE THRU 5310-EXIT
082300             END-IF
082400         WHEN 4
082500             IF NOT WS-TDY-HOLIDAY (WS-TDY-SUB)
082600                AND NOT WS-PRV-HOLIDAY (WS-PRV-SUB)
082700                AND WS-TDY-RC (WS-TDY-SUB)
082800                    < WS-PRV-RC (WS-PRV-SUB)
082900                 PERFORM 5310-RC-LINE THRU 5310-EXIT
083000             END-IF
083100         WHEN 5
083200             IF WS-TDY-MSG-CODE (WS-TDY-SUB)
083300                    NOT = WS-PRV-MSG-CODE (WS-PRV-SUB)
083400                 MOVE WS-PRV-MSG-CODE (WS-PRV-SUB)
083500                               TO WS-RPT-DTL-PREV
083600                 MOVE WS-TDY-MSG-CODE (WS-TDY-SUB)
083700                               TO WS-RPT-DTL-TODAY
083800                 PERFORM 5900-PRINT-DETAIL THRU 5900-EXIT
083900             END-IF
084000         WHEN 7
084100             IF NOT WS-TDY-HOLIDAY (WS-TDY-SUB)
084200                AND NOT WS-PRV-HOLIDAY (WS-PRV-SUB)
084300                 PERFORM 5320-CHECK-TIME THRU 5320-EXIT
084400             END-IF
084500         WHEN 8
084600             PERFORM 5330-CHECK-HOLIDAY THRU 5330-EXIT
084700     END-EVALUATE.
084800 5300-EXIT.
084900     EXIT.
085000 5310-RC-LINE.
085100     STRING 'RC ' WS-PRV-RC (WS-PRV-SUB)
085200            DELIMITED BY SIZE INTO WS-RPT-DTL-PREV.
085300     STRING 'RC ' WS-TDY-RC (WS-TDY-SUB)
085400            DELIMITED BY SIZE INTO WS-RPT-DTL-TODAY.
085500     PERFORM 5900-PRINT-DETAIL THRU 5900-EXIT.
085600 5310-EXIT.
085700     EXIT.
085800 5320-CHECK-TIME.
085900     MOVE WS-TDY-TIME (WS-TDY-SUB) TO WS-TIME-IN.
086000     PERFORM 7000-TIME-TO-SECONDS THRU 7000-EXIT.
086100     MOVE WS-SECONDS           TO WS-TDY-SECONDS.
086200     MOVE WS-PRV-TIME (WS-PRV-SUB) TO WS-TIME-IN.
086300     PERFORM 7000-TIME-TO-SECONDS THRU 7000-EXIT.
086400     MOVE WS-SECONDS           TO WS-PRV-SECONDS.
086500     IF WS-TDY-SECONDS > WS-PRV-SECONDS
086600         COMPUTE WS-DIFF-SECONDS = WS-TDY-SECONDS - WS-PRV-SECONDS
086700     ELSE
086800         COMPUTE WS-DIFF-SECONDS = WS-PRV-SECONDS - WS-TDY-SECONDS
086900     END-IF.
087000     IF WS-DIFF-SECONDS NOT > WS-TOLERANCE-SEC
087100         GO TO 5320-EXIT
087200     END-IF.
087300     COMPUTE WS-DIFF-MINUTES = WS-DIFF-SECONDS / 60.
087400     MOVE WS-DIFF-MINUTES      TO WS-EDIT-MINUTES.
087500     MOVE WS-PRV-TIME (WS-PRV-SUB) TO WS-TIME-IN.
087600     PERFORM 7100-FORMAT-TIME THRU 7100-EXIT.
087700     MOVE WS-TIME-TEXT         TO WS-RPT-DTL-PREV.
087800     MOVE WS-TDY-TIME (WS-TDY-SUB) TO WS-TIME-IN.
087900     PERFORM 7100-FORMAT-TIME THRU 7100-EXIT.
088000     MOVE WS-TIME-TEXT         TO WS-RPT-DTL-TODAY.
088100     IF WS-TDY-SECONDS > WS-PRV-SECONDS
088200         STRING 'RAN' WS-EDIT-MINUTES ' MINUTES LATER'
088300                DELIMITED BY SIZE INTO WS-RPT-DTL-NOTE
088400     ELSE
088500         STRING 'RAN' WS-EDIT-MINUTES ' MINUTES EARLIER'
088600                DELIMITED BY SIZE INTO WS-RPT-DTL-NOTE
088700     END-IF.
088800     PERFORM 5900-PRINT-DETAIL THRU 5900-EXIT.
088900 5320-EXIT.
089000     EXIT.
089100 5330-CHECK-HOLIDAY.
089200     IF WS-TDY-HOLIDAY (WS-TDY-SUB)
089300        AND NOT WS-PRV-HOLIDAY (WS-PRV-SUB)
089400         MOVE 'PROCESSED'      TO WS-RPT-DTL-PREV
089500         MOVE 'HOLIDAY SKIPPED' TO WS-RPT-DTL-TODAY
089600         MOVE 'SITE REGION ON HOLIDAY TODAY'
089700                               TO WS-RPT-DTL-NOTE
089800         PERFORM 5900-PRINT-DETAIL THRU 5900-EXIT
089900     END-IF.
090000     IF WS-PRV-HOLIDAY (WS-PRV-SUB)
090100        AND NOT WS-TDY-HOLIDAY (WS-TDY-SUB)
090200         MOVE 'HOLIDAY SKIPPED' TO WS-RPT-DTL-PREV
090300         MOVE 'PROCESSED'      TO WS-RPT-DTL-TODAY
090400         MOVE 'BACK FROM A REGIONAL HOLIDAY'
090500                               TO WS-RPT-DTL-NOTE
090600         PERFORM 5900-PRINT-DETAIL THRU 5900-EXIT
090700     END-IF.
090800 5330-EXIT.
090900     EXIT.
091000*****************************************************************
091100*    5900-PRINT-DETAIL  -  PRINT THE STAGED LINE AND COUNT IT.
091200*****************************************************************
091300 5900-PRINT-DETAIL.
091400     ADD 1                     TO
091500          WS-SECTION-COUNT (WS-SECTION-NO).
091600     ADD 1                     TO WS-CNT-EXCEPTIONS.
091700     MOVE WS-RPT-DTL-LINE      TO RPT-PRINT-REC.
091800     WRITE RPT-PRINT-REC.
091900 5900-EXIT.
092000     EXIT.
092100*****************************************************************
092200*    6000-PRINT-TOTALS  -  CONTROL TOTALS AND THE SECTION COUNTS.
092300*****************************************************************
092400 6000-PRINT-TOTALS.
092500     MOVE 'SITES TODAY'         TO WS-RPT-TOTAL-LABEL.
092600     MOVE WS-TDY-COUNT         TO WS-RPT-TOTAL-COUNT.
092700     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
092800     WRITE RPT-PRINT-REC.
092900     MOVE 'SITES LAST CYCLE'    TO WS-RPT-TOTAL-LABEL.
093000     MOVE WS-PRV-COUNT         TO WS-RPT-TOTAL-COUNT.
093100     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
093200     WRITE RPT-PRINT-REC.
093300     IF WS-PRV-DATE > ZERO
093400         PERFORM 6010-PRINT-SECTION-TOTAL THRU 6010-EXIT
093500             VARYING WS-SECTION-NO FROM 1 BY 1
093600             UNTIL WS-SECTION-NO > WS-SECTION-MAX
093700     END-IF.
093800     MOVE 'EXCEPTIONS LISTED'   TO WS-RPT-TOTAL-LABEL.
093900     MOVE WS-CNT-EXCEPTIONS    TO WS-RPT-TOTAL-COUNT.
094000     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
094100     WRITE RPT-PRINT-REC.
094200     DISPLAY 'SAYDOD0001I - BUSINESS DATE ' WS-BUSINESS-DATE-NUM
094300             ' CYCLE ' WS-CYCLE-ID ' COMPARED WITH ' WS-PRV-DATE
094400             ' - ' WS-CNT-EXCEPTIONS ' EXCEPTIONS'.
094500 6000-EXIT.
094600     EXIT.
094700 6010-PRINT-SECTION-TOTAL.
094800     MOVE WS-SECTION-TITLE (WS-SECTION-NO) TO WS-RPT-TOTAL-LABEL.
094900     MOVE WS-SECTION-COUNT (WS-SECTION-NO) TO WS-RPT-TOTAL-COUNT.
095000     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
095100     WRITE RPT-PRINT-REC.
095200 6010-EXIT.
095300     EXIT.
095400*****************************************************************
095500*    7000-TIME-TO-SECONDS  -  HHMMSSHH IN WS-TIME-IN TO SECONDS
095600*                             PAST MIDNIGHT IN WS-SECONDS.
095700*****************************************************************
095800 7000-TIME-TO-SECONDS.
095900     MOVE ZERO                 TO WS-SECONDS.
096000     IF WS-TIME-IN IS NOT NUMERIC
096100         GO TO 7000-EXIT
096200     END-IF.
096300     COMPUTE WS-SECONDS = WS-TIME-HH * 3600
096400                        + WS-TIME-MN * 60
096500                        + WS-TIME-SS.
096600 7000-EXIT.
096700     EXIT.
096800*****************************************************************
096900*    7100-FORMAT-TIME  -  HHMMSSHH IN WS-TIME-IN AS HH:MM:SS.
097000*****************************************************************
097100 7100-FORMAT-TIME.
097200     MOVE SPACES               TO WS-TIME-TEXT.
097300     STRING WS-TIME-HH ':' WS-TIME-MN ':' WS-TIME-SS
097400            DELIMITED BY SIZE INTO WS-TIME-TEXT.
097500 7100-EXIT.
097600     EXIT.
097700*****************************************************************
097800*    8000-WRITE-BLANK  -  WRITE A BLANK SPACER LINE.
097900*****************************************************************
098000 8000-WRITE-BLANK.
098100     MOVE SPACES               TO RPT-PRINT-REC.
098200     WRITE RPT-PRINT-REC.
098300 8000-EXIT.
098400     EXIT.
098500*****************************************************************
098600*    9999-TERMINATE  -  CLOSE WHATEVER IS STILL OPEN.
098700*****************************************************************
098800 9999-TERMINATE.
098900     IF WS-DODRPT-OPEN
099000         CLOSE DODRPT-FILE
099100     END-IF.
099200 9999-EXIT.
099300     EXIT.
099400 END PROGRAM SAYDOD.
