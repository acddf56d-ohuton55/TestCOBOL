000100*****************************************************************
000200* PROGRAM-ID:  SAYRAL
000300* AUTHOR:      R. OKAFOR  -  BATCH SCHEDULING GROUP
000400* INSTALLATION: DAYLIGHT DATA CENTER
000500* DATE-WRITTEN: 04/06/2026
000600* DATE-COMPILED:
000700* PURPOSE:     WEEKLY RECURRING-ALERT ANALYSIS.  SAYALD SUPPRESSES
000800*              A REPEAT ALERT ONLY WITHIN ONE RUN, SO THE SAME
000900*              MESSAGE FOR THE SAME SITE CAN PAGE THE ON-CALL
001000*              GROUP EVERY MORNING.  THIS PROGRAM READS THE
001100*              SAYALRT ALERT GENERATIONS (SEE SYHALRT) AND THE
001200*              DSPGRP1-4 / DSPCATCH DISPATCH GENERATIONS (SEE
001300*              SYHDSP) OVER THE LAST M BUSINESS DATES AND, FOR
001400*              EACH MESSAGE ID AND SITE, COUNTS THE BUSINESS DATES
001500*              IT WAS RAISED ON, THE FIRST AND LAST OCCURRENCE AND
001600*              THE ON-CALL GROUP IT WAS DISPATCHED TO.  ALRRPT
001700*              RANKS THE TOP REPEAT OFFENDERS, FLAGS THE CHRONIC
001800*              ALERTS RAISED ON MORE THAN N OF THE M DATES AS
001900*              PROBLEM-TICKET CANDIDATES (CC 4), LISTS THE ALERTS
002000*              THAT KEEP LANDING IN THE CATCH-ALL FILE AND THEN
002100*              EVERY ALERT IN MESSAGE ID / SITE ORDER.  THE M
002200*              BUSINESS DATES ARE THE WEEKDAYS BEFORE THE SAYCAL
002300*              'C' DATE THAT ARE NOT ESTATE-WIDE HOLIDAYS.  THE
002400*              SYSIN CARD GIVES N (COLS 1-3, DEFAULT 5), M (COLS
002500*              5-7, DEFAULT 10, AT MOST 60) AND THE NUMBER OF TOP
002600*              OFFENDERS TO RANK (COLS 9-11, DEFAULT 20).
002700* TECTONICS:   cobc -x sayral.cbl
002800*
002900* MODIFICATION HISTORY:
003000*   04/06/2026  ROK  INITIAL VERSION.
003010*   10/15/2026  ROK  WS-RANK WIDENED TO 9(04) SO A TOP COUNT OF
003020*                    999 ENDS THE RANKING LOOP INSTEAD OF
003030*                    WRAPPING.
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.                  SAYRAL.
003400 AUTHOR.                      R. OKAFOR.
003500 INSTALLATION.                DAYLIGHT DATA CENTER.
003600 DATE-WRITTEN.                04/06/2026.
003700 DATE-COMPILED.
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.             IBM-370.
004200 OBJECT-COMPUTER.             IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT SAYCAL-FILE       ASSIGN TO SAYCAL
004600                               ORGANIZATION IS SEQUENTIAL
004700                               FILE STATUS IS WS-SAYCAL-STATUS.
004800     SELECT SAYALRT-FILE      ASSIGN TO SAYALRT
004900                               ORGANIZATION IS SEQUENTIAL
005000                               FILE STATUS IS WS-SAYALRT-STATUS.
005100     SELECT DSPHIST-FILE      ASSIGN TO DSPHIST
005200                               ORGANIZATION IS SEQUENTIAL
005300                               FILE STATUS IS WS-DSPHIST-STATUS.
005400     SELECT PARM-FILE         ASSIGN TO SYSIN
005500                               ORGANIZATION IS LINE SEQUENTIAL
005600                               FILE STATUS IS WS-PARM-STATUS.
005700     SELECT ALRRPT-FILE       ASSIGN TO ALRRPT
005800                               ORGANIZATION IS SEQUENTIAL
005900                               FILE STATUS IS WS-ALRRPT-STATUS.
006000*****************************************************************
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  SAYCAL-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600     COPY SYHCAL.
006700 FD  SAYALRT-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000     COPY SYHALRT.
007100 FD  DSPHIST-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400     COPY SYHDSP.
007500 FD  PARM-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 01  PARM-CARD.
007800     05  PARM-CHRONIC-DAYS    PIC X(03).
007900     05  PARM-CHRONIC-DAYS-NUM REDEFINES PARM-CHRONIC-DAYS
008000                              PIC 9(03).
008100     05  FILLER               PIC X(01).
008200     05  PARM-WINDOW-DAYS     PIC X(03).
008300     05  PARM-WINDOW-DAYS-NUM REDEFINES PARM-WINDOW-DAYS
008400                              PIC 9(03).
008500     05  FILLER               PIC X(01).
008600     05  PARM-TOP-COUNT       PIC X(03).
008700     05  PARM-TOP-COUNT-NUM REDEFINES PARM-TOP-COUNT
008800                              PIC 9(03).
008900     05  FILLER               PIC X(69).
009000 FD  ALRRPT-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300 01  RPT-PRINT-REC            PIC X(133).
009400 WORKING-STORAGE SECTION.
009500*****************************************************************
009600*    RUN-CONTROL / RUN-DATE FIELDS (SHARED COPYBOOK)
009700*****************************************************************
009800     COPY SYHRUNDT.
009900*****************************************************************
010000*    FILE STATUS, OPEN AND END-OF-FILE CONTROL
010100*****************************************************************
010200 01  WS-SAYCAL-STATUS         PIC X(02) VALUE SPACES.
010300     88  WS-SAYCAL-OK                   VALUE '00'.
010400 01  WS-SAYALRT-STATUS        PIC X(02) VALUE SPACES.
010500     88  WS-SAYALRT-OK                  VALUE '00'.
010600 01  WS-DSPHIST-STATUS        PIC X(02) VALUE SPACES.
010700     88  WS-DSPHIST-OK                  VALUE '00'.
010800 01  WS-PARM-STATUS           PIC X(02) VALUE SPACES.
010900     88  WS-PARM-OK                     VALUE '00'.
011000 01  WS-ALRRPT-STATUS         PIC X(02) VALUE SPACES.
011100     88  WS-ALRRPT-OK                   VALUE '00'.
011200 01  WS-ALRRPT-OPEN-SW        PIC X(01) VALUE 'N'.
011300     88  WS-ALRRPT-OPEN                 VALUE 'Y'.
011400 01  WS-CAL-EOF-SW            PIC X(01) VALUE 'N'.
011500     88  WS-CAL-EOF                     VALUE 'Y'.
011600 01  WS-ALRT-EOF-SW           PIC X(01) VALUE 'N'.
011700     88  WS-ALRT-EOF                    VALUE 'Y'.
011800 01  WS-DSP-EOF-SW            PIC X(01) VALUE 'N'.
011900     88  WS-DSP-EOF                     VALUE 'Y'.
012000*****************************************************************
012100*    RETURN-CODE / CONDITION-CODE CONTROL
012200*****************************************************************
012300 01  WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
012400     88  RC-NORMAL                      VALUE 0.
012500     88  RC-WARNING                     VALUE 4.
012600     88  RC-ERROR                       VALUE 8.
012700*****************************************************************
012800*    ANALYSIS PARAMETERS FROM THE SYSIN CARD
012900*****************************************************************
013000 01  WS-CHRONIC-DAYS          PIC 9(03) VALUE 5.
013100 01  WS-WINDOW-DAYS           PIC 9(03) VALUE 10.
013200 01  WS-TOP-COUNT             PIC 9(03) VALUE 20.
013300*****************************************************************
013400*    BUSINESS CALENDAR.  THE WINDOW IS BUILT BACKWARDS FROM THE
013500*    SAYCAL 'C' DATE (THE NEXT DATE TO BE PROCESSED), SKIPPING
013600*    WEEKENDS AND ESTATE-WIDE 'H' HOLIDAYS.  WINDOW ENTRY 1 IS
013700*    THE MOST RECENT BUSINESS DATE.
013800*****************************************************************
013900 01  WS-ANCHOR-DATE           PIC 9(08) VALUE ZERO.
014000 01  WS-CAL-FOUND-SW          PIC X(01) VALUE 'N'.
014100     88  WS-CAL-FOUND                   VALUE 'Y'.
014200 01  WS-HOLIDAY-TABLE.
014300     05  WS-HOLIDAY-DATE      PIC 9(08) OCCURS 200 TIMES.
014400 01  WS-HOLIDAY-MAX           PIC 9(04) COMP VALUE 200.
014500 01  WS-HOLIDAY-COUNT         PIC 9(04) COMP VALUE ZERO.
014600 01  WS-HOLIDAY-SUB           PIC 9(04) COMP VALUE ZERO.
014700 01  WS-NONPROC-SW            PIC X(01) VALUE 'N'.
014800     88  WS-NONPROC-DAY                 VALUE 'Y'.
014900 01  WS-WIN-TABLE.
015000     05  WS-WIN-DATE          PIC 9(08) OCCURS 60 TIMES.
015100 01  WS-WIN-MAX               PIC 9(03) COMP VALUE 60.
015200 01  WS-WIN-COUNT             PIC 9(03) COMP VALUE ZERO.
015300 01  WS-WIN-SUB               PIC 9(03) COMP VALUE ZERO.
015400 01  WS-WIN-HIT-SW            PIC X(01) VALUE 'N'.
015500     88  WS-WIN-HIT                     VALUE 'Y'.
015600 01  WS-WORK-DATE             PIC 9(08) VALUE ZERO.
015700 01  WS-WORK-DATE-INT         PIC S9(08) COMP VALUE ZERO.
015800 01  WS-WORK-DOW              PIC 9(01) VALUE ZERO.
015900*****************************************************************
016000*    ONE ALERT OR DISPATCH RECORD, IN THE FORM THE TABLE IS
016100*    LOADED FROM
016200*****************************************************************
016300 01  WS-IN-KEY.
016400     05  WS-IN-MSG-ID         PIC X(11).
016500     05  WS-IN-SITE-ID        PIC X(15).
016600 01  WS-IN-DATE               PIC 9(08) VALUE ZERO.
016700 01  WS-IN-TIME               PIC 9(08) VALUE ZERO.
016800*****************************************************************
016900*    MESSAGE ID / SITE TABLE, KEPT IN KEY ORDER AS IT IS LOADED.
017000*    ONE FLAG PER WINDOW DATE MARKS THE DATES THE ALERT WAS
017100*    RAISED ON, AND ONE MORE THE DATES IT WENT TO THE CATCH-ALL.
017200*****************************************************************
017300 01  WS-KEY-TABLE.
017400     05  WS-KEY-ENTRY         OCCURS 2000 TIMES.
017500         10  WS-KEY-ID.
017600             15  WS-KEY-MSG-ID    PIC X(11).
017700             15  WS-KEY-SITE-ID   PIC X(15).
017800         10  WS-KEY-DAY-FLAGS.
017900             15  WS-KEY-DAY       PIC X(01) OCCURS 60 TIMES.
018000         10  WS-KEY-CATCH-FLAGS.
018100             15  WS-KEY-CATCH     PIC X(01) OCCURS 60 TIMES.
018200         10  WS-KEY-ALERTS        PIC 9(05) COMP.
018300         10  WS-KEY-DAYS          PIC 9(03) COMP.
018400         10  WS-KEY-CATCH-DAYS    PIC 9(03) COMP.
018500         10  WS-KEY-FIRST-DATE    PIC 9(08).
018600         10  WS-KEY-FIRST-TIME    PIC 9(08).
018700         10  WS-KEY-LAST-DATE     PIC 9(08).
018800         10  WS-KEY-LAST-TIME     PIC 9(08).
018900         10  WS-KEY-GROUP         PIC X(08).
019000         10  WS-KEY-GROUP-DATE    PIC 9(08).
019100         10  WS-KEY-RANKED-SW     PIC X(01).
019200             88  WS-KEY-RANKED              VALUE 'Y'.
019300 01  WS-KEY-MAX               PIC 9(04) COMP VALUE 2000.
019400 01  WS-KEY-COUNT             PIC 9(04) COMP VALUE ZERO.
019500 01  WS-KEY-SUB               PIC 9(04) COMP VALUE ZERO.
019600 01  WS-KEY-POS               PIC 9(04) COMP VALUE ZERO.
019700 01  WS-SHIFT-SUB             PIC 9(04) COMP VALUE ZERO.
019800 01  WS-KEY-HIT-SW            PIC X(01) VALUE 'N'.
019900     88  WS-KEY-HIT                     VALUE 'Y'.
020000 01  WS-KEY-FULL-SW           PIC X(01) VALUE 'N'.
020100     88  WS-KEY-FULL-WARNED             VALUE 'Y'.
020200 01  WS-CATCHALL-NAME         PIC X(08) VALUE 'CATCHALL'.
020300*****************************************************************
020400*    TOP-OFFENDER RANKING
020500*****************************************************************
020600 01  WS-RANK                  PIC 9(04) COMP VALUE ZERO.
020700 01  WS-BEST-SUB              PIC 9(04) COMP VALUE ZERO.
020800 01  WS-BEST-DAYS             PIC 9(03) COMP VALUE ZERO.
020900 01  WS-BEST-ALERTS           PIC 9(05) COMP VALUE ZERO.
021000*****************************************************************
021100*    CONTROL COUNTERS
021200*****************************************************************
021300 01  WS-CNT-ALERTS-READ       PIC 9(07) COMP VALUE ZERO.
021400 01  WS-CNT-DSP-READ          PIC 9(07) COMP VALUE ZERO.
021500 01  WS-CNT-OUTSIDE           PIC 9(07) COMP VALUE ZERO.
021600 01  WS-CNT-DROPPED           PIC 9(07) COMP VALUE ZERO.
021700 01  WS-CNT-CHRONIC           PIC 9(07) COMP VALUE ZERO.
021800 01  WS-CNT-CATCH-REPEAT      PIC 9(07) COMP VALUE ZERO.
021900 01  WS-CNT-LINES             PIC 9(07) COMP VALUE ZERO.
022000*****************************************************************
022100*    REPORT LINE LAYOUTS
022200*****************************************************************
022300 01  WS-RPT-HEADER.
022400     05  FILLER               PIC X(37) VALUE
022500         'SAYRAL - RECURRING ALERT ANALYSIS -'.
022600     05  FILLER               PIC X(15) VALUE
022700         ' BUSINESS DATES'.
022800     05  FILLER               PIC X(01) VALUE SPACE.
022900     05  WS-RPT-H-FROM        PIC 9(08).
023000     05  FILLER               PIC X(04) VALUE ' TO '.
023100     05  WS-RPT-H-TO          PIC 9(08).
023200     05  FILLER               PIC X(02) VALUE ' ('.
023300     05  WS-RPT-H-WINDOW      PIC ZZ9.
023400     05  FILLER               PIC X(08) VALUE ' DATES) '.
023500     05  FILLER               PIC X(20) VALUE
023600         ' CHRONIC = MORE THAN'.
023700     05  WS-RPT-H-CHRONIC     PIC ZZ9.
023800     05  FILLER               PIC X(24) VALUE SPACES.
023900 01  WS-RPT-SECTION-HEAD.
024000     05  FILLER               PIC X(02) VALUE SPACES.
024100     05  WS-RPT-SEC-TITLE     PIC X(70).
024200     05  FILLER               PIC X(61) VALUE SPACES.
024300 01  WS-RPT-COL-HEAD.
024400     05  FILLER               PIC X(04) VALUE SPACES.
024500     05  FILLER               PIC X(05) VALUE 'RANK'.
024600     05  FILLER               PIC X(12) VALUE 'MESSAGE ID'.
024700     05  FILLER               PIC X(16) VALUE 'SITE ID'.
024800     05  FILLER               PIC X(06) VALUE ' DAYS'.
024900     05  FILLER               PIC X(08) VALUE ' ALERTS'.
025000     05  FILLER               PIC X(19) VALUE '  FIRST RAISED'.
025100     05  FILLER               PIC X(19) VALUE ' LAST RAISED'.
025200     05  FILLER               PIC X(09) VALUE ' GROUP'.
025300     05  FILLER               PIC X(07) VALUE 'CATCH'.
025400     05  FILLER               PIC X(28) VALUE ' FLAG'.
025500 01  WS-RPT-DTL-LINE.
025600     05  FILLER               PIC X(04) VALUE SPACES.
025700     05  WS-RPT-DTL-RANK      PIC ZZZ.
025800     05  FILLER               PIC X(02) VALUE SPACES.
025900     05  WS-RPT-DTL-MSG-ID    PIC X(11).
026000     05  FILLER               PIC X(01) VALUE SPACE.
026100     05  WS-RPT-DTL-SITE-ID   PIC X(15).
026200     05  FILLER               PIC X(01) VALUE SPACE.
026300     05  WS-RPT-DTL-DAYS      PIC ZZZZ9.
026400     05  FILLER               PIC X(01) VALUE SPACE.
026500     05  WS-RPT-DTL-ALERTS    PIC ZZZZZZ9.
026600     05  FILLER               PIC X(02) VALUE SPACES.
026700     05  WS-RPT-DTL-FIRST-DT  PIC 9(08).
026800     05  FILLER               PIC X(01) VALUE SPACE.
026900     05  WS-RPT-DTL-FIRST-TM  PIC X(08).
027000     05  FILLER               PIC X(02) VALUE SPACES.
027100     05  WS-RPT-DTL-LAST-DT   PIC 9(08).
027200     05  FILLER               PIC X(01) VALUE SPACE.
027300     05  WS-RPT-DTL-LAST-TM   PIC X(08).
027400     05  FILLER               PIC X(02) VALUE SPACES.
027500     05  WS-RPT-DTL-GROUP     PIC X(08).
027600     05  FILLER               PIC X(01) VALUE SPACE.
027700     05  WS-RPT-DTL-CATCH     PIC ZZZZ9.
027800     05  FILLER               PIC X(02) VALUE SPACES.
027900     05  WS-RPT-DTL-FLAG      PIC X(25).
028000     05  FILLER               PIC X(02) VALUE SPACES.
028100 01  WS-TIME-IN               PIC 9(08) VALUE ZERO.
028200 01  WS-TIME-IN-GRP REDEFINES WS-TIME-IN.
028300     05  WS-TIME-HH           PIC 9(02).
028400     05  WS-TIME-MN           PIC 9(02).
028500     05  WS-TIME-SS           PIC 9(02).
028600     05  WS-TIME-HS           PIC 9(02).
028700 01  WS-TIME-TEXT             PIC X(08) VALUE SPACES.
028800 01  WS-RPT-TOTAL-LINE.
028900     05  FILLER               PIC X(02) VALUE SPACES.
029000     05  WS-RPT-TOTAL-LABEL   PIC X(34).
029100     05  WS-RPT-TOTAL-COUNT   PIC Z(06)9.
029200     05  FILLER               PIC X(90) VALUE SPACES.
029300*****************************************************************
029400*    PROCEDURE DIVISION
029500*****************************************************************
029600 PROCEDURE DIVISION.
029700*****************************************************************
029800*    0000-MAINLINE
029900*****************************************************************
030000 0000-MAINLINE.
030100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030200     IF NOT RC-ERROR
030300         PERFORM 2000-BUILD-WINDOW THRU 2000-EXIT
030400     END-IF.
030500     IF NOT RC-ERROR
030600         PERFORM 3000-LOAD-ALERTS THRU 3000-EXIT
030700         PERFORM 3500-LOAD-DISPATCHES THRU 3500-EXIT
030800     END-IF.
030900     IF NOT RC-ERROR
031000         PERFORM 4000-FINISH-KEYS THRU 4000-EXIT
031100         PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
031200         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
031300     END-IF.
031400     PERFORM 9999-TERMINATE THRU 9999-EXIT.
031500     MOVE WS-RETURN-CODE       TO RETURN-CODE.
031600     STOP RUN.
031700*****************************************************************
031800*    1000-INITIALIZE  -  STAMP THE RUN DATE, READ THE SYSIN CARD
031900*                        AND OPEN THE REPORT.
032000*****************************************************************
032100 1000-INITIALIZE.
032200     ACCEPT RD-RUN-DATE-NUM FROM DATE YYYYMMDD.
032300     ACCEPT RD-RUN-TIME-NUM FROM TIME.
032400     MOVE RD-RUN-YYYY          TO HINITI-YYYY.
032500     MOVE RD-RUN-MM            TO HINITI-MM.
032600     MOVE RD-RUN-DD            TO HINITI-DD.
032700     PERFORM 1100-READ-PARM THRU 1100-EXIT.
032800     OPEN OUTPUT ALRRPT-FILE.
032900     IF WS-ALRRPT-OK
033000         SET WS-ALRRPT-OPEN    TO TRUE
033100     ELSE
033200         DISPLAY 'SAYRAL0010E - UNABLE TO OPEN ALRRPT, FILE '
033300                 'STATUS = ' WS-ALRRPT-STATUS
033400         MOVE 8                TO WS-RETURN-CODE
033500     END-IF.
033600 1000-EXIT.
033700     EXIT.
033800*****************************************************************
033900*    1100-READ-PARM  -  N, M AND THE TOP-OFFENDER COUNT FROM THE
034000*                       SYSIN CARD.  A BLANK FIELD KEEPS ITS
034100*                       DEFAULT; A BAD ONE IS WARNED AND ALSO
034200*                       KEEPS IT.  N MUST BE LESS THAN M.
034300*****************************************************************
034400 1100-READ-PARM.
034500     OPEN INPUT PARM-FILE.
034600     IF NOT WS-PARM-OK
034700         GO TO 1100-EXIT
034800     END-IF.
034900     READ PARM-FILE
035000         AT END
035100             CLOSE PARM-FILE
035200             GO TO 1100-EXIT
035300     END-READ.
035400     CLOSE PARM-FILE.
035500     IF PARM-WINDOW-DAYS NOT = SPACES
035600         IF PARM-WINDOW-DAYS-NUM IS NUMERIC
035700            AND PARM-WINDOW-DAYS-NUM > ZERO
035800            AND PARM-WINDOW-DAYS-NUM NOT > WS-WIN-MAX
035900             MOVE PARM-WINDOW-DAYS-NUM TO WS-WINDOW-DAYS
036000         ELSE
036100             DISPLAY 'SAYRAL0011W - INVALID WINDOW '
036200                     PARM-WINDOW-DAYS ' ON SYSIN CARD (1-60) - '
036300                     WS-WINDOW-DAYS ' USED'
036400             PERFORM 1190-SET-WARNING THRU 1190-EXIT
036500         END-IF
036600     END-IF.
036700     IF PARM-CHRONIC-DAYS NOT = SPACES
036800         IF PARM-CHRONIC-DAYS-NUM IS NUMERIC
036900            AND PARM-CHRONIC-DAYS-NUM < WS-WINDOW-DAYS
037000             MOVE PARM-CHRONIC-DAYS-NUM TO WS-CHRONIC-DAYS
037100         ELSE
037200             DISPLAY 'SAYRAL0012W - INVALID CHRONIC THRESHOLD '
037300                     PARM-CHRONIC-DAYS ' ON SYSIN CARD'
037400             PERFORM 1190-SET-WARNING THRU 1190-EXIT
037500         END-IF
037600     END-IF.
037700     IF WS-CHRONIC-DAYS NOT < WS-WINDOW-DAYS
037800         COMPUTE WS-CHRONIC-DAYS = WS-WINDOW-DAYS / 2
037900         DISPLAY 'SAYRAL0013W - CHRONIC THRESHOLD NOT BELOW THE '
038000                 'WINDOW - ' WS-CHRONIC-DAYS ' USED'
038100         PERFORM 1190-SET-WARNING THRU 1190-EXIT
038200     END-IF.
038300     IF PARM-TOP-COUNT NOT = SPACES
038400         IF PARM-TOP-COUNT-NUM IS NUMERIC
038500            AND PARM-TOP-COUNT-NUM > ZERO
038600             MOVE PARM-TOP-COUNT-NUM TO WS-TOP-COUNT
038700         ELSE
038800             DISPLAY 'SAYRAL0014W - INVALID TOP COUNT '
038900                     PARM-TOP-COUNT ' ON SYSIN CARD - '
039000                     WS-TOP-COUNT ' USED'
039100             PERFORM 1190-SET-WARNING THRU 1190-EXIT
039200         END-IF
039300     END-IF.
039400 1100-EXIT.
039500     EXIT.
039600 1190-SET-WARNING.
039700     IF RC-NORMAL
039800         MOVE 4                TO WS-RETURN-CODE
039900     END-IF.
040000 1190-EXIT.
040100     EXIT.
040200*****************************************************************
040300*    2000-BUILD-WINDOW  -  READ SAYCAL FOR THE 'C' DATE AND THE
040400*                          ESTATE-WIDE HOLIDAYS, THEN STEP BACK
040500*                          ONE DAY AT A TIME COLLECTING M BUSINESS
040600*                          DATES.  WITHOUT A USABLE CALENDAR
040700*                          THE WINDOW ENDS BEFORE THE RUN DATE.
040800*****************************************************************
040900 2000-BUILD-WINDOW.
041000     OPEN INPUT SAYCAL-FILE.
041100     IF WS-SAYCAL-OK
041200         PERFORM 2010-READ-ONE-CAL THRU 2010-EXIT
041300             UNTIL WS-CAL-EOF
041400         CLOSE SAYCAL-FILE
041500     END-IF.
041600     IF NOT WS-CAL-FOUND
041700         MOVE RD-RUN-DATE-NUM  TO WS-ANCHOR-DATE
041800         DISPLAY 'SAYRAL0015W - NO SAYCAL BUSINESS DATE (FILE '
041900                 'STATUS = ' WS-SAYCAL-STATUS ') - WINDOW ENDS '
042000                 'BEFORE THE RUN DATE'
042100         PERFORM 1190-SET-WARNING THRU 1190-EXIT
042200     END-IF.
042300     COMPUTE WS-WORK-DATE-INT =
042400             FUNCTION INTEGER-OF-DATE(WS-ANCHOR-DATE).
042500     PERFORM 2100-STEP-BACK THRU 2100-EXIT
042600         UNTIL WS-WIN-COUNT NOT < WS-WINDOW-DAYS.
042700 2000-EXIT.
042800     EXIT.
042900 2010-READ-ONE-CAL.
043000     READ SAYCAL-FILE
043100         AT END
043200             SET WS-CAL-EOF    TO TRUE
043300             GO TO 2010-EXIT
043400     END-READ.
043500     IF CAL-CONTROL-REC AND CAL-DATE IS NUMERIC
043600         MOVE CAL-DATE         TO WS-ANCHOR-DATE
043700         SET WS-CAL-FOUND      TO TRUE
043800     END-IF.
043900     IF CAL-HOLIDAY-REC AND CAL-DATE IS NUMERIC
044000        AND CAL-GLOBAL-HOLIDAY
044100        AND WS-HOLIDAY-COUNT < WS-HOLIDAY-MAX
044200         ADD 1                 TO WS-HOLIDAY-COUNT
044300         MOVE CAL-DATE         TO
044400                 WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
044500     END-IF.
044600 2010-EXIT.
044700     EXIT.
044800*****************************************************************
044900*    2100-STEP-BACK  -  TAKE THE DAY BEFORE THE LAST ONE LOOKED
045000*                       AT INTO THE WINDOW IF IT IS A BUSINESS
045100*                       DATE (MOD 7: 6 = SATURDAY, 0 = SUNDAY).
045200*****************************************************************
045300 2100-STEP-BACK.
045400     SUBTRACT 1                FROM WS-WORK-DATE-INT.
045500     COMPUTE WS-WORK-DATE =
045600             FUNCTION DATE-OF-INTEGER(WS-WORK-DATE-INT).
045700     COMPUTE WS-WORK-DOW =
045800             FUNCTION MOD(WS-WORK-DATE-INT 7).
045900     IF WS-WORK-DOW = 6 OR WS-WORK-DOW = 0
046000         GO TO 2100-EXIT
046100     END-IF.
046200     MOVE 'N'                  TO WS-NONPROC-SW.
046300     PERFORM 2110-SCAN-HOLIDAY THRU 2110-EXIT
046400         VARYING WS-HOLIDAY-SUB FROM 1 BY 1
046500         UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
046600            OR WS-NONPROC-DAY.
046700     IF WS-NONPROC-DAY
046800         GO TO 2100-EXIT
046900     END-IF.
047000     ADD 1                     TO WS-WIN-COUNT.
047100     MOVE WS-WORK-DATE         TO WS-WIN-DATE (WS-WIN-COUNT).
047200 2100-EXIT.
047300     EXIT.
047400 2110-SCAN-HOLIDAY.
047500     IF WS-HOLIDAY-DATE (WS-HOLIDAY-SUB) = WS-WORK-DATE
047600         SET WS-NONPROC-DAY    TO TRUE
047700     END-IF.
047800 2110-EXIT.
047900     EXIT.
048000*****************************************************************
048100*    3000-LOAD-ALERTS  -  READ THE SAYALRT CONCATENATION AND
048200*                         TALLY EVERY ALERT DATED IN THE WINDOW.
048300*****************************************************************
048400 3000-LOAD-ALERTS.
048500     OPEN INPUT SAYALRT-FILE.
048600     IF NOT WS-SAYALRT-OK
048700         DISPLAY 'SAYRAL0016E - UNABLE TO OPEN SAYALRT, FILE '
048800                 'STATUS = ' WS-SAYALRT-STATUS
048900         MOVE 8                TO WS-RETURN-CODE
049000         GO TO 3000-EXIT
049100     END-IF.
049200     PERFORM 3010-READ-ALERT THRU 3010-EXIT
049300         UNTIL WS-ALRT-EOF.
049400     CLOSE SAYALRT-FILE.
049500 3000-EXIT.
049600     EXIT.
049700 3010-READ-ALERT.
049800     READ SAYALRT-FILE
049900         AT END
050000             SET WS-ALRT-EOF   TO TRUE
050100             GO TO 3010-EXIT
050200     END-READ.
050300     ADD 1                     TO WS-CNT-ALERTS-READ.
050400     MOVE ALERT-MSG-ID         TO WS-IN-MSG-ID.
050500     MOVE ALERT-SITE-ID        TO WS-IN-SITE-ID.
050600     MOVE ALERT-RUN-DATE       TO WS-IN-DATE.
050700     MOVE ALERT-RUN-TIME       TO WS-IN-TIME.
050800     PERFORM 3100-FIND-ENTRY THRU 3100-EXIT.
050900     IF NOT WS-KEY-HIT
051000         GO TO 3010-EXIT
051100     END-IF.
051200     ADD 1                     TO WS-KEY-ALERTS (WS-KEY-SUB).
051300 3010-EXIT.
051400     EXIT.
051500*****************************************************************
051600*    3100-FIND-ENTRY  -  PLACE THE RECORD IN WS-IN-KEY: FIND ITS
051700*                        WINDOW DATE, THEN ITS TABLE ENTRY (ADDED
051800*                        IN KEY ORDER WHEN NEW), AND MARK THE
051900*                        DATE AND THE FIRST AND LAST OCCURRENCE.
052000*                        WS-KEY-HIT IS OFF WHEN THE RECORD IS
052100*                        OUTSIDE THE WINDOW OR THE TABLE IS FULL.
052200*****************************************************************
052300 3100-FIND-ENTRY.
052400     MOVE 'N'                  TO WS-KEY-HIT-SW.
052500     MOVE 'N'                  TO WS-WIN-HIT-SW.
052600     IF WS-IN-DATE IS NUMERIC
052700         PERFORM 3110-SCAN-WINDOW THRU 3110-EXIT
052800             VARYING WS-WIN-SUB FROM 1 BY 1
052900             UNTIL WS-WIN-SUB > WS-WIN-COUNT
053000                OR WS-WIN-HIT
053100     END-IF.
053200     IF NOT WS-WIN-HIT
053300         ADD 1                 TO WS-CNT-OUTSIDE
053400         GO TO 3100-EXIT
053500     END-IF.
053600     SUBTRACT 1                FROM WS-WIN-SUB.
053700     PERFORM 3120-SCAN-KEY THRU 3120-EXIT
053800         VARYING WS-KEY-POS FROM 1 BY 1
053900         UNTIL WS-KEY-POS > WS-KEY-COUNT
054000            OR WS-KEY-ID (WS-KEY-POS) NOT < WS-IN-KEY.
054100     IF WS-KEY-POS NOT > WS-KEY-COUNT
054200         IF WS-KEY-ID (WS-KEY-POS) = WS-IN-KEY
054300             SET WS-KEY-HIT    TO TRUE
054400         END-IF
054500     END-IF.
054600     IF NOT WS-KEY-HIT
054700         PERFORM 3200-INSERT-ENTRY THRU 3200-EXIT
054800         IF NOT WS-KEY-HIT
054900             GO TO 3100-EXIT
055000         END-IF
055100     END-IF.
055200     MOVE WS-KEY-POS           TO WS-KEY-SUB.
055300     MOVE 'Y'                  TO
055400          WS-KEY-DAY (WS-KEY-SUB, WS-WIN-SUB).
055500     IF WS-IN-DATE < WS-KEY-FIRST-DATE (WS-KEY-SUB)
055600        OR (WS-IN-DATE = WS-KEY-FIRST-DATE (WS-KEY-SUB)
055700            AND WS-IN-TIME < WS-KEY-FIRST-TIME (WS-KEY-SUB))
055800         MOVE WS-IN-DATE       TO WS-KEY-FIRST-DATE (WS-KEY-SUB)
055900         MOVE WS-IN-TIME       TO WS-KEY-FIRST-TIME (WS-KEY-SUB)
056000     END-IF.
056100     IF WS-IN-DATE > WS-KEY-LAST-DATE (WS-KEY-SUB)
056200        OR (WS-IN-DATE = WS-KEY-LAST-DATE (WS-KEY-SUB)
056300            AND WS-IN-TIME > WS-KEY-LAST-TIME (WS-KEY-SUB))
056400         MOVE WS-IN-DATE       TO WS-KEY-LAST-DATE (WS-KEY-SUB)
056500         MOVE WS-IN-TIME       TO WS-KEY-LAST-TIME (WS-KEY-SUB)
056600     END-IF.
056700 3100-EXIT.
056800     EXIT.
056900 3110-SCAN-WINDOW.
057000     IF WS-WIN-DATE (WS-WIN-SUB) = WS-IN-DATE
057100         SET WS-WIN-HIT        TO TRUE
057200     END-IF.
057300 3110-EXIT.
057400     EXIT.
057500 3120-SCAN-KEY.
057600     CONTINUE.
057700 3120-EXIT.
057800     EXIT.
057900*****************************************************************
058000*    3200-INSERT-ENTRY  -  OPEN A SLOT AT WS-KEY-POS BY MOVING
058100*                          THE ENTRIES ABOVE IT UP ONE, AND START
058200*                          A NEW ENTRY THERE.
058300*****************************************************************
058400 3200-INSERT-ENTRY.
058500     IF WS-KEY-COUNT NOT < WS-KEY-MAX
058600         ADD 1                 TO WS-CNT-DROPPED
058700         IF NOT WS-KEY-FULL-WARNED
058800             SET WS-KEY-FULL-WARNED TO TRUE
058900             DISPLAY 'SAYRAL0017W - ALERT TABLE FULL AT '
059000                     WS-KEY-MAX ' MESSAGE ID / SITE PAIRS - '
059100                     'LATER PAIRS NOT ANALYSED'
059200             PERFORM 1190-SET-WARNING THRU 1190-EXIT
059300         END-IF
059400         GO TO 3200-EXIT
059500     END-IF.
059600     PERFORM 3210-SHIFT-UP THRU 3210-EXIT
059700         VARYING WS-SHIFT-SUB FROM WS-KEY-COUNT BY -1
059800         UNTIL WS-SHIFT-SUB < WS-KEY-POS.
059900     ADD 1                     TO WS-KEY-COUNT.
060000     MOVE WS-IN-KEY            TO WS-KEY-ID (WS-KEY-POS).
060100     MOVE SPACES               TO WS-KEY-DAY-FLAGS (WS-KEY-POS)
060200                                  WS-KEY-CATCH-FLAGS (WS-KEY-POS)
060300                                  WS-KEY-GROUP (WS-KEY-POS).
060400     MOVE ZERO                 TO WS-KEY-ALERTS (WS-KEY-POS)
060500                                  WS-KEY-DAYS (WS-KEY-POS)
060600                                  WS-KEY-CATCH-DAYS (WS-KEY-POS)
060700                                  WS-KEY-LAST-DATE (WS-KEY-POS)
060800                                  WS-KEY-LAST-TIME (WS-KEY-POS)
060900                                  WS-KEY-GROUP-DATE (WS-KEY-POS).
061000     MOVE 99999999             TO WS-KEY-FIRST-DATE (WS-KEY-POS)
061100                                  WS-KEY-FIRST-TIME (WS-KEY-POS).
061200     MOVE 'N'                  TO WS-KEY-RANKED-SW (WS-KEY-POS).
061300     SET WS-KEY-HIT            TO TRUE.
061400 3200-EXIT.
061500     EXIT.
061600 3210-SHIFT-UP.
061700     MOVE WS-KEY-ENTRY (WS-SHIFT-SUB)
061800                               TO WS-KEY-ENTRY (WS-SHIFT-SUB + 1).
061900 3210-EXIT.
062000     EXIT.
062100*****************************************************************
062200*    3500-LOAD-DISPATCHES  -  READ THE DISPATCH CONCATENATION
062300*                             (EVERY DSPGRPN AND DSPCATCH
062400*                             GENERATION) FOR THE ON-CALL GROUP
062500*                             EACH ALERT WENT TO.  THE LATEST
062600*                             DATE'S GROUP IS THE ONE SHOWN; A
062700*                             CATCH-ALL DISPATCH ALSO MARKS THE
062800*                             DATE AS A CATCH-ALL DATE.  WITHOUT
062900*                             THE DISPATCH FILES THE ANALYSIS
063000*                             STILL RUNS, WITH NO GROUPS.
063100*****************************************************************
063200 3500-LOAD-DISPATCHES.
063300     OPEN INPUT DSPHIST-FILE.
063400     IF NOT WS-DSPHIST-OK
063500         DISPLAY 'SAYRAL0018W - UNABLE TO OPEN DSPHIST, FILE '
063600                 'STATUS = ' WS-DSPHIST-STATUS
063700                 ' - NO ON-CALL GROUPS SHOWN'
063800         PERFORM 1190-SET-WARNING THRU 1190-EXIT
063900         GO TO 3500-EXIT
064000     END-IF.
064100     PERFORM 3510-READ-DISPATCH THRU 3510-EXIT
064200         UNTIL WS-DSP-EOF.
064300     CLOSE DSPHIST-FILE.
064400 3500-EXIT.
064500     EXIT.
064600 3510-READ-DISPATCH.
064700     READ DSPHIST-FILE
064800         AT END
064900             SET WS-DSP-EOF    TO TRUE
065000             GO TO 3510-EXIT
065100     END-READ.
065200     ADD 1                     TO WS-CNT-DSP-READ.
065300     MOVE DSP-MSG-ID           TO WS-IN-MSG-ID.
065400     MOVE DSP-SITE-ID          TO WS-IN-SITE-ID.
065500     MOVE DSP-RUN-DATE         TO WS-IN-DATE.
065600     MOVE DSP-RUN-TIME         TO WS-IN-TIME.
065700     PERFORM 3100-FIND-ENTRY THRU 3100-EXIT.
065800     IF NOT WS-KEY-HIT
065900         GO TO 3510-EXIT
066000     END-IF.
066100     IF WS-IN-DATE NOT < WS-KEY-GROUP-DATE (WS-KEY-SUB)
066200         MOVE DSP-GROUP-NAME   TO WS-KEY-GROUP (WS-KEY-SUB)
066300         MOVE WS-IN-DATE       TO WS-KEY-GROUP-DATE (WS-KEY-SUB)
066400     END-IF.
066500     IF DSP-GROUP-NAME = WS-CATCHALL-NAME
066600         MOVE 'Y'              TO
066700              WS-KEY-CATCH (WS-KEY-SUB, WS-WIN-SUB)
066800     END-IF.
066900 3510-EXIT.
067000     EXIT.
067100*****************************************************************
067200*    4000-FINISH-KEYS  -  COUNT EACH PAIR'S DATES RAISED AND
067300*                         CATCH-ALL DATES.
067400*****************************************************************
067500 4000-FINISH-KEYS.
067600     PERFORM 4010-COUNT-DAYS THRU 4010-EXIT
067700         VARYING WS-KEY-SUB FROM 1 BY 1
067800         UNTIL WS-KEY-SUB > WS-KEY-COUNT.
067900 4000-EXIT.
068000     EXIT.
068100 4010-COUNT-DAYS.
068200     INSPECT WS-KEY-DAY-FLAGS (WS-KEY-SUB)
068300         TALLYING WS-KEY-DAYS (WS-KEY-SUB) FOR ALL 'Y'.
068400     INSPECT WS-KEY-CATCH-FLAGS (WS-KEY-SUB)
068500         TALLYING WS-KEY-CATCH-DAYS (WS-KEY-SUB) FOR ALL 'Y'.
068600     IF WS-KEY-DAYS (WS-KEY-SUB) > WS-CHRONIC-DAYS
068700         ADD 1                 TO WS-CNT-CHRONIC
068800     END-IF.
068900     IF WS-KEY-CATCH-DAYS (WS-KEY-SUB) > 1
069000         ADD 1                 TO WS-CNT-CATCH-REPEAT
069100     END-IF.
069200 4010-EXIT.
069300     EXIT.
069400*****************************************************************
069500*    5000-PRINT-REPORT  -  HEADER, THEN THE FOUR SECTIONS.  ANY
069600*                          CHRONIC ALERT ENDS THE STEP CC 4 SO
069700*                          THE CANDIDATES GET RAISED AS PROBLEM
069800*                          TICKETS.
069900*****************************************************************
070000 5000-PRINT-REPORT.
070100     MOVE WS-WIN-DATE (WS-WIN-COUNT) TO WS-RPT-H-FROM.
070200     MOVE WS-WIN-DATE (1)      TO WS-RPT-H-TO.
070300     MOVE WS-WIN-COUNT         TO WS-RPT-H-WINDOW.
070400     MOVE WS-CHRONIC-DAYS      TO WS-RPT-H-CHRONIC.
070500     MOVE WS-RPT-HEADER        TO RPT-PRINT-REC.
070600     WRITE RPT-PRINT-REC.
070700     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
070800     MOVE 'TOP REPEAT OFFENDERS (RAISED ON MORE THAN ONE DATE)'
070900                               TO WS-RPT-SEC-TITLE.
071000     PERFORM 5900-SECTION-HEAD THRU 5900-EXIT.
071100     MOVE ZERO                 TO WS-CNT-LINES.
071200     PERFORM 5100-RANK-NEXT THRU 5100-EXIT
071300         VARYING WS-RANK FROM 1 BY 1
071400         UNTIL WS-RANK > WS-TOP-COUNT.
071500     PERFORM 5950-SECTION-END THRU 5950-EXIT.
071600     MOVE 'CHRONIC ALERTS - PROBLEM-TICKET CANDIDATES'
071700                               TO WS-RPT-SEC-TITLE.
071800     PERFORM 5900-SECTION-HEAD THRU 5900-EXIT.
071900     MOVE ZERO                 TO WS-CNT-LINES.
072000     PERFORM 5200-LIST-CHRONIC THRU 5200-EXIT
072100         VARYING WS-KEY-SUB FROM 1 BY 1
072200         UNTIL WS-KEY-SUB > WS-KEY-COUNT.
072300     PERFORM 5950-SECTION-END THRU 5950-EXIT.
072400     MOVE 'REPEATS IN THE CATCH-ALL FILE (NO ROUTING RULE)'
072500                               TO WS-RPT-SEC-TITLE.
072600     PERFORM 5900-SECTION-HEAD THRU 5900-EXIT.
072700     MOVE ZERO                 TO WS-CNT-LINES.
072800     PERFORM 5300-LIST-CATCHALL THRU 5300-EXIT
072900         VARYING WS-KEY-SUB FROM 1 BY 1
073000         UNTIL WS-KEY-SUB > WS-KEY-COUNT.
073100     PERFORM 5950-SECTION-END THRU 5950-EXIT.
073200     MOVE 'ALL ALERTS BY MESSAGE ID AND SITE'
073300                               TO WS-RPT-SEC-TITLE.
073400     PERFORM 5900-SECTION-HEAD THRU 5900-EXIT.
073500     MOVE ZERO                 TO WS-CNT-LINES.
073600     PERFORM 5400-LIST-ALL THRU 5400-EXIT
073700         VARYING WS-KEY-SUB FROM 1 BY 1
073800         UNTIL WS-KEY-SUB > WS-KEY-COUNT.
073900     PERFORM 5950-SECTION-END THRU 5950-EXIT.
074000     IF WS-CNT-CHRONIC > ZERO
074100         PERFORM 1190-SET-WARNING THRU 1190-EXIT
074200     END-IF.
074300 5000-EXIT.
074400     EXIT.
074500*****************************************************************
074600*    5100-RANK-NEXT  -  PICK THE UNRANKED PAIR RAISED ON THE MOST
074700*                       DATES (MOST ALERTS BREAKS A TIE) AND
074800*                       PRINT IT.  A PAIR SEEN ON ONE DATE ONLY
074900*                       IS NOT A REPEAT AND IS NEVER RANKED.
075000*****************************************************************
075100 5100-RANK-NEXT.
075200     MOVE ZERO                 TO WS-BEST-SUB
075300                                  WS-BEST-DAYS
075400                                  WS-BEST-ALERTS.
075500     PERFORM 5110-CHECK-BEST THRU 5110-EXIT
075600         VARYING WS-KEY-SUB FROM 1 BY 1
075700         UNTIL WS-KEY-SUB > WS-KEY-COUNT.
075800     IF WS-BEST-SUB = ZERO
075900         MOVE WS-TOP-COUNT     TO WS-RANK
076000         GO TO 5100-EXIT
076100     END-IF.
076200     MOVE WS-BEST-SUB          TO WS-KEY-SUB.
076300     MOVE 'Y'                  TO WS-KEY-RANKED-SW (WS-KEY-SUB).
076400     MOVE WS-RANK              TO WS-RPT-DTL-RANK.
076500     PERFORM 5800-PRINT-ENTRY THRU 5800-EXIT.
076600 5100-EXIT.
076700     EXIT.
076800 5110-CHECK-BEST.
076900     IF WS-KEY-RANKED (WS-KEY-SUB)
077000        OR WS-KEY-DAYS (WS-KEY-SUB) < 2
077100         GO TO 5110-EXIT
077200     END-IF.
077300     IF WS-KEY-DAYS (WS-KEY-SUB) > WS-BEST-DAYS
077400        OR (WS-KEY-DAYS (WS-KEY-SUB) = WS-BEST-DAYS
077500            AND WS-KEY-ALERTS (WS-KEY-SUB) > WS-BEST-ALERTS)
077600         MOVE WS-KEY-SUB       TO WS-BEST-SUB
077700         MOVE WS-KEY-DAYS (WS-KEY-SUB) TO WS-BEST-DAYS
077800         MOVE WS-KEY-ALERTS (WS-KEY-SUB) TO WS-BEST-ALERTS
077900     END-IF.
078000 5110-EXIT.
078100     EXIT.
078200 5200-LIST-CHRONIC.
078300     IF WS-KEY-DAYS (WS-KEY-SUB) > WS-CHRONIC-DAYS
078400         MOVE ZERO             TO WS-RPT-DTL-RANK
078500         PERFORM 5800-PRINT-ENTRY THRU 5800-EXIT
078600     END-IF.
078700 5200-EXIT.
078800     EXIT.
078900 5300-LIST-CATCHALL.
079000     IF WS-KEY-CATCH-DAYS (WS-KEY-SUB) > 1
079100         MOVE ZERO             TO WS-RPT-DTL-RANK
079200         PERFORM 5800-PRINT-ENTRY THRU 5800-EXIT
079300     END-IF.
079400 5300-EXIT.
079500     EXIT.
079600 5400-LIST-ALL.
079700     MOVE ZERO                 TO WS-RPT-DTL-RANK.
079800     PERFORM 5800-PRINT-ENTRY THRU 5800-EXIT.
079900 5400-EXIT.
080000     EXIT.
080100*****************************************************************
080200*    5800-PRINT-ENTRY  -  ONE DETAIL LINE FOR TABLE ENTRY
080300*                         WS-KEY-SUB.
080400*****************************************************************
080500 5800-PRINT-ENTRY.
080600     ADD 1                     TO WS-CNT-LINES.
080700     MOVE WS-KEY-MSG-ID (WS-KEY-SUB) TO WS-RPT-DTL-MSG-ID.
080800     MOVE WS-KEY-SITE-ID (WS-KEY-SUB) TO WS-RPT-DTL-SITE-ID.
080900     IF WS-KEY-SITE-ID (WS-KEY-SUB) = SPACES
081000         MOVE '(NO SITE)'      TO WS-RPT-DTL-SITE-ID
081100     END-IF.
081200     MOVE WS-KEY-DAYS (WS-KEY-SUB) TO WS-RPT-DTL-DAYS.
081300     MOVE WS-KEY-ALERTS (WS-KEY-SUB) TO WS-RPT-DTL-ALERTS.
081400     MOVE WS-KEY-FIRST-DATE (WS-KEY-SUB) TO WS-RPT-DTL-FIRST-DT.
081500     MOVE WS-KEY-FIRST-TIME (WS-KEY-SUB) TO WS-TIME-IN.
081600     PERFORM 7100-FORMAT-TIME THRU 7100-EXIT.
081700     MOVE WS-TIME-TEXT         TO WS-RPT-DTL-FIRST-TM.
081800     MOVE WS-KEY-LAST-DATE (WS-KEY-SUB) TO WS-RPT-DTL-LAST-DT.
081900     MOVE WS-KEY-LAST-TIME (WS-KEY-SUB) TO WS-TIME-IN.
082000     PERFORM 7100-FORMAT-TIME THRU 7100-EXIT.
082100     MOVE WS-TIME-TEXT         TO WS-RPT-DTL-LAST-TM.
082200     MOVE WS-KEY-GROUP (WS-KEY-SUB) TO WS-RPT-DTL-GROUP.
082300     IF WS-KEY-GROUP (WS-KEY-SUB) = SPACES
082400         MOVE '(NONE)'         TO WS-RPT-DTL-GROUP
082500     END-IF.
082600     MOVE WS-KEY-CATCH-DAYS (WS-KEY-SUB) TO WS-RPT-DTL-CATCH.
082700     MOVE SPACES               TO WS-RPT-DTL-FLAG.
082800     IF WS-KEY-DAYS (WS-KEY-SUB) > WS-CHRONIC-DAYS
082900         MOVE 'CHRONIC - RAISE A PROBLEM' TO WS-RPT-DTL-FLAG
083000     END-IF.
083100     MOVE WS-RPT-DTL-LINE      TO RPT-PRINT-REC.
083200     WRITE RPT-PRINT-REC.
083300 5800-EXIT.
083400     EXIT.
083500*****************************************************************
083600*    5900-SECTION-HEAD / 5950-SECTION-END  -  SECTION TITLE AND
083700*                                             COLUMN HEADINGS;
083800*                                             NONE WHEN A SECTION
083900*                                             PRINTED NO LINES.
084000*****************************************************************
084100 5900-SECTION-HEAD.
084200     MOVE WS-RPT-SECTION-HEAD  TO RPT-PRINT-REC.
084300     WRITE RPT-PRINT-REC.
084400     MOVE WS-RPT-COL-HEAD      TO RPT-PRINT-REC.
084500     WRITE RPT-PRINT-REC.
084600 5900-EXIT.
084700     EXIT.
084800 5950-SECTION-END.
084900     IF WS-CNT-LINES = ZERO
085000         MOVE SPACES           TO RPT-PRINT-REC
085100         MOVE '    NONE'       TO RPT-PRINT-REC
085200         WRITE RPT-PRINT-REC
085300     END-IF.
085400     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
085500 5950-EXIT.
085600     EXIT.
085700*****************************************************************
085800*    6000-PRINT-TOTALS  -  CONTROL TOTALS.
085900*****************************************************************
086000 6000-PRINT-TOTALS.
086100     MOVE 'ALERT RECORDS READ               ='
086200                               TO WS-RPT-TOTAL-LABEL.
086300     MOVE WS-CNT-ALERTS-READ   TO WS-RPT-TOTAL-COUNT.
086400     PERFORM 6010-WRITE-TOTAL THRU 6010-EXIT.
086500     MOVE 'DISPATCH RECORDS READ            ='
086600                               TO WS-RPT-TOTAL-LABEL.
086700     MOVE WS-CNT-DSP-READ      TO WS-RPT-TOTAL-COUNT.
086800     PERFORM 6010-WRITE-TOTAL THRU 6010-EXIT.
086900     MOVE 'RECORDS OUTSIDE THE WINDOW       ='
087000                               TO WS-RPT-TOTAL-LABEL.
087100     MOVE WS-CNT-OUTSIDE       TO WS-RPT-TOTAL-COUNT.
087200     PERFORM 6010-WRITE-TOTAL THRU 6010-EXIT.
087300     MOVE 'RECORDS DROPPED - TABLE FULL     ='
087400                               TO WS-RPT-TOTAL-LABEL.
087500     MOVE WS-CNT-DROPPED       TO WS-RPT-TOTAL-COUNT.
087600     PERFORM 6010-WRITE-TOTAL THRU 6010-EXIT.
087700     MOVE 'MESSAGE ID / SITE PAIRS          ='
087800                               TO WS-RPT-TOTAL-LABEL.
087900     MOVE WS-KEY-COUNT         TO WS-RPT-TOTAL-COUNT.
088000     PERFORM 6010-WRITE-TOTAL THRU 6010-EXIT.
088100     MOVE 'CHRONIC ALERTS FLAGGED           ='
088200                               TO WS-RPT-TOTAL-LABEL.
088300     MOVE WS-CNT-CHRONIC       TO WS-RPT-TOTAL-COUNT.
088400     PERFORM 6010-WRITE-TOTAL THRU 6010-EXIT.
088500     MOVE 'CATCH-ALL REPEATS                ='
088600                               TO WS-RPT-TOTAL-LABEL.
088700     MOVE WS-CNT-CATCH-REPEAT  TO WS-RPT-TOTAL-COUNT.
088800     PERFORM 6010-WRITE-TOTAL THRU 6010-EXIT.
088900     DISPLAY 'SAYRAL0001I - ' WS-KEY-COUNT ' ALERT PAIRS OVER '
089000             WS-WIN-COUNT ' BUSINESS DATES, ' WS-CNT-CHRONIC
089100             ' CHRONIC'.
089200 6000-EXIT.
089300     EXIT.
089400 6010-WRITE-TOTAL.
089500     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
089600     WRITE RPT-PRINT-REC.
089700 6010-EXIT.
089800     EXIT.
089900*****************************************************************
090000*    7100-FORMAT-TIME  -  HHMMSSHH IN WS-TIME-IN AS HH:MM:SS.
090100*****************************************************************
090200 7100-FORMAT-TIME.
090300     MOVE SPACES               TO WS-TIME-TEXT.
090400     IF WS-TIME-IN IS NOT NUMERIC
090500         GO TO 7100-EXIT
090600     END-IF.
090700     STRING WS-TIME-HH ':' WS-TIME-MN ':' WS-TIME-SS
090800            DELIMITED BY SIZE INTO WS-TIME-TEXT.
090900 7100-EXIT.
091000     EXIT.
091100*****************************************************************
091200*    8000-WRITE-BLANK  -  WRITE A BLANK SPACER LINE.
091300*****************************************************************
091400 8000-WRITE-BLANK.
091500     MOVE SPACES               TO RPT-PRINT-REC.
091600     WRITE RPT-PRINT-REC.
091700 8000-EXIT.
091800     EXIT.
091900*****************************************************************
092000*    9999-TERMINATE  -  CLOSE WHATEVER IS STILL OPEN.
092100*****************************************************************
092200 9999-TERMINATE.
092300     IF WS-ALRRPT-OPEN
092400         CLOSE ALRRPT-FILE
092500     END-IF.
092600 9999-EXIT.
092700     EXIT.
092800 END PROGRAM SAYRAL.
