000100*****************************************************************
000200* PROGRAM-ID:  SAYRDY
000300* AUTHOR:      R. OKAFOR  -  BATCH SCHEDULING GROUP
000400* INSTALLATION: DAYLIGHT DATA CENTER
000500* DATE-WRITTEN: 03/26/2026
000600* DATE-COMPILED:
000700* PURPOSE:     PRE-CYCLE READINESS CHECK, RUN AS THE FIRST STEP
000800*              OF SAYCYC1 AND SAYCYC2 BEFORE ANYTHING IS BUILT OR
000900*              BANNERED.  CROSS-CHECKS THE CONTROL FILES THE CYCLE
001000*              IS ABOUT TO RUN UNDER - THE SAYCAL BUSINESS DATE,
001100*              THE CYCLE'S SAYCHKP START AND COMPLETION STAMPS,
001200*              THE SAYPROG DECK PROGRESS, THE SAYMAINT SITE
001300*              MASTER, THE SAYMSG MESSAGE TABLE AND THE SAYCUT
001400*              DEADLINES - AGAINST EACH OTHER AND PRINTS A GO /
001500*              NO-GO CHECKLIST ON RDYRPT, ONE LINE PER CHECK.
001600*              EVERY FAILED CHECK ALSO WRITES AN OPERATOR ALERT
001700*              (SEE SYHALRT) TO THE CYCLE'S SAYALRT GENERATION SO
001800*              IT IS PAGED WITH THE REST OF THE CYCLE'S ALERTS.
001900*              A NO-GO CHECK ENDS THE STEP WITH CC 8, WHICH HOLDS
002000*              THE DECK BUILD AND STEP010 SO THE CYCLE NEVER
002100*              STARTS IN AN INCONSISTENT STATE; A CHECK THAT ONLY
002200*              WARNS ENDS IT WITH CC 4.  THE SYSIN CONTROL CARD
002300*              IS THE SAME CARD SAYDCK READS: OVERRIDE 'Y' IN
002400*              COLUMN 1, RERUN 'R' IN COLUMN 2 AND THE CYCLE ID IN
002500*              COLUMNS 3-10 (THE REGION LIST IS NOT USED HERE).
002600* TECTONICS:   cobc -x sayrdy.cbl
002700*
002800* MODIFICATION HISTORY:
002900*   03/26/2026  ROK  INITIAL VERSION.
003000*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.                  SAYRDY.
003300 AUTHOR.                      R. OKAFOR.
003400 INSTALLATION.                DAYLIGHT DATA CENTER.
003500 DATE-WRITTEN.                03/26/2026.
003600 DATE-COMPILED.
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.             IBM-370.
004100 OBJECT-COMPUTER.             IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT SAYCAL-FILE       ASSIGN TO SAYCAL
004500                               ORGANIZATION IS SEQUENTIAL
004600                               FILE STATUS IS WS-SAYCAL-STATUS.
004700     SELECT SAYCHKP-FILE      ASSIGN TO SAYCHKP
004800                               ORGANIZATION IS INDEXED
004900                               ACCESS MODE IS RANDOM
005000                               RECORD KEY IS CHKP-CYCLE-ID
005100                               FILE STATUS IS WS-SAYCHKP-STATUS.
005200     SELECT SAYPROG-FILE      ASSIGN TO SAYPROG
005300                               ORGANIZATION IS SEQUENTIAL
005400                               FILE STATUS IS WS-SAYPROG-STATUS.
005500     SELECT SAYMSG-FILE       ASSIGN TO SAYMSG
005600                               ORGANIZATION IS INDEXED
005700                               ACCESS MODE IS SEQUENTIAL
005800                               RECORD KEY IS MSG-KEY
005900                               FILE STATUS IS WS-SAYMSG-STATUS.
006000     SELECT SAYMAINT-FILE     ASSIGN TO SAYMAINT
006100                               ORGANIZATION IS INDEXED
006200                               ACCESS MODE IS DYNAMIC
006300                               RECORD KEY IS SITE-ID
006400                               FILE STATUS IS WS-SAYMAINT-STATUS.
006500     SELECT SAYCUT-FILE       ASSIGN TO SAYCUT
006600                               ORGANIZATION IS SEQUENTIAL
006700                               FILE STATUS IS WS-SAYCUT-STATUS.
006800     SELECT SAYALRT-FILE      ASSIGN TO SAYALRT
006900                               ORGANIZATION IS SEQUENTIAL
007000                               FILE STATUS IS WS-SAYALRT-STATUS.
007100     SELECT PARM-FILE         ASSIGN TO SYSIN
007200                               ORGANIZATION IS LINE SEQUENTIAL
007300                               FILE STATUS IS WS-PARM-STATUS.
007400     SELECT RDYRPT-FILE       ASSIGN TO RDYRPT
007500                               ORGANIZATION IS SEQUENTIAL
007600                               FILE STATUS IS WS-RDYRPT-STATUS.
007700*****************************************************************
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  SAYCAL-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300     COPY SYHCAL.
008400 FD  SAYCHKP-FILE
008500     LABEL RECORDS ARE STANDARD.
008600     COPY SYHCHKP.
008700 FD  SAYPROG-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000     COPY SYHPROG.
009100 FD  SAYMSG-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY SYHMSGR.
009400 FD  SAYMAINT-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY SYHSITE.
009700 FD  SAYCUT-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000     COPY SYHCUT.
010100 FD  SAYALRT-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400     COPY SYHALRT.
010500 FD  PARM-FILE
010600     LABEL RECORDS ARE STANDARD.
010700 01  PARM-CARD.
010800     05  PARM-RDY-OVERRIDE    PIC X(01).
010900         88  PARM-RDY-OVERRIDE-YES      VALUE 'Y'.
011000     05  PARM-RDY-RERUN       PIC X(01).
011100         88  PARM-RDY-RERUN-YES         VALUE 'R'.
011200     05  PARM-RDY-CYCLE-ID    PIC X(08).
011300     05  FILLER               PIC X(70).
011400 FD  RDYRPT-FILE
011500     RECORDING MODE IS F
011600     LABEL RECORDS ARE STANDARD.
011700 01  RPT-PRINT-REC            PIC X(133).
011800 WORKING-STORAGE SECTION.
011900*****************************************************************
012000*    RUN-CONTROL / RUN-DATE FIELDS (SHARED COPYBOOK)
012100*****************************************************************
012200     COPY SYHRUNDT.
012300*****************************************************************
012400*    FILE STATUS, OPEN AND END-OF-FILE CONTROL
012500*****************************************************************
012600 01  WS-SAYCAL-STATUS         PIC X(02) VALUE SPACES.
012700     88  WS-SAYCAL-OK                   VALUE '00'.
012800     88  WS-SAYCAL-EOF                  VALUE '10'.
012900 01  WS-SAYCHKP-STATUS        PIC X(02) VALUE SPACES.
013000     88  WS-SAYCHKP-OK                  VALUE '00'.
013100     88  WS-SAYCHKP-NOTFND              VALUE '23'.
013200 01  WS-SAYPROG-STATUS        PIC X(02) VALUE SPACES.
013300     88  WS-SAYPROG-OK                  VALUE '00'.
013400     88  WS-SAYPROG-NOTFND              VALUE '35'.
013500 01  WS-SAYMSG-STATUS         PIC X(02) VALUE SPACES.
013600     88  WS-SAYMSG-OK                   VALUE '00'.
013700 01  WS-SAYMAINT-STATUS       PIC X(02) VALUE SPACES.
013800     88  WS-SAYMAINT-OK                 VALUE '00'.
013900 01  WS-SAYCUT-STATUS         PIC X(02) VALUE SPACES.
014000     88  WS-SAYCUT-OK                   VALUE '00'.
014100 01  WS-SAYALRT-STATUS        PIC X(02) VALUE SPACES.
014200     88  WS-SAYALRT-OK                  VALUE '00'.
014300 01  WS-PARM-STATUS           PIC X(02) VALUE SPACES.
014400     88  WS-PARM-OK                     VALUE '00'.
014500 01  WS-RDYRPT-STATUS         PIC X(02) VALUE SPACES.
014600     88  WS-RDYRPT-OK                   VALUE '00'.
014700 01  WS-SAYALRT-OPEN-SW       PIC X(01) VALUE 'N'.
014800     88  WS-SAYALRT-OPEN                VALUE 'Y'.
014900 01  WS-RDYRPT-OPEN-SW        PIC X(01) VALUE 'N'.
015000     88  WS-RDYRPT-OPEN                 VALUE 'Y'.
015100 01  WS-SAYMAINT-OPEN-SW      PIC X(01) VALUE 'N'.
015200     88  WS-SAYMAINT-OPEN               VALUE 'Y'.
015300 01  WS-PROG-EOF-SW           PIC X(01) VALUE 'N'.
015400     88  WS-PROG-EOF                    VALUE 'Y'.
015500 01  WS-MSG-EOF-SW            PIC X(01) VALUE 'N'.
015600     88  WS-MSG-EOF                     VALUE 'Y'.
015700 01  WS-MAINT-EOF-SW          PIC X(01) VALUE 'N'.
015800     88  WS-MAINT-EOF                   VALUE 'Y'.
015900 01  WS-CUT-EOF-SW            PIC X(01) VALUE 'N'.
016000     88  WS-CUT-EOF                     VALUE 'Y'.
016100*****************************************************************
016200*    RETURN-CODE / CONDITION-CODE CONTROL
016300*****************************************************************
016400 01  WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
016500     88  RC-NORMAL                      VALUE 0.
016600     88  RC-WARNING                     VALUE 4.
016700     88  RC-ERROR                       VALUE 8.
016800*****************************************************************
016900*    BUSINESS DATE (SEE SYHCAL), THE ESTATE-WIDE HOLIDAYS AND THE
017000*    OPERATOR'S CODES FROM THE CONTROL CARD
017100*****************************************************************
017200 01  WS-BUSINESS-DATE-NUM     PIC 9(08) VALUE ZERO.
017300 01  WS-BUSINESS-DATE-GRP REDEFINES WS-BUSINESS-DATE-NUM.
017400     05  WS-BUS-YYYY          PIC 9(04).
017500     05  WS-BUS-MM            PIC 9(02).
017600     05  WS-BUS-DD            PIC 9(02).
017700 01  WS-CAL-FOUND-SW          PIC X(01) VALUE 'N'.
017800     88  WS-CAL-FOUND                   VALUE 'Y'.
017900 01  WS-CAL-OPEN-FAIL-SW      PIC X(01) VALUE 'N'.
018000     88  WS-CAL-OPEN-FAIL               VALUE 'Y'.
018100 01  WS-HOLIDAY-TABLE.
018200     05  WS-HOLIDAY-DATE      PIC 9(08) OCCURS 400 TIMES.
018300 01  WS-HOLIDAY-MAX           PIC 9(04) COMP VALUE 400.
018400 01  WS-HOLIDAY-COUNT         PIC 9(04) COMP VALUE ZERO.
018500 01  WS-HOLIDAY-SUB           PIC 9(04) COMP VALUE ZERO.
018600 01  WS-NONPROC-SW            PIC X(01) VALUE 'N'.
018700     88  WS-NONPROC-DAY                 VALUE 'Y'.
018800 01  WS-BUS-DATE-INT          PIC S9(08) COMP VALUE ZERO.
018900 01  WS-BUS-DOW               PIC S9(01) COMP VALUE ZERO.
019000 01  WS-OVERRIDE-CODE         PIC X(01) VALUE SPACE.
019100     88  WS-OVERRIDE-YES                VALUE 'Y'.
019200 01  WS-RERUN-CODE            PIC X(01) VALUE SPACE.
019300     88  WS-RERUN-YES                   VALUE 'R'.
019400 01  WS-CYCLE-ID              PIC X(08) VALUE SPACES.
019500*****************************************************************
019600*    THE CYCLE'S CHECKPOINT STAMPS.  ZERO WHEN THE CYCLE HAS NO
019700*    SAYCHKP RECORD YET (FIRST RUN).
019800*****************************************************************
019900 01  WS-CHKP-FOUND-SW         PIC X(01) VALUE 'N'.
020000     88  WS-CHKP-FOUND                  VALUE 'Y'.
020100 01  WS-LAST-START-DATE       PIC 9(08) VALUE ZERO.
020200 01  WS-LAST-COMPLETE-DATE    PIC 9(08) VALUE ZERO.
020300*****************************************************************
020400*    SAYPROG PROGRESS FOR THIS CYCLE
020500*****************************************************************
020600 01  WS-PROG-TODAY-COUNT      PIC 9(07) COMP VALUE ZERO.
020700 01  WS-PROG-LEFT-COUNT       PIC 9(07) COMP VALUE ZERO.
020800 01  WS-PROG-LEFT-DATE        PIC 9(08) VALUE ZERO.
020900*****************************************************************
021000*    MESSAGE CODES ON SAYMSG.  SAYMSG IS READ IN KEY ORDER, SO
021100*    EACH CODE'S ROWS ARRIVE TOGETHER AND THE CODE IS TABLED ONCE.
021200*****************************************************************
021300 01  WS-MSG-LOADED-SW         PIC X(01) VALUE 'N'.
021400     88  WS-MSG-LOADED                  VALUE 'Y'.
021500 01  WS-MSG-CODE-TABLE.
021600     05  WS-MSG-CODE          PIC X(04) OCCURS 300 TIMES.
021700 01  WS-MSG-CODE-MAX          PIC 9(04) COMP VALUE 300.
021800 01  WS-MSG-CODE-COUNT        PIC 9(04) COMP VALUE ZERO.
021900 01  WS-MSG-CODE-SUB          PIC 9(04) COMP VALUE ZERO.
022000 01  WS-MSG-HIT-SW            PIC X(01) VALUE 'N'.
022100     88  WS-MSG-HIT                     VALUE 'Y'.
022200 01  WS-MSG-FULL-SW           PIC X(01) VALUE 'N'.
022300     88  WS-MSG-FULL                    VALUE 'Y'.
022400 01  WS-LAST-MSG-CODE         PIC X(04) VALUE SPACES.
022500 01  WS-MSG-ROWS              PIC 9(07) COMP VALUE ZERO.
022600*****************************************************************
022700*    SITE MASTER AND CUTOFF COUNTS
022800*****************************************************************
022900 01  WS-SITE-ACTIVE-SW        PIC X(01) VALUE 'N'.
023000     88  WS-SITE-ACTIVE                 VALUE 'Y'.
023100 01  WS-SITES-READ            PIC 9(07) COMP VALUE ZERO.
023200 01  WS-SITES-ACTIVE          PIC 9(07) COMP VALUE ZERO.
023300 01  WS-SITES-NO-MSG          PIC 9(07) COMP VALUE ZERO.
023400 01  WS-FIRST-NO-MSG-SITE     PIC X(15) VALUE SPACES.
023500 01  WS-CUT-OPEN-FAIL-SW      PIC X(01) VALUE 'N'.
023600     88  WS-CUT-OPEN-FAIL               VALUE 'Y'.
023700 01  WS-CUT-READ              PIC 9(07) COMP VALUE ZERO.
023800 01  WS-CUT-GLOBAL            PIC 9(07) COMP VALUE ZERO.
023900 01  WS-CUT-BAD-TIME          PIC 9(07) COMP VALUE ZERO.
024000 01  WS-CUT-NO-SITE           PIC 9(07) COMP VALUE ZERO.
024100 01  WS-FIRST-NO-SITE         PIC X(15) VALUE SPACES.
024200*****************************************************************
024300*    THE CHECK BEING RECORDED.  THE CALLER STAGES THE RESULT, THE
024400*    DESCRIPTION, THE DETAIL AND - FOR A FAILED CHECK - THE ALERT
024500*    MESSAGE ID AND TEXT, THEN PERFORMS 7000-RECORD-CHECK.
024600*****************************************************************
024700 01  WS-CHK-RESULT-SW         PIC X(01) VALUE SPACE.
024800     88  WS-CHK-GO                      VALUE 'G'.
024900     88  WS-CHK-WARN                    VALUE 'W'.
025000     88  WS-CHK-NOGO                    VALUE 'N'.
025100     88  WS-CHK-NOT-RUN                 VALUE 'S'.
025200 01  WS-CHK-DESC              PIC X(40) VALUE SPACES.
025300 01  WS-CHK-DETAIL            PIC X(50) VALUE SPACES.
025400 01  WS-ALERT-MSG-ID          PIC X(11) VALUE SPACES.
025500 01  WS-ALERT-TEXT            PIC X(37) VALUE SPACES.
025600 01  WS-EDIT-COUNT            PIC Z(06)9.
025700*****************************************************************
025800*    CONTROL COUNTERS
025900*****************************************************************
026000 01  WS-CHECK-NO              PIC 9(02) VALUE ZERO.
026100 01  WS-CNT-GO                PIC 9(07) COMP VALUE ZERO.
026200 01  WS-CNT-WARN              PIC 9(07) COMP VALUE ZERO.
026300 01  WS-CNT-NOGO              PIC 9(07) COMP VALUE ZERO.
026400 01  WS-CNT-NOT-RUN           PIC 9(07) COMP VALUE ZERO.
026500 01  WS-ALERTS-WRITTEN        PIC 9(07) COMP VALUE ZERO.
026600*****************************************************************
026700*    REPORT LINE LAYOUTS
026800*****************************************************************
026900 01  WS-RPT-HEADER.
027000     05  FILLER               PIC X(40) VALUE
027100         'SAYRDY - PRE-CYCLE READINESS CHECKLIST -'.
027200     05  FILLER               PIC X(15) VALUE
027300         ' BUSINESS DATE '.
027400     05  WS-RPT-H-YYYY        PIC 9(04).
027500     05  FILLER               PIC X(01) VALUE '-'.
027600     05  WS-RPT-H-MM          PIC 9(02).
027700     05  FILLER               PIC X(01) VALUE '-'.
027800     05  WS-RPT-H-DD          PIC 9(02).
027900     05  FILLER               PIC X(08) VALUE '  CYCLE '.
028000     05  WS-RPT-H-CYCLE       PIC X(09).
028100     05  FILLER               PIC X(51) VALUE SPACES.
028200 01  WS-RPT-COL-HEAD.
028300     05  FILLER               PIC X(02) VALUE SPACES.
028400     05  FILLER               PIC X(04) VALUE 'NO'.
028500     05  FILLER               PIC X(41) VALUE 'CHECK'.
028600     05  FILLER               PIC X(07) VALUE 'RESULT'.
028700     05  FILLER               PIC X(13) VALUE 'ALERT'.
028800     05  FILLER               PIC X(50) VALUE 'DETAIL'.
028900     05  FILLER               PIC X(16) VALUE SPACES.
029000 01  WS-RPT-CHK-LINE.
029100     05  FILLER               PIC X(02) VALUE SPACES.
029200     05  WS-RPT-CHK-NO        PIC Z9.
029300     05  FILLER               PIC X(02) VALUE SPACES.
029400     05  WS-RPT-CHK-DESC      PIC X(40).
029500     05  FILLER               PIC X(01) VALUE SPACE.
029600     05  WS-RPT-CHK-RESULT    PIC X(05).
029700     05  FILLER               PIC X(02) VALUE SPACES.
029800     05  WS-RPT-CHK-MSG-ID    PIC X(11).
029900     05  FILLER               PIC X(02) VALUE SPACES.
030000     05  WS-RPT-CHK-DETAIL    PIC X(50).
030100     05  FILLER               PIC X(16) VALUE SPACES.
030200 01  WS-RPT-VERDICT-LINE.
030300     05  FILLER               PIC X(02) VALUE SPACES.
030400     05  FILLER               PIC X(19) VALUE
030500         'READINESS VERDICT: '.
030600     05  WS-RPT-VERDICT       PIC X(50).
030700     05  FILLER               PIC X(62) VALUE SPACES.
030800 01  WS-RPT-TOTAL-LINE.
030900     05  FILLER               PIC X(02) VALUE SPACES.
031000     05  WS-RPT-TOTAL-LABEL   PIC X(34).
031100     05  WS-RPT-TOTAL-COUNT   PIC Z(06)9.
031200     05  FILLER               PIC X(90) VALUE SPACES.
031300*****************************************************************
031400*    PROCEDURE DIVISION
031500*****************************************************************
031600 PROCEDURE DIVISION.
031700*****************************************************************
031800*    0000-MAINLINE
031900*****************************************************************
032000 0000-MAINLINE.
032100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032200     IF WS-RDYRPT-OPEN
032300         PERFORM 2000-READ-CALENDAR THRU 2000-EXIT
032400         PERFORM 2100-WRITE-HEADER THRU 2100-EXIT
032500         PERFORM 2200-CHECK-CALENDAR THRU 2200-EXIT
032600         PERFORM 3000-CHECK-CHECKPOINT THRU 3000-EXIT
032700         PERFORM 4000-CHECK-PROGRESS THRU 4000-EXIT
032800         PERFORM 5000-CHECK-MSG-TABLE THRU 5000-EXIT
032900         PERFORM 5100-CHECK-SITE-MASTER THRU 5100-EXIT
033000         PERFORM 6000-CHECK-CUTOFFS THRU 6000-EXIT
033100         PERFORM 6500-PRINT-VERDICT THRU 6500-EXIT
033200     END-IF.
033300     PERFORM 9999-TERMINATE THRU 9999-EXIT.
033400     MOVE WS-RETURN-CODE       TO RETURN-CODE.
033500     STOP RUN.
033600*****************************************************************
033700*    1000-INITIALIZE  -  STAMP THE RUN DATE, READ THE CONTROL CARD
033800*                        AND OPEN THE CHECKLIST AND THE ALERT
033900*                        FILE.  WITHOUT THE CHECKLIST NOBODY CAN
034000*                        SEE WHY THE CYCLE WAS OR WAS NOT STARTED,
034100*                        SO ITS OPEN FAILING HOLDS THE CYCLE.  A
034200*                        MISSING ALERT FILE ONLY LOSES THE PAGES.
034300*****************************************************************
034400 1000-INITIALIZE.
034500     ACCEPT RD-RUN-DATE-NUM FROM DATE YYYYMMDD.
034600     ACCEPT RD-RUN-TIME-NUM FROM TIME.
034700     MOVE RD-RUN-YYYY          TO HINITI-YYYY.
034800     MOVE RD-RUN-MM            TO HINITI-MM.
034900     MOVE RD-RUN-DD            TO HINITI-DD.
035000     MOVE RD-RUN-DATE-NUM      TO WS-BUSINESS-DATE-NUM.
035100     OPEN INPUT PARM-FILE.
035200     IF WS-PARM-OK
035300         READ PARM-FILE
035400             AT END
035500                 CONTINUE
035600             NOT AT END
035700                 PERFORM 1010-EDIT-CONTROL-CARD THRU 1010-EXIT
035800         END-READ
035900         CLOSE PARM-FILE
036000     END-IF.
036100     OPEN OUTPUT RDYRPT-FILE.
036200     IF WS-RDYRPT-OK
036300         SET WS-RDYRPT-OPEN    TO TRUE
036400     ELSE
036500         DISPLAY 'SAYRDY0002E - UNABLE TO OPEN RDYRPT, FILE '
036600                 'STATUS = ' WS-RDYRPT-STATUS
036700                 ' - NO READINESS CHECK, CYCLE HELD'
036800         MOVE 8                TO WS-RETURN-CODE
036900         GO TO 1000-EXIT
037000     END-IF.
037100     OPEN OUTPUT SAYALRT-FILE.
037200     IF WS-SAYALRT-OK
037300         SET WS-SAYALRT-OPEN   TO TRUE
037400     ELSE
037500         DISPLAY 'SAYRDY0003W - UNABLE TO OPEN SAYALRT, FILE '
037600                 'STATUS = ' WS-SAYALRT-STATUS
037700                 ' - FAILED CHECKS WILL NOT BE PAGED'
037800         IF RC-NORMAL
037900             MOVE 4            TO WS-RETURN-CODE
038000         END-IF
038100     END-IF.
038200 1000-EXIT.
038300     EXIT.
038400*****************************************************************
038500*    1010-EDIT-CONTROL-CARD  -  ACCEPT ONLY THE DOCUMENTED CODES,
038600*                               AS SAYDCK DOES WITH THE SAME CARD.
038700*****************************************************************
038800 1010-EDIT-CONTROL-CARD.
038900     IF PARM-RDY-OVERRIDE-YES
039000         MOVE PARM-RDY-OVERRIDE TO WS-OVERRIDE-CODE
039100     ELSE
039200         IF PARM-RDY-OVERRIDE NOT = SPACE
039300             DISPLAY 'SAYRDY0004W - INVALID OVERRIDE CODE '
039400                     PARM-RDY-OVERRIDE
039500                     ' ON CONTROL CARD - IGNORED'
039600             IF RC-NORMAL
039700                 MOVE 4        TO WS-RETURN-CODE
039800             END-IF
039900         END-IF
040000     END-IF.
040100     IF PARM-RDY-RERUN-YES
040200         MOVE PARM-RDY-RERUN   TO WS-RERUN-CODE
040300     ELSE
040400         IF PARM-RDY-RERUN NOT = SPACE
040500             DISPLAY 'SAYRDY0005W - INVALID RERUN CODE '
040600                     PARM-RDY-RERUN
040700                     ' ON CONTROL CARD - IGNORED'
040800             IF RC-NORMAL
040900                 MOVE 4        TO WS-RETURN-CODE
041000             END-IF
041100         END-IF
041200     END-IF.
041300     MOVE PARM-RDY-CYCLE-ID    TO WS-CYCLE-ID.
041400 1010-EXIT.
041500     EXIT.
041600*****************************************************************
041700*    2000-READ-CALENDAR  -  PICK UP THE SAYCAL 'C' BUSINESS DATE
041800*                           AND THE ESTATE-WIDE 'H' HOLIDAYS.  THE
041900*                           SYSTEM DATE STANDS IN WHEN THERE IS NO
042000*                           USABLE CONTROL RECORD, SO THE LATER
042100*                           CHECKS STILL HAVE A DATE TO WORK WITH;
042200*                           THE CALENDAR CHECK ITSELF FAILS.
042300*****************************************************************
042400 2000-READ-CALENDAR.
042500     OPEN INPUT SAYCAL-FILE.
042600     IF NOT WS-SAYCAL-OK
042700         SET WS-CAL-OPEN-FAIL  TO TRUE
042800         GO TO 2000-EXIT
042900     END-IF.
043000     PERFORM 2010-READ-ONE-CAL THRU 2010-EXIT
043100         UNTIL WS-SAYCAL-EOF.
043200     CLOSE SAYCAL-FILE.
043300 2000-EXIT.
043400     EXIT.
043500 2010-READ-ONE-CAL.
043600     READ SAYCAL-FILE
043700         AT END
043800             GO TO 2010-EXIT
043900     END-READ.
044000     IF CAL-CONTROL-REC AND CAL-DATE IS NUMERIC
044100         MOVE CAL-DATE         TO WS-BUSINESS-DATE-NUM
044200         SET WS-CAL-FOUND      TO TRUE
044300     END-IF.
044400     IF CAL-HOLIDAY-REC AND CAL-DATE IS NUMERIC
044500        AND CAL-GLOBAL-HOLIDAY
044600        AND WS-HOLIDAY-COUNT < WS-HOLIDAY-MAX
044700         ADD 1                 TO WS-HOLIDAY-COUNT
044800         MOVE CAL-DATE         TO
044900                 WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
045000     END-IF.
045100 2010-EXIT.
045200     EXIT.
045300*****************************************************************
045400*    2100-WRITE-HEADER  -  HEAD THE CHECKLIST WITH THE BUSINESS
045500*                          DATE AND CYCLE BEING CHECKED.
045600*****************************************************************
045700 2100-WRITE-HEADER.
045800     MOVE WS-BUS-YYYY          TO WS-RPT-H-YYYY.
045900     MOVE WS-BUS-MM            TO WS-RPT-H-MM.
046000     MOVE WS-BUS-DD            TO WS-RPT-H-DD.
046100     MOVE WS-CYCLE-ID          TO WS-RPT-H-CYCLE.
046200     IF WS-CYCLE-ID = SPACES
046300         MOVE '(DEFAULT)'      TO WS-RPT-H-CYCLE
046400     END-IF.
046500     MOVE WS-RPT-HEADER        TO RPT-PRINT-REC.
046600     WRITE RPT-PRINT-REC.
046700     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
046800     MOVE WS-RPT-COL-HEAD      TO RPT-PRINT-REC.
046900     WRITE RPT-PRINT-REC.
047000 2100-EXIT.
047100     EXIT.
047200*****************************************************************
047300*    2200-CHECK-CALENDAR  -  CHECK 1: SAYCAL HAS A NUMERIC 'C'
047400*                            CONTROL RECORD.  CHECK 2: THE
047500*                            BUSINESS DATE IS A PROCESSING DAY
047600*                            (NOT A WEEKEND OR AN ESTATE-WIDE
047700*                            HOLIDAY), UNLESS THE CONTROL CARD
047800*                            CARRIES THE OVERRIDE - THE SAME TEST
047900*                            SAYHEY APPLIES, MADE BEFORE THE DECK
048000*                            IS BUILT.
048100*****************************************************************
048200 2200-CHECK-CALENDAR.
048300     MOVE 'SAYCAL CONTROL RECORD PRESENT'
048400                               TO WS-CHK-DESC.
048500     MOVE SPACES               TO WS-CHK-DETAIL.
048600     EVALUATE TRUE
048700         WHEN WS-CAL-OPEN-FAIL
048800             SET WS-CHK-NOGO   TO TRUE
048900             STRING 'UNABLE TO OPEN SAYCAL, FILE STATUS '
049000                    WS-SAYCAL-STATUS
049100                    DELIMITED BY SIZE INTO WS-CHK-DETAIL
049200             MOVE 'SAYRDY0010E' TO WS-ALERT-MSG-ID
049300             MOVE 'UNABLE TO OPEN SAYCAL'
049400                               TO WS-ALERT-TEXT
049500         WHEN NOT WS-CAL-FOUND
049600             SET WS-CHK-NOGO   TO TRUE
049700             MOVE 'NO NUMERIC C RECORD - SYSTEM DATE USED BELOW'
049800                               TO WS-CHK-DETAIL
049900             MOVE 'SAYRDY0011E' TO WS-ALERT-MSG-ID
050000             MOVE 'NO CONTROL RECORD ON SAYCAL'
050100                               TO WS-ALERT-TEXT
050200         WHEN OTHER
050300             SET WS-CHK-GO     TO TRUE
050400             STRING 'BUSINESS DATE ' WS-BUSINESS-DATE-NUM
050500                    DELIMITED BY SIZE INTO WS-CHK-DETAIL
050600     END-EVALUATE.
050700     PERFORM 7000-RECORD-CHECK THRU 7000-EXIT.
050800     MOVE 'BUSINESS DATE IS A PROCESSING DAY'
050900                               TO WS-CHK-DESC.
051000     MOVE SPACES               TO WS-CHK-DETAIL.
051100     IF NOT WS-CAL-FOUND
051200         SET WS-CHK-NOT-RUN    TO TRUE
051300         MOVE 'NO BUSINESS DATE TO CHECK'
051400                               TO WS-CHK-DETAIL
051500         PERFORM 7000-RECORD-CHECK THRU 7000-EXIT
051600         GO TO 2200-EXIT
051700     END-IF.
051800     COMPUTE WS-BUS-DATE-INT =
051900             FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM).
052000     COMPUTE WS-BUS-DOW =
052100             FUNCTION MOD(WS-BUS-DATE-INT 7).
052200     IF WS-BUS-DOW = 6 OR WS-BUS-DOW = 0
052300         SET WS-NONPROC-DAY    TO TRUE
052400     ELSE
052500         PERFORM 2210-SCAN-HOLIDAY THRU 2210-EXIT
052600             VARYING WS-HOLIDAY-SUB FROM 1 BY 1
052700             UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
052800                OR WS-NONPROC-DAY
052900     END-IF.
053000     EVALUATE TRUE
053100         WHEN NOT WS-NONPROC-DAY
053200             SET WS-CHK-GO     TO TRUE
053300         WHEN WS-OVERRIDE-YES
053400             SET WS-CHK-GO     TO TRUE
053500             MOVE 'NON-PROCESSING DAY - OVERRIDE CARD PRESENT'
053600                               TO WS-CHK-DETAIL
053700         WHEN OTHER
053800             SET WS-CHK-NOGO   TO TRUE
053900             MOVE 'WEEKEND OR HOLIDAY AND NO OVERRIDE CARD'
054000                               TO WS-CHK-DETAIL
054100             MOVE 'SAYRDY0020E' TO WS-ALERT-MSG-ID
054200             MOVE 'BUSINESS DATE IS NOT A PROCESSING DAY'
054300                               TO WS-ALERT-TEXT
054400     END-EVALUATE.
054500     PERFORM 7000-RECORD-CHECK THRU 7000-EXIT.
054600 2200-EXIT.
054700     EXIT.
054800 2210-SCAN-HOLIDAY.
054900     IF WS-HOLIDAY-DATE (WS-HOLIDAY-SUB) = WS-BUSINESS-DATE-NUM
055000         SET WS-NONPROC-DAY    TO TRUE
055100     END-IF.
055200 2210-EXIT.
055300     EXIT.
055400*****************************************************************
055500*    3000-CHECK-CHECKPOINT  -  CHECK 3: THE CYCLE'S SAYCHKP
055600*                              RECORD CAN BE READ (NO RECORD IS
055700*                              A FIRST RUN).  CHECK 4: THE
055800*                              BUSINESS DATE IS NOT BEHIND THE
055900*                              LAST CYCLE START.  CHECK 5: THE
056000*                              CYCLE HAS NOT ALREADY STARTED FOR
056100*                              THE DATE, UNLESS THE CARD CARRIES
056200*                              THE RERUN CODE.  CHECK 6: THE LAST
056300*                              CYCLE STARTED WAS CLOSED OUT BY
056400*                              SAYBYE - A RERUN OF THAT SAME DATE
056500*                              IS ALLOWED, SINCE IT CLOSES IT OUT.
056600*****************************************************************
056700 3000-CHECK-CHECKPOINT.
056800     MOVE 'SAYCHKP CHECKPOINT READABLE'
056900                               TO WS-CHK-DESC.
057000     MOVE SPACES               TO WS-CHK-DETAIL.
057100     OPEN INPUT SAYCHKP-FILE.
057200     IF NOT WS-SAYCHKP-OK
057300         SET WS-CHK-NOGO       TO TRUE
057400         STRING 'UNABLE TO OPEN SAYCHKP, FILE STATUS '
057500                WS-SAYCHKP-STATUS
057600                DELIMITED BY SIZE INTO WS-CHK-DETAIL
057700         MOVE 'SAYRDY0030E'    TO WS-ALERT-MSG-ID
057800         MOVE 'UNABLE TO OPEN SAYCHKP'
057900                               TO WS-ALERT-TEXT
058000         PERFORM 7000-RECORD-CHECK THRU 7000-EXIT
058100         MOVE 'NO CHECKPOINT TO CHECK'
058200                               TO WS-CHK-DETAIL
058300         PERFORM 3100-SKIP-STAMP-CHECKS THRU 3100-EXIT
058400         GO TO 3000-EXIT
058500     END-IF.
058600     MOVE WS-CYCLE-ID          TO CHKP-CYCLE-ID.
058700     READ SAYCHKP-FILE
058800         INVALID KEY
058900             CONTINUE
059000         NOT INVALID KEY
059100             SET WS-CHKP-FOUND TO TRUE
059200     END-READ.
059300     IF NOT WS-SAYCHKP-OK AND NOT WS-SAYCHKP-NOTFND
059400         CLOSE SAYCHKP-FILE
059500         SET WS-CHK-NOGO       TO TRUE
059600         STRING 'UNABLE TO READ SAYCHKP, FILE STATUS '
059700                WS-SAYCHKP-STATUS
059800                DELIMITED BY SIZE INTO WS-CHK-DETAIL
059900         MOVE 'SAYRDY0031E'    TO WS-ALERT-MSG-ID
060000         MOVE 'UNABLE TO READ SAYCHKP'
060100                               TO WS-ALERT-TEXT
060200         PERFORM 7000-RECORD-CHECK THRU 7000-EXIT
060300         MOVE 'NO CHECKPOINT TO CHECK'
060400                               TO WS-CHK-DETAIL
060500         PERFORM 3100-SKIP-STAMP-CHECKS THRU 3100-EXIT
060600         GO TO 3000-EXIT
060700     END-IF.
060800     CLOSE SAYCHKP-FILE.
060900     SET WS-CHK-GO             TO TRUE.
061000     IF NOT WS-CHKP-FOUND
061100         MOVE 'NO RECORD FOR THE CYCLE - FIRST RUN'
061200                               TO WS-CHK-DETAIL
061300         PERFORM 7000-RECORD-CHECK THRU 7000-EXIT
061400         MOVE 'FIRST RUN OF THE CYCLE'
061500                               TO WS-CHK-DETAIL
061600         PERFORM 3100-SKIP-STAMP-CHECKS THRU 3100-EXIT
061700         GO TO 3000-EXIT
061800     END-IF.
061900     IF CHKP-LAST-START-DATE IS NUMERIC
062000         MOVE CHKP-LAST-START-DATE TO WS-LAST-START-DATE
062100     END-IF.
062200     IF CHKP-LAST-COMPLETE-DATE IS NUMERIC
062300         MOVE CHKP-LAST-COMPLETE-DATE TO WS-LAST-COMPLETE-DATE
062400     END-IF.
062500     STRING 'LAST START ' WS-LAST-START-DATE
062600            ' LAST COMPLETE ' WS-LAST-COMPLETE-DATE
062700            DELIMITED BY SIZE INTO WS-CHK-DETAIL.
062800     PERFORM 7000-RECORD-CHECK THRU 7000-EXIT.
062900     MOVE 'BUSINESS DATE NOT BEHIND LAST START'
063000                               TO WS-CHK-DESC.
063100     MOVE SPACES               TO WS-CHK-DETAIL.
063200     IF WS-BUSINESS-DATE-NUM < WS-LAST-START-DATE
063300         SET WS-CHK-NOGO       TO TRUE
063400         STRING 'DATE ' WS-BUSINESS-DATE-NUM
063500                ' IS BEFORE LAST START ' WS-LAST-START-DATE
063600                DELIMITED BY SIZE INTO WS-CHK-DETAIL
063700         MOVE 'SAYRDY0040E'    TO WS-ALERT-MSG-ID
063800         MOVE 'SAYCAL DATE BEHIND LAST CYCLE START'
063900                               TO WS-ALERT-TEXT
064000     ELSE
064100         SET WS-CHK-GO         TO TRUE
064200     END-IF.
064300     PERFORM 7000-RECORD-CHECK THRU 7000-EXIT.
064400     MOVE 'CYCLE NOT ALREADY STARTED FOR THE DATE'
064500                               TO WS-CHK-DESC.
064600     MOVE SPACES               TO WS-CHK-DETAIL.
064700     EVALUATE TRUE
064800         WHEN WS-BUSINESS-DATE-NUM NOT = WS-LAST-START-DATE
064900             SET WS-CHK-GO     TO TRUE
065000         WHEN WS-RERUN-YES
065100             SET WS-CHK-GO     TO TRUE
065200             MOVE 'ALREADY STARTED - RERUN CARD PRESENT'
065300                               TO WS-CHK-DETAIL
065400         WHEN OTHER
065500             SET WS-CHK-NOGO   TO TRUE
065600             MOVE 'ALREADY STARTED FOR THE DATE - NO RERUN CARD'
065700                               TO WS-CHK-DETAIL
065800             MOVE 'SAYRDY0050E' TO WS-ALERT-MSG-ID
065900             MOVE 'CYCLE ALREADY STARTED FOR THE DATE'
066000                               TO WS-ALERT-TEXT
066100     END-EVALUATE.
066200     PERFORM 7000-RECORD-CHECK THRU 7000-EXIT.
066300     MOVE 'LAST CYCLE HAS ITS COMPLETION STAMP'
066400                               TO WS-CHK-DESC.
066500     MOVE SPACES               TO WS-CHK-DETAIL.
066600     EVALUATE TRUE
066700         WHEN WS-LAST-COMPLETE-DATE NOT < WS-LAST-START-DATE
066800             SET WS-CHK-GO     TO TRUE
066900         WHEN WS-RERUN-YES
067000          AND WS-LAST-START-DATE = WS-BUSINESS-DATE-NUM
067100             SET WS-CHK-GO     TO TRUE
067200             MOVE 'NOT CLOSED OUT - THIS RERUN WILL CLOSE IT'
067300                               TO WS-CHK-DETAIL
067400         WHEN OTHER
067500             SET WS-CHK-NOGO   TO TRUE
067600             STRING 'CYCLE OF ' WS-LAST-START-DATE
067700                    ' WAS NEVER CLOSED OUT'
067800                    DELIMITED BY SIZE INTO WS-CHK-DETAIL
067900             MOVE 'SAYRDY0060E' TO WS-ALERT-MSG-ID
068000             MOVE 'LAST CYCLE HAS NO COMPLETION STAMP'
068100                               TO WS-ALERT-TEXT
068200     END-EVALUATE.
068300     PERFORM 7000-RECORD-CHECK THRU 7000-EXIT.
068400 3000-EXIT.
068500     EXIT.
068600*****************************************************************
068700*    3100-SKIP-STAMP-CHECKS  -  LIST CHECKS 4 TO 6 AS NOT RUN WHEN
068800*                               THERE ARE NO STAMPS TO CHECK.  THE
068900*                               CALLER STAGES THE REASON.
069000*****************************************************************
069100 3100-SKIP-STAMP-CHECKS.
069200     SET WS-CHK-NOT-RUN        TO TRUE.
069300     MOVE 'BUSINESS DATE NOT BEHIND LAST START'
069400                               TO WS-CHK-DESC.
069500     PERFORM 7000-RECORD-CHECK THRU 7000-EXIT.
069600     MOVE 'CYCLE NOT ALREADY STARTED FOR THE DATE'
069700                               TO WS-CHK-DESC.
069800     PERFORM 7000-RECORD-CHECK THRU 7000-EXIT.
069900     MOVE 'LAST CYCLE HAS ITS COMPLETION STAMP'
070000                               TO WS-CHK-DESC.
070100     PERFORM 7000-RECORD-CHECK THRU 7000-EXIT.
070200 3100-EXIT.
070300     EXIT.
070400*****************************************************************
070500*    4000-CHECK-PROGRESS  -  CHECK 7: SAYPROG HOLDS NO PROGRESS
070600*                            FOR THIS CYCLE FROM A DATE THAT WAS
070700*                            NEVER CLOSED OUT.  SAYHEY KEEPS ONLY
070800*                            THE BUSINESS DATE'S PROGRESS ON A
070900*                            RESTART, SO CARDS LEFT FROM AN
071000*                            UNFINISHED EARLIER DATE WOULD BE LOST
071100*                            WITHOUT ANYONE FINISHING THEM.  CARDS
071200*                            FOR THE BUSINESS DATE ITSELF ARE A
071300*                            MID-DECK RESTART AND ARE FINE.  NO
071400*                            SAYPROG FILE AT ALL IS A FIRST RUN.
071500*****************************************************************
071600 4000-CHECK-PROGRESS.
071700     MOVE 'NO PROGRESS LEFT FROM AN UNFINISHED DATE'
071800                               TO WS-CHK-DESC.
071900     MOVE SPACES               TO WS-CHK-DETAIL.
072000     OPEN INPUT SAYPROG-FILE.
072100     IF NOT WS-SAYPROG-OK
072200         IF WS-SAYPROG-NOTFND
072300             SET WS-CHK-GO     TO TRUE
072400             MOVE 'NO SAYPROG FILE - FIRST RUN'
072500                               TO WS-CHK-DETAIL
072600         ELSE
072700             SET WS-CHK-NOGO   TO TRUE
072800             STRING 'UNABLE TO OPEN SAYPROG, FILE STATUS '
072900                    WS-SAYPROG-STATUS
073000                    DELIMITED BY SIZE INTO WS-CHK-DETAIL
073100             MOVE 'SAYRDY0070E' TO WS-ALERT-MSG-ID
073200             MOVE 'UNABLE TO OPEN SAYPROG'
073300                               TO WS-ALERT-TEXT
073400         END-IF
073500         PERFORM 7000-RECORD-CHECK THRU 7000-EXIT
073600         GO TO 4000-EXIT
073700     END-IF.
073800     PERFORM 4010-READ-PROGRESS THRU 4010-EXIT
073900         UNTIL WS-PROG-EOF.
074000     CLOSE SAYPROG-FILE.
074100     EVALUATE TRUE
074200         WHEN WS-PROG-LEFT-COUNT > ZERO
074300             SET WS-CHK-NOGO   TO TRUE
074400             MOVE WS-PROG-LEFT-COUNT TO WS-EDIT-COUNT
074500             STRING 'DATE ' WS-PROG-LEFT-DATE
074600                    ' NOT CLOSED OUT - CARDS' WS-EDIT-COUNT
074700                    DELIMITED BY SIZE INTO WS-CHK-DETAIL
074800             MOVE 'SAYRDY0071E' TO WS-ALERT-MSG-ID
074900             MOVE 'SAYPROG HOLDS AN UNFINISHED DATE'
075000                               TO WS-ALERT-TEXT
075100         WHEN WS-PROG-TODAY-COUNT > ZERO
075200             SET WS-CHK-GO     TO TRUE
075300             MOVE WS-PROG-TODAY-COUNT TO WS-EDIT-COUNT
075400             STRING 'MID-DECK RESTART - CARDS DONE' WS-EDIT-COUNT
075500                    DELIMITED BY SIZE INTO WS-CHK-DETAIL
075600         WHEN OTHER
075700             SET WS-CHK-GO     TO TRUE
075800     END-EVALUATE.
075900     PERFORM 7000-RECORD-CHECK THRU 7000-EXIT.
076000 4000-EXIT.
076100     EXIT.
076200 4010-READ-PROGRESS.
076300     READ SAYPROG-FILE
076400         AT END
076500             SET WS-PROG-EOF   TO TRUE
076600             GO TO 4010-EXIT
076700     END-READ.
076800     IF PROG-CYCLE-ID NOT = WS-CYCLE-ID
076900        OR PROG-RUN-DATE IS NOT NUMERIC
077000         GO TO 4010-EXIT
077100     END-IF.
077200     IF PROG-RUN-DATE = WS-BUSINESS-DATE-NUM
077300         ADD 1                 TO WS-PROG-TODAY-COUNT
077400         GO TO 4010-EXIT
077500     END-IF.
077600     IF PROG-RUN-DATE > WS-LAST-COMPLETE-DATE
077700         ADD 1                 TO WS-PROG-LEFT-COUNT
077800         MOVE PROG-RUN-DATE    TO WS-PROG-LEFT-DATE
077900     END-IF.
078000 4010-EXIT.
078100     EXIT.
078200*****************************************************************
078300*    5000-CHECK-MSG-TABLE  -  CHECK 8: SAYMSG CAN BE OPENED AND
078400*                             HOLDS MESSAGE ROWS.  AN EMPTY TABLE
078500*                             (A BAD RESTORE OR A FAILED RELOAD)
078600*                             WOULD BANNER EVERY SITE WITH THE
078700*                             BUILT-IN DEFAULT TEXT.  THE CODES
078800*                             ARE TABLED FOR CHECK 10.
078900*****************************************************************
079000 5000-CHECK-MSG-TABLE.
079100     MOVE 'SAYMSG MESSAGE TABLE LOADED'
079200                               TO WS-CHK-DESC.
079300     MOVE SPACES               TO WS-CHK-DETAIL.
079400     OPEN INPUT SAYMSG-FILE.
079500     IF NOT WS-SAYMSG-OK
079600         SET WS-CHK-NOGO       TO TRUE
079700         STRING 'UNABLE TO OPEN SAYMSG, FILE STATUS '
079800                WS-SAYMSG-STATUS
079900                DELIMITED BY SIZE INTO WS-CHK-DETAIL
080000         MOVE 'SAYRDY0080E'    TO WS-ALERT-MSG-ID
080100         MOVE 'UNABLE TO OPEN SAYMSG'
080200                               TO WS-ALERT-TEXT
080300         PERFORM 7000-RECORD-CHECK THRU 7000-EXIT
080400         GO TO 5000-EXIT
080500     END-IF.
080600     PERFORM 5010-READ-MSG THRU 5010-EXIT
080700         UNTIL WS-MSG-EOF.
080800     CLOSE SAYMSG-FILE.
080900     IF WS-MSG-ROWS = ZERO
081000         SET WS-CHK-NOGO       TO TRUE
081100         MOVE 'SAYMSG IS EMPTY'
081200                               TO WS-CHK-DETAIL
081300         MOVE 'SAYRDY0081E'    TO WS-ALERT-MSG-ID
081400         MOVE 'SAYMSG MESSAGE TABLE IS EMPTY'
081500                               TO WS-ALERT-TEXT
081600     ELSE
081700         SET WS-CHK-GO         TO TRUE
081800         SET WS-MSG-LOADED     TO TRUE
081900         MOVE WS-MSG-ROWS      TO WS-EDIT-COUNT
082000         STRING 'MESSAGE ROWS' WS-EDIT-COUNT
082100                DELIMITED BY SIZE INTO WS-CHK-DETAIL
082200     END-IF.
082300     PERFORM 7000-RECORD-CHECK THRU 7000-EXIT.
082400 5000-EXIT.
082500     EXIT.
082600 5010-READ-MSG.
082700     READ SAYMSG-FILE NEXT RECORD
082800         AT END
082900             SET WS-MSG-EOF    TO TRUE
083000             GO TO 5010-EXIT
083100     END-READ.
083200     ADD 1                     TO WS-MSG-ROWS.
083300     IF MSG-CODE = WS-LAST-MSG-CODE AND WS-MSG-ROWS > 1
083400         GO TO 5010-EXIT
083500     END-IF.
083600     MOVE MSG-CODE             TO WS-LAST-MSG-CODE.
083700     IF WS-MSG-CODE-COUNT < WS-MSG-CODE-MAX
083800         ADD 1                 TO WS-MSG-CODE-COUNT
083900         MOVE MSG-CODE         TO WS-MSG-CODE (WS-MSG-CODE-COUNT)
084000     ELSE
084100         IF NOT WS-MSG-FULL
084200             SET WS-MSG-FULL   TO TRUE
084300             DISPLAY 'SAYRDY0082W - MESSAGE CODE TABLE FULL AT '
084400                     WS-MSG-CODE-MAX
084500                     ' CODES - SITE CODE CHECK IS PARTIAL'
084600         END-IF
084700     END-IF.
084800 5010-EXIT.
084900     EXIT.
085000*****************************************************************
085100*    5100-CHECK-SITE-MASTER  -  CHECK 9: SAYMAINT CAN BE OPENED
085200*                               AND HAS AT LEAST ONE SITE ACTIVE
085300*                               ON THE BUSINESS DATE (STATUS
085400*                               ACTIVE, DATE INSIDE THE EFFECTIVE
085500*                               WINDOW, AS SAYDCK SELECTS THEM).
085600*                               CHECK 10: EVERY ACTIVE SITE'S
085700*                               DEFAULT MESSAGE CODE HAS ROWS ON
085800*                               SAYMSG - A WARNING, SINCE SAYHEY
085900*                               FALLS BACK TO ITS DEFAULT TEXT FOR
086000*                               THAT SITE ONLY.  THE MASTER STAYS
086100*                               OPEN FOR CHECK 12.
086200*****************************************************************
086300 5100-CHECK-SITE-MASTER.
086400     MOVE 'SAYMAINT SITE MASTER HAS ACTIVE SITES'
086500                               TO WS-CHK-DESC.
086600     MOVE SPACES               TO WS-CHK-DETAIL.
086700     OPEN INPUT SAYMAINT-FILE.
086800     IF NOT WS-SAYMAINT-OK
086900         SET WS-CHK-NOGO       TO TRUE
087000         STRING 'UNABLE TO OPEN SAYMAINT, FILE STATUS '
087100                WS-SAYMAINT-STATUS
087200                DELIMITED BY SIZE INTO WS-CHK-DETAIL
087300         MOVE 'SAYRDY0090E'    TO WS-ALERT-MSG-ID
087400         MOVE 'UNABLE TO OPEN SAYMAINT'
087500                               TO WS-ALERT-TEXT
087600         PERFORM 7000-RECORD-CHECK THRU 7000-EXIT
087700         SET WS-CHK-NOT-RUN    TO TRUE
087800         MOVE 'SITE MESSAGE CODES ON SAYMSG'
087900                               TO WS-CHK-DESC
088000         MOVE 'NO SITE MASTER TO CHECK'
088100                               TO WS-CHK-DETAIL
088200         PERFORM 7000-RECORD-CHECK THRU 7000-EXIT
088300         GO TO 5100-EXIT
088400     END-IF.
088500     SET WS-SAYMAINT-OPEN      TO TRUE.
088600     PERFORM 5110-READ-SITE THRU 5110-EXIT
088700         UNTIL WS-MAINT-EOF.
088800     EVALUATE TRUE
088900         WHEN WS-SITES-READ = ZERO
089000             SET WS-CHK-NOGO   TO TRUE
089100             MOVE 'SAYMAINT IS EMPTY'
089200                               TO WS-CHK-DETAIL
089300             MOVE 'SAYRDY0091E' TO WS-ALERT-MSG-ID
089400             MOVE 'SAYMAINT SITE MASTER IS EMPTY'
089500                               TO WS-ALERT-TEXT
089600         WHEN WS-SITES-ACTIVE = ZERO
089700             SET WS-CHK-NOGO   TO TRUE
089800             MOVE WS-SITES-READ TO WS-EDIT-COUNT
089900             STRING 'NO SITE ACTIVE ON THE DATE - SITES'
090000                    WS-EDIT-COUNT
090100                    DELIMITED BY SIZE INTO WS-CHK-DETAIL
090200             MOVE 'SAYRDY0092E' TO WS-ALERT-MSG-ID
090300             MOVE 'NO SITE ACTIVE ON THE BUSINESS DATE'
090400                               TO WS-ALERT-TEXT
090500         WHEN OTHER
090600             SET WS-CHK-GO     TO TRUE
090700             MOVE WS-SITES-ACTIVE TO WS-EDIT-COUNT
090800             STRING 'ACTIVE SITES' WS-EDIT-COUNT
090900                    DELIMITED BY SIZE INTO WS-CHK-DETAIL
091000     END-EVALUATE.
091100     PERFORM 7000-RECORD-CHECK THRU 7000-EXIT.
091200     MOVE 'SITE MESSAGE CODES ON SAYMSG'
091300                               TO WS-CHK-DESC.
091400     MOVE SPACES               TO WS-CHK-DETAIL.
091500     EVALUATE TRUE
091600         WHEN NOT WS-MSG-LOADED
091700             SET WS-CHK-NOT-RUN TO TRUE
091800             MOVE 'NO MESSAGE TABLE TO CHECK'
091900                               TO WS-CHK-DETAIL
092000         WHEN WS-SITES-NO-MSG > ZERO
092100             SET WS-CHK-WARN   TO TRUE
092200             MOVE WS-SITES-NO-MSG TO WS-EDIT-COUNT
092300             STRING 'FIRST ' WS-FIRST-NO-MSG-SITE
092400                    ' - SITES' WS-EDIT-COUNT
092500                    DELIMITED BY SIZE INTO WS-CHK-DETAIL
092600             MOVE 'SAYRDY0100W' TO WS-ALERT-MSG-ID
092700             MOVE 'SITE MESSAGE CODE NOT ON SAYMSG'
092800                               TO WS-ALERT-TEXT
092900         WHEN OTHER
093000             SET WS-CHK-GO     TO TRUE
093100     END-EVALUATE.
093200     PERFORM 7000-RECORD-CHECK THRU 7000-EXIT.
093300 5100-EXIT.
093400     EXIT.
093500 5110-READ-SITE.
093600     READ SAYMAINT-FILE NEXT RECORD
093700         AT END
093800             SET WS-MAINT-EOF  TO TRUE
093900             GO TO 5110-EXIT
094000     END-READ.
094100     ADD 1                     TO WS-SITES-READ.
094200     PERFORM 5120-CHECK-ACTIVE THRU 5120-EXIT.
094300     IF NOT WS-SITE-ACTIVE
094400         GO TO 5110-EXIT
094500     END-IF.
094600     ADD 1                     TO WS-SITES-ACTIVE.
094700     IF NOT WS-MSG-LOADED OR WS-MSG-FULL
094800         GO TO 5110-EXIT
094900     END-IF.
095000     MOVE 'N'                  TO WS-MSG-HIT-SW.
095100     PERFORM 5130-SCAN-MSG-CODE THRU 5130-EXIT
095200         VARYING WS-MSG-CODE-SUB FROM 1 BY 1
095300         UNTIL WS-MSG-CODE-SUB > WS-MSG-CODE-COUNT
095400            OR WS-MSG-HIT.
095500     IF NOT WS-MSG-HIT
095600         ADD 1                 TO WS-SITES-NO-MSG
095700         IF WS-SITES-NO-MSG = 1
095800             MOVE SITE-ID      TO WS-FIRST-NO-MSG-SITE
095900         END-IF
096000         DISPLAY 'SAYRDY0101I - SITE ' SITE-ID ' MESSAGE CODE '
096100                 SITE-DEFAULT-MSG-CODE ' HAS NO ROWS ON SAYMSG'
096200     END-IF.
096300 5110-EXIT.
096400     EXIT.
096500 5120-CHECK-ACTIVE.
096600     MOVE 'N'                  TO WS-SITE-ACTIVE-SW.
096700     IF NOT SITE-ACTIVE
096800         GO TO 5120-EXIT
096900     END-IF.
097000     IF SITE-EFF-FROM-DATE IS NUMERIC
097100        AND SITE-EFF-FROM-DATE > WS-BUSINESS-DATE-NUM
097200         GO TO 5120-EXIT
097300     END-IF.
097400     IF SITE-EFF-TO-DATE IS NUMERIC
097500        AND SITE-EFF-TO-DATE > ZERO
097600        AND SITE-EFF-TO-DATE < WS-BUSINESS-DATE-NUM
097700         GO TO 5120-EXIT
097800     END-IF.
097900     SET WS-SITE-ACTIVE        TO TRUE.
098000 5120-EXIT.
098100     EXIT.
098200 5130-SCAN-MSG-CODE.
098300     IF WS-MSG-CODE (WS-MSG-CODE-SUB) = SITE-DEFAULT-MSG-CODE
098400         SET WS-MSG-HIT        TO TRUE
098500     END-IF.
098600 5130-EXIT.
098700     EXIT.
098800*****************************************************************
098900*    6000-CHECK-CUTOFFS  -  CHECK 11: SAYCUT CAN BE READ, HAS A
099000*                           GLOBAL 'G' DEADLINE AND NO NON-NUMERIC
099100*                           DEADLINE TIMES.  CHECK 12: EVERY SITE
099200*                           'S' CUTOFF NAMES A SITE ON SAYMAINT.
099300*                           BOTH ONLY WARN: THE SLA MONITOR RUNS
099400*                           OUTSIDE THE CYCLE AND A BAD CUTOFF
099500*                           DOES NOT STOP A SITE BEING BANNERED.
099600*****************************************************************
099700 6000-CHECK-CUTOFFS.
099800     OPEN INPUT SAYCUT-FILE.
099900     IF WS-SAYCUT-OK
100000         PERFORM 6010-READ-CUTOFF THRU 6010-EXIT
100100             UNTIL WS-CUT-EOF
100200         CLOSE SAYCUT-FILE
100300     ELSE
100400         SET WS-CUT-OPEN-FAIL  TO TRUE
100500     END-IF.
100600     MOVE 'SAYCUT DEADLINES PRESENT AND VALID'
100700                               TO WS-CHK-DESC.
100800     MOVE SPACES               TO WS-CHK-DETAIL.
100900     EVALUATE TRUE
101000         WHEN WS-CUT-OPEN-FAIL
101100             SET WS-CHK-WARN   TO TRUE
101200             STRING 'UNABLE TO OPEN SAYCUT, FILE STATUS '
101300                    WS-SAYCUT-STATUS
101400                    DELIMITED BY SIZE INTO WS-CHK-DETAIL
101500             MOVE 'SAYRDY0110W' TO WS-ALERT-MSG-ID
101600             MOVE 'UNABLE TO OPEN SAYCUT'
101700                               TO WS-ALERT-TEXT
101800         WHEN WS-CUT-GLOBAL = ZERO
101900             SET WS-CHK-WARN   TO TRUE
102000             MOVE 'NO GLOBAL G DEADLINE ON SAYCUT'
102100                               TO WS-CHK-DETAIL
102200             MOVE 'SAYRDY0111W' TO WS-ALERT-MSG-ID
102300             MOVE 'NO GLOBAL DEADLINE ON SAYCUT'
102400                               TO WS-ALERT-TEXT
102500         WHEN WS-CUT-BAD-TIME > ZERO
102600             SET WS-CHK-WARN   TO TRUE
102700             MOVE WS-CUT-BAD-TIME TO WS-EDIT-COUNT
102800             STRING 'NON-NUMERIC DEADLINES' WS-EDIT-COUNT
102900                    DELIMITED BY SIZE INTO WS-CHK-DETAIL
103000             MOVE 'SAYRDY0112W' TO WS-ALERT-MSG-ID
103100             MOVE 'NON-NUMERIC DEADLINE ON SAYCUT'
103200                               TO WS-ALERT-TEXT
103300         WHEN OTHER
103400             SET WS-CHK-GO     TO TRUE
103500             MOVE WS-CUT-READ  TO WS-EDIT-COUNT
103600             STRING 'CUTOFF RECORDS' WS-EDIT-COUNT
103700                    DELIMITED BY SIZE INTO WS-CHK-DETAIL
103800     END-EVALUATE.
103900     PERFORM 7000-RECORD-CHECK THRU 7000-EXIT.
104000     MOVE 'SAYCUT SITES ARE ON SAYMAINT'
104100                               TO WS-CHK-DESC.
104200     MOVE SPACES               TO WS-CHK-DETAIL.
104300     EVALUATE TRUE
104400         WHEN WS-CUT-OPEN-FAIL
104500             SET WS-CHK-NOT-RUN TO TRUE
104600             MOVE 'NO CUTOFFS TO CHECK'
104700                               TO WS-CHK-DETAIL
104800         WHEN NOT WS-SAYMAINT-OPEN
104900             SET WS-CHK-NOT-RUN TO TRUE
105000             MOVE 'NO SITE MASTER TO CHECK'
105100                               TO WS-CHK-DETAIL
105200         WHEN WS-CUT-NO-SITE > ZERO
105300             SET WS-CHK-WARN   TO TRUE
105400             MOVE WS-CUT-NO-SITE TO WS-EDIT-COUNT
105500             STRING 'FIRST ' WS-FIRST-NO-SITE
105600                    ' - CUTOFFS' WS-EDIT-COUNT
105700                    DELIMITED BY SIZE INTO WS-CHK-DETAIL
105800             MOVE 'SAYRDY0120W' TO WS-ALERT-MSG-ID
105900             MOVE 'SAYCUT NAMES A SITE NOT ON SAYMAINT'
106000                               TO WS-ALERT-TEXT
106100         WHEN OTHER
106200             SET WS-CHK-GO     TO TRUE
106300     END-EVALUATE.
106400     PERFORM 7000-RECORD-CHECK THRU 7000-EXIT.
106500 6000-EXIT.
106600     EXIT.
106700 6010-READ-CUTOFF.
106800     READ SAYCUT-FILE
106900         AT END
107000             SET WS-CUT-EOF    TO TRUE
107100             GO TO 6010-EXIT
107200     END-READ.
107300     ADD 1                     TO WS-CUT-READ.
107400     IF CUT-DEADLINE-TIME IS NOT NUMERIC
107500         ADD 1                 TO WS-CUT-BAD-TIME
107600         DISPLAY 'SAYRDY0113I - NON-NUMERIC DEADLINE ON SAYCUT '
107700                 'FOR ' CUT-SITE-ID
107800     END-IF.
107900     IF CUT-GLOBAL-REC
108000         ADD 1                 TO WS-CUT-GLOBAL
108100     END-IF.
108200     IF NOT CUT-SITE-REC OR NOT WS-SAYMAINT-OPEN
108300         GO TO 6010-EXIT
108400     END-IF.
108500     MOVE CUT-SITE-ID          TO SITE-ID.
108600     READ SAYMAINT-FILE
108700         INVALID KEY
108800             ADD 1             TO WS-CUT-NO-SITE
108900             IF WS-CUT-NO-SITE = 1
109000                 MOVE CUT-SITE-ID TO WS-FIRST-NO-SITE
109100             END-IF
109200             DISPLAY 'SAYRDY0121I - SAYCUT CUTOFF FOR '
109300                     CUT-SITE-ID ' - SITE NOT ON SAYMAINT'
109400     END-READ.
109500 6010-EXIT.
109600     EXIT.
109700*****************************************************************
109800*    6500-PRINT-VERDICT  -  THE VERDICT AND CONTROL TOTALS.  ANY
109900*                           NO-GO CHECK HAS ALREADY SET CC 8.
110000*****************************************************************
110100 6500-PRINT-VERDICT.
110200     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
110300     EVALUATE TRUE
110400         WHEN WS-CNT-NOGO > ZERO
110500             MOVE 'NO-GO - CYCLE HELD, CONDITION CODE 8'
110600                               TO WS-RPT-VERDICT
110700         WHEN WS-CNT-WARN > ZERO
110800             MOVE 'GO WITH WARNINGS - CONDITION CODE 4'
110900                               TO WS-RPT-VERDICT
111000         WHEN OTHER
111100             MOVE 'GO'         TO WS-RPT-VERDICT
111200     END-EVALUATE.
111300     MOVE WS-RPT-VERDICT-LINE  TO RPT-PRINT-REC.
111400     WRITE RPT-PRINT-REC.
111500     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
111600     MOVE 'CHECKS PASSED                    ='
111700                               TO WS-RPT-TOTAL-LABEL.
111800     MOVE WS-CNT-GO            TO WS-RPT-TOTAL-COUNT.
111900     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
112000     WRITE RPT-PRINT-REC.
112100     MOVE 'CHECKS WARNED                    ='
112200                               TO WS-RPT-TOTAL-LABEL.
112300     MOVE WS-CNT-WARN          TO WS-RPT-TOTAL-COUNT.
112400     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
112500     WRITE RPT-PRINT-REC.
112600     MOVE 'CHECKS FAILED (NO-GO)            ='
112700                               TO WS-RPT-TOTAL-LABEL.
112800     MOVE WS-CNT-NOGO          TO WS-RPT-TOTAL-COUNT.
112900     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
113000     WRITE RPT-PRINT-REC.
113100     MOVE 'CHECKS NOT RUN                   ='
113200                               TO WS-RPT-TOTAL-LABEL.
113300     MOVE WS-CNT-NOT-RUN       TO WS-RPT-TOTAL-COUNT.
113400     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
113500     WRITE RPT-PRINT-REC.
113600     MOVE 'ALERTS WRITTEN                   ='
113700                               TO WS-RPT-TOTAL-LABEL.
113800     MOVE WS-ALERTS-WRITTEN    TO WS-RPT-TOTAL-COUNT.
113900     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
114000     WRITE RPT-PRINT-REC.
114100     IF WS-CNT-NOGO > ZERO
114200         DISPLAY 'SAYRDY0006E - READINESS CHECK FAILED FOR '
114300                 'BUSINESS DATE ' WS-BUSINESS-DATE-NUM ' CYCLE '
114400                 WS-CYCLE-ID ' - ' WS-CNT-NOGO
114500                 ' NO-GO CHECKS, CYCLE HELD'
114600     ELSE
114700         DISPLAY 'SAYRDY0001I - READINESS CHECK PASSED FOR '
114800                 'BUSINESS DATE ' WS-BUSINESS-DATE-NUM ' CYCLE '
114900                 WS-CYCLE-ID ' - ' WS-CNT-WARN ' WARNINGS'
115000     END-IF.
115100 6500-EXIT.
115200     EXIT.
115300*****************************************************************
115400*    7000-RECORD-CHECK  -  NUMBER AND PRINT ONE CHECKLIST LINE,
115500*                          COUNT IT AND, FOR A FAILED CHECK, RAISE
115600*                          THE CONDITION CODE AND WRITE THE ALERT.
115700*                          THE ALERT ID AND TEXT ARE CLEARED AFTER
115800*                          USE SO THEY CANNOT CARRY OVER TO THE
115900*                          NEXT CHECK.
116000*****************************************************************
116100 7000-RECORD-CHECK.
116200     ADD 1                     TO WS-CHECK-NO.
116300     MOVE WS-CHECK-NO          TO WS-RPT-CHK-NO.
116400     MOVE WS-CHK-DESC          TO WS-RPT-CHK-DESC.
116500     MOVE WS-CHK-DETAIL        TO WS-RPT-CHK-DETAIL.
116600     MOVE SPACES               TO WS-RPT-CHK-MSG-ID.
116700     EVALUATE TRUE
116800         WHEN WS-CHK-GO
116900             MOVE 'GO'         TO WS-RPT-CHK-RESULT
117000             ADD 1             TO WS-CNT-GO
117100         WHEN WS-CHK-WARN
117200             MOVE 'WARN'       TO WS-RPT-CHK-RESULT
117300             MOVE WS-ALERT-MSG-ID TO WS-RPT-CHK-MSG-ID
117400             ADD 1             TO WS-CNT-WARN
117500             IF RC-NORMAL
117600                 MOVE 4        TO WS-RETURN-CODE
117700             END-IF
117800             PERFORM 7100-WRITE-ALERT THRU 7100-EXIT
117900         WHEN WS-CHK-NOGO
118000             MOVE 'NO-GO'      TO WS-RPT-CHK-RESULT
118100             MOVE WS-ALERT-MSG-ID TO WS-RPT-CHK-MSG-ID
118200             ADD 1             TO WS-CNT-NOGO
118300             MOVE 8            TO WS-RETURN-CODE
118400             PERFORM 7100-WRITE-ALERT THRU 7100-EXIT
118500         WHEN OTHER
118600             MOVE 'N/A'        TO WS-RPT-CHK-RESULT
118700             ADD 1             TO WS-CNT-NOT-RUN
118800     END-EVALUATE.
118900     MOVE WS-RPT-CHK-LINE      TO RPT-PRINT-REC.
119000     WRITE RPT-PRINT-REC.
119100     MOVE SPACES               TO WS-ALERT-MSG-ID.
119200     MOVE SPACES               TO WS-ALERT-TEXT.
119300 7000-EXIT.
119400     EXIT.
119500*****************************************************************
119600*    7100-WRITE-ALERT  -  ONE SAYALRT RECORD FOR THE FAILED CHECK.
119700*                         THE CHECKS ARE CYCLE-WIDE, SO THE SITE
119800*                         ID IS LEFT BLANK.
119900*****************************************************************
120000 7100-WRITE-ALERT.
120100     DISPLAY WS-ALERT-MSG-ID ' - ' WS-CHK-DESC ' - '
120200             WS-CHK-DETAIL.
120300     IF NOT WS-SAYALRT-OPEN
120400         GO TO 7100-EXIT
120500     END-IF.
120600     MOVE SPACES               TO ALERT-RECORD.
120700     MOVE WS-ALERT-MSG-ID      TO ALERT-MSG-ID.
120800     MOVE WS-ALERT-MSG-ID (11:1) TO ALERT-SEVERITY.
120900     MOVE WS-BUSINESS-DATE-NUM TO ALERT-RUN-DATE.
121000     MOVE RD-RUN-TIME-NUM      TO ALERT-RUN-TIME.
121100     MOVE WS-ALERT-TEXT        TO ALERT-TEXT.
121200     WRITE ALERT-RECORD.
121300     ADD 1                     TO WS-ALERTS-WRITTEN.
121400 7100-EXIT.
121500     EXIT.
121600*****************************************************************
121700*    8000-WRITE-BLANK  -  WRITE A BLANK SPACER LINE.
121800*****************************************************************
121900 8000-WRITE-BLANK.
122000     MOVE SPACES               TO RPT-PRINT-REC.
122100     WRITE RPT-PRINT-REC.
122200 8000-EXIT.
122300     EXIT.
122400*****************************************************************
122500*    9999-TERMINATE  -  CLOSE WHATEVER IS STILL OPEN.
122600*****************************************************************
122700 9999-TERMINATE.
122800     IF WS-SAYMAINT-OPEN
122900         CLOSE SAYMAINT-FILE
123000     END-IF.
123100     IF WS-SAYALRT-OPEN
123200         CLOSE SAYALRT-FILE
123300     END-IF.
123400     IF WS-RDYRPT-OPEN
123500         CLOSE RDYRPT-FILE
123600     END-IF.
123700 9999-EXIT.
123800     EXIT.
123900 END PROGRAM SAYRDY.
