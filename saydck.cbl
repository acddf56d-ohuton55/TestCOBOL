000100*****************************************************************
000200* PROGRAM-ID:  SAYDCK
000300* AUTHOR:      R. OKAFOR  -  BATCH SCHEDULING GROUP
000400* INSTALLATION: DAYLIGHT DATA CENTER
000500* DATE-WRITTEN: 03/09/2026
000600* DATE-COMPILED:
000700* PURPOSE:     STEP010 PARM DECK BUILDER, RUN AHEAD OF SAYHEY IN
000800*              SAYCYC1.  WALKS THE SAYMAINT SITE MASTER (SEE
000900*              SYHSITE) IN KEY ORDER AND WRITES ONE SYHPARM CARD
001000*              FOR EVERY SITE THAT IS ACTIVE ON THE SAYCAL
001100*              BUSINESS DATE - STATUS ACTIVE AND THE DATE INSIDE
001200*              THE SITE'S EFFECTIVE WINDOW - SO THE DECK NO
001300*              LONGER HAS TO BE HAND-KEPT IN THE JCL AND CANNOT
001400*              DRIFT FROM THE MASTER.  THE NEW DECK IS COMPARED
001500*              WITH THE PREVIOUS DAY'S DECK GENERATION AND THE
001600*              DCKRPT REPORT LISTS EVERY SITE ADDED, DROPPED OR
001700*              SUSPENDED SINCE THEN FOR THE OPERATOR TO CHECK.
001800*              AN OPTIONAL SYSIN CONTROL CARD CARRIES THE
001900*              NON-PROCESSING-DAY OVERRIDE ('Y' IN COLUMN 1) AND
002000*              THE RERUN INDICATOR ('R' IN COLUMN 2), WHICH ARE
002100*              STAMPED ON EVERY CARD OF THE DECK.  COLUMNS 3-10
002110*              CARRY THE CYCLE ID, ALSO STAMPED ON EVERY CARD, AND
002120*              COLUMNS 11-42 AN OPTIONAL LIST OF UP TO EIGHT
002130*              4-CHARACTER SITE REGION CODES.  WITH A LIST ONLY
002140*              SITES IN THOSE REGIONS ARE IN THE CYCLE'S DECK;
002150*              WITHOUT ONE EVERY ACTIVE SITE IS.  THE CODE NONE
002160*              IN THE LIST SELECTS SITES WITH NO REGION CODE.
002165*              COLUMNS 43-74 OPTIONALLY LIST THE REGIONS THE
002170*              DAY'S OTHER CYCLES TAKE.  AN ACTIVE SITE LEFT OUT
002175*              ONLY FOR ITS REGION, WITH THAT REGION ON NEITHER
002180*              LIST, IS IN NO CYCLE AND IS REPORTED WITH CC 4.
002200* TECTONICS:   cobc -x saydck.cbl
002300*
002400* MODIFICATION HISTORY:
002500*   03/09/2026  ROK  INITIAL VERSION.
002510*   03/16/2026  ROK  CYCLE ID AND REGION LIST ON THE CONTROL CARD
002520*                    SO EACH CYCLE OF THE DAY BUILDS ITS OWN DECK.
002530*   10/15/2026  ROK  AN ACTIVE, IN-WINDOW SITE LEFT OUT ONLY FOR
002540*                    ITS REGION IS NOW LISTED UNDER ACTIVE -
002550*                    REGION NOT IN THIS CYCLE WITH CC 4, UNLESS
002560*                    ITS REGION IS ON THE OTHER CYCLES' LIST
002570*                    (CONTROL CARD COLUMNS 43-74).  THE REGION
002580*                    TEST NOW FOLLOWS THE STATUS AND WINDOW TESTS.
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.                  SAYDCK.
002900 AUTHOR.                      R. OKAFOR.
003000 INSTALLATION.                DAYLIGHT DATA CENTER.
003100 DATE-WRITTEN.                03/09/2026.
003200 DATE-COMPILED.
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.             IBM-370.
003700 OBJECT-COMPUTER.             IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT SAYMAINT-FILE     ASSIGN TO SAYMAINT
004100                               ORGANIZATION IS INDEXED
004200                               ACCESS MODE IS SEQUENTIAL
004300                               RECORD KEY IS SITE-ID
004400                               FILE STATUS IS WS-SAYMAINT-STATUS.
004500     SELECT SAYCAL-FILE       ASSIGN TO SAYCAL
004600                               ORGANIZATION IS SEQUENTIAL
004700                               FILE STATUS IS WS-SAYCAL-STATUS.
004800     SELECT PRVDECK-FILE      ASSIGN TO PRVDECK
004900                               ORGANIZATION IS SEQUENTIAL
005000                               FILE STATUS IS WS-PRVDECK-STATUS.
005100     SELECT NEWDECK-FILE      ASSIGN TO NEWDECK
005200                               ORGANIZATION IS SEQUENTIAL
005300                               FILE STATUS IS WS-NEWDECK-STATUS.
005400     SELECT PARM-FILE         ASSIGN TO SYSIN
005500                               ORGANIZATION IS LINE SEQUENTIAL
005600                               FILE STATUS IS WS-PARM-STATUS.
005700     SELECT DCKRPT-FILE       ASSIGN TO DCKRPT
005800                               ORGANIZATION IS SEQUENTIAL
005900                               FILE STATUS IS WS-DCKRPT-STATUS.
006000*****************************************************************
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  SAYMAINT-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY SYHSITE.
006600 FD  SAYCAL-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900     COPY SYHCAL.
007000 FD  PRVDECK-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300     COPY SYHPARM REPLACING LEADING ==PARM== BY ==PRV==.
007400 FD  NEWDECK-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700     COPY SYHPARM REPLACING LEADING ==PARM== BY ==DECK==.
007800 FD  PARM-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  PARM-CARD.
008100     05  PARM-DCK-OVERRIDE    PIC X(01).
008200         88  PARM-DCK-OVERRIDE-YES      VALUE 'Y'.
008300     05  PARM-DCK-RERUN       PIC X(01).
008400         88  PARM-DCK-RERUN-YES         VALUE 'R'.
008410     05  PARM-DCK-CYCLE-ID    PIC X(08).
008420     05  PARM-DCK-REGION      PIC X(04) OCCURS 8 TIMES.
008430     05  PARM-DCK-OTHER-REGION
008440                              PIC X(04) OCCURS 8 TIMES.
008450     05  FILLER               PIC X(06).
008600 FD  DCKRPT-FILE
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900 01  RPT-PRINT-REC            PIC X(133).
009000 WORKING-STORAGE SECTION.
009100*****************************************************************
009200*    RUN-CONTROL / RUN-DATE FIELDS (SHARED COPYBOOK)
009300*****************************************************************
009400     COPY SYHRUNDT.
009500*****************************************************************
009600*    FILE STATUS, OPEN AND END-OF-FILE CONTROL
009700*****************************************************************
009800 01  WS-SAYMAINT-STATUS       PIC X(02) VALUE SPACES.
009900     88  WS-SAYMAINT-OK                 VALUE '00'.
010000 01  WS-SAYCAL-STATUS         PIC X(02) VALUE SPACES.
010100     88  WS-SAYCAL-OK                   VALUE '00'.
010200     88  WS-SAYCAL-EOF                  VALUE '10'.
010300 01  WS-PRVDECK-STATUS        PIC X(02) VALUE SPACES.
010400     88  WS-PRVDECK-OK                  VALUE '00'.
010500     88  WS-PRVDECK-NOTFND              VALUE '35'.
010600 01  WS-NEWDECK-STATUS        PIC X(02) VALUE SPACES.
010700     88  WS-NEWDECK-OK                  VALUE '00'.
010800 01  WS-PARM-STATUS           PIC X(02) VALUE SPACES.
010900     88  WS-PARM-OK                     VALUE '00'.
011000 01  WS-DCKRPT-STATUS         PIC X(02) VALUE SPACES.
011100     88  WS-DCKRPT-OK                   VALUE '00'.
011200 01  WS-NEWDECK-OPEN-SW       PIC X(01) VALUE 'N'.
011300     88  WS-NEWDECK-OPEN                VALUE 'Y'.
011400 01  WS-DCKRPT-OPEN-SW        PIC X(01) VALUE 'N'.
011500     88  WS-DCKRPT-OPEN                 VALUE 'Y'.
011600 01  WS-MAINT-EOF-SW          PIC X(01) VALUE 'N'.
011700     88  WS-MAINT-EOF                   VALUE 'Y'.
011800 01  WS-PRV-EOF-SW            PIC X(01) VALUE 'N'.
011900     88  WS-PRV-EOF                     VALUE 'Y'.
012000 01  WS-PRV-FOUND-SW          PIC X(01) VALUE 'N'.
012100     88  WS-PRV-FOUND                   VALUE 'Y'.
012200*****************************************************************
012300*    RETURN-CODE / CONDITION-CODE CONTROL
012400*****************************************************************
012500 01  WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
012600     88  RC-NORMAL                      VALUE 0.
012700     88  RC-WARNING                     VALUE 4.
012800     88  RC-ERROR                       VALUE 8.
012900*****************************************************************
013000*    BUSINESS DATE (SEE SYHCAL) AND THE OPERATOR'S OVERRIDE AND
013100*    RERUN CODES FROM THE CONTROL CARD
013200*****************************************************************
013300 01  WS-BUSINESS-DATE-NUM     PIC 9(08) VALUE ZERO.
013400 01  WS-BUSINESS-DATE-GRP REDEFINES WS-BUSINESS-DATE-NUM.
013500     05  WS-BUS-YYYY          PIC 9(04).
013600     05  WS-BUS-MM            PIC 9(02).
013700     05  WS-BUS-DD            PIC 9(02).
013800 01  WS-CAL-FOUND-SW          PIC X(01) VALUE 'N'.
013900     88  WS-CAL-FOUND                   VALUE 'Y'.
014000 01  WS-OVERRIDE-CODE         PIC X(01) VALUE SPACE.
014100 01  WS-RERUN-CODE            PIC X(01) VALUE SPACE.
014105*****************************************************************
014110*    CYCLE ID AND THE REGIONS THAT MAKE UP THE CYCLE.  NO REGIONS
014115*    ON THE CONTROL CARD MEANS EVERY REGION.
014120*****************************************************************
014125 01  WS-CYCLE-ID              PIC X(08) VALUE SPACES.
014130 01  WS-REGION-TABLE.
014135     05  WS-REGION-CODE       PIC X(04) OCCURS 8 TIMES.
014140 01  WS-REGION-MAX            PIC 9(04) COMP VALUE 8.
014145 01  WS-REGION-COUNT          PIC 9(04) COMP VALUE ZERO.
014150 01  WS-REGION-SUB            PIC 9(04) COMP VALUE ZERO.
014155 01  WS-REGION-HIT-SW         PIC X(01) VALUE 'N'.
014160     88  WS-REGION-HIT                  VALUE 'Y'.
014170 01  WS-OTHER-REGION-TABLE.
014180     05  WS-OTHER-REGION-CODE PIC X(04) OCCURS 8 TIMES.
014190 01  WS-OTHER-REGION-COUNT    PIC 9(04) COMP VALUE ZERO.
014200*****************************************************************
014300*    PREVIOUS DAY'S DECK.  EACH ENTRY IS FLAGGED WHEN THE SITE IS
014400*    MET ON THE MASTER, SO WHAT IS LEFT UNFLAGGED AT THE END WAS
014500*    DELETED FROM THE MASTER SINCE THE LAST DECK WAS BUILT.
014600*****************************************************************
014700 01  WS-PRV-TABLE.
014800     05  WS-PRV-ENTRY         OCCURS 1000 TIMES.
014900         10  WS-PRV-SITE-ID   PIC X(15).
015000         10  WS-PRV-MATCH-SW  PIC X(01).
015100             88  WS-PRV-MATCHED         VALUE 'Y'.
015200 01  WS-PRV-MAX               PIC 9(04) COMP VALUE 1000.
015300 01  WS-PRV-COUNT             PIC 9(04) COMP VALUE ZERO.
015400 01  WS-PRV-SUB               PIC 9(04) COMP VALUE ZERO.
015500 01  WS-PRV-HIT-SUB           PIC 9(04) COMP VALUE ZERO.
015600 01  WS-PRV-LOADED-SW         PIC X(01) VALUE 'N'.
015700     88  WS-PRV-LOADED                  VALUE 'Y'.
015800*****************************************************************
015900*    PER-SITE ELIGIBILITY
016000*****************************************************************
016100 01  WS-ELIGIBLE-SW           PIC X(01) VALUE 'N'.
016200     88  WS-ELIGIBLE                    VALUE 'Y'.
016210 01  WS-REGION-ONLY-SW        PIC X(01) VALUE 'N'.
016220     88  WS-REGION-ONLY                 VALUE 'Y'.
016300 01  WS-REASON-TEXT           PIC X(40) VALUE SPACES.
016305*****************************************************************
016310*    ACTIVE SITES LEFT OUT ONLY FOR THEIR REGION, WHERE THE REGION
016315*    IS NOT TAKEN BY ANOTHER CYCLE EITHER.  PRINTED AFTER THE
016320*    CHANGES SO THE OPERATOR CAN PUT THE REGION ON A CYCLE'S CARD.
016325*****************************************************************
016330 01  WS-NOCYC-TABLE.
016335     05  WS-NOCYC-ENTRY       OCCURS 1000 TIMES.
016340         10  WS-NOCYC-SITE-ID PIC X(15).
016345         10  WS-NOCYC-NAME    PIC X(30).
016350         10  WS-NOCYC-REASON  PIC X(40).
016355 01  WS-NOCYC-MAX             PIC 9(04) COMP VALUE 1000.
016360 01  WS-NOCYC-COUNT           PIC 9(04) COMP VALUE ZERO.
016365 01  WS-NOCYC-SUB             PIC 9(04) COMP VALUE ZERO.
016370 01  WS-NOCYC-FULL-SW         PIC X(01) VALUE 'N'.
016375     88  WS-NOCYC-FULL                  VALUE 'Y'.
016400*****************************************************************
016500*    CONTROL COUNTERS
016600*****************************************************************
016700 01  WS-MASTER-READ           PIC 9(07) COMP VALUE ZERO.
016800 01  WS-CARDS-WRITTEN         PIC 9(07) COMP VALUE ZERO.
016900 01  WS-CNT-ADDED             PIC 9(07) COMP VALUE ZERO.
017000 01  WS-CNT-DROPPED           PIC 9(07) COMP VALUE ZERO.
017100 01  WS-CNT-SUSPENDED         PIC 9(07) COMP VALUE ZERO.
017200 01  WS-CNT-CHANGES           PIC 9(07) COMP VALUE ZERO.
017250 01  WS-CNT-NO-CYCLE          PIC 9(07) COMP VALUE ZERO.
017300*****************************************************************
017400*    REPORT LINE LAYOUTS
017500*****************************************************************
017600 01  WS-RPT-HEADER.
017700     05  FILLER               PIC X(49) VALUE
017800         'SAYDCK - STEP010 PARM DECK BUILD - BUSINESS DATE'.
017900     05  FILLER               PIC X(01) VALUE SPACE.
018000     05  WS-RPT-H-YYYY        PIC 9(04).
018100     05  FILLER               PIC X(01) VALUE '-'.
018200     05  WS-RPT-H-MM          PIC 9(02).
018300     05  FILLER               PIC X(01) VALUE '-'.
018400     05  WS-RPT-H-DD          PIC 9(02).
018410     05  FILLER               PIC X(08) VALUE '  CYCLE '.
018420     05  WS-RPT-H-CYCLE       PIC X(08).
018500     05  FILLER               PIC X(57) VALUE SPACES.
018600 01  WS-RPT-COL-HEAD.
018700     05  FILLER               PIC X(02) VALUE SPACES.
018800     05  FILLER               PIC X(11) VALUE 'CHANGE'.
018900     05  FILLER               PIC X(16) VALUE 'SITE ID'.
019000     05  FILLER               PIC X(31) VALUE 'SITE NAME'.
019100     05  FILLER               PIC X(40) VALUE 'REASON'.
019200     05  FILLER               PIC X(33) VALUE SPACES.
019300 01  WS-RPT-CHG-LINE.
019400     05  FILLER               PIC X(02) VALUE SPACES.
019500     05  WS-RPT-CHG-ACTION    PIC X(10).
019600     05  FILLER               PIC X(01) VALUE SPACE.
019700     05  WS-RPT-CHG-ID        PIC X(15).
019800     05  FILLER               PIC X(01) VALUE SPACE.
019900     05  WS-RPT-CHG-NAME      PIC X(30).
020000     05  FILLER               PIC X(01) VALUE SPACE.
020100     05  WS-RPT-CHG-REASON    PIC X(40).
020200     05  FILLER               PIC X(33) VALUE SPACES.
020300 01  WS-RPT-TOTAL-LINE.
020400     05  FILLER               PIC X(02) VALUE SPACES.
020500     05  WS-RPT-TOTAL-LABEL   PIC X(34).
020600     05  WS-RPT-TOTAL-COUNT   PIC Z(06)9.
020700     05  FILLER               PIC X(90) VALUE SPACES.
020800*****************************************************************
020900*    PROCEDURE DIVISION
021000*****************************************************************
021100 PROCEDURE DIVISION.
021200*****************************************************************
021300*    0000-MAINLINE
021400*****************************************************************
021500 0000-MAINLINE.
021600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021700     IF NOT RC-ERROR
021800         PERFORM 2000-READ-CALENDAR THRU 2000-EXIT
021900         PERFORM 2100-WRITE-HEADER THRU 2100-EXIT
022000         PERFORM 3000-LOAD-PREV-DECK THRU 3000-EXIT
022100         PERFORM 4000-BUILD-DECK THRU 4000-EXIT
022200     END-IF.
022300     IF NOT RC-ERROR
022400         PERFORM 5000-REPORT-DELETED THRU 5000-EXIT
022450         PERFORM 6000-REPORT-NO-CYCLE THRU 6000-EXIT
022500         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
022600     END-IF.
022700     PERFORM 9999-TERMINATE THRU 9999-EXIT.
022800     MOVE WS-RETURN-CODE       TO RETURN-CODE.
022900     STOP RUN.
023000*****************************************************************
023100*    1000-INITIALIZE  -  STAMP THE RUN DATE, READ THE OPTIONAL
023200*                        CONTROL CARD AND OPEN THE REPORT AND THE
023300*                        NEW DECK.  EITHER OPEN FAILING MEANS NO
023400*                        USABLE DECK, SO STEP010 MUST BE HELD.
023500*****************************************************************
023600 1000-INITIALIZE.
023700     ACCEPT RD-RUN-DATE-NUM FROM DATE YYYYMMDD.
023800     ACCEPT RD-RUN-TIME-NUM FROM TIME.
023900     MOVE RD-RUN-YYYY          TO HINITI-YYYY.
024000     MOVE RD-RUN-MM            TO HINITI-MM.
024100     MOVE RD-RUN-DD            TO HINITI-DD.
024200     MOVE RD-RUN-DATE-NUM      TO WS-BUSINESS-DATE-NUM.
024300     OPEN INPUT PARM-FILE.
024400     IF WS-PARM-OK
024500         READ PARM-FILE
024600             AT END
024700                 CONTINUE
024800             NOT AT END
024900                 PERFORM 1010-EDIT-CONTROL-CARD THRU 1010-EXIT
025000         END-READ
025100         CLOSE PARM-FILE
025200     END-IF.
025300     OPEN OUTPUT DCKRPT-FILE.
025400     IF WS-DCKRPT-OK
025500         SET WS-DCKRPT-OPEN    TO TRUE
025600     ELSE
025700         DISPLAY 'SAYDCK0010E - UNABLE TO OPEN DCKRPT, FILE '
025800                 'STATUS = ' WS-DCKRPT-STATUS
025900         MOVE 8                TO WS-RETURN-CODE
026000         GO TO 1000-EXIT
026100     END-IF.
026200     OPEN OUTPUT NEWDECK-FILE.
026300     IF WS-NEWDECK-OK
026400         SET WS-NEWDECK-OPEN   TO TRUE
026500     ELSE
026600         DISPLAY 'SAYDCK0011E - UNABLE TO OPEN NEWDECK, FILE '
026700                 'STATUS = ' WS-NEWDECK-STATUS
026800                 ' - NO PARM DECK BUILT'
026900         MOVE 8                TO WS-RETURN-CODE
027000     END-IF.
027100 1000-EXIT.
027200     EXIT.
027300*****************************************************************
027400*    1010-EDIT-CONTROL-CARD  -  ACCEPT ONLY THE DOCUMENTED CODES.
027500*                               ANYTHING ELSE IS IGNORED WITH A
027600*                               WARNING RATHER THAN STAMPED ON
027700*                               EVERY CARD OF THE DECK.
027800*****************************************************************
027900 1010-EDIT-CONTROL-CARD.
028000     IF PARM-DCK-OVERRIDE-YES
028100         MOVE PARM-DCK-OVERRIDE TO WS-OVERRIDE-CODE
028200     ELSE
028300         IF PARM-DCK-OVERRIDE NOT = SPACE
028400             DISPLAY 'SAYDCK0013W - INVALID OVERRIDE CODE '
028500                     PARM-DCK-OVERRIDE
028550                     ' ON CONTROL CARD - IGNORED'
028600             IF RC-NORMAL
028700                 MOVE 4        TO WS-RETURN-CODE
028800             END-IF
028900         END-IF
029000     END-IF.
029100     IF PARM-DCK-RERUN-YES
029200         MOVE PARM-DCK-RERUN   TO WS-RERUN-CODE
029300     ELSE
029400         IF PARM-DCK-RERUN NOT = SPACE
029500             DISPLAY 'SAYDCK0014W - INVALID RERUN CODE '
029600                     PARM-DCK-RERUN
029650                     ' ON CONTROL CARD - IGNORED'
029700             IF RC-NORMAL
029800                 MOVE 4        TO WS-RETURN-CODE
029900             END-IF
030000         END-IF
030100     END-IF.
030110     MOVE PARM-DCK-CYCLE-ID    TO WS-CYCLE-ID.
030120     PERFORM 1020-LOAD-REGION THRU 1020-EXIT
030130         VARYING WS-REGION-SUB FROM 1 BY 1
030140         UNTIL WS-REGION-SUB > WS-REGION-MAX.
030150     PERFORM 1030-LOAD-OTHER-REGION THRU 1030-EXIT
030160         VARYING WS-REGION-SUB FROM 1 BY 1
030170         UNTIL WS-REGION-SUB > WS-REGION-MAX.
030200 1010-EXIT.
030300     EXIT.
030310 1020-LOAD-REGION.
030320     IF PARM-DCK-REGION (WS-REGION-SUB) NOT = SPACES
030330         ADD 1                 TO WS-REGION-COUNT
030340         MOVE PARM-DCK-REGION (WS-REGION-SUB)
030350                               TO WS-REGION-CODE (WS-REGION-COUNT)
030360     END-IF.
030370 1020-EXIT.
030371     EXIT.
030372 1030-LOAD-OTHER-REGION.
030373     IF PARM-DCK-OTHER-REGION (WS-REGION-SUB) NOT = SPACES
030374         ADD 1                 TO WS-OTHER-REGION-COUNT
030375         MOVE PARM-DCK-OTHER-REGION (WS-REGION-SUB)
030376                  TO WS-OTHER-REGION-CODE (WS-OTHER-REGION-COUNT)
030377     END-IF.
030378 1030-EXIT.
030380     EXIT.
030400*****************************************************************
030500*    2000-READ-CALENDAR  -  THE SAYCAL 'C' RECORD SUPPLIES THE
030600*                           BUSINESS DATE THE DECK IS BUILT FOR.
030700*                           A MISSING OR EMPTY CALENDAR FALLS
030800*                           BACK TO THE SYSTEM DATE WITH A
030900*                           WARNING, THE SAME WAY SAYHEY DOES.
031000*****************************************************************
031100 2000-READ-CALENDAR.
031200     OPEN INPUT SAYCAL-FILE.
031300     IF NOT WS-SAYCAL-OK
031400         DISPLAY 'SAYDCK0020W - UNABLE TO OPEN SAYCAL, FILE '
031500                 'STATUS = ' WS-SAYCAL-STATUS
031600                 ' - USING SYSTEM DATE'
031700         IF RC-NORMAL
031800             MOVE 4            TO WS-RETURN-CODE
031900         END-IF
032000         GO TO 2000-EXIT
032100     END-IF.
032200     PERFORM 2010-READ-ONE-CAL THRU 2010-EXIT
032300         UNTIL WS-SAYCAL-EOF.
032400     CLOSE SAYCAL-FILE.
032500     IF NOT WS-CAL-FOUND
032600         DISPLAY 'SAYDCK0021W - NO CONTROL RECORD ON SAYCAL - '
032700                 'USING SYSTEM DATE'
032800         IF RC-NORMAL
032900             MOVE 4            TO WS-RETURN-CODE
033000         END-IF
033100     END-IF.
033200 2000-EXIT.
033300     EXIT.
033400 2010-READ-ONE-CAL.
033500     READ SAYCAL-FILE
033600         AT END
033700             GO TO 2010-EXIT
033800     END-READ.
033900     IF CAL-CONTROL-REC AND CAL-DATE IS NUMERIC
034000         MOVE CAL-DATE         TO WS-BUSINESS-DATE-NUM
034100         SET WS-CAL-FOUND      TO TRUE
034200     END-IF.
034300 2010-EXIT.
034400     EXIT.
034500*****************************************************************
034600*    2100-WRITE-HEADER  -  HEAD THE REPORT WITH THE BUSINESS DATE
034700*                          THE DECK IS BEING BUILT FOR.
034800*****************************************************************
034900 2100-WRITE-HEADER.
035000     MOVE WS-BUS-YYYY          TO WS-RPT-H-YYYY.
035100     MOVE WS-BUS-MM            TO WS-RPT-H-MM.
035200     MOVE WS-BUS-DD            TO WS-RPT-H-DD.
035210     MOVE WS-CYCLE-ID          TO WS-RPT-H-CYCLE.
035220     IF WS-CYCLE-ID = SPACES
035230         MOVE '(DEFAULT)'      TO WS-RPT-H-CYCLE
035240     END-IF.
035300     MOVE WS-RPT-HEADER        TO RPT-PRINT-REC.
035400     WRITE RPT-PRINT-REC.
035500     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
035600 2100-EXIT.
035700     EXIT.
035800*****************************************************************
035900*    3000-LOAD-PREV-DECK  -  LOAD THE SITE IDS OF THE PREVIOUS
036000*                            DAY'S DECK.  NO PREVIOUS GENERATION
036100*                            IS A FIRST BUILD: EVERY SITE IN THE
036200*                            NEW DECK IS THEN REPORTED AS ADDED.
036300*****************************************************************
036400 3000-LOAD-PREV-DECK.
036500     OPEN INPUT PRVDECK-FILE.
036600     IF NOT WS-PRVDECK-OK
036700         IF WS-PRVDECK-NOTFND
036800             DISPLAY 'SAYDCK0031I - NO PREVIOUS DECK - FIRST '
036900                     'BUILD, ALL SITES REPORTED AS ADDED'
037000         ELSE
037100             DISPLAY 'SAYDCK0030W - UNABLE TO OPEN PRVDECK, FILE '
037200                     'STATUS = ' WS-PRVDECK-STATUS
037300                     ' - ALL SITES REPORTED AS ADDED'
037400             IF RC-NORMAL
037500                 MOVE 4        TO WS-RETURN-CODE
037600             END-IF
037700         END-IF
037800         GO TO 3000-EXIT
037900     END-IF.
038000     SET WS-PRV-LOADED         TO TRUE.
038100     PERFORM 3010-READ-PREV-CARD THRU 3010-EXIT
038200         UNTIL WS-PRV-EOF.
038300     CLOSE PRVDECK-FILE.
038400 3000-EXIT.
038500     EXIT.
038600 3010-READ-PREV-CARD.
038700     READ PRVDECK-FILE
038800         AT END
038900             SET WS-PRV-EOF    TO TRUE
039000             GO TO 3010-EXIT
039100     END-READ.
039200     IF PRV-SITE-ID = SPACES
039300         GO TO 3010-EXIT
039400     END-IF.
039500     IF WS-PRV-COUNT < WS-PRV-MAX
039600         ADD 1                 TO WS-PRV-COUNT
039700         MOVE PRV-SITE-ID      TO WS-PRV-SITE-ID (WS-PRV-COUNT)
039800         MOVE 'N'              TO WS-PRV-MATCH-SW (WS-PRV-COUNT)
039900     ELSE
040000         DISPLAY 'SAYDCK0032W - PREVIOUS DECK TABLE FULL, SITE '
040100                 PRV-SITE-ID ' NOT COMPARED'
040200         IF RC-NORMAL
040300             MOVE 4            TO WS-RETURN-CODE
040400         END-IF
040500     END-IF.
040600 3010-EXIT.
040700     EXIT.
040800*****************************************************************
040900*    4000-BUILD-DECK  -  WALK THE SITE MASTER IN KEY ORDER,
041000*                        WRITING A CARD FOR EVERY SITE ACTIVE ON
041100*                        THE BUSINESS DATE AND REPORTING EACH
041200*                        CHANGE AGAINST THE PREVIOUS DECK.  AN
041300*                        EMPTY DECK WOULD START A CYCLE THAT
041400*                        BANNERS NOTHING, SO IT HOLDS STEP010.
041500*****************************************************************
041600 4000-BUILD-DECK.
041700     MOVE SPACES               TO RPT-PRINT-REC.
041800     MOVE 'CHANGES AGAINST THE PREVIOUS DECK'
041900                               TO RPT-PRINT-REC.
042000     WRITE RPT-PRINT-REC.
042100     MOVE WS-RPT-COL-HEAD      TO RPT-PRINT-REC.
042200     WRITE RPT-PRINT-REC.
042300     OPEN INPUT SAYMAINT-FILE.
042400     IF NOT WS-SAYMAINT-OK
042500         DISPLAY 'SAYDCK0012E - UNABLE TO OPEN SAYMAINT, FILE '
042600                 'STATUS = ' WS-SAYMAINT-STATUS
042700                 ' - NO PARM DECK BUILT'
042800         MOVE 8                TO WS-RETURN-CODE
042900         GO TO 4000-EXIT
043000     END-IF.
043100     PERFORM 4100-PROCESS-ONE-SITE THRU 4100-EXIT
043200         UNTIL WS-MAINT-EOF.
043300     CLOSE SAYMAINT-FILE.
043400     IF WS-CARDS-WRITTEN = ZERO
043500         DISPLAY 'SAYDCK0040E - NO SITE ON SAYMAINT IS ACTIVE ON '
043600                 'BUSINESS DATE ' WS-BUSINESS-DATE-NUM
043700                 ' - DECK IS EMPTY'
043800         MOVE 8                TO WS-RETURN-CODE
043900     END-IF.
044000 4000-EXIT.
044100     EXIT.
044200*****************************************************************
044300*    4100-PROCESS-ONE-SITE  -  READ THE NEXT MASTER RECORD,
044400*                              DECIDE WHETHER IT BELONGS IN THE
044500*                              DECK AND COMPARE WITH THE PREVIOUS
044600*                              DECK.
044700*****************************************************************
044800 4100-PROCESS-ONE-SITE.
044900     READ SAYMAINT-FILE NEXT RECORD
045000         AT END
045100             SET WS-MAINT-EOF  TO TRUE
045200             GO TO 4100-EXIT
045300     END-READ.
045400     ADD 1                     TO WS-MASTER-READ.
045500     PERFORM 4200-CHECK-ELIGIBLE THRU 4200-EXIT.
045600     PERFORM 4300-FIND-PREV THRU 4300-EXIT.
045700     IF WS-ELIGIBLE
045800         PERFORM 4400-WRITE-CARD THRU 4400-EXIT
045900         IF NOT WS-PRV-FOUND
046000             ADD 1             TO WS-CNT-ADDED
046100             MOVE 'ADDED'      TO WS-RPT-CHG-ACTION
046200             IF WS-PRV-LOADED
046300                 MOVE 'NOT IN PREVIOUS DECK' TO WS-REASON-TEXT
046400             ELSE
046500                 MOVE 'NO PREVIOUS DECK'     TO WS-REASON-TEXT
046600             END-IF
046700             PERFORM 4500-PRINT-CHANGE THRU 4500-EXIT
046800         END-IF
046900         GO TO 4100-EXIT
047000     END-IF.
047050     IF WS-REGION-ONLY
047060         PERFORM 4600-NOTE-NO-CYCLE THRU 4600-EXIT
047070     END-IF.
047100     IF NOT WS-PRV-FOUND
047200         GO TO 4100-EXIT
047300     END-IF.
047400     IF SITE-SUSPENDED
047500         ADD 1                 TO WS-CNT-SUSPENDED
047600         MOVE 'SUSPENDED'      TO WS-RPT-CHG-ACTION
047700     ELSE
047800         ADD 1                 TO WS-CNT-DROPPED
047900         MOVE 'DROPPED'        TO WS-RPT-CHG-ACTION
048000     END-IF.
048100     PERFORM 4500-PRINT-CHANGE THRU 4500-EXIT.
048200 4100-EXIT.
048300     EXIT.
048400*****************************************************************
048500*    4200-CHECK-ELIGIBLE  -  A SITE IS IN THE DECK WHEN ITS STATUS
048600*                            IS ACTIVE AND THE BUSINESS DATE FALLS
048700*                            INSIDE ITS EFFECTIVE WINDOW.  A ZERO
048800*                            OR BLANK DATE LEAVES THAT END OF THE
048900*                            WINDOW OPEN.  THE REASON TEXT SAYS
049000*                            WHY A SITE WAS LEFT OUT.  WHEN THE
049010*                            CYCLE NAMES ITS REGIONS, AN OTHERWISE
049020*                            ELIGIBLE SITE IN ANY OTHER REGION IS
049030*                            LEFT OUT AND FLAGGED AS LEFT OUT ONLY
049040*                            FOR ITS REGION.
049100*****************************************************************
049200 4200-CHECK-ELIGIBLE.
049300     MOVE 'N'                  TO WS-ELIGIBLE-SW.
049350     MOVE 'N'                  TO WS-REGION-ONLY-SW.
049400     MOVE SPACES               TO WS-REASON-TEXT.
049500     IF SITE-SUSPENDED
049600         MOVE 'SITE STATUS IS SUSPENDED' TO WS-REASON-TEXT
049700         GO TO 4200-EXIT
049800     END-IF.
049900     IF SITE-DECOMMISSIONED
050000         MOVE 'SITE STATUS IS DECOMMISSIONED' TO WS-REASON-TEXT
050100         GO TO 4200-EXIT
050200     END-IF.
050300     IF NOT SITE-ACTIVE
050400         MOVE 'SITE STATUS IS NOT A, S OR D' TO WS-REASON-TEXT
050500         GO TO 4200-EXIT
050600     END-IF.
050700     IF SITE-EFF-FROM-DATE IS NUMERIC
050800        AND SITE-EFF-FROM-DATE > WS-BUSINESS-DATE-NUM
050900         STRING 'NOT EFFECTIVE UNTIL ' SITE-EFF-FROM-DATE
051000                DELIMITED BY SIZE INTO WS-REASON-TEXT
051100         GO TO 4200-EXIT
051200     END-IF.
051300     IF SITE-EFF-TO-DATE IS NUMERIC
051400        AND SITE-EFF-TO-DATE > ZERO
051500        AND SITE-EFF-TO-DATE < WS-BUSINESS-DATE-NUM
051600         STRING 'EFFECTIVE WINDOW ENDED ' SITE-EFF-TO-DATE
051700                DELIMITED BY SIZE INTO WS-REASON-TEXT
051800         GO TO 4200-EXIT
051900     END-IF.
051910     IF WS-REGION-COUNT > ZERO
051920         MOVE 'N'              TO WS-REGION-HIT-SW
051930         PERFORM 4210-SCAN-REGION THRU 4210-EXIT
051940             VARYING WS-REGION-SUB FROM 1 BY 1
051950             UNTIL WS-REGION-SUB > WS-REGION-COUNT
051960                OR WS-REGION-HIT
051970         IF NOT WS-REGION-HIT
051980             STRING 'REGION ' SITE-REGION-CODE
051990                    ' NOT IN CYCLE ' WS-CYCLE-ID
051991                    DELIMITED BY SIZE INTO WS-REASON-TEXT
051992             SET WS-REGION-ONLY TO TRUE
051993             GO TO 4200-EXIT
051994         END-IF
051995     END-IF.
052000     SET WS-ELIGIBLE           TO TRUE.
052100 4200-EXIT.
052200     EXIT.
052210 4210-SCAN-REGION.
052220     IF WS-REGION-CODE (WS-REGION-SUB) = SITE-REGION-CODE
052230         SET WS-REGION-HIT     TO TRUE
052240     END-IF.
052242     IF WS-REGION-CODE (WS-REGION-SUB) = 'NONE'
052244        AND SITE-REGION-CODE = SPACES
052246         SET WS-REGION-HIT     TO TRUE
052248     END-IF.
052250 4210-EXIT.
052260     EXIT.
052263 4220-SCAN-OTHER-REGION.
052266     IF WS-OTHER-REGION-CODE (WS-REGION-SUB) = SITE-REGION-CODE
052269         SET WS-REGION-HIT     TO TRUE
052272     END-IF.
052275     IF WS-OTHER-REGION-CODE (WS-REGION-SUB) = 'NONE'
052278        AND SITE-REGION-CODE = SPACES
052281         SET WS-REGION-HIT     TO TRUE
052284     END-IF.
052287 4220-EXIT.
052290     EXIT.
052300*****************************************************************
052400*    4300-FIND-PREV  -  LOOK THE SITE UP IN THE PREVIOUS DECK AND
052500*                       FLAG THE ENTRY AS MATCHED.
052600*****************************************************************
052700 4300-FIND-PREV.
052800     MOVE 'N'                  TO WS-PRV-FOUND-SW.
052900     MOVE ZERO                 TO WS-PRV-HIT-SUB.
053000     PERFORM 4310-SCAN-PREV THRU 4310-EXIT
053100         VARYING WS-PRV-SUB FROM 1 BY 1
053200         UNTIL WS-PRV-SUB > WS-PRV-COUNT
053300            OR WS-PRV-FOUND.
053400     IF WS-PRV-FOUND
053500         MOVE 'Y'              TO WS-PRV-MATCH-SW (WS-PRV-HIT-SUB)
053600     END-IF.
053700 4300-EXIT.
053800     EXIT.
053900 4310-SCAN-PREV.
054000     IF WS-PRV-SITE-ID (WS-PRV-SUB) = SITE-ID
054100         SET WS-PRV-FOUND      TO TRUE
054200         MOVE WS-PRV-SUB       TO WS-PRV-HIT-SUB
054300     END-IF.
054400 4310-EXIT.
054500     EXIT.
054600*****************************************************************
054700*    4400-WRITE-CARD  -  WRITE THE SITE'S PARM CARD.  THE SHIFT
054800*                        AND LANGUAGE CODES ARE LEFT BLANK SO
054900*                        SAYHEY TAKES THEM FROM THE MASTER AND ITS
055000*                        OWN DEFAULTS, AS IT ALWAYS HAS.
055100*****************************************************************
055200 4400-WRITE-CARD.
055300     IF NOT WS-NEWDECK-OPEN
055400         GO TO 4400-EXIT
055500     END-IF.
055600     MOVE SPACES               TO DECK-RECORD.
055700     MOVE SITE-ID              TO DECK-SITE-ID.
055800     MOVE SITE-DEFAULT-MSG-CODE TO DECK-MSG-CODE.
055900     MOVE WS-OVERRIDE-CODE     TO DECK-OVERRIDE-CODE.
056000     MOVE WS-RERUN-CODE        TO DECK-RERUN-CODE.
056050     MOVE WS-CYCLE-ID          TO DECK-CYCLE-ID.
056100     WRITE DECK-RECORD.
056200     ADD 1                     TO WS-CARDS-WRITTEN.
056300 4400-EXIT.
056400     EXIT.
056500*****************************************************************
056600*    4500-PRINT-CHANGE  -  PRINT ONE CHANGE LINE.  THE CALLER
056700*                          STAGES THE ACTION; THE SITE COMES FROM
056800*                          THE MASTER RECORD JUST READ.
056900*****************************************************************
057000 4500-PRINT-CHANGE.
057100     ADD 1                     TO WS-CNT-CHANGES.
057200     MOVE SITE-ID              TO WS-RPT-CHG-ID.
057300     MOVE SITE-NAME            TO WS-RPT-CHG-NAME.
057400     MOVE WS-REASON-TEXT       TO WS-RPT-CHG-REASON.
057500     MOVE WS-RPT-CHG-LINE      TO RPT-PRINT-REC.
057600     WRITE RPT-PRINT-REC.
057700 4500-EXIT.
057800     EXIT.
057900*****************************************************************
057902*    4600-NOTE-NO-CYCLE  -  AN ACTIVE SITE LEFT OUT ONLY FOR ITS
057904*                           REGION.  WHEN THE REGION IS ON THE
057906*                           OTHER CYCLES' LIST ANOTHER CYCLE RUNS
057908*                           THE SITE; OTHERWISE NO CYCLE DOES, SO
057910*                           IT IS HELD FOR 6000-REPORT-NO-CYCLE.
057912*****************************************************************
057914 4600-NOTE-NO-CYCLE.
057916     MOVE 'N'                  TO WS-REGION-HIT-SW.
057918     PERFORM 4220-SCAN-OTHER-REGION THRU 4220-EXIT
057920         VARYING WS-REGION-SUB FROM 1 BY 1
057922         UNTIL WS-REGION-SUB > WS-OTHER-REGION-COUNT
057924            OR WS-REGION-HIT.
057926     IF WS-REGION-HIT
057928         GO TO 4600-EXIT
057930     END-IF.
057932     ADD 1                     TO WS-CNT-NO-CYCLE.
057934     IF WS-NOCYC-COUNT < WS-NOCYC-MAX
057936         ADD 1                 TO WS-NOCYC-COUNT
057938         MOVE SITE-ID          TO WS-NOCYC-SITE-ID
057940                                  (WS-NOCYC-COUNT)
057942         MOVE SITE-NAME        TO WS-NOCYC-NAME (WS-NOCYC-COUNT)
057944         MOVE WS-REASON-TEXT   TO WS-NOCYC-REASON
057946                                  (WS-NOCYC-COUNT)
057948         GO TO 4600-EXIT
057950     END-IF.
057952     IF NOT WS-NOCYC-FULL
057954         SET WS-NOCYC-FULL     TO TRUE
057956         DISPLAY 'SAYDCK0042W - NO-CYCLE TABLE FULL, SITE '
057958                 SITE-ID ' AND LATER SITES NOT LISTED'
057960         IF RC-NORMAL
057962             MOVE 4            TO WS-RETURN-CODE
057964         END-IF
057966     END-IF.
057968 4600-EXIT.
057970     EXIT.
057972*****************************************************************
058000*    5000-REPORT-DELETED  -  PREVIOUS DECK SITES NEVER MET ON THE
058100*                            MASTER HAVE BEEN DELETED FROM IT, SO
058200*                            THEY ARE DROPPED FROM THE DECK TOO.
058300*****************************************************************
058400 5000-REPORT-DELETED.
058500     PERFORM 5010-CHECK-ONE-PREV THRU 5010-EXIT
058600         VARYING WS-PRV-SUB FROM 1 BY 1
058700         UNTIL WS-PRV-SUB > WS-PRV-COUNT.
058800     IF WS-CNT-CHANGES = ZERO
058900         MOVE SPACES           TO RPT-PRINT-REC
059000         MOVE '  NONE'         TO RPT-PRINT-REC
059100         WRITE RPT-PRINT-REC
059200     END-IF.
059300     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
059400 5000-EXIT.
059500     EXIT.
059600 5010-CHECK-ONE-PREV.
059700     IF WS-PRV-MATCHED (WS-PRV-SUB)
059800         GO TO 5010-EXIT
059900     END-IF.
060000     ADD 1                     TO WS-CNT-DROPPED.
060100     ADD 1                     TO WS-CNT-CHANGES.
060200     MOVE 'DROPPED'            TO WS-RPT-CHG-ACTION.
060300     MOVE WS-PRV-SITE-ID (WS-PRV-SUB) TO WS-RPT-CHG-ID.
060400     MOVE SPACES               TO WS-RPT-CHG-NAME.
060500     MOVE 'NO LONGER ON THE SITE MASTER'
060600                               TO WS-RPT-CHG-REASON.
060700     MOVE WS-RPT-CHG-LINE      TO RPT-PRINT-REC.
060800     WRITE RPT-PRINT-REC.
060900 5010-EXIT.
061000     EXIT.
061100*****************************************************************
061102*    6000-REPORT-NO-CYCLE  -  LIST THE ACTIVE SITES NO CYCLE
061104*                             WILL RUN.  A SITE ONBOARDED WITH A
061106*                             REGION NOT YET ON ANY CYCLE'S CARD
061108*                             WOULD OTHERWISE NEVER BE BANNERED,
061110*                             SO ANY SUCH SITE RAISES CC 4.  ONLY
061112*                             PRINTED WHEN THE CYCLE NAMES ITS
061114*                             REGIONS.
061116*****************************************************************
061118 6000-REPORT-NO-CYCLE.
061120     IF WS-REGION-COUNT = ZERO
061122         GO TO 6000-EXIT
061124     END-IF.
061126     MOVE SPACES               TO RPT-PRINT-REC.
061128     MOVE 'ACTIVE - REGION NOT IN THIS CYCLE'
061130                               TO RPT-PRINT-REC.
061132     WRITE RPT-PRINT-REC.
061134     MOVE WS-RPT-COL-HEAD      TO RPT-PRINT-REC.
061136     WRITE RPT-PRINT-REC.
061138     PERFORM 6010-PRINT-ONE-NO-CYCLE THRU 6010-EXIT
061140         VARYING WS-NOCYC-SUB FROM 1 BY 1
061142         UNTIL WS-NOCYC-SUB > WS-NOCYC-COUNT.
061144     IF WS-CNT-NO-CYCLE = ZERO
061146         MOVE SPACES           TO RPT-PRINT-REC
061148         MOVE '  NONE'         TO RPT-PRINT-REC
061150         WRITE RPT-PRINT-REC
061152     ELSE
061154         DISPLAY 'SAYDCK0041W - ' WS-CNT-NO-CYCLE
061156                 ' ACTIVE SITE(S) IN A REGION NO CYCLE TAKES - '
061158                 'SEE DCKRPT'
061160         IF RC-NORMAL
061162             MOVE 4            TO WS-RETURN-CODE
061164         END-IF
061166     END-IF.
061168     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
061170 6000-EXIT.
061172     EXIT.
061174 6010-PRINT-ONE-NO-CYCLE.
061176     MOVE 'ACTIVE'             TO WS-RPT-CHG-ACTION.
061178     MOVE WS-NOCYC-SITE-ID (WS-NOCYC-SUB) TO WS-RPT-CHG-ID.
061180     MOVE WS-NOCYC-NAME (WS-NOCYC-SUB) TO WS-RPT-CHG-NAME.
061182     MOVE WS-NOCYC-REASON (WS-NOCYC-SUB)
061184                               TO WS-RPT-CHG-REASON.
061186     MOVE WS-RPT-CHG-LINE      TO RPT-PRINT-REC.
061188     WRITE RPT-PRINT-REC.
061190 6010-EXIT.
061192     EXIT.
061194*****************************************************************
061200*    7000-PRINT-TOTALS  -  CONTROL TOTALS.  ANY CHANGE AGAINST
061300*                          THE PREVIOUS DECK IS INFORMATIONAL -
061400*                          IT IS WHAT THE MASTER SAYS - SO IT
061500*                          DOES NOT RAISE THE CONDITION CODE.
061550*                          A SITE IN NO CYCLE DOES (SEE 6000).
061600*****************************************************************
061700 7000-PRINT-TOTALS.
061800     MOVE 'SITE MASTER RECORDS READ         ='
061900                               TO WS-RPT-TOTAL-LABEL.
062000     MOVE WS-MASTER-READ       TO WS-RPT-TOTAL-COUNT.
062100     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
062200     WRITE RPT-PRINT-REC.
062300     MOVE 'PREVIOUS DECK CARDS              ='
062400                               TO WS-RPT-TOTAL-LABEL.
062500     MOVE WS-PRV-COUNT         TO WS-RPT-TOTAL-COUNT.
062600     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
062700     WRITE RPT-PRINT-REC.
062800     MOVE 'DECK CARDS WRITTEN               ='
062900                               TO WS-RPT-TOTAL-LABEL.
063000     MOVE WS-CARDS-WRITTEN     TO WS-RPT-TOTAL-COUNT.
063100     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
063200     WRITE RPT-PRINT-REC.
063300     MOVE 'SITES ADDED                      ='
063400                               TO WS-RPT-TOTAL-LABEL.
063500     MOVE WS-CNT-ADDED         TO WS-RPT-TOTAL-COUNT.
063600     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
063700     WRITE RPT-PRINT-REC.
063800     MOVE 'SITES DROPPED                    ='
063900                               TO WS-RPT-TOTAL-LABEL.
064000     MOVE WS-CNT-DROPPED       TO WS-RPT-TOTAL-COUNT.
064100     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
064200     WRITE RPT-PRINT-REC.
064300     MOVE 'SITES SUSPENDED                  ='
064400                               TO WS-RPT-TOTAL-LABEL.
064500     MOVE WS-CNT-SUSPENDED     TO WS-RPT-TOTAL-COUNT.
064600     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
064700     WRITE RPT-PRINT-REC.
064710     MOVE 'ACTIVE, REGION NOT IN THIS CYCLE ='
064720                               TO WS-RPT-TOTAL-LABEL.
064730     MOVE WS-CNT-NO-CYCLE      TO WS-RPT-TOTAL-COUNT.
064740     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
064750     WRITE RPT-PRINT-REC.
064800     DISPLAY 'SAYDCK0001I - PARM DECK BUILT FOR BUSINESS DATE '
064900             WS-BUSINESS-DATE-NUM ' - ' WS-CARDS-WRITTEN
065000             ' CARDS, ' WS-CNT-CHANGES ' CHANGES, CYCLE '
065050             WS-CYCLE-ID.
065100 7000-EXIT.
065200     EXIT.
065300*****************************************************************
065400*    8000-WRITE-BLANK  -  WRITE A BLANK SPACER LINE.
065500*****************************************************************
065600 8000-WRITE-BLANK.
065700     MOVE SPACES               TO RPT-PRINT-REC.
065800     WRITE RPT-PRINT-REC.
065900 8000-EXIT.
066000     EXIT.
066100*****************************************************************
066200*    9999-TERMINATE  -  CLOSE WHATEVER IS STILL OPEN.
066300*****************************************************************
066400 9999-TERMINATE.
066500     IF WS-NEWDECK-OPEN
066600         CLOSE NEWDECK-FILE
066700     END-IF.
066800     IF WS-DCKRPT-OPEN
066900         CLOSE DCKRPT-FILE
067000     END-IF.
067100 9999-EXIT.
067200     EXIT.
067300 END PROGRAM SAYDCK.
