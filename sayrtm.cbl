000100*****************************************************************
000200* PROGRAM-ID:  SAYRTM
000300* AUTHOR:      R. OKAFOR  -  BATCH SCHEDULING GROUP
000400* INSTALLATION: DAYLIGHT DATA CENTER
000500* DATE-WRITTEN: 03/19/2026
000600* DATE-COMPILED:
000700* PURPOSE:     ONLINE MAINTENANCE TRANSACTION FOR THE SAYCUT SLA
000800*              CUTOFF FILE (SEE SYHCUT) AND THE SAYROUT ALERT
000900*              ROUTING RULES (SEE SYHROUT), SO NEITHER IS EDITED
001000*              AS RAW CARDS ANY MORE.  LETS AN OPERATOR ADD,
001100*              CHANGE, DELETE AND LIST THE 'G' AND 'S' CUTOFF
001200*              RECORDS AND THE ROUTING RULES.  DEADLINES MUST BE A
001300*              VALID HHMMSS TIME, GROUP NUMBERS 1-4 AND SEVERITIES
001400*              W, E OR *, AND A CUTOFF FOR A SITE NOT ON SAYMAINT
001500*              IS WARNED.
001600*              BOTH FILES ARE SMALL SEQUENTIAL DECKS, AND THE RULE
001700*              DECK IS ORDER-SENSITIVE (FIRST HIT WINS IN SAYALD),
001800*              SO BOTH ARE LOADED INTO TABLES IN DECK ORDER AT
001900*              START, MAINTAINED IN STORAGE AND WRITTEN BACK ONLY
002000*              WHEN THE OPERATOR SAVES.  THE TEST ROUTE FUNCTION
002100*              TAKES A MESSAGE ID, SEVERITY AND SITE AND SHOWS THE
002200*              FIRST RULE SAYALD WOULD MATCH AND THE ON-CALL GROUP
002300*              THAT WOULD BE PAGED, USING THE SAME MATCHING RULES
002400*              AS SAYALD AGAINST THE RULES AS CURRENTLY EDITED.
002500* TECTONICS:   cobc -x sayrtm.cbl
002600*
002700* MODIFICATION HISTORY:
002800*   03/19/2026  ROK  INITIAL VERSION.
002810*   10/15/2026  ROK  8000-SAVE-FILES CHECKS EVERY WRITE.  A FAILED
002820*                    WRITE STOPS THAT FILE, SAYS IT IS INCOMPLETE
002830*                    (SAYRTM0074E) AND NO LONGER REPORTS IT SAVED.
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.                  SAYRTM.
003200 AUTHOR.                      R. OKAFOR.
003300 INSTALLATION.                DAYLIGHT DATA CENTER.
003400 DATE-WRITTEN.                03/19/2026.
003500 DATE-COMPILED.
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.             IBM-370.
004000 OBJECT-COMPUTER.             IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT SAYCUT-FILE       ASSIGN TO SAYCUT
004400                               ORGANIZATION IS SEQUENTIAL
004500                               FILE STATUS IS WS-SAYCUT-STATUS.
004600     SELECT SAYROUT-FILE      ASSIGN TO SAYROUT
004700                               ORGANIZATION IS SEQUENTIAL
004800                               FILE STATUS IS WS-SAYROUT-STATUS.
004900     SELECT SAYMAINT-FILE     ASSIGN TO SAYMAINT
005000                               ORGANIZATION IS INDEXED
005100                               ACCESS MODE IS RANDOM
005200                               RECORD KEY IS SITE-ID
005300                               FILE STATUS IS WS-SAYMAINT-STATUS.
005400*****************************************************************
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  SAYCUT-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000     COPY SYHCUT.
006100 FD  SAYROUT-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400     COPY SYHROUT.
006500 FD  SAYMAINT-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY SYHSITE.
006800 WORKING-STORAGE SECTION.
006900*****************************************************************
007000*    FILE STATUS AND TRANSACTION CONTROL FIELDS
007100*****************************************************************
007200 01  WS-SAYCUT-STATUS          PIC X(02) VALUE SPACES.
007300     88  WS-SAYCUT-OK                    VALUE '00'.
007400     88  WS-SAYCUT-NOTFND                VALUE '35'.
007500 01  WS-SAYROUT-STATUS         PIC X(02) VALUE SPACES.
007600     88  WS-SAYROUT-OK                   VALUE '00'.
007700     88  WS-SAYROUT-NOTFND               VALUE '35'.
007800 01  WS-SAYMAINT-STATUS        PIC X(02) VALUE SPACES.
007900     88  WS-SAYMAINT-OK                  VALUE '00'.
008000     88  WS-SAYMAINT-NOTFND              VALUE '23'.
008100 01  WS-SAYMAINT-OPEN-SW       PIC X(01) VALUE 'N'.
008200     88  WS-SAYMAINT-OPEN                VALUE 'Y'.
008300 01  WS-CUT-EOF-SW             PIC X(01) VALUE 'N'.
008400     88  WS-CUT-EOF                      VALUE 'Y'.
008500 01  WS-ROUT-EOF-SW            PIC X(01) VALUE 'N'.
008600     88  WS-ROUT-EOF                     VALUE 'Y'.
008700 01  WS-LOAD-FAILED-SW         PIC X(01) VALUE 'N'.
008800     88  WS-LOAD-FAILED                  VALUE 'Y'.
008900 01  WS-CHANGED-SW             PIC X(01) VALUE 'N'.
009000     88  WS-CHANGES-PENDING              VALUE 'Y'.
009100 01  WS-DONE-SW                PIC X(01) VALUE 'N'.
009200     88  WS-DONE                         VALUE 'Y'.
009210 01  WS-WRITE-FAILED-SW        PIC X(01) VALUE 'N'.
009220     88  WS-WRITE-FAILED                 VALUE 'Y'.
009300 01  WS-VALID-SW               PIC X(01) VALUE 'N'.
009400     88  WS-VALID                        VALUE 'Y'.
009500 01  WS-MENU-CHOICE            PIC X(01) VALUE SPACES.
009600*****************************************************************
009700*    WORK COPIES OF THE RECORD BEING ADDED OR CHANGED
009800*****************************************************************
009900     COPY SYHCUT REPLACING LEADING ==CUT== BY ==WCUT==.
010000     COPY SYHROUT REPLACING LEADING ==ROUT== BY ==WROUT==.
010100*****************************************************************
010200*    CUTOFF TABLE - THE SAYCUT DECK IN FILE ORDER.  THE KEY IS
010300*    THE RECORD TYPE PLUS THE SITE ID (BLANK FOR THE ONE 'G').
010400*****************************************************************
010500 01  WS-CUT-TABLE.
010600     05  WS-CUT-ENTRY          OCCURS 1000 TIMES.
010700         10  WS-CUT-ENT-TYPE   PIC X(01).
010800         10  WS-CUT-ENT-SITE   PIC X(15).
010900         10  FILLER            PIC X(64).
011000 01  WS-CUT-MAX                PIC 9(04) COMP VALUE 1000.
011100 01  WS-CUT-COUNT              PIC 9(04) COMP VALUE ZERO.
011200 01  WS-CUT-SUB                PIC 9(04) COMP VALUE ZERO.
011300 01  WS-CUT-HIT-SUB            PIC 9(04) COMP VALUE ZERO.
011400 01  WS-CUT-FOUND-SW           PIC X(01) VALUE 'N'.
011500     88  WS-CUT-FOUND                    VALUE 'Y'.
011600*****************************************************************
011700*    ROUTING RULE TABLE - THE SAYROUT DECK IN DECK ORDER, WHICH
011800*    IS THE ORDER SAYALD MATCHES IN.  RULES ARE MAINTAINED BY
011900*    THEIR POSITION IN THE DECK.
012000*****************************************************************
012100 01  WS-RULE-TABLE.
012200     05  WS-RULE-ENTRY         OCCURS 200 TIMES.
012300         10  WS-RULE-ENT-MSG-ID
012400                               PIC X(11).
012500         10  WS-RULE-ENT-SEV   PIC X(01).
012600         10  WS-RULE-ENT-SITE  PIC X(15).
012700         10  WS-RULE-ENT-GROUP-NO
012800                               PIC X(01).
012900             88  WS-RULE-ENT-GROUP-VALID VALUE '1' THRU '4'.
013000         10  WS-RULE-ENT-GROUP-NM
013100                               PIC X(08).
013200         10  FILLER            PIC X(44).
013300 01  WS-RULE-MAX               PIC 9(03) COMP VALUE 200.
013400 01  WS-RULE-COUNT             PIC 9(03) COMP VALUE ZERO.
013500 01  WS-RULE-SUB               PIC 9(03) COMP VALUE ZERO.
013600 01  WS-RULE-HIT-SUB           PIC 9(03) COMP VALUE ZERO.
013700 01  WS-RULE-HIT-SW            PIC X(01) VALUE 'N'.
013800     88  WS-RULE-HIT                     VALUE 'Y'.
013900*****************************************************************
014000*    OPERATOR ENTRY FIELDS
014100*****************************************************************
014200 01  WS-ASK-TYPE               PIC X(01) VALUE SPACES.
014300     88  WS-ASK-GLOBAL                   VALUE 'G'.
014400     88  WS-ASK-SITE                     VALUE 'S'.
014500 01  WS-ASK-SITE-ID            PIC X(15) VALUE SPACES.
014600 01  WS-ASK-RULE-NO            PIC 9(03) VALUE ZERO.
014700 01  WS-ASK-POSITION           PIC 9(03) VALUE ZERO.
014800 01  WS-ASK-MSG-ID             PIC X(11) VALUE SPACES.
014900 01  WS-ASK-SEV                PIC X(01) VALUE SPACES.
015000     88  WS-ASK-SEV-ALERT                VALUE 'W' 'E'.
015100 01  WS-EDIT-TIME-NUM          PIC 9(06) VALUE ZERO.
015200 01  WS-EDIT-TIME-GRP REDEFINES WS-EDIT-TIME-NUM.
015300     05  WS-EDIT-HH            PIC 9(02).
015400     05  WS-EDIT-MN            PIC 9(02).
015500     05  WS-EDIT-SS            PIC 9(02).
015600 01  WS-DISP-RULE-NO           PIC ZZ9.
015700 01  WS-DISP-COUNT             PIC ZZZ9.
015800 01  WS-DISP-FLAG              PIC X(30) VALUE SPACES.
015900*****************************************************************
016000*    TEST ROUTE WORK FIELDS - THE PREFIX LENGTHS ARE WORKED OUT
016100*    THE SAME WAY SAYALD DOES, A ZERO LENGTH MATCHING ANYTHING.
016200*****************************************************************
016300 01  WS-TRIM-FIELD             PIC X(15) VALUE SPACES.
016400 01  WS-TRIM-LEN               PIC 9(02) COMP VALUE ZERO.
016500 01  WS-TRIM-SUB               PIC 9(02) COMP VALUE ZERO.
016600 01  WS-MSG-LEN                PIC 9(02) COMP VALUE ZERO.
016700 01  WS-SITE-LEN               PIC 9(02) COMP VALUE ZERO.
016800*****************************************************************
016900*    PROCEDURE DIVISION
017000*****************************************************************
017100 PROCEDURE DIVISION.
017200*****************************************************************
017300*    0000-MAINLINE
017400*****************************************************************
017500 0000-MAINLINE.
017600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017700     IF NOT WS-LOAD-FAILED
017800         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
017900             UNTIL WS-DONE
018000     END-IF.
018100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
018200     STOP RUN.
018300*****************************************************************
018400*    1000-INITIALIZE  -  LOAD BOTH DECKS AND OPEN THE SITE MASTER
018500*                        FOR THE CUTOFF SITE CHECK.  A DECK THAT
018600*                        CANNOT BE READ IN FULL IS NOT MAINTAINED,
018700*                        SINCE SAVING IT WOULD LOSE RECORDS.
018800*****************************************************************
018900 1000-INITIALIZE.
019000     PERFORM 1100-LOAD-CUTOFFS THRU 1100-EXIT.
019100     PERFORM 1200-LOAD-RULES THRU 1200-EXIT.
019200     OPEN INPUT SAYMAINT-FILE.
019300     IF WS-SAYMAINT-OK
019400         SET WS-SAYMAINT-OPEN  TO TRUE
019500     ELSE
019600         DISPLAY 'SAYRTM0016W - UNABLE TO OPEN SAYMAINT, FILE '
019700                 'STATUS = ' WS-SAYMAINT-STATUS
019800                 ' - CUTOFF SITES NOT CHECKED'
019900     END-IF.
020000 1000-EXIT.
020100     EXIT.
020200*****************************************************************
020300*    1100-LOAD-CUTOFFS  -  READ THE SAYCUT DECK INTO THE CUTOFF
020400*                          TABLE.  NO FILE YET MEANS AN EMPTY
020500*                          DECK; A BAD DEADLINE ALREADY ON FILE IS
020600*                          REPORTED SO THE OPERATOR CAN FIX IT.
020700*****************************************************************
020800 1100-LOAD-CUTOFFS.
020900     OPEN INPUT SAYCUT-FILE.
021000     IF NOT WS-SAYCUT-OK
021100         IF WS-SAYCUT-NOTFND
021200             DISPLAY 'SAYRTM0011W - SAYCUT NOT FOUND - STARTING '
021300                     'WITH NO CUTOFFS'
021400         ELSE
021500             DISPLAY 'SAYRTM0010E - UNABLE TO OPEN SAYCUT, FILE '
021600                     'STATUS = ' WS-SAYCUT-STATUS
021700             SET WS-LOAD-FAILED TO TRUE
021800         END-IF
021900         GO TO 1100-EXIT
022000     END-IF.
022100     PERFORM 1110-READ-ONE-CUTOFF THRU 1110-EXIT
022200         UNTIL WS-CUT-EOF.
022300     CLOSE SAYCUT-FILE.
022400 1100-EXIT.
022500     EXIT.
022600 1110-READ-ONE-CUTOFF.
022700     READ SAYCUT-FILE
022800         AT END
022900             SET WS-CUT-EOF    TO TRUE
023000             GO TO 1110-EXIT
023100     END-READ.
023200     IF CUT-RECORD = SPACES
023300         GO TO 1110-EXIT
023400     END-IF.
023500     IF WS-CUT-COUNT NOT < WS-CUT-MAX
023600         DISPLAY 'SAYRTM0012E - CUTOFF TABLE FULL AT ' WS-CUT-MAX
023700                 ' RECORDS - SAYCUT NOT MAINTAINED'
023800         SET WS-LOAD-FAILED    TO TRUE
023900         SET WS-CUT-EOF        TO TRUE
024000         GO TO 1110-EXIT
024100     END-IF.
024200     ADD 1                     TO WS-CUT-COUNT.
024300     MOVE CUT-RECORD           TO WS-CUT-ENTRY (WS-CUT-COUNT).
024400     MOVE CUT-DEADLINE-TIME    TO WS-EDIT-TIME-NUM.
024500     PERFORM 7110-CHECK-TIME THRU 7110-EXIT.
024600     IF NOT WS-VALID
024700         DISPLAY 'SAYRTM0018W - CUTOFF ' CUT-REC-TYPE ' '
024800                 CUT-SITE-ID ' ON FILE HAS AN INVALID DEADLINE'
024900     END-IF.
025000 1110-EXIT.
025100     EXIT.
025200*****************************************************************
025300*    1200-LOAD-RULES  -  READ THE SAYROUT DECK INTO THE RULE
025400*                        TABLE IN DECK ORDER.  A RULE ALREADY ON
025500*                        FILE WITH A BAD GROUP NUMBER, WHICH
025600*                        SAYALD IGNORES, IS REPORTED SO IT CAN BE
025700*                        FIXED.
025800*****************************************************************
025900 1200-LOAD-RULES.
026000     OPEN INPUT SAYROUT-FILE.
026100     IF NOT WS-SAYROUT-OK
026200         IF WS-SAYROUT-NOTFND
026300             DISPLAY 'SAYRTM0014W - SAYROUT NOT FOUND - STARTING '
026400                     'WITH NO ROUTING RULES'
026500         ELSE
026600             DISPLAY 'SAYRTM0013E - UNABLE TO OPEN SAYROUT, FILE '
026700                     'STATUS = ' WS-SAYROUT-STATUS
026800             SET WS-LOAD-FAILED TO TRUE
026900         END-IF
027000         GO TO 1200-EXIT
027100     END-IF.
027200     PERFORM 1210-READ-ONE-RULE THRU 1210-EXIT
027300         UNTIL WS-ROUT-EOF.
027400     CLOSE SAYROUT-FILE.
027500 1200-EXIT.
027600     EXIT.
027700 1210-READ-ONE-RULE.
027800     READ SAYROUT-FILE
027900         AT END
028000             SET WS-ROUT-EOF   TO TRUE
028100             GO TO 1210-EXIT
028200     END-READ.
028300     IF ROUT-RECORD = SPACES
028400         GO TO 1210-EXIT
028500     END-IF.
028600     IF WS-RULE-COUNT NOT < WS-RULE-MAX
028700         DISPLAY 'SAYRTM0015E - RULE TABLE FULL AT ' WS-RULE-MAX
028800                 ' RULES - SAYROUT NOT MAINTAINED'
028900         SET WS-LOAD-FAILED    TO TRUE
029000         SET WS-ROUT-EOF       TO TRUE
029100         GO TO 1210-EXIT
029200     END-IF.
029300     ADD 1                     TO WS-RULE-COUNT.
029400     MOVE ROUT-RECORD          TO WS-RULE-ENTRY (WS-RULE-COUNT).
029500     IF NOT WS-RULE-ENT-GROUP-VALID (WS-RULE-COUNT)
029600         MOVE WS-RULE-COUNT    TO WS-DISP-RULE-NO
029700         DISPLAY 'SAYRTM0017W - RULE ' WS-DISP-RULE-NO
029800                 ' ON FILE HAS AN INVALID GROUP NUMBER - SAYALD '
029900                 'IGNORES IT'
030000     END-IF.
030100 1210-EXIT.
030200     EXIT.
030300*****************************************************************
030400*    2000-PROCESS-MENU  -  DISPLAY THE MAINTENANCE MENU AND
030500*                          DISPATCH THE CHOSEN TRANSACTION.
030600*****************************************************************
030700 2000-PROCESS-MENU.
030800     DISPLAY ' '.
030900     DISPLAY 'SAYRTM - SLA CUTOFF AND ALERT ROUTING MAINTENANCE'.
031000     DISPLAY '  1 = ADD CUTOFF     2 = CHANGE CUTOFF'.
031100     DISPLAY '  3 = DELETE CUTOFF  4 = LIST CUTOFFS'.
031200     DISPLAY '  5 = ADD RULE       6 = CHANGE RULE'.
031300     DISPLAY '  7 = DELETE RULE    8 = LIST RULES'.
031400     DISPLAY '  T = TEST ROUTE'.
031500     DISPLAY '  9 = SAVE AND QUIT  0 = QUIT WITHOUT SAVING'.
031600     DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
031700     ACCEPT WS-MENU-CHOICE.
031800     EVALUATE WS-MENU-CHOICE
031900         WHEN '1'
032000             PERFORM 3000-ADD-CUTOFF THRU 3000-EXIT
032100         WHEN '2'
032200             PERFORM 3100-CHANGE-CUTOFF THRU 3100-EXIT
032300         WHEN '3'
032400             PERFORM 3200-DELETE-CUTOFF THRU 3200-EXIT
032500         WHEN '4'
032600             PERFORM 3300-LIST-CUTOFFS THRU 3300-EXIT
032700         WHEN '5'
032800             PERFORM 4000-ADD-RULE THRU 4000-EXIT
032900         WHEN '6'
033000             PERFORM 4100-CHANGE-RULE THRU 4100-EXIT
033100         WHEN '7'
033200             PERFORM 4200-DELETE-RULE THRU 4200-EXIT
033300         WHEN '8'
033400             PERFORM 4300-LIST-RULES THRU 4300-EXIT
033500         WHEN 'T'
033600             PERFORM 5000-TEST-ROUTE THRU 5000-EXIT
033700         WHEN '9'
033800             PERFORM 8000-SAVE-FILES THRU 8000-EXIT
033900         WHEN '0'
034000             IF WS-CHANGES-PENDING
034100                 DISPLAY 'SAYRTM0072W - CHANGES DISCARDED - '
034200                         'SAYCUT AND SAYROUT LEFT AS THEY WERE'
034300             END-IF
034400             SET WS-DONE       TO TRUE
034500         WHEN OTHER
034600             DISPLAY 'SAYRTM0020E - INVALID MENU CHOICE - '
034700                     WS-MENU-CHOICE
034800     END-EVALUATE.
034900 2000-EXIT.
035000     EXIT.
035100*****************************************************************
035200*    3000-ADD-CUTOFF  -  PROMPT FOR A NEW CUTOFF AND ADD IT TO THE
035300*                        END OF THE DECK.  ONLY ONE 'G' RECORD AND
035400*                        ONE 'S' RECORD PER SITE ARE ALLOWED.
035500*****************************************************************
035600 3000-ADD-CUTOFF.
035700     PERFORM 7000-PROMPT-CUT-KEY THRU 7000-EXIT.
035800     IF NOT WS-VALID
035900         GO TO 3000-EXIT
036000     END-IF.
036100     PERFORM 7900-FIND-CUTOFF THRU 7900-EXIT.
036200     IF WS-CUT-FOUND
036300         IF WS-ASK-GLOBAL
036400             DISPLAY 'SAYRTM0030E - GLOBAL CUTOFF ALREADY ON '
036500                     'FILE - USE CHANGE'
036600         ELSE
036700             DISPLAY 'SAYRTM0031E - SITE ' WS-ASK-SITE-ID
036800                     ' ALREADY HAS A CUTOFF - USE CHANGE'
036900         END-IF
037000         GO TO 3000-EXIT
037100     END-IF.
037200     IF WS-CUT-COUNT NOT < WS-CUT-MAX
037300         DISPLAY 'SAYRTM0035E - CUTOFF TABLE FULL - CUTOFF NOT '
037400                 'ADDED'
037500         GO TO 3000-EXIT
037600     END-IF.
037700     MOVE SPACES               TO WCUT-RECORD.
037800     MOVE WS-ASK-TYPE          TO WCUT-REC-TYPE.
037900     MOVE WS-ASK-SITE-ID       TO WCUT-SITE-ID.
038000     IF WS-ASK-SITE
038100         PERFORM 7400-CHECK-SITE THRU 7400-EXIT
038200     END-IF.
038300     PERFORM 7100-PROMPT-TIME THRU 7100-EXIT.
038400     DISPLAY 'ENTER DESCRIPTION (30 CHARS): ' WITH NO ADVANCING.
038500     ACCEPT WCUT-DESC.
038600     ADD 1                     TO WS-CUT-COUNT.
038700     MOVE WCUT-RECORD          TO WS-CUT-ENTRY (WS-CUT-COUNT).
038800     SET WS-CHANGES-PENDING    TO TRUE.
038900     DISPLAY 'SAYRTM0036I - CUTOFF ADDED'.
039000 3000-EXIT.
039100     EXIT.
039200*****************************************************************
039300*    3100-CHANGE-CUTOFF  -  FIND A CUTOFF, PROMPT FOR ITS NEW
039400*                           DEADLINE AND DESCRIPTION AND REPLACE
039500*                           IT IN PLACE.
039600*****************************************************************
039700 3100-CHANGE-CUTOFF.
039800     PERFORM 7000-PROMPT-CUT-KEY THRU 7000-EXIT.
039900     IF NOT WS-VALID
040000         GO TO 3100-EXIT
040100     END-IF.
040200     PERFORM 7900-FIND-CUTOFF THRU 7900-EXIT.
040300     IF NOT WS-CUT-FOUND
040400         DISPLAY 'SAYRTM0034E - NO ' WS-ASK-TYPE ' CUTOFF FOR '
040500                 'SITE ' WS-ASK-SITE-ID
040600         GO TO 3100-EXIT
040700     END-IF.
040800     MOVE WS-CUT-ENTRY (WS-CUT-HIT-SUB) TO WCUT-RECORD.
040900     IF WS-ASK-SITE
041000         PERFORM 7400-CHECK-SITE THRU 7400-EXIT
041100     END-IF.
041200     DISPLAY 'CURRENT DEADLINE = ' WCUT-DEADLINE-TIME.
041300     PERFORM 7100-PROMPT-TIME THRU 7100-EXIT.
041400     DISPLAY 'CURRENT DESCRIPTION = ' WCUT-DESC.
041500     DISPLAY 'ENTER NEW DESCRIPTION (30 CHARS): '
041600             WITH NO ADVANCING.
041700     ACCEPT WCUT-DESC.
041800     MOVE WCUT-RECORD          TO WS-CUT-ENTRY (WS-CUT-HIT-SUB).
041900     SET WS-CHANGES-PENDING    TO TRUE.
042000     DISPLAY 'SAYRTM0037I - CUTOFF CHANGED'.
042100 3100-EXIT.
042200     EXIT.
042300*****************************************************************
042400*    3200-DELETE-CUTOFF  -  FIND A CUTOFF AND CLOSE THE GAP IT
042500*                           LEAVES IN THE TABLE.
042600*****************************************************************
042700 3200-DELETE-CUTOFF.
042800     PERFORM 7000-PROMPT-CUT-KEY THRU 7000-EXIT.
042900     IF NOT WS-VALID
043000         GO TO 3200-EXIT
043100     END-IF.
043200     PERFORM 7900-FIND-CUTOFF THRU 7900-EXIT.
043300     IF NOT WS-CUT-FOUND
043400         DISPLAY 'SAYRTM0034E - NO ' WS-ASK-TYPE ' CUTOFF FOR '
043500                 'SITE ' WS-ASK-SITE-ID
043600         GO TO 3200-EXIT
043700     END-IF.
043800     PERFORM 3210-CLOSE-CUT-GAP THRU 3210-EXIT
043900         VARYING WS-CUT-SUB FROM WS-CUT-HIT-SUB BY 1
044000         UNTIL WS-CUT-SUB NOT < WS-CUT-COUNT.
044100     SUBTRACT 1                FROM WS-CUT-COUNT.
044200     SET WS-CHANGES-PENDING    TO TRUE.
044300     DISPLAY 'SAYRTM0038I - CUTOFF DELETED'.
044400 3200-EXIT.
044500     EXIT.
044600 3210-CLOSE-CUT-GAP.
044700     MOVE WS-CUT-ENTRY (WS-CUT-SUB + 1)
044800                               TO WS-CUT-ENTRY (WS-CUT-SUB).
044900 3210-EXIT.
045000     EXIT.
045100*****************************************************************
045200*    3300-LIST-CUTOFFS  -  LIST EVERY CUTOFF IN DECK ORDER,
045300*                          FLAGGING A BAD DEADLINE AND A SITE THAT
045400*                          IS NOT ON SAYMAINT.
045500*****************************************************************
045600 3300-LIST-CUTOFFS.
045700     DISPLAY ' '.
045800     DISPLAY 'T SITE ID         DEADLINE DESCRIPTION'.
045900     PERFORM 3310-LIST-ONE-CUTOFF THRU 3310-EXIT
046000         VARYING WS-CUT-SUB FROM 1 BY 1
046100         UNTIL WS-CUT-SUB > WS-CUT-COUNT.
046200     MOVE WS-CUT-COUNT         TO WS-DISP-COUNT.
046300     DISPLAY WS-DISP-COUNT ' CUTOFF RECORD(S)'.
046400 3300-EXIT.
046500     EXIT.
046600 3310-LIST-ONE-CUTOFF.
046700     MOVE WS-CUT-ENTRY (WS-CUT-SUB) TO WCUT-RECORD.
046800     MOVE SPACES               TO WS-DISP-FLAG.
046900     MOVE WCUT-DEADLINE-TIME   TO WS-EDIT-TIME-NUM.
047000     PERFORM 7110-CHECK-TIME THRU 7110-EXIT.
047100     IF NOT WS-VALID
047200         MOVE '** INVALID DEADLINE' TO WS-DISP-FLAG
047300     ELSE
047400         IF WCUT-SITE-REC AND WS-SAYMAINT-OPEN
047500             MOVE WCUT-SITE-ID TO SITE-ID
047600             READ SAYMAINT-FILE
047700                 INVALID KEY
047800                     MOVE '** SITE NOT ON SAYMAINT'
047900                               TO WS-DISP-FLAG
048000             END-READ
048100         END-IF
048200     END-IF.
048300     DISPLAY WCUT-REC-TYPE ' ' WCUT-SITE-ID ' ' WCUT-DEADLINE-TIME
048400             '   ' WCUT-DESC ' ' WS-DISP-FLAG.
048500 3310-EXIT.
048600     EXIT.
048700*****************************************************************
048800*    4000-ADD-RULE  -  PROMPT FOR A NEW ROUTING RULE AND THE
048900*                      POSITION IT TAKES IN THE DECK.  RULES MATCH
049000*                      FIRST HIT WINS, SO A NARROW RULE MUST GO
049100*                      AHEAD OF ANY BROADER RULE THAT WOULD CATCH
049200*                      THE SAME ALERTS.
049300*****************************************************************
049400 4000-ADD-RULE.
049500     IF WS-RULE-COUNT NOT < WS-RULE-MAX
049600         DISPLAY 'SAYRTM0050E - RULE TABLE FULL - RULE NOT ADDED'
049700         GO TO 4000-EXIT
049800     END-IF.
049900     MOVE SPACES               TO WROUT-RECORD.
050000     PERFORM 7500-PROMPT-RULE-FIELDS THRU 7500-EXIT.
050100     PERFORM 7600-PROMPT-POSITION THRU 7600-EXIT.
050200     IF WS-ASK-POSITION = ZERO
050300         COMPUTE WS-ASK-POSITION = WS-RULE-COUNT + 1
050400     END-IF.
050500     PERFORM 4010-OPEN-RULE-GAP THRU 4010-EXIT
050600         VARYING WS-RULE-SUB FROM WS-RULE-COUNT BY -1
050700         UNTIL WS-RULE-SUB < WS-ASK-POSITION.
050800     ADD 1                     TO WS-RULE-COUNT.
050900     MOVE WROUT-RECORD         TO WS-RULE-ENTRY (WS-ASK-POSITION).
051000     SET WS-CHANGES-PENDING    TO TRUE.
051100     MOVE WS-ASK-POSITION      TO WS-DISP-RULE-NO.
051200     DISPLAY 'SAYRTM0051I - RULE ADDED AS RULE ' WS-DISP-RULE-NO.
051300 4000-EXIT.
051400     EXIT.
051500 4010-OPEN-RULE-GAP.
051600     MOVE WS-RULE-ENTRY (WS-RULE-SUB)
051700                               TO WS-RULE-ENTRY (WS-RULE-SUB + 1).
051800 4010-EXIT.
051900     EXIT.
052000*****************************************************************
052100*    4100-CHANGE-RULE  -  PROMPT FOR NEW VALUES FOR A RULE, WHICH
052200*                         KEEPS ITS PLACE IN THE DECK.
052300*****************************************************************
052400 4100-CHANGE-RULE.
052500     PERFORM 7700-PROMPT-RULE-NO THRU 7700-EXIT.
052600     IF NOT WS-VALID
052700         GO TO 4100-EXIT
052800     END-IF.
052900     MOVE WS-RULE-ENTRY (WS-ASK-RULE-NO) TO WROUT-RECORD.
053000     DISPLAY 'CURRENT MESSAGE ID = ' WROUT-MSG-ID
053100             '  SEVERITY = ' WROUT-SEVERITY.
053200     DISPLAY 'CURRENT SITE ID    = ' WROUT-SITE-ID.
053300     DISPLAY 'CURRENT GROUP      = ' WROUT-GROUP-NO ' '
053400             WROUT-GROUP-NAME.
053500     PERFORM 7500-PROMPT-RULE-FIELDS THRU 7500-EXIT.
053600     MOVE WROUT-RECORD         TO WS-RULE-ENTRY (WS-ASK-RULE-NO).
053700     SET WS-CHANGES-PENDING    TO TRUE.
053800     DISPLAY 'SAYRTM0052I - RULE CHANGED'.
053900 4100-EXIT.
054000     EXIT.
054100*****************************************************************
054200*    4200-DELETE-RULE  -  REMOVE A RULE AND CLOSE THE GAP, SO THE
054300*                         RULES AFTER IT MOVE UP ONE PLACE.
054400*****************************************************************
054500 4200-DELETE-RULE.
054600     PERFORM 7700-PROMPT-RULE-NO THRU 7700-EXIT.
054700     IF NOT WS-VALID
054800         GO TO 4200-EXIT
054900     END-IF.
055000     PERFORM 4210-CLOSE-RULE-GAP THRU 4210-EXIT
055100         VARYING WS-RULE-SUB FROM WS-ASK-RULE-NO BY 1
055200         UNTIL WS-RULE-SUB NOT < WS-RULE-COUNT.
055300     SUBTRACT 1                FROM WS-RULE-COUNT.
055400     SET WS-CHANGES-PENDING    TO TRUE.
055500     DISPLAY 'SAYRTM0053I - RULE DELETED'.
055600 4200-EXIT.
055700     EXIT.
055800 4210-CLOSE-RULE-GAP.
055900     MOVE WS-RULE-ENTRY (WS-RULE-SUB + 1)
056000                               TO WS-RULE-ENTRY (WS-RULE-SUB).
056100 4210-EXIT.
056200     EXIT.
056300*****************************************************************
056400*    4300-LIST-RULES  -  LIST THE RULES IN MATCHING ORDER,
056500*                        FLAGGING ANY THAT SAYALD WOULD IGNORE.
056600*****************************************************************
056700 4300-LIST-RULES.
056800     DISPLAY ' '.
056900     DISPLAY 'RULE MESSAGE ID  S SITE ID         G GROUP'.
057000     PERFORM 4310-LIST-ONE-RULE THRU 4310-EXIT
057100         VARYING WS-RULE-SUB FROM 1 BY 1
057200         UNTIL WS-RULE-SUB > WS-RULE-COUNT.
057300     MOVE WS-RULE-COUNT        TO WS-DISP-COUNT.
057400     DISPLAY WS-DISP-COUNT ' ROUTING RULE(S)'.
057500 4300-EXIT.
057600     EXIT.
057700 4310-LIST-ONE-RULE.
057800     MOVE WS-RULE-SUB          TO WS-DISP-RULE-NO.
057900     MOVE SPACES               TO WS-DISP-FLAG.
058000     IF NOT WS-RULE-ENT-GROUP-VALID (WS-RULE-SUB)
058100         MOVE '** INVALID GROUP - IGNORED' TO WS-DISP-FLAG
058200     END-IF.
058300     DISPLAY ' ' WS-DISP-RULE-NO ' '
058400             WS-RULE-ENT-MSG-ID (WS-RULE-SUB) ' '
058500             WS-RULE-ENT-SEV (WS-RULE-SUB) ' '
058600             WS-RULE-ENT-SITE (WS-RULE-SUB) ' '
058700             WS-RULE-ENT-GROUP-NO (WS-RULE-SUB) ' '
058800             WS-RULE-ENT-GROUP-NM (WS-RULE-SUB) ' ' WS-DISP-FLAG.
058900 4310-EXIT.
059000     EXIT.
059100*****************************************************************
059200*    5000-TEST-ROUTE  -  TAKE AN ALERT'S MESSAGE ID, SEVERITY AND
059300*                        SITE AND SHOW THE FIRST RULE SAYALD WOULD
059400*                        MATCH AND THE GROUP IT WOULD PAGE.  THE
059500*                        RULES ARE TESTED AS CURRENTLY EDITED, SO
059600*                        A CHANGE CAN BE PROVED BEFORE IT IS
059700*                        SAVED.
059800*****************************************************************
059900 5000-TEST-ROUTE.
060000     DISPLAY 'ENTER MESSAGE ID (11 CHARS): ' WITH NO ADVANCING.
060100     ACCEPT WS-ASK-MSG-ID.
060200     MOVE 'N'                  TO WS-VALID-SW.
060300     PERFORM 5010-ACCEPT-ALERT-SEV THRU 5010-EXIT
060400         UNTIL WS-VALID.
060500     DISPLAY 'ENTER SITE ID (15 CHARS): ' WITH NO ADVANCING.
060600     ACCEPT WS-ASK-SITE-ID.
060700     IF WS-CHANGES-PENDING
060800         DISPLAY 'SAYRTM0061I - TESTING THE RULES AS EDITED - '
060900                 'NOT YET SAVED'
061000     END-IF.
061100     MOVE 'N'                  TO WS-RULE-HIT-SW.
061200     MOVE ZERO                 TO WS-RULE-HIT-SUB.
061300     PERFORM 5100-MATCH-RULE THRU 5100-EXIT
061400         VARYING WS-RULE-SUB FROM 1 BY 1
061500         UNTIL WS-RULE-SUB > WS-RULE-COUNT
061600            OR WS-RULE-HIT.
061700     IF NOT WS-RULE-HIT
061800         DISPLAY 'SAYRTM0062I - NO RULE MATCHES - THE ALERT '
061900                 'WOULD GO TO THE CATCH-ALL FILE (DSPCATCH)'
062000         GO TO 5000-EXIT
062100     END-IF.
062200     MOVE WS-RULE-HIT-SUB      TO WS-DISP-RULE-NO.
062300     DISPLAY 'SAYRTM0060I - FIRST MATCHING RULE IS RULE '
062400             WS-DISP-RULE-NO.
062500     DISPLAY '  MESSAGE ID = '
062600             WS-RULE-ENT-MSG-ID (WS-RULE-HIT-SUB)
062700             '  SEVERITY = ' WS-RULE-ENT-SEV (WS-RULE-HIT-SUB)
062800             '  SITE ID = ' WS-RULE-ENT-SITE (WS-RULE-HIT-SUB).
062900     DISPLAY '  ON-CALL GROUP PAGED = '
063000             WS-RULE-ENT-GROUP-NM (WS-RULE-HIT-SUB)
063100             ' (DSPGRP' WS-RULE-ENT-GROUP-NO (WS-RULE-HIT-SUB)
063200             ')'.
063300 5000-EXIT.
063400     EXIT.
063500 5010-ACCEPT-ALERT-SEV.
063600     DISPLAY 'ENTER SEVERITY (W/E): ' WITH NO ADVANCING.
063700     ACCEPT WS-ASK-SEV.
063800     IF WS-ASK-SEV-ALERT
063900         SET WS-VALID          TO TRUE
064000     ELSE
064100         DISPLAY 'SAYRTM0042E - ALERT SEVERITY MUST BE W OR E - '
064200                 'RE-ENTER'
064300     END-IF.
064400 5010-EXIT.
064500     EXIT.
064600*****************************************************************
064700*    5100-MATCH-RULE  -  TEST THE ALERT AGAINST ONE RULE EXACTLY
064800*                        AS SAYALD 3200-MATCH-RULE DOES.  A RULE
064900*                        SAYALD WOULD NOT LOAD (BAD GROUP NUMBER,
065000*                        OR NO MESSAGE ID, SITE OR GROUP NAME) IS
065100*                        SKIPPED HERE TOO.
065200*****************************************************************
065300 5100-MATCH-RULE.
065400     IF NOT WS-RULE-ENT-GROUP-VALID (WS-RULE-SUB)
065500         GO TO 5100-EXIT
065600     END-IF.
065700     IF WS-RULE-ENT-MSG-ID (WS-RULE-SUB) = SPACES
065800        AND WS-RULE-ENT-SITE (WS-RULE-SUB) = SPACES
065900        AND WS-RULE-ENT-GROUP-NM (WS-RULE-SUB) = SPACES
066000         GO TO 5100-EXIT
066100     END-IF.
066200     MOVE SPACES               TO WS-TRIM-FIELD.
066300     MOVE WS-RULE-ENT-MSG-ID (WS-RULE-SUB)
066400                               TO WS-TRIM-FIELD (1:11).
066500     PERFORM 7800-TRIM-LENGTH THRU 7800-EXIT.
066600     MOVE WS-TRIM-LEN          TO WS-MSG-LEN.
066700     MOVE WS-RULE-ENT-SITE (WS-RULE-SUB) TO WS-TRIM-FIELD.
066800     PERFORM 7800-TRIM-LENGTH THRU 7800-EXIT.
066900     MOVE WS-TRIM-LEN          TO WS-SITE-LEN.
067000     IF WS-MSG-LEN > ZERO
067100        AND WS-ASK-MSG-ID (1:WS-MSG-LEN)
067200            NOT = WS-RULE-ENT-MSG-ID (WS-RULE-SUB) (1:WS-MSG-LEN)
067300         GO TO 5100-EXIT
067400     END-IF.
067500     IF WS-RULE-ENT-SEV (WS-RULE-SUB) NOT = '*'
067600        AND WS-RULE-ENT-SEV (WS-RULE-SUB) NOT = SPACE
067700        AND WS-RULE-ENT-SEV (WS-RULE-SUB) NOT = WS-ASK-SEV
067800         GO TO 5100-EXIT
067900     END-IF.
068000     IF WS-SITE-LEN > ZERO
068100        AND WS-ASK-SITE-ID (1:WS-SITE-LEN)
068200            NOT = WS-RULE-ENT-SITE (WS-RULE-SUB) (1:WS-SITE-LEN)
068300         GO TO 5100-EXIT
068400     END-IF.
068500     SET WS-RULE-HIT           TO TRUE.
068600     MOVE WS-RULE-SUB          TO WS-RULE-HIT-SUB.
068700 5100-EXIT.
068800     EXIT.
068900*****************************************************************
069000*    7000-PROMPT-CUT-KEY  -  PROMPT FOR THE CUTOFF RECORD TYPE
069100*                            AND, FOR AN 'S' RECORD, THE SITE ID.
069200*                            WS-VALID IS LEFT OFF WHEN NO SITE ID
069300*                            IS GIVEN FOR AN 'S' RECORD.
069400*****************************************************************
069500 7000-PROMPT-CUT-KEY.
069600     MOVE 'N'                  TO WS-VALID-SW.
069700     PERFORM 7010-ACCEPT-CUT-TYPE THRU 7010-EXIT
069800         UNTIL WS-VALID.
069900     MOVE SPACES               TO WS-ASK-SITE-ID.
070000     IF WS-ASK-GLOBAL
070100         GO TO 7000-EXIT
070200     END-IF.
070300     DISPLAY 'ENTER SITE ID (15 CHARS): ' WITH NO ADVANCING.
070400     ACCEPT WS-ASK-SITE-ID.
070500     IF WS-ASK-SITE-ID = SPACES
070600         DISPLAY 'SAYRTM0032E - A SITE CUTOFF NEEDS A SITE ID'
070700         MOVE 'N'              TO WS-VALID-SW
070800     END-IF.
070900 7000-EXIT.
071000     EXIT.
071100 7010-ACCEPT-CUT-TYPE.
071200     DISPLAY 'ENTER CUTOFF TYPE (G=GLOBAL S=SITE): '
071300             WITH NO ADVANCING.
071400     ACCEPT WS-ASK-TYPE.
071500     IF WS-ASK-GLOBAL OR WS-ASK-SITE
071600         SET WS-VALID          TO TRUE
071700     ELSE
071800         DISPLAY 'SAYRTM0040E - CUTOFF TYPE MUST BE G OR S - '
071900                 'RE-ENTER'
072000     END-IF.
072100 7010-EXIT.
072200     EXIT.
072300*****************************************************************
072400*    7100-PROMPT-TIME  -  RE-PROMPT UNTIL THE OPERATOR ENTERS A
072500*                         VALID HHMMSS DEADLINE ON A 24-HOUR
072600*                         CLOCK.
072700*****************************************************************
072800 7100-PROMPT-TIME.
072900     MOVE 'N'                  TO WS-VALID-SW.
073000     PERFORM 7105-ACCEPT-TIME THRU 7105-EXIT
073100         UNTIL WS-VALID.
073200 7100-EXIT.
073300     EXIT.
073400 7105-ACCEPT-TIME.
073500     DISPLAY 'ENTER DEADLINE TIME (HHMMSS, 24-HOUR): '
073600             WITH NO ADVANCING.
073700     ACCEPT WCUT-DEADLINE-TIME.
073800     MOVE WCUT-DEADLINE-TIME   TO WS-EDIT-TIME-NUM.
073900     PERFORM 7110-CHECK-TIME THRU 7110-EXIT.
074000     IF NOT WS-VALID
074100         DISPLAY 'SAYRTM0041E - DEADLINE MUST BE HHMMSS, 000000 '
074200                 'TO 235959 - RE-ENTER'
074300     END-IF.
074400 7105-EXIT.
074500     EXIT.
074600 7110-CHECK-TIME.
074700     MOVE 'N'                  TO WS-VALID-SW.
074800     IF WS-EDIT-TIME-NUM IS NOT NUMERIC
074900         GO TO 7110-EXIT
075000     END-IF.
075100     IF WS-EDIT-HH > 23 OR WS-EDIT-MN > 59 OR WS-EDIT-SS > 59
075200         GO TO 7110-EXIT
075300     END-IF.
075400     SET WS-VALID              TO TRUE.
075500 7110-EXIT.
075600     EXIT.
075700*****************************************************************
075800*    7400-CHECK-SITE  -  WARN, WITHOUT REFUSING THE CUTOFF, WHEN
075900*                        THE SITE IS NOT ON THE SAYMAINT MASTER -
076000*                        A CUTOFF CAN BE SET UP AHEAD OF A SITE'S
076100*                        ONBOARDING, BUT IS MORE OFTEN A TYPING
076200*                        ERROR THAT LEAVES THE REAL SITE
076300*                        UNWATCHED.
076400*****************************************************************
076500 7400-CHECK-SITE.
076600     IF NOT WS-SAYMAINT-OPEN
076700         GO TO 7400-EXIT
076800     END-IF.
076900     MOVE WCUT-SITE-ID         TO SITE-ID.
077000     READ SAYMAINT-FILE
077100         INVALID KEY
077200             DISPLAY 'SAYRTM0033W - SITE ' WCUT-SITE-ID
077300                     ' IS NOT ON SAYMAINT - CHECK THE SITE ID'
077400     END-READ.
077500 7400-EXIT.
077600     EXIT.
077700*****************************************************************
077800*    7500-PROMPT-RULE-FIELDS  -  PROMPT FOR A RULE'S MESSAGE ID,
077900*                                SEVERITY, SITE AND GROUP INTO
078000*                                WROUT-RECORD, RE-PROMPTING UNTIL
078100*                                THE SEVERITY, GROUP NUMBER AND
078200*                                GROUP NAME ARE VALID.
078300*****************************************************************
078400 7500-PROMPT-RULE-FIELDS.
078500     DISPLAY 'ENTER MESSAGE ID OR PREFIX (11 CHARS, BLANK = '
078600             'ANY): ' WITH NO ADVANCING.
078700     ACCEPT WROUT-MSG-ID.
078800     MOVE 'N'                  TO WS-VALID-SW.
078900     PERFORM 7510-ACCEPT-SEVERITY THRU 7510-EXIT
079000         UNTIL WS-VALID.
079100     DISPLAY 'ENTER SITE ID OR PREFIX (15 CHARS, BLANK = ANY): '
079200             WITH NO ADVANCING.
079300     ACCEPT WROUT-SITE-ID.
079400     MOVE 'N'                  TO WS-VALID-SW.
079500     PERFORM 7520-ACCEPT-GROUP-NO THRU 7520-EXIT
079600         UNTIL WS-VALID.
079700     MOVE 'N'                  TO WS-VALID-SW.
079800     PERFORM 7530-ACCEPT-GROUP-NAME THRU 7530-EXIT
079900         UNTIL WS-VALID.
080000 7500-EXIT.
080100     EXIT.
080200 7510-ACCEPT-SEVERITY.
080300     DISPLAY 'ENTER SEVERITY (W/E/* = ANY): ' WITH NO ADVANCING.
080400     ACCEPT WROUT-SEVERITY.
080500     IF WROUT-SEVERITY = 'W' OR 'E' OR '*'
080600         SET WS-VALID          TO TRUE
080700     ELSE
080800         DISPLAY 'SAYRTM0042E - SEVERITY MUST BE W, E OR * - '
080900                 'RE-ENTER'
081000     END-IF.
081100 7510-EXIT.
081200     EXIT.
081300 7520-ACCEPT-GROUP-NO.
081400     DISPLAY 'ENTER ON-CALL GROUP NUMBER (1-4): '
081500             WITH NO ADVANCING.
081600     ACCEPT WROUT-GROUP-NO.
081700     IF WROUT-GROUP-NO IS NUMERIC
081800        AND WROUT-GROUP-NO > ZERO AND WROUT-GROUP-NO < 5
081900         SET WS-VALID          TO TRUE
082000     ELSE
082100         DISPLAY 'SAYRTM0043E - GROUP NUMBER MUST BE 1, 2, 3 OR '
082200                 '4 - RE-ENTER'
082300     END-IF.
082400 7520-EXIT.
082500     EXIT.
082600 7530-ACCEPT-GROUP-NAME.
082700     DISPLAY 'ENTER ON-CALL GROUP NAME (8 CHARS): '
082800             WITH NO ADVANCING.
082900     ACCEPT WROUT-GROUP-NAME.
083000     IF WROUT-GROUP-NAME NOT = SPACES
083100         SET WS-VALID          TO TRUE
083200     ELSE
083300         DISPLAY 'SAYRTM0044E - GROUP NAME IS REQUIRED - RE-ENTER'
083400     END-IF.
083500 7530-EXIT.
083600     EXIT.
083700*****************************************************************
083800*    7600-PROMPT-POSITION  -  RE-PROMPT UNTIL THE OPERATOR GIVES
083900*                             THE RULE NUMBER THE NEW RULE IS TO
084000*                             TAKE, OR ZERO FOR THE END OF THE
084100*                             DECK.
084200*****************************************************************
084300 7600-PROMPT-POSITION.
084400     MOVE 'N'                  TO WS-VALID-SW.
084500     PERFORM 7610-ACCEPT-POSITION THRU 7610-EXIT
084600         UNTIL WS-VALID.
084700 7600-EXIT.
084800     EXIT.
084900 7610-ACCEPT-POSITION.
085000     MOVE WS-RULE-COUNT        TO WS-DISP-RULE-NO.
085100     DISPLAY 'ENTER POSITION IN DECK (1-' WS-DISP-RULE-NO
085200             ', 0 = AT END): ' WITH NO ADVANCING.
085300     ACCEPT WS-ASK-POSITION.
085400     IF WS-ASK-POSITION IS NUMERIC
085500        AND WS-ASK-POSITION NOT > WS-RULE-COUNT
085600         SET WS-VALID          TO TRUE
085700     ELSE
085800         DISPLAY 'SAYRTM0046E - POSITION MUST BE 0 TO '
085900                 WS-DISP-RULE-NO ' - RE-ENTER'
086000     END-IF.
086100 7610-EXIT.
086200     EXIT.
086300*****************************************************************
086400*    7700-PROMPT-RULE-NO  -  PROMPT FOR THE NUMBER OF AN EXISTING
086500*                            RULE, AS SHOWN BY LIST RULES.
086600*****************************************************************
086700 7700-PROMPT-RULE-NO.
086800     MOVE 'N'                  TO WS-VALID-SW.
086900     DISPLAY 'ENTER RULE NUMBER: ' WITH NO ADVANCING.
087000     ACCEPT WS-ASK-RULE-NO.
087100     IF WS-ASK-RULE-NO IS NUMERIC
087200        AND WS-ASK-RULE-NO > ZERO
087300        AND WS-ASK-RULE-NO NOT > WS-RULE-COUNT
087400         SET WS-VALID          TO TRUE
087500     ELSE
087600         DISPLAY 'SAYRTM0045E - NO RULE NUMBER ' WS-ASK-RULE-NO
087700     END-IF.
087800 7700-EXIT.
087900     EXIT.
088000*****************************************************************
088100*    7800-TRIM-LENGTH  -  LENGTH OF WS-TRIM-FIELD UP TO ITS LAST
088200*                         NON-BLANK CHARACTER.  ZERO MEANS AN
088300*                         ALL-BLANK FIELD (MATCH-ANY RULE).
088400*****************************************************************
088500 7800-TRIM-LENGTH.
088600     MOVE ZERO                 TO WS-TRIM-LEN.
088700     PERFORM 7810-TRIM-ONE THRU 7810-EXIT
088800         VARYING WS-TRIM-SUB FROM 1 BY 1
088900         UNTIL WS-TRIM-SUB > 15.
089000 7800-EXIT.
089100     EXIT.
089200 7810-TRIM-ONE.
089300     IF WS-TRIM-FIELD (WS-TRIM-SUB:1) NOT = SPACE
089400         MOVE WS-TRIM-SUB      TO WS-TRIM-LEN
089500     END-IF.
089600 7810-EXIT.
089700     EXIT.
089800*****************************************************************
089900*    7900-FIND-CUTOFF  -  LOOK UP THE CUTOFF WHOSE TYPE AND SITE
090000*                         MATCH WS-ASK-TYPE AND WS-ASK-SITE-ID.
090100*****************************************************************
090200 7900-FIND-CUTOFF.
090300     MOVE 'N'                  TO WS-CUT-FOUND-SW.
090400     MOVE ZERO                 TO WS-CUT-HIT-SUB.
090500     PERFORM 7910-SCAN-CUTOFF THRU 7910-EXIT
090600         VARYING WS-CUT-SUB FROM 1 BY 1
090700         UNTIL WS-CUT-SUB > WS-CUT-COUNT
090800            OR WS-CUT-FOUND.
090900 7900-EXIT.
091000     EXIT.
091100 7910-SCAN-CUTOFF.
091200     IF WS-CUT-ENT-TYPE (WS-CUT-SUB) = WS-ASK-TYPE
091300        AND (WS-ASK-GLOBAL
091400             OR WS-CUT-ENT-SITE (WS-CUT-SUB) = WS-ASK-SITE-ID)
091500         SET WS-CUT-FOUND      TO TRUE
091600         MOVE WS-CUT-SUB       TO WS-CUT-HIT-SUB
091700     END-IF.
091800 7910-EXIT.
091900     EXIT.
092000*****************************************************************
092100*    8000-SAVE-FILES  -  WRITE BOTH DECKS BACK IN TABLE ORDER AND
092200*                        END THE TRANSACTION.  NOTHING IS WRITTEN
092300*                        WHEN NOTHING WAS CHANGED.  A FAILED
092310*                        WRITE STOPS THAT FILE - IT WAS OPENED
092320*                        OUTPUT, SO IT NOW HOLDS ONLY THE RECORDS
092330*                        WRITTEN BEFORE THE FAILURE AND IS
092340*                        REPORTED INCOMPLETE.
092400*****************************************************************
092500 8000-SAVE-FILES.
092600     SET WS-DONE               TO TRUE.
092700     IF NOT WS-CHANGES-PENDING
092800         DISPLAY 'SAYRTM0073I - NO CHANGES TO SAVE'
092900         GO TO 8000-EXIT
093000     END-IF.
093100     OPEN OUTPUT SAYCUT-FILE.
093200     IF NOT WS-SAYCUT-OK
093300         DISPLAY 'SAYRTM0070E - UNABLE TO OPEN SAYCUT FOR '
093400                 'OUTPUT, FILE STATUS = ' WS-SAYCUT-STATUS
093500                 ' - CUTOFF CHANGES NOT SAVED'
093600     ELSE
093650         MOVE 'N'              TO WS-WRITE-FAILED-SW
093700         PERFORM 8010-WRITE-ONE-CUTOFF THRU 8010-EXIT
093800             VARYING WS-CUT-SUB FROM 1 BY 1
093900             UNTIL WS-CUT-SUB > WS-CUT-COUNT
093950                OR WS-WRITE-FAILED
094000         CLOSE SAYCUT-FILE
094100         IF NOT WS-WRITE-FAILED
094110             MOVE WS-CUT-COUNT TO WS-DISP-COUNT
094200             DISPLAY 'SAYRTM0071I - SAYCUT SAVED, ' WS-DISP-COUNT
094300                     ' RECORD(S)'
094310         END-IF
094400     END-IF.
094500     OPEN OUTPUT SAYROUT-FILE.
094600     IF NOT WS-SAYROUT-OK
094700         DISPLAY 'SAYRTM0070E - UNABLE TO OPEN SAYROUT FOR '
094800                 'OUTPUT, FILE STATUS = ' WS-SAYROUT-STATUS
094900                 ' - RULE CHANGES NOT SAVED'
095000     ELSE
095050         MOVE 'N'              TO WS-WRITE-FAILED-SW
095100         PERFORM 8020-WRITE-ONE-RULE THRU 8020-EXIT
095200             VARYING WS-RULE-SUB FROM 1 BY 1
095300             UNTIL WS-RULE-SUB > WS-RULE-COUNT
095350                OR WS-WRITE-FAILED
095400         CLOSE SAYROUT-FILE
095500         IF NOT WS-WRITE-FAILED
095510             MOVE WS-RULE-COUNT TO WS-DISP-COUNT
095600             DISPLAY 'SAYRTM0071I - SAYROUT SAVED, ' WS-DISP-COUNT
095700                     ' RULE(S)'
095710         END-IF
095800     END-IF.
095900 8000-EXIT.
096000     EXIT.
096100 8010-WRITE-ONE-CUTOFF.
096200     MOVE WS-CUT-ENTRY (WS-CUT-SUB) TO CUT-RECORD.
096300     WRITE CUT-RECORD.
096310     IF NOT WS-SAYCUT-OK
096320         SET WS-WRITE-FAILED   TO TRUE
096330         MOVE WS-CUT-SUB       TO WS-DISP-COUNT
096340         DISPLAY 'SAYRTM0074E - WRITE TO SAYCUT FAILED AT RECORD '
096350                 WS-DISP-COUNT ', FILE STATUS = ' WS-SAYCUT-STATUS
096360                 ' - SAYCUT IS INCOMPLETE'
096370     END-IF.
096400 8010-EXIT.
096500     EXIT.
096600 8020-WRITE-ONE-RULE.
096700     MOVE WS-RULE-ENTRY (WS-RULE-SUB) TO ROUT-RECORD.
096800     WRITE ROUT-RECORD.
096810     IF NOT WS-SAYROUT-OK
096820         SET WS-WRITE-FAILED   TO TRUE
096830         MOVE WS-RULE-SUB      TO WS-DISP-COUNT
096840         DISPLAY 'SAYRTM0074E - WRITE TO SAYROUT FAILED AT RULE '
096850                 WS-DISP-COUNT ', FILE STATUS = '
096855                 WS-SAYROUT-STATUS ' - SAYROUT IS INCOMPLETE'
096870     END-IF.
096900 8020-EXIT.
097000     EXIT.
097100*****************************************************************
097200*    9999-TERMINATE  -  CLOSE THE SITE MASTER.
097300*****************************************************************
097400 9999-TERMINATE.
097500     IF WS-SAYMAINT-OPEN
097600         CLOSE SAYMAINT-FILE
097700     END-IF.
097800 9999-EXIT.
097900     EXIT.
098000 END PROGRAM SAYRTM.
