002300*                    OPERATOR ENTERS A NUMERIC STALENESS THRESHOLD
002400*                    AND A VALID SHIFT CODE, SO BAD DATA CANNOT
002500*                    REACH SAYMAINT THROUGH THIS TRANSACTION.
002502*   03/09/2026  ROK  ADDED 7200-PROMPT-STATUS AND
002504*                    7300-PROMPT-EFF-DATES FOR THE NEW SITE-STATUS
002506*                    (A/S/D) AND SITE-EFF-FROM-DATE / SITE-EFF-TO-
002508*                    DATE FIELDS THAT SAYDCK USES TO BUILD THE
002510*                    STEP010 PARM DECK.  DATES ARE YYYYMMDD OR
002512*                    ZERO FOR OPEN-ENDED, AND THE WINDOW MAY NOT
002514*                    END BEFORE IT STARTS.  INQUIRE SHOWS ALL
002516*                    THREE.
002518*   03/12/2026  ROK  ADD, CHANGE AND INQUIRE NOW CARRY THE NEW
002520*                    SITE-REGION-CODE THAT TIES A SITE TO ITS
002522*                    REGIONAL HOLIDAYS ON SAYCAL.  SPACES = NO
002524*                    REGION (ESTATE-WIDE HOLIDAYS ONLY).
002526*   03/23/2026  ROK  EVERY ADD, CHANGE AND DELETE NOW WRITES A
002528*                    BEFORE/AFTER IMAGE RECORD TO THE CHGJRNL
002530*                    CHANGE JOURNAL (SYHJRNL) WITH THE OPERATOR ID
002532*                    KEYED AT SIGN-ON, THE DATE AND TIME AND THE
002534*                    SAYCAL BUSINESS DATE.  THE TRANSACTION WILL
002536*                    NOT START WITHOUT THE JOURNAL, SO NO CHANGE
002538*                    CAN GO UNRECORDED.
002540*   10/15/2026  ROK  7330-CHECK-DATE VALIDATES THE WHOLE DATE, SO
002542*                    DAYS SUCH AS 02/31 OR 02/29 IN A COMMON YEAR
002544*                    ARE REJECTED, NOT JUST BAD MONTHS AND DAYS.
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.                  SAYMNT.
004200                               ACCESS MODE IS DYNAMIC
004300                               RECORD KEY IS SITE-ID
004400                               FILE STATUS IS WS-SAYMAINT-STATUS.
004410     SELECT CHGJRNL-FILE      ASSIGN TO CHGJRNL
004420                               ORGANIZATION IS SEQUENTIAL
004430                               FILE STATUS IS WS-CHGJRNL-STATUS.
004440     SELECT SAYCAL-FILE       ASSIGN TO SAYCAL
004450                               ORGANIZATION IS SEQUENTIAL
004460                               FILE STATUS IS WS-SAYCAL-STATUS.
004500*****************************************************************
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  SAYMAINT-FILE
004900     LABEL RECORDS ARE STANDARD.
005000     COPY SYHSITE.
005010 FD  CHGJRNL-FILE
005020     RECORDING MODE IS F
005030     LABEL RECORDS ARE STANDARD.
005040     COPY SYHJRNL.
005050 FD  SAYCAL-FILE
005060     RECORDING MODE IS F
005070     LABEL RECORDS ARE STANDARD.
005080     COPY SYHCAL.
005100 WORKING-STORAGE SECTION.
005200*****************************************************************
005300*    FILE STATUS AND TRANSACTION CONTROL FIELDS
005800     88  WS-SAYMAINT-DUPKEY               VALUE '22'.
005900 01  WS-SAYMAINT-OPEN-SW       PIC X(01) VALUE 'N'.
006000     88  WS-SAYMAINT-OPEN                VALUE 'Y'.
006010 01  WS-CHGJRNL-STATUS         PIC X(02) VALUE SPACES.
006020     88  WS-CHGJRNL-OK                   VALUE '00'.
006030 01  WS-CHGJRNL-OPEN-SW        PIC X(01) VALUE 'N'.
006040     88  WS-CHGJRNL-OPEN                 VALUE 'Y'.
006050 01  WS-SAYCAL-STATUS          PIC X(02) VALUE SPACES.
006060     88  WS-SAYCAL-OK                    VALUE '00'.
006070     88  WS-SAYCAL-EOF                   VALUE '10'.
006100 01  WS-DONE-SW                PIC X(01) VALUE 'N'.
006200     88  WS-DONE                        VALUE 'Y'.
006300 01  WS-VALID-SW                PIC X(01) VALUE 'N'.
006400     88  WS-VALID                       VALUE 'Y'.
006500 01  WS-MENU-CHOICE             PIC X(01) VALUE SPACES.
006600 01  WS-SEARCH-KEY               PIC X(15) VALUE SPACES.
006610 01  WS-EDIT-DATE-NUM            PIC 9(08) VALUE ZERO.
006620 01  WS-EDIT-DATE-GRP REDEFINES WS-EDIT-DATE-NUM.
006630     05  WS-EDIT-YYYY            PIC 9(04).
006640     05  WS-EDIT-MM              PIC 9(02).
006650     05  WS-EDIT-DD              PIC 9(02).
006652*****************************************************************
006654*    CHANGE JOURNAL FIELDS.  THE BEFORE IMAGE IS SAVED AS THE
006656*    RECORD IS READ FOR CHANGE OR DELETE; THE BUSINESS DATE IS
006658*    THE SAYCAL 'C' DATE AT SIGN-ON (THE SYSTEM DATE IF SAYCAL
006660*    CANNOT BE READ, AS IN SAYBAN).
006662*****************************************************************
006664 01  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
006666 01  WS-BUSINESS-DATE-NUM       PIC 9(08) VALUE ZERO.
006668 01  WS-JRNL-ACTION             PIC X(01) VALUE SPACES.
006670 01  WS-BEFORE-IMAGE            PIC X(90) VALUE SPACES.
006672 01  WS-AFTER-IMAGE             PIC X(90) VALUE SPACES.
006674 01  WS-CHG-DATE-NUM            PIC 9(08) VALUE ZERO.
006676 01  WS-CHG-TIME-NUM            PIC 9(08) VALUE ZERO.
006700*****************************************************************
006800*    PROCEDURE DIVISION
006900*****************************************************************
007300*****************************************************************
007400 0000-MAINLINE.
007500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007600     IF WS-SAYMAINT-OPEN AND WS-CHGJRNL-OPEN
007700         PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
007800             UNTIL WS-DONE
007900     END-IF.
008000     PERFORM 9999-TERMINATE THRU 9999-EXIT.
008100     STOP RUN.
008200*****************************************************************
008300*    1000-INITIALIZE  -  OPEN THE SITE MASTER FOR UPDATE AND
008310*                        THE CHANGE JOURNAL FOR APPEND, PICK UP
008320*                        THE SAYCAL BUSINESS DATE AND TAKE THE
008330*                        OPERATOR ID FOR THE JOURNAL.
008400*****************************************************************
008500 1000-INITIALIZE.
008600     OPEN I-O SAYMAINT-FILE.
008900     ELSE
009000         DISPLAY 'SAYMNT0010E - UNABLE TO OPEN SAYMAINT, FILE '
009100                 'STATUS = ' WS-SAYMAINT-STATUS
009150         GO TO 1000-EXIT
009200     END-IF.
009202     OPEN EXTEND CHGJRNL-FILE.
009204     IF WS-CHGJRNL-OK
009206         SET WS-CHGJRNL-OPEN   TO TRUE
009208     ELSE
009210         DISPLAY 'SAYMNT0011E - UNABLE TO OPEN CHGJRNL, FILE '
009212                 'STATUS = ' WS-CHGJRNL-STATUS
009214                 ' - MAINTENANCE NOT STARTED'
009216         GO TO 1000-EXIT
009218     END-IF.
009220     ACCEPT WS-BUSINESS-DATE-NUM FROM DATE YYYYMMDD.
009222     OPEN INPUT SAYCAL-FILE.
009224     IF WS-SAYCAL-OK
009226         PERFORM 1010-READ-CALENDAR THRU 1010-EXIT
009228             UNTIL WS-SAYCAL-EOF
009230         CLOSE SAYCAL-FILE
009232     ELSE
009234         DISPLAY 'SAYMNT0012W - UNABLE TO OPEN SAYCAL, FILE '
009236                 'STATUS = ' WS-SAYCAL-STATUS
009238                 ' - JOURNAL USES THE SYSTEM DATE'
009240     END-IF.
009242     MOVE 'N'                    TO WS-VALID-SW.
009244     PERFORM 1020-ACCEPT-OPERATOR THRU 1020-EXIT
009246         UNTIL WS-VALID.
009300 1000-EXIT.
009302     EXIT.
009304 1010-READ-CALENDAR.
009306     READ SAYCAL-FILE
009308         AT END
009310             GO TO 1010-EXIT
009312     END-READ.
009314     IF CAL-CONTROL-REC AND CAL-DATE IS NUMERIC
009316         MOVE CAL-DATE           TO WS-BUSINESS-DATE-NUM
009318     END-IF.
009320 1010-EXIT.
009322     EXIT.
009324 1020-ACCEPT-OPERATOR.
009326     DISPLAY 'ENTER OPERATOR ID (8 CHARS): ' WITH NO ADVANCING.
009328     ACCEPT WS-OPERATOR-ID.
009330     IF WS-OPERATOR-ID = SPACES
009332         DISPLAY 'SAYMNT0013E - OPERATOR ID IS REQUIRED - '
009334                 'RE-ENTER'
009336     ELSE
009338         SET WS-VALID             TO TRUE
009340     END-IF.
009342 1020-EXIT.
009400     EXIT.
009500*****************************************************************
009600*    2000-PROCESS-MENU  -  DISPLAY THE MAINTENANCE MENU AND
013500     ACCEPT SITE-DEFAULT-MSG-CODE.
013600     PERFORM 7000-PROMPT-THRESHOLD THRU 7000-EXIT.
013700     PERFORM 7100-PROMPT-SHIFT THRU 7100-EXIT.
013710     PERFORM 7200-PROMPT-STATUS THRU 7200-EXIT.
013720     PERFORM 7300-PROMPT-EFF-DATES THRU 7300-EXIT.
013730     DISPLAY 'ENTER REGION CODE (4 CHARS, BLANK = NONE): '
013740             WITH NO ADVANCING.
013750     ACCEPT SITE-REGION-CODE.
013800     WRITE SITE-RECORD
013900         INVALID KEY
014000             DISPLAY 'SAYMNT0030E - SITE ' SITE-ID
014100                     ' ALREADY ON FILE'
014110         NOT INVALID KEY
014120             MOVE 'A'              TO WS-JRNL-ACTION
014130             MOVE SPACES           TO WS-BEFORE-IMAGE
014140             MOVE SITE-RECORD      TO WS-AFTER-IMAGE
014150             PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
014200     END-WRITE.
014300 3000-EXIT.
014400     EXIT.
015600                     ' NOT ON FILE'
015700             GO TO 4000-EXIT
015800     END-READ.
015850     MOVE SITE-RECORD            TO WS-BEFORE-IMAGE.
015900     DISPLAY 'CURRENT NAME = ' SITE-NAME.
016000     DISPLAY 'ENTER NEW SITE NAME (30 CHARS): ' WITH NO ADVANCING.
016100     ACCEPT SITE-NAME.
016900     PERFORM 7000-PROMPT-THRESHOLD THRU 7000-EXIT.
017000     DISPLAY 'CURRENT SHIFT CODE = ' SITE-SHIFT-CODE.
017100     PERFORM 7100-PROMPT-SHIFT THRU 7100-EXIT.
017110     DISPLAY 'CURRENT SITE STATUS = ' SITE-STATUS.
017120     PERFORM 7200-PROMPT-STATUS THRU 7200-EXIT.
017130     DISPLAY 'CURRENT EFFECTIVE FROM = ' SITE-EFF-FROM-DATE
017140             '  TO = ' SITE-EFF-TO-DATE.
017150     PERFORM 7300-PROMPT-EFF-DATES THRU 7300-EXIT.
017160     DISPLAY 'CURRENT REGION CODE = ' SITE-REGION-CODE.
017170     DISPLAY 'ENTER NEW REGION CODE (4 CHARS, BLANK = NONE): '
017180             WITH NO ADVANCING.
017190     ACCEPT SITE-REGION-CODE.
017200     REWRITE SITE-RECORD
017300         INVALID KEY
017400             DISPLAY 'SAYMNT0041E - REWRITE FAILED FOR SITE '
017500                     SITE-ID
017510         NOT INVALID KEY
017520             MOVE 'C'              TO WS-JRNL-ACTION
017530             MOVE SITE-RECORD      TO WS-AFTER-IMAGE
017540             PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
017600     END-REWRITE.
017700 4000-EXIT.
017800     EXIT.
019400     DISPLAY 'DEFAULT MESSAGE CODE = ' SITE-DEFAULT-MSG-CODE.
019500     DISPLAY 'STALENESS THRESHOLD  = ' SITE-STALE-THRESHOLD.
019600     DISPLAY 'SHIFT CODE           = ' SITE-SHIFT-CODE.
019610     DISPLAY 'SITE STATUS          = ' SITE-STATUS.
019620     DISPLAY 'EFFECTIVE FROM DATE  = ' SITE-EFF-FROM-DATE.
019630     DISPLAY 'EFFECTIVE TO DATE    = ' SITE-EFF-TO-DATE.
019640     DISPLAY 'REGION CODE          = ' SITE-REGION-CODE.
019700 5000-EXIT.
019800     EXIT.
019900*****************************************************************
021000                     ' NOT ON FILE'
021100             GO TO 6000-EXIT
021200     END-READ.
021250     MOVE SITE-RECORD            TO WS-BEFORE-IMAGE.
021300     DELETE SAYMAINT-FILE
021400         INVALID KEY
021500             DISPLAY 'SAYMNT0061E - DELETE FAILED FOR SITE '
021600                     SITE-ID
021610         NOT INVALID KEY
021620             MOVE 'D'              TO WS-JRNL-ACTION
021630             MOVE SPACES           TO WS-AFTER-IMAGE
021640             PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
021700     END-DELETE.
021800 6000-EXIT.
021900     EXIT.
026100 7110-EXIT.
026200     EXIT.
026300*****************************************************************
026301*    7200-PROMPT-STATUS  -  RE-PROMPT UNTIL THE OPERATOR ENTERS A
026302*                            VALID SITE STATUS.
026303*****************************************************************
026304 7200-PROMPT-STATUS.
026305     MOVE 'N'                    TO WS-VALID-SW.
026306     PERFORM 7210-ACCEPT-STATUS THRU 7210-EXIT
026307         UNTIL WS-VALID.
026308 7200-EXIT.
026309     EXIT.
026310 7210-ACCEPT-STATUS.
026311     DISPLAY 'ENTER SITE STATUS (A=ACTIVE S=SUSPENDED '
026312             'D=DECOMMISSIONED): ' WITH NO ADVANCING.
026313     ACCEPT SITE-STATUS.
026314     IF SITE-STATUS-VALID
026315         SET WS-VALID             TO TRUE
026316     ELSE
026317         DISPLAY 'SAYMNT0072E - SITE STATUS MUST BE A, S OR D - '
026318                 'RE-ENTER'
026319     END-IF.
026320 7210-EXIT.
026321     EXIT.
026322*****************************************************************
026323*    7300-PROMPT-EFF-DATES  -  RE-PROMPT UNTIL THE OPERATOR ENTERS
026324*                               A VALID EFFECTIVE WINDOW.  EACH
026325*                               DATE IS YYYYMMDD OR ZERO FOR
026326*                               OPEN-ENDED; A WINDOW THAT ENDS
026327*                               BEFORE IT STARTS IS REFUSED.
026328*****************************************************************
026329 7300-PROMPT-EFF-DATES.
026330     MOVE 'N'                    TO WS-VALID-SW.
026331     PERFORM 7310-ACCEPT-FROM-DATE THRU 7310-EXIT
026332         UNTIL WS-VALID.
026333     MOVE 'N'                    TO WS-VALID-SW.
026334     PERFORM 7320-ACCEPT-TO-DATE THRU 7320-EXIT
026335         UNTIL WS-VALID.
026336 7300-EXIT.
026337     EXIT.
026338 7310-ACCEPT-FROM-DATE.
026339     DISPLAY 'ENTER EFFECTIVE FROM DATE (YYYYMMDD, 0 = NONE): '
026340             WITH NO ADVANCING.
026341     ACCEPT SITE-EFF-FROM-DATE.
026342     MOVE SITE-EFF-FROM-DATE     TO WS-EDIT-DATE-NUM.
026343     PERFORM 7330-CHECK-DATE THRU 7330-EXIT.
026344 7310-EXIT.
026345     EXIT.
026346 7320-ACCEPT-TO-DATE.
026347     DISPLAY 'ENTER EFFECTIVE TO DATE (YYYYMMDD, 0 = NONE): '
026348             WITH NO ADVANCING.
026349     ACCEPT SITE-EFF-TO-DATE.
026350     MOVE SITE-EFF-TO-DATE       TO WS-EDIT-DATE-NUM.
026351     PERFORM 7330-CHECK-DATE THRU 7330-EXIT.
026352     IF WS-VALID
026353        AND SITE-EFF-TO-DATE > ZERO
026354        AND SITE-EFF-TO-DATE < SITE-EFF-FROM-DATE
026355         MOVE 'N'                TO WS-VALID-SW
026356         DISPLAY 'SAYMNT0074E - EFFECTIVE TO DATE IS BEFORE THE '
026357                 'FROM DATE - RE-ENTER'
026358     END-IF.
026359 7320-EXIT.
026360     EXIT.
026361 7330-CHECK-DATE.
026362     IF WS-EDIT-DATE-NUM IS NOT NUMERIC
026363         DISPLAY 'SAYMNT0073E - DATE MUST BE YYYYMMDD OR 0 - '
026364                 'RE-ENTER'
026365         GO TO 7330-EXIT
026366     END-IF.
026367     IF WS-EDIT-DATE-NUM = ZERO
026368         SET WS-VALID             TO TRUE
026369         GO TO 7330-EXIT
026370     END-IF.
026371     IF FUNCTION TEST-DATE-YYYYMMDD (WS-EDIT-DATE-NUM)
026372        NOT = ZERO
026373         DISPLAY 'SAYMNT0073E - DATE MUST BE YYYYMMDD OR 0 - '
026374                 'RE-ENTER'
026375     ELSE
026376         SET WS-VALID             TO TRUE
026377     END-IF.
026378 7330-EXIT.
026379     EXIT.
026380*****************************************************************
026381*    8000-WRITE-JOURNAL  -  APPEND ONE BEFORE/AFTER IMAGE RECORD
026382*                           FOR THE UPDATE JUST MADE TO CHGJRNL.
026383*                           THE KEY IS TAKEN FROM WHICHEVER IMAGE
026384*                           IS PRESENT.
026385*****************************************************************
026386 8000-WRITE-JOURNAL.
026387     ACCEPT WS-CHG-DATE-NUM FROM DATE YYYYMMDD.
026388     ACCEPT WS-CHG-TIME-NUM FROM TIME.
026389     MOVE SPACES                 TO JRNL-RECORD.
026390     MOVE 'SAYMAINT'             TO JRNL-FILE-ID.
026391     IF WS-AFTER-IMAGE = SPACES
026392         MOVE WS-BEFORE-IMAGE (1:15) TO JRNL-KEY
026393     ELSE
026394         MOVE WS-AFTER-IMAGE (1:15)  TO JRNL-KEY
026395     END-IF.
026396     MOVE WS-CHG-DATE-NUM        TO JRNL-CHG-DATE.
026397     MOVE WS-CHG-TIME-NUM        TO JRNL-CHG-TIME.
026398     MOVE WS-JRNL-ACTION         TO JRNL-ACTION.
026399     MOVE WS-OPERATOR-ID         TO JRNL-USER-ID.
026400     MOVE WS-BUSINESS-DATE-NUM   TO JRNL-BUS-DATE.
026401     MOVE WS-BEFORE-IMAGE        TO JRNL-BEFORE-IMAGE.
026402     MOVE WS-AFTER-IMAGE         TO JRNL-AFTER-IMAGE.
026403     WRITE JRNL-RECORD.
026404     IF NOT WS-CHGJRNL-OK
026405         DISPLAY 'SAYMNT0080E - CHGJRNL WRITE FAILED FOR SITE '
026406                 JRNL-KEY ', FILE STATUS = ' WS-CHGJRNL-STATUS
026407     END-IF.
026408 8000-EXIT.
026409     EXIT.
026410*****************************************************************
026411*    9999-TERMINATE  -  CLOSE THE SITE MASTER AND THE JOURNAL.
026500*****************************************************************
026600 9999-TERMINATE.
026700     IF WS-SAYMAINT-OPEN
026800         CLOSE SAYMAINT-FILE
026900     END-IF.
026910     IF WS-CHGJRNL-OPEN
026920         CLOSE CHGJRNL-FILE
026930     END-IF.
027000 9999-EXIT.
027100     EXIT.
027200 END PROGRAM SAYMNT.
