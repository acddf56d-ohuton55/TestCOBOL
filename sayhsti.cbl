001600*              EACH RECORD IS SHOWN WITH ITS RETURN CODE, RERUN
001700*              FLAG AND MESSAGE CODE; AN END-OF-CYCLE RECORD
001800*              (HSTM-REC-TYPE 'E', SITE *CYCLE*) IS SHOWN WITH
001900*              ITS ELAPSED CYCLE TIME.  BOTH BROWSES TAKE AN
001950*              OPTIONAL CYCLE ID FILTER.
002000* TECTONICS:   cobc -x sayhsti.cbl
002100*
002200* MODIFICATION HISTORY:
002300*   02/16/2026  ROK  INITIAL VERSION.
002310*   03/12/2026  ROK  6000-SHOW-RECORD FLAGS A SITE THAT WAS
002320*                    SKIPPED FOR A REGIONAL HOLIDAY.
002330*   03/16/2026  ROK  EACH RECORD SHOWS ITS CYCLE ID.  THE SITE
002340*                    AND DATE BROWSES PROMPT FOR A CYCLE ID
002350*                    (BLANK = ALL CYCLES) AND SHOW ONLY THAT
002360*                    CYCLE'S RECORDS.
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.                  SAYHSTI.
007000 01  WS-ASK-FROM-DATE         PIC 9(08) VALUE ZERO.
007100 01  WS-ASK-TO-DATE           PIC 9(08) VALUE ZERO.
007200 01  WS-ASK-SITE-ID           PIC X(15) VALUE SPACES.
007250 01  WS-ASK-CYCLE-ID          PIC X(08) VALUE SPACES.
007300 01  WS-DATE-ANSWER           PIC X(08) VALUE SPACES.
007400 01  WS-RECORDS-SHOWN         PIC 9(05) COMP VALUE ZERO.
007500*****************************************************************
016300         GO TO 4000-EXIT
016400     END-IF.
016500     PERFORM 7100-PROMPT-SITE THRU 7100-EXIT.
016550     PERFORM 7400-PROMPT-CYCLE THRU 7400-EXIT.
016600     MOVE WS-ASK-FROM-DATE       TO HSTM-RUN-DATE.
016700     MOVE LOW-VALUES             TO HSTM-SITE-ID.
016800     START SAYHSTM-FILE KEY IS NOT LESS THAN HSTM-KEY
019500         SET WS-BROWSE-DONE      TO TRUE
019600         GO TO 4010-EXIT
019700     END-IF.
019710     IF WS-ASK-CYCLE-ID NOT = SPACES
019720        AND HSTM-CYCLE-ID NOT = WS-ASK-CYCLE-ID
019730         GO TO 4010-EXIT
019740     END-IF.
019800     IF HSTM-SITE-ID = WS-ASK-SITE-ID
019900         ADD 1                   TO WS-RECORDS-SHOWN
020000         PERFORM 6000-SHOW-RECORD THRU 6000-EXIT
020700*****************************************************************
020800 5000-BROWSE-DATE.
020900     PERFORM 7000-PROMPT-DATE THRU 7000-EXIT.
020950     PERFORM 7400-PROMPT-CYCLE THRU 7400-EXIT.
021000     MOVE WS-ASK-DATE            TO HSTM-RUN-DATE.
021100     MOVE LOW-VALUES             TO HSTM-SITE-ID.
021200     START SAYHSTM-FILE KEY IS NOT LESS THAN HSTM-KEY
023800         SET WS-BROWSE-DONE      TO TRUE
023900         GO TO 5010-EXIT
024000     END-IF.
024010     IF WS-ASK-CYCLE-ID NOT = SPACES
024020        AND HSTM-CYCLE-ID NOT = WS-ASK-CYCLE-ID
024030         GO TO 5010-EXIT
024040     END-IF.
024100     ADD 1                       TO WS-RECORDS-SHOWN.
024200     PERFORM 6000-SHOW-RECORD THRU 6000-EXIT.
024300 5010-EXIT.
025200     DISPLAY ' '.
025300     DISPLAY 'RUN DATE      = ' HSTM-RUN-DATE.
025400     DISPLAY 'SITE ID       = ' HSTM-SITE-ID.
025450     DISPLAY 'CYCLE ID      = ' HSTM-CYCLE-ID.
025500     DISPLAY 'RUN TIME      = ' HSTM-RUN-TIME.
025600     DISPLAY 'RETURN CODE   = ' HSTM-RETURN-CODE.
025700     DISPLAY 'RERUN FLAG    = ' HSTM-RERUN-FLAG.
026300         DISPLAY 'STEP CODES    = ' HSTM-STEP-CODES
026400     ELSE
026500         DISPLAY 'MESSAGE CODE  = ' HSTM-MSG-CODE
026510         IF HSTM-HOLIDAY-SKIPPED
026520             DISPLAY 'DISPOSITION   = H (SKIPPED - REGIONAL '
026530                     'HOLIDAY)'
026540         END-IF
026600     END-IF.
026700 6000-EXIT.
026800     EXIT.
034600 7310-EXIT.
034700     EXIT.
034800*****************************************************************
034805*    7400-PROMPT-CYCLE  -  OPTIONAL CYCLE ID FILTER FOR THE
034810*                          BROWSES.  BLANK = ALL CYCLES.
034815*****************************************************************
034820 7400-PROMPT-CYCLE.
034825     DISPLAY 'ENTER CYCLE ID (BLANK = ALL CYCLES): '
034830         WITH NO ADVANCING.
034835     MOVE SPACES                 TO WS-ASK-CYCLE-ID.
034840     ACCEPT WS-ASK-CYCLE-ID.
034845 7400-EXIT.
034850     EXIT.
034855*****************************************************************
034900*    9999-TERMINATE  -  CLOSE THE HISTORY MASTER.
035000*****************************************************************
035100 9999-TERMINATE.
