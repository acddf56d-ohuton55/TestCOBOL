001600*              SHIFT (1/2/3) COMES FROM THE SYSIN CARD; THE
001700*              WINDOWS MATCH SAYHSTR'S SHIFT BANDS - FIRST
001800*              06:00-13:59, SECOND 14:00-21:59, THIRD
001900*              22:00-05:59.  AN OPTIONAL CYCLE ID IN COLUMNS
001950*              2-9 OF THE CARD LIMITS THE PAGE TO THAT CYCLE.
002000* TECTONICS:   cobc -x sayshr.cbl
002100*
002200* MODIFICATION HISTORY:
002300*   02/26/2026  ROK  INITIAL VERSION.
002310*   03/16/2026  ROK  CYCLE ID.  EACH SITE LINE SHOWS THE CYCLE
002320*                    ID FROM SAYHIST AND THE CHECKPOINT SECTION
002330*                    LISTS EVERY CYCLE'S RECORD FROM THE NOW-
002340*                    KEYED SAYCHKP.  A CYCLE ID ON THE SYSIN CARD
002350*                    (COLUMNS 2-9) LIMITS THE SITE, ALERT AND
002360*                    CHECKPOINT SECTIONS TO THAT CYCLE - ALERTS
002370*                    ARE MATCHED ON THE SITES THE CYCLE RAN, AS
002380*                    SAYALRT HAS NO ROOM FOR A CYCLE ID.
002385*   10/15/2026  ROK  SAYSHR0021W AND CC 4 WHEN THE CYCLE SITE
002390*                    TABLE IS FULL, INSTEAD OF DROPPING SITES
002395*                    SILENTLY.
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.                  SAYSHR.
004200                               ORGANIZATION IS SEQUENTIAL
004300                               FILE STATUS IS WS-SAYALRT-STATUS.
004400     SELECT SAYCHKP-FILE      ASSIGN TO SAYCHKP
004500                               ORGANIZATION IS INDEXED
004510                               ACCESS MODE IS SEQUENTIAL
004520                               RECORD KEY IS CHKP-CYCLE-ID
004600                               FILE STATUS IS WS-SAYCHKP-STATUS.
004700     SELECT SAYMAINT-FILE     ASSIGN TO SAYMAINT
004800                               ORGANIZATION IS INDEXED
006700     LABEL RECORDS ARE STANDARD.
006800     COPY SYHALRT.
006900 FD  SAYCHKP-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY SYHCHKP.
007300 FD  SAYMAINT-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 01  PARM-CARD.
007900     05  PARM-SHIFT-NO        PIC X(01).
007950     05  PARM-CYCLE-FILTER    PIC X(08).
008000     05  FILLER               PIC X(71).
008100 FD  SHRRPT-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
011000     88  WS-HIST-EOF                    VALUE 'Y'.
011100 01  WS-ALRT-EOF-SW           PIC X(01) VALUE 'N'.
011200     88  WS-ALRT-EOF                    VALUE 'Y'.
011210 01  WS-CHKP-EOF-SW           PIC X(01) VALUE 'N'.
011220     88  WS-CHKP-EOF                    VALUE 'Y'.
011300*****************************************************************
011400*    RETURN-CODE / CONDITION-CODE CONTROL
011500*****************************************************************
012900     05  WS-HIST-MN           PIC 9(02).
013000     05  WS-HIST-SS           PIC 9(02).
013100     05  WS-HIST-HS           PIC 9(02).
013105*****************************************************************
013110*    CYCLE FILTER.  SPACES = ALL CYCLES.  THE TABLE HOLDS THE
013115*    SITES THE SELECTED CYCLE RAN, SO ITS ALERTS CAN BE PICKED
013120*    OUT OF SAYALRT.
013125*****************************************************************
013130 01  WS-CYCLE-FILTER          PIC X(08) VALUE SPACES.
013135 01  WS-CYC-SITE-TABLE.
013140     05  WS-CYC-SITE-ID       OCCURS 500 TIMES
013145                              PIC X(15).
013150 01  WS-CYC-SITE-MAX          PIC 9(04) COMP VALUE 500.
013155 01  WS-CYC-SITE-COUNT        PIC 9(04) COMP VALUE ZERO.
013160 01  WS-CYC-SITE-SUB          PIC 9(04) COMP VALUE ZERO.
013165 01  WS-CYC-SITE-HIT-SW       PIC X(01) VALUE 'N'.
013170     88  WS-CYC-SITE-HIT                VALUE 'Y'.
013200*****************************************************************
013300*    HANDOVER COUNTERS AND CHECKPOINT FIELDS
013400*****************************************************************
015800     05  WS-RPT-H-DD          PIC 9(02).
015900     05  FILLER               PIC X(08) VALUE '  SHIFT '.
016000     05  WS-RPT-H-SHIFT       PIC 9(01).
016010     05  FILLER               PIC X(08) VALUE '  CYCLE '.
016020     05  WS-RPT-H-CYCLE       PIC X(08).
016100     05  FILLER               PIC X(60) VALUE SPACES.
016200 01  WS-RPT-SITE-LINE.
016300     05  FILLER               PIC X(02) VALUE SPACES.
016400     05  WS-RPT-SITE-ID       PIC X(15).
017200     05  WS-RPT-SITE-RERUN    PIC X(01).
017300     05  FILLER               PIC X(15) VALUE ' MASTER SHIFT ='.
017400     05  WS-RPT-SITE-SHIFT    PIC X(01).
017410     05  FILLER               PIC X(08) VALUE ' CYCLE ='.
017420     05  WS-RPT-SITE-CYCLE    PIC X(08).
017500     05  FILLER               PIC X(56) VALUE SPACES.
017600 01  WS-RPT-ALERT-LINE.
017700     05  FILLER               PIC X(02) VALUE SPACES.
017800     05  WS-RPT-ALERT-MSG-ID  PIC X(11).
023600                         MOVE 4 TO WS-RETURN-CODE
023700                     END-IF
023800                 END-IF
023850                 MOVE PARM-CYCLE-FILTER TO WS-CYCLE-FILTER
023900         END-READ
024000         CLOSE PARM-FILE
024100     END-IF.
026300     MOVE HINITI-MM            TO WS-RPT-H-MM.
026400     MOVE HINITI-DD            TO WS-RPT-H-DD.
026500     MOVE WS-SHIFT-NO          TO WS-RPT-H-SHIFT.
026510     IF WS-CYCLE-FILTER = SPACES
026520         MOVE 'ALL'            TO WS-RPT-H-CYCLE
026530     ELSE
026540         MOVE WS-CYCLE-FILTER  TO WS-RPT-H-CYCLE
026550     END-IF.
026600     MOVE WS-RPT-HEADER        TO RPT-PRINT-REC.
026700     WRITE RPT-PRINT-REC.
026800     EVALUATE WS-SHIFT-NO
033000        OR HIST-RUN-TIME IS NOT NUMERIC
033100         GO TO 2010-EXIT
033200     END-IF.
033210     IF WS-CYCLE-FILTER NOT = SPACES
033220         IF HIST-CYCLE-ID NOT = WS-CYCLE-FILTER
033230             GO TO 2010-EXIT
033240         END-IF
033250         IF WS-CYC-SITE-COUNT < WS-CYC-SITE-MAX
033260             ADD 1             TO WS-CYC-SITE-COUNT
033270             MOVE HIST-SITE-ID
033275                          TO WS-CYC-SITE-ID (WS-CYC-SITE-COUNT)
033276         ELSE
033277             DISPLAY 'SAYSHR0021W - CYCLE SITE TABLE FULL, SITE '
033278                     HIST-SITE-ID ' ALERTS NOT LISTED'
033279             IF RC-NORMAL
033280                 MOVE 4        TO WS-RETURN-CODE
033281             END-IF
033282         END-IF
033290     END-IF.
033300     MOVE HIST-RUN-TIME        TO WS-HIST-TIME-NUM.
033400     EVALUATE TRUE
033500         WHEN WS-HIST-HH >= 06 AND WS-HIST-HH < 14
035800     MOVE HIST-RETURN-CODE     TO WS-RPT-SITE-RC.
035900     MOVE HIST-RERUN-FLAG      TO WS-RPT-SITE-RERUN.
036000     MOVE WS-SITE-SHIFT-CODE   TO WS-RPT-SITE-SHIFT.
036050     MOVE HIST-CYCLE-ID        TO WS-RPT-SITE-CYCLE.
036100     MOVE WS-RPT-SITE-LINE     TO RPT-PRINT-REC.
036200     WRITE RPT-PRINT-REC.
036300 2010-EXIT.
038600*    3000-REPORT-ALERTS  -  LIST EVERY WARNING AND ERROR ON THE
038700*                           DAY'S ALERT GENERATION - THE OPEN
038800*                           ITEMS THE INCOMING SHIFT INHERITS.
038810*                           WITH A CYCLE FILTER, ONLY ALERTS
038820*                           FOR THE CYCLE'S SITES AND RUN-LEVEL
038830*                           (BLANK SITE) ALERTS ARE LISTED.
038900*****************************************************************
039000 3000-REPORT-ALERTS.
039100     MOVE SPACES               TO RPT-PRINT-REC.
042400             SET WS-ALRT-EOF   TO TRUE
042500             GO TO 3010-EXIT
042600     END-READ.
042605     IF WS-CYCLE-FILTER NOT = SPACES
042610        AND ALERT-SITE-ID NOT = SPACES
042615         MOVE 'N'              TO WS-CYC-SITE-HIT-SW
042620         PERFORM 3020-SCAN-CYCLE-SITE THRU 3020-EXIT
042625             VARYING WS-CYC-SITE-SUB FROM 1 BY 1
042630             UNTIL WS-CYC-SITE-SUB > WS-CYC-SITE-COUNT
042635                OR WS-CYC-SITE-HIT
042640         IF NOT WS-CYC-SITE-HIT
042645             GO TO 3010-EXIT
042650         END-IF
042655     END-IF.
042700     IF ALERT-SEV-ERROR
042800         ADD 1                 TO WS-ALERT-ERRORS
042900     ELSE
043700     WRITE RPT-PRINT-REC.
043800 3010-EXIT.
043900     EXIT.
043910 3020-SCAN-CYCLE-SITE.
043920     IF WS-CYC-SITE-ID (WS-CYC-SITE-SUB) = ALERT-SITE-ID
043930         SET WS-CYC-SITE-HIT   TO TRUE
043940     END-IF.
043950 3020-EXIT.
043960     EXIT.
044000*****************************************************************
044050*    4000-REPORT-CHECKPOINT  -  SHOW, FOR EACH CYCLE ON SAYCHKP
044100*                               (OR THE SELECTED CYCLE), WHETHER
044150*                               THE LAST CYCLE STARTED HAS ITS
044300*                               COMPLETION STAMP, OR IS STILL
044400*                               OPEN FOR THE INCOMING SHIFT TO
044500*                               WATCH.
046400         END-IF
046500         GO TO 4000-EXIT
046600     END-IF.
046700     PERFORM 4010-REPORT-ONE-CHKP THRU 4010-EXIT
046800         UNTIL WS-CHKP-EOF.
048100     CLOSE SAYCHKP-FILE.
048200     IF NOT WS-CHKP-FOUND
048300         MOVE 'NO CHECKPOINT RECORD - NO CYCLE STARTED YET'
048400                               TO WS-RPT-TEXT
048500         MOVE WS-RPT-TEXT-LINE TO RPT-PRINT-REC
048600         WRITE RPT-PRINT-REC
048900     END-IF.
048902     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
048904 4000-EXIT.
048906     EXIT.
048908 4010-REPORT-ONE-CHKP.
048910     READ SAYCHKP-FILE
048912         AT END
048914             SET WS-CHKP-EOF   TO TRUE
048916             GO TO 4010-EXIT
048918     END-READ.
048920     IF WS-CYCLE-FILTER NOT = SPACES
048922        AND CHKP-CYCLE-ID NOT = WS-CYCLE-FILTER
048924         GO TO 4010-EXIT
048926     END-IF.
048928     SET WS-CHKP-FOUND         TO TRUE.
048930     MOVE CHKP-LAST-START-DATE TO WS-SAVE-START-DATE.
048932     MOVE CHKP-LAST-START-TIME TO WS-SAVE-START-TIME.
048934     MOVE CHKP-LAST-COMPLETE-DATE
048936                               TO WS-SAVE-COMPLETE-DATE.
048938     MOVE CHKP-LAST-COMPLETE-TIME
048940                               TO WS-SAVE-COMPLETE-TIME.
048942     MOVE SPACES               TO WS-RPT-TEXT.
048944     IF CHKP-CYCLE-ID = SPACES
048946         MOVE 'CYCLE (DEFAULT)'
048948                               TO WS-RPT-TEXT
048950     ELSE
048952         STRING 'CYCLE ' CHKP-CYCLE-ID
048954                DELIMITED BY SIZE INTO WS-RPT-TEXT
048956     END-IF.
048958     MOVE WS-RPT-TEXT-LINE     TO RPT-PRINT-REC.
048960     WRITE RPT-PRINT-REC.
049000     MOVE SPACES               TO WS-RPT-TEXT.
049100     STRING 'LAST CYCLE STARTED   ' WS-SAVE-START-DATE
049200            ' AT ' WS-SAVE-START-TIME (1:2) ':'
051300             MOVE 4            TO WS-RETURN-CODE
051400         END-IF
051500     END-IF.
051600 4010-EXIT.
051800     EXIT.
051900*****************************************************************
052000*    5000-PRINT-TOTALS  -  HANDOVER CONTROL TOTALS.
