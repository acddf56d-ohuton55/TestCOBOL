002350*                    REJECTED CYCLE WAS FEEDING THE SCHEDULER
002360*                    "1 SITE PROCESSED".  THE WORST-RC AND
002370*                    RERUN TALLIES STILL SEE EVERY RECORD.
002375*   03/16/2026  ROK  CYCLE ID.  THE FEED RECORD CARRIES THE
002380*                    CYCLE ID OF THE SAYHIST START RECORDS, AND
002385*                    THE STAMPS COME FROM THAT CYCLE'S RECORD ON
002390*                    THE NOW-KEYED SAYCHKP.  HISTORY IS SCANNED
002395*                    BEFORE THE CHECKPOINT IS READ.
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.                  SAYSTA.
003900                               ORGANIZATION IS SEQUENTIAL
004000                               FILE STATUS IS WS-SAYCAL-STATUS.
004100     SELECT SAYCHKP-FILE      ASSIGN TO SAYCHKP
004200                               ORGANIZATION IS INDEXED
004210                               ACCESS MODE IS RANDOM
004220                               RECORD KEY IS CHKP-CYCLE-ID
004300                               FILE STATUS IS WS-SAYCHKP-STATUS.
004400     SELECT SAYHIST-FILE      ASSIGN TO SAYHIST
004500                               ORGANIZATION IS SEQUENTIAL
005800     LABEL RECORDS ARE STANDARD.
005900     COPY SYHCAL.
006000 FD  SAYCHKP-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY SYHCHKP.
006400 FD  SAYHIST-FILE
012000 01  WS-RERUN-SW              PIC X(01) VALUE 'N'.
012100     88  WS-CYCLE-RERUN                 VALUE 'Y'.
012200 01  WS-ALERT-COUNT           PIC 9(05) COMP VALUE ZERO.
012210 01  WS-CYCLE-ID              PIC X(08) VALUE SPACES.
012220 01  WS-CYCLE-FOUND-SW        PIC X(01) VALUE 'N'.
012230     88  WS-CYCLE-FOUND                 VALUE 'Y'.
012300*****************************************************************
012400*    PROCEDURE DIVISION
012500*****************************************************************
013100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013200     IF NOT RC-ERROR
013300         PERFORM 2000-READ-CALENDAR THRU 2000-EXIT
013350         PERFORM 4000-SCAN-HISTORY THRU 4000-EXIT
013400         PERFORM 3000-READ-CHECKPOINT THRU 3000-EXIT
013600         PERFORM 5000-COUNT-ALERTS THRU 5000-EXIT
013700         PERFORM 6000-WRITE-FEED THRU 6000-EXIT
013800     END-IF.
019800 2010-EXIT.
019900     EXIT.
020000*****************************************************************
020100*    3000-READ-CHECKPOINT  -  THIS CYCLE'S SAYCHKP RECORD
020200*                             SUPPLIES THE START AND COMPLETION
020250*                             STAMPS.
020300*****************************************************************
020400 3000-READ-CHECKPOINT.
020500     OPEN INPUT SAYCHKP-FILE.
021200         END-IF
021300         GO TO 3000-EXIT
021400     END-IF.
021410     MOVE SPACES               TO CHKP-RECORD.
021420     MOVE WS-CYCLE-ID          TO CHKP-CYCLE-ID.
021500     READ SAYCHKP-FILE
021600         INVALID KEY
021700             CONTINUE
021800         NOT INVALID KEY
021900             SET WS-CHKP-FOUND TO TRUE
022000             MOVE CHKP-LAST-START-DATE
022100                               TO WS-SAVE-START-DATE
023400*                          (START RECORDS PLUS THE SAYBYE
023500*                          END-OF-CYCLE GENERATION) FOR THE
023600*                          WORST RETURN CODE, THE SITE COUNT
023700*                          AND THE RERUN FLAG.  THE FIRST
023750*                          START RECORD GIVES THE CYCLE ID.
023800*****************************************************************
023900 4000-SCAN-HISTORY.
024000     OPEN INPUT SAYHIST-FILE.
026100     IF HIST-RETURN-CODE IS NUMERIC
026200        AND HIST-RETURN-CODE > WS-WORST-RC
026300         MOVE HIST-RETURN-CODE TO WS-WORST-RC
026310     END-IF.
026320     IF NOT HIST-END-OF-CYCLE AND NOT WS-CYCLE-FOUND
026330         MOVE HIST-CYCLE-ID    TO WS-CYCLE-ID
026340         SET WS-CYCLE-FOUND    TO TRUE
026400     END-IF.
026500     IF HIST-RERUN
026600         SET WS-CYCLE-RERUN    TO TRUE
031800         SET STAT-RERUN        TO TRUE
031900     END-IF.
032000     MOVE WS-ALERT-COUNT       TO STAT-ALERT-COUNT.
032050     MOVE WS-CYCLE-ID          TO STAT-CYCLE-ID.
032100     IF WS-CHKP-FOUND
032200        AND WS-SAVE-COMPLETE-DATE = WS-BUSINESS-DATE-NUM
032300        AND WS-SAVE-COMPLETE-DATE NOT = ZERO
032800     WRITE STAT-RECORD.
032900     DISPLAY 'SAYSTA0001I - STATUS FEED WRITTEN FOR BUSINESS '
033000             'DATE ' STAT-BUSINESS-DATE ' STATUS '
033100             STAT-FEED-STATUS ' WORST RC ' STAT-WORST-RC
033150             ' CYCLE ' STAT-CYCLE-ID.
033200 6000-EXIT.
033300     EXIT.
033400*****************************************************************
