004540*                    ADVANCES AS FAR AS THE LAST HISTORY
004550*                    GROUP), AND IS PRINTED IN THE CONTROL
004560*                    TOTALS AS SITE MASTER RECORDS READ.
004565*   03/09/2026  ROK  DECOMMISSIONED SITES (SITE-STATUS 'D' ON THE
004570*                    MASTER) ARE NO LONGER REPORTED AS STALE - NOT
004575*                    RUNNING IS EXACTLY WHAT THEY ARE SUPPOSED TO
004580*                    DO.  THEY ARE COUNTED IN THE CONTROL TOTALS
004585*                    INSTEAD.  THEIR HISTORY GROUPS STILL MATCH,
004590*                    SO THEY ARE NOT REPORTED AS UNKNOWN EITHER.
004600*****************************************************************
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID.                  SAYREC.
018200 01  WS-EXC-UNKNOWN           PIC 9(07) COMP VALUE ZERO.
018300 01  WS-EXC-STALE             PIC 9(07) COMP VALUE ZERO.
018400 01  WS-EXC-NOMSG             PIC 9(07) COMP VALUE ZERO.
018450 01  WS-DECOM-SKIPPED         PIC 9(07) COMP VALUE ZERO.
018500 01  WS-TODAY-INT             PIC S9(08) COMP VALUE ZERO.
018600 01  WS-LAST-RUN-INT          PIC S9(08) COMP VALUE ZERO.
018700 01  WS-DAYS-SINCE            PIC S9(06) COMP VALUE ZERO.
059300*****************************************************************
059400*    5300-APPLY-STALE-TEST  -  PRINT THE MASTER SITE WHEN ITS
059500*                              LATEST RUN IS MISSING OR OLDER
059600*                              THAN THE THRESHOLD.  A
059610*                              DECOMMISSIONED SITE IS EXPECTED
059620*                              NOT TO RUN AND IS ONLY COUNTED.
059700*****************************************************************
059800 5300-APPLY-STALE-TEST.
059810     IF SITE-DECOMMISSIONED
059820         ADD 1                 TO WS-DECOM-SKIPPED
059830         GO TO 5300-EXIT
059840     END-IF.
059900     IF WS-GROUP-LAST-RUN = ZERO
060000         ADD 1                 TO WS-EXC-STALE
060100         MOVE SITE-ID          TO WS-RPT-STALE-ID
069200     MOVE WS-EXC-STALE         TO WS-RPT-TOTAL-COUNT.
069300     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
069400     WRITE RPT-PRINT-REC.
069410     MOVE 'DECOMMISSIONED SITES NOT CHECKED ='
069420                               TO WS-RPT-TOTAL-LABEL.
069430     MOVE WS-DECOM-SKIPPED     TO WS-RPT-TOTAL-COUNT.
069440     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
069450     WRITE RPT-PRINT-REC.
069500     MOVE 'MESSAGE CODES MISSING FROM SAYMSG='
069600                               TO WS-RPT-TOTAL-LABEL.
069700     MOVE WS-EXC-NOMSG         TO WS-RPT-TOTAL-COUNT.
