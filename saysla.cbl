000800*              CONTROL FILE (SEE SYHCUT - ONE DEADLINE TIME PER
000900*              SITE PLUS A GLOBAL CYCLE CUTOFF) AND COMPARES
001000*              EVERY HIST-RUN-TIME ON THE DAY'S SAYHIST
001100*              GENERATIONS, AND EACH CYCLE'S COMPLETION STAMP ON
001200*              ITS SAYBYE 'E' RECORD, AGAINST THOSE CUTOFFS.
001300*              PRODUCES THE SLARPT LATE/AT-RISK REPORT AND
001400*              WRITES A SAYALRT-FORMAT RECORD FOR EVERY BREACH
001500*              SO THE SAYALD DISPATCHER CAN PAGE ON IT.  ALSO
002690*                    'E' RECORD IS NOW REPORTED AND TREATED AS
002691*                    CYCLE STILL OPEN.  ONLY THE LATEST-DATED
002692*                    'E' RECORD IS KEPT WHEN SEVERAL ARRIVE.
002693*   03/12/2026  ROK  A SITE SKIPPED FOR A REGIONAL HOLIDAY
002694*                    (HIST-DISP 'H') PRODUCED NO BANNER AND IS
002695*                    NOT CHECKED AGAINST ITS DEADLINE.
002696*   10/15/2026  ROK  CUTOFF CHECK AND ELAPSED-TIME TREND ARE NOW
002697*                    DONE PER CYCLE ID (EMEA, AMERICAS) - ONE 'E'
002698*                    RECORD KEPT PER CYCLE, AND THE ALERT SITE IS
002699*                    '*CYCLE*' + CYCLE ID, THE WAY SAYBYE KEYS IT.
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.                  SAYSLA.
016100 01  WS-RUN-SECONDS           PIC S9(09) COMP VALUE ZERO.
016200 01  WS-MARGIN-SECONDS        PIC S9(09) COMP VALUE ZERO.
016300*****************************************************************
016310*    END-OF-CYCLE FIELDS FROM THE DAY'S 'E' RECORDS - ONE ENTRY
016320*    PER CYCLE ID SEEN ON SAYHIST.  THE LATEST SITE-RECORD DATE
016330*    IS KEPT PER CYCLE AS WELL, SO A STALE 'E' RECORD IS CAUGHT
016340*    CYCLE BY CYCLE.
016500*****************************************************************
016510 01  WS-ECYC-TABLE.
016520     05  WS-ECYC-ENTRY        OCCURS 10 TIMES.
016530         10  WS-ECYC-CYCLE-ID PIC X(08).
016540         10  WS-ECYC-FOUND-SW PIC X(01).
016550             88  WS-ECYC-FOUND          VALUE 'Y'.
016560         10  WS-ECYC-DATE     PIC 9(08).
016570         10  WS-SITE-MAX-DATE PIC 9(08).
016580         10  WS-ECYC-TIME     PIC 9(06).
016590         10  WS-ECYC-SECONDS  PIC S9(09) COMP.
016600         10  WS-ECYC-ELAPSED  PIC 9(06).
016610 01  WS-ECYC-MAX              PIC 9(03) COMP VALUE 10.
016620 01  WS-ECYC-COUNT            PIC 9(03) COMP VALUE ZERO.
016630 01  WS-ECYC-SUB              PIC 9(03) COMP VALUE ZERO.
016640 01  WS-ECYC-HIT-SW           PIC X(01) VALUE 'N'.
016650     88  WS-ECYC-HIT                    VALUE 'Y'.
016660 01  WS-ECYC-FULL-SW          PIC X(01) VALUE 'N'.
016670     88  WS-ECYC-FULL                   VALUE 'Y'.
016680 01  WS-CYCLE-LABEL           PIC X(09) VALUE SPACES.
017200*****************************************************************
017300*    ELAPSED-TIME TREND TABLE - THE LAST N END-OF-CYCLE ELAPSED
017400*    TIMES OUT OF SAYHSTM, HELD AS A SLIDING WINDOW (THE MASTER
017500*    READS IN KEY ORDER, SO THE LAST N RECORDS SEEN ARE THE
017600*    MOST RECENT N CYCLES).
017650*    THE TABLE IS REFILLED FOR EACH CYCLE ID IN TURN.
017700*****************************************************************
017800 01  WS-TREND-TABLE.
017900     05  WS-TREND-ENTRY       OCCURS 100 TIMES.
043400*    3000-CHECK-HISTORY  -  READ THE NEXT HISTORY RECORD.  SITE
043500*                           RECORDS ARE CHECKED AGAINST THEIR
043600*                           DEADLINE; THE LATEST-DATED 'E'
043610*                           RECORD OF EACH CYCLE ID IS SAVED FOR
043620*                           THE CYCLE CUTOFF CHECK (THE
043630*                           CONCATENATION CARRIES EVERY CYCLE'S
043640*                           GENERATIONS, AND CAN CARRY AN EARLIER
043650*                           GENERATION'S 'E' RECORD WHEN A CYCLE
043660*                           DIED BEFORE SAYBYE).
043800*****************************************************************
043900 3000-CHECK-HISTORY.
044000     READ SAYHIST-FILE
044300             GO TO 3000-EXIT
044400     END-READ.
044500     ADD 1                     TO WS-HIST-READ.
044510     MOVE ZERO                 TO WS-ECYC-SUB.
044520     IF HIST-RUN-DATE IS NUMERIC
044530         PERFORM 3200-FIND-CYCLE THRU 3200-EXIT
044540     END-IF.
044600     IF HIST-END-OF-CYCLE
044700         IF WS-ECYC-SUB > ZERO
044800             PERFORM 3300-SAVE-END-OF-CYCLE THRU 3300-EXIT
045010         END-IF
045100         GO TO 3000-EXIT
045200     END-IF.
045205     IF WS-ECYC-SUB > ZERO
045210         IF HIST-RUN-DATE > WS-SITE-MAX-DATE (WS-ECYC-SUB)
045215             MOVE HIST-RUN-DATE
045220                               TO WS-SITE-MAX-DATE (WS-ECYC-SUB)
045225         END-IF
045240     END-IF.
045300     IF HIST-SITE-ID = SPACES
045400        OR HIST-RUN-TIME IS NOT NUMERIC
045450        OR HIST-HOLIDAY-SKIPPED
045500         GO TO 3000-EXIT
045600     END-IF.
045700     PERFORM 3100-CHECK-ONE-SITE THRU 3100-EXIT.
052500 3120-EXIT.
052600     EXIT.
052700*****************************************************************
052701*    3200-FIND-CYCLE  -  FIND THIS RECORD'S CYCLE ID IN THE
052702*                        END-OF-CYCLE TABLE, ADDING IT THE FIRST
052703*                        TIME IT IS SEEN.  WS-ECYC-SUB IS LEFT
052704*                        ZERO WHEN THE TABLE IS FULL.
052705*****************************************************************
052706 3200-FIND-CYCLE.
052707     MOVE 'N'                  TO WS-ECYC-HIT-SW.
052708     PERFORM 3210-SCAN-CYCLE THRU 3210-EXIT
052709         VARYING WS-ECYC-SUB FROM 1 BY 1
052710         UNTIL WS-ECYC-SUB > WS-ECYC-COUNT
052711            OR WS-ECYC-HIT.
052712     IF WS-ECYC-HIT
052713         SUBTRACT 1            FROM WS-ECYC-SUB
052714         GO TO 3200-EXIT
052715     END-IF.
052716     IF WS-ECYC-COUNT < WS-ECYC-MAX
052717         ADD 1                 TO WS-ECYC-COUNT
052718         MOVE WS-ECYC-COUNT    TO WS-ECYC-SUB
052719         MOVE HIST-CYCLE-ID    TO WS-ECYC-CYCLE-ID (WS-ECYC-SUB)
052720         MOVE 'N'              TO WS-ECYC-FOUND-SW (WS-ECYC-SUB)
052721         MOVE ZERO             TO WS-ECYC-DATE (WS-ECYC-SUB)
052722         MOVE ZERO             TO WS-SITE-MAX-DATE (WS-ECYC-SUB)
052723         MOVE ZERO             TO WS-ECYC-TIME (WS-ECYC-SUB)
052724         MOVE ZERO             TO WS-ECYC-SECONDS (WS-ECYC-SUB)
052725         MOVE ZERO             TO WS-ECYC-ELAPSED (WS-ECYC-SUB)
052726         GO TO 3200-EXIT
052727     END-IF.
052728     MOVE ZERO                 TO WS-ECYC-SUB.
052729     IF NOT WS-ECYC-FULL
052730         SET WS-ECYC-FULL      TO TRUE
052731         DISPLAY 'SAYSLA0017W - CYCLE TABLE FULL, CYCLE '
052732                 HIST-CYCLE-ID ' NOT CHECKED'
052733         IF RC-NORMAL
052734             MOVE 4            TO WS-RETURN-CODE
052735         END-IF
052736     END-IF.
052737 3200-EXIT.
052738     EXIT.
052739 3210-SCAN-CYCLE.
052740     IF WS-ECYC-CYCLE-ID (WS-ECYC-SUB) = HIST-CYCLE-ID
052741         SET WS-ECYC-HIT       TO TRUE
052742     END-IF.
052743 3210-EXIT.
052744     EXIT.
052745*****************************************************************
052746*    3300-SAVE-END-OF-CYCLE  -  KEEP THE LATEST-DATED 'E' RECORD
052747*                               FOR THIS CYCLE ID.
052748*****************************************************************
052749 3300-SAVE-END-OF-CYCLE.
052750     IF HIST-RUN-DATE < WS-ECYC-DATE (WS-ECYC-SUB)
052751         GO TO 3300-EXIT
052752     END-IF.
052753     SET WS-ECYC-FOUND (WS-ECYC-SUB) TO TRUE.
052754     MOVE HIST-RUN-DATE        TO WS-ECYC-DATE (WS-ECYC-SUB).
052755     MOVE HIST-RUN-TIME (1:6)  TO WS-ECYC-TIME (WS-ECYC-SUB).
052756     MOVE HIST-ELAPSED-TIME    TO WS-ECYC-ELAPSED (WS-ECYC-SUB).
052757 3300-EXIT.
052758     EXIT.
052759*****************************************************************
052800*    4000-CHECK-CYCLE-CUTOFF  -  COMPARE THE CYCLE COMPLETION
052900*                                STAMP ON EACH CYCLE'S 'E'
053000*                                RECORD AGAINST THE GLOBAL CUTOFF.
053100*****************************************************************
053200 4000-CHECK-CYCLE-CUTOFF.
053300     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
054200         WRITE RPT-PRINT-REC
054300         GO TO 4000-EXIT
054400     END-IF.
054410     IF WS-ECYC-COUNT = ZERO
054420         MOVE 'NO CYCLE RECORDS ON SAYHIST - CHECK SKIPPED'
054700                               TO WS-RPT-TEXT
055000         MOVE WS-RPT-TEXT-LINE TO RPT-PRINT-REC
055100         WRITE RPT-PRINT-REC
055200         IF RC-NORMAL
055400         END-IF
055500         GO TO 4000-EXIT
055600     END-IF.
055602     PERFORM 4100-CHECK-ONE-CYCLE THRU 4100-EXIT
055604         VARYING WS-ECYC-SUB FROM 1 BY 1
055606         UNTIL WS-ECYC-SUB > WS-ECYC-COUNT.
055608 4000-EXIT.
055610     EXIT.
055612*****************************************************************
055614*    4100-CHECK-ONE-CYCLE  -  ONE CYCLE ID'S COMPLETION STAMP
055616*                             AGAINST THE GLOBAL CUTOFF.  A BREACH
055618*                             IS ALERTED UNDER SITE '*CYCLE*' PLUS
055620*                             THE CYCLE ID, THE KEY SAYBYE GIVES
055622*                             ITS 'E' RECORD.
055624*****************************************************************
055626 4100-CHECK-ONE-CYCLE.
055628     PERFORM 4110-SET-CYCLE-LABEL THRU 4110-EXIT.
055630     IF WS-ECYC-FOUND (WS-ECYC-SUB)
055632        AND WS-ECYC-DATE (WS-ECYC-SUB)
055634            < WS-SITE-MAX-DATE (WS-ECYC-SUB)
055636*        AN 'E' RECORD DATED BEHIND THE CYCLE'S SITE RECORDS IS A
055638*        LEFTOVER FROM AN EARLIER GENERATION - THE CYCLE IT
055640*        WOULD VOUCH FOR IS NOT THIS ONE.
055642         MOVE 'N'              TO WS-ECYC-FOUND-SW (WS-ECYC-SUB)
055644         MOVE SPACES           TO WS-RPT-TEXT
055646         STRING 'CYCLE ' WS-CYCLE-LABEL
055648                ' END-OF-CYCLE RECORD IS FOR '
055650                WS-ECYC-DATE (WS-ECYC-SUB)
055652                ' - BEHIND THE SITE RECORDS'
055654                DELIMITED BY SIZE INTO WS-RPT-TEXT
055656         MOVE WS-RPT-TEXT-LINE TO RPT-PRINT-REC
055658         WRITE RPT-PRINT-REC
055660     END-IF.
055662     IF NOT WS-ECYC-FOUND (WS-ECYC-SUB)
055664         MOVE SPACES           TO WS-RPT-TEXT
055666         STRING 'CYCLE ' WS-CYCLE-LABEL
055668                ' HAS NO END-OF-CYCLE RECORD - STILL OPEN OR '
055670                'SAYBYE DID NOT RUN'
055672                DELIMITED BY SIZE INTO WS-RPT-TEXT
055674         MOVE WS-RPT-TEXT-LINE TO RPT-PRINT-REC
055676         WRITE RPT-PRINT-REC
055678         IF RC-NORMAL
055680             MOVE 4            TO WS-RETURN-CODE
055682         END-IF
055684         GO TO 4100-EXIT
055686     END-IF.
055688     MOVE WS-ECYC-TIME (WS-ECYC-SUB) TO WS-WORK-TIME.
055800     PERFORM 7000-TIME-TO-SECONDS THRU 7000-EXIT.
055900     MOVE WS-WORK-SECONDS      TO WS-ECYC-SECONDS (WS-ECYC-SUB).
056000     COMPUTE WS-MARGIN-SECONDS = WS-GLOBAL-CUT-SECONDS
056100             - WS-ECYC-SECONDS (WS-ECYC-SUB).
056200     MOVE SPACES               TO WS-RPT-TEXT.
056250     STRING 'CYCLE ' WS-CYCLE-LABEL ' COMPLETED '
056300            WS-ECYC-TIME (WS-ECYC-SUB) (1:2) ':'
056350            WS-ECYC-TIME (WS-ECYC-SUB) (3:2) ':'
056400            WS-ECYC-TIME (WS-ECYC-SUB) (5:2)
056500            ' CUTOFF ' WS-GLOBAL-CUT-TIME (1:2) ':'
056600            WS-GLOBAL-CUT-TIME (3:2) ':'
056700            WS-GLOBAL-CUT-TIME (5:2)
056750            ' ELAPSED ' WS-ECYC-ELAPSED (WS-ECYC-SUB) (1:2) ':'
056800            WS-ECYC-ELAPSED (WS-ECYC-SUB) (3:2) ':'
056850            WS-ECYC-ELAPSED (WS-ECYC-SUB) (5:2)
057000            DELIMITED BY SIZE  INTO WS-RPT-TEXT.
057100     MOVE WS-RPT-TEXT-LINE     TO RPT-PRINT-REC.
057200     WRITE RPT-PRINT-REC.
057900             MOVE 'SAYSLA0040E' TO WS-ALERT-MSG-ID
058000             MOVE 'CYCLE COMPLETED PAST GLOBAL CUTOFF'
058100                               TO WS-ALERT-TEXT
058150             MOVE SPACES       TO WS-ALERT-SITE
058200             STRING '*CYCLE*' WS-ECYC-CYCLE-ID (WS-ECYC-SUB)
058250                    DELIMITED BY SIZE INTO WS-ALERT-SITE
058300             PERFORM 8100-WRITE-ALERT THRU 8100-EXIT
058400             IF RC-NORMAL
058500                 MOVE 4        TO WS-RETURN-CODE
059800             MOVE WS-RPT-TEXT-LINE TO RPT-PRINT-REC
059900             WRITE RPT-PRINT-REC
060000     END-EVALUATE.
060010 4100-EXIT.
060020     EXIT.
060030 4110-SET-CYCLE-LABEL.
060040     IF WS-ECYC-CYCLE-ID (WS-ECYC-SUB) = SPACES
060050         MOVE '(DEFAULT)'      TO WS-CYCLE-LABEL
060060     ELSE
060070         MOVE WS-ECYC-CYCLE-ID (WS-ECYC-SUB) TO WS-CYCLE-LABEL
060080     END-IF.
060090 4110-EXIT.
060200     EXIT.
060300*****************************************************************
060400*    5000-TREND-ELAPSED  -  TREND THE END-OF-CYCLE ELAPSED
060500*                           TIMES OUT OF SAYHSTM OVER THE LAST
060550*                           N CYCLES, ONE CYCLE ID AT A TIME:
060600*                           AVERAGE OF THE OLDER HALF AGAINST THE
060650*                           NEWER HALF GIVES THE GROWTH PER
060700*                           CYCLE, AND THE HEADROOM TO THE GLOBAL
060750*                           CUTOFF GIVES THE PROJECTED CYCLES
060800*                           UNTIL A MISS.
061100*****************************************************************
061200 5000-TREND-ELAPSED.
061300     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
061500     MOVE 'ELAPSED-TIME TREND FROM THE HISTORY MASTER'
061600                               TO RPT-PRINT-REC.
061700     WRITE RPT-PRINT-REC.
061702     IF WS-ECYC-COUNT = ZERO
061704         MOVE 'NO CYCLE RECORDS ON SAYHIST - TREND SKIPPED'
061706                               TO WS-RPT-TEXT
061708         MOVE WS-RPT-TEXT-LINE TO RPT-PRINT-REC
061710         WRITE RPT-PRINT-REC
061712         GO TO 5000-EXIT
061714     END-IF.
061716     PERFORM 5050-TREND-ONE-CYCLE THRU 5050-EXIT
061718         VARYING WS-ECYC-SUB FROM 1 BY 1
061720         UNTIL WS-ECYC-SUB > WS-ECYC-COUNT.
061722 5000-EXIT.
061724     EXIT.
061726*****************************************************************
061728*    5050-TREND-ONE-CYCLE  -  ONE PASS OF THE MASTER FOR ONE
061730*                             CYCLE ID, SO EACH CYCLE'S ELAPSED
061732*                             TIMES ARE TRENDED ON THEIR OWN.
061734*****************************************************************
061736 5050-TREND-ONE-CYCLE.
061738     PERFORM 4110-SET-CYCLE-LABEL THRU 4110-EXIT.
061740     MOVE SPACES               TO WS-RPT-TEXT.
061742     STRING 'CYCLE ' WS-CYCLE-LABEL
061744            DELIMITED BY SIZE  INTO WS-RPT-TEXT.
061746     MOVE WS-RPT-TEXT-LINE     TO RPT-PRINT-REC.
061748     WRITE RPT-PRINT-REC.
061750     MOVE ZERO                 TO WS-TREND-COUNT.
061752     MOVE 'N'                  TO WS-HSTM-EOF-SW.
061800     OPEN INPUT SAYHSTM-FILE.
061900     IF NOT WS-SAYHSTM-OK
062000         MOVE 'SAYHSTM NOT AVAILABLE - TREND SKIPPED'
062400         IF RC-NORMAL
062500             MOVE 4            TO WS-RETURN-CODE
062600         END-IF
062700         GO TO 5050-EXIT
062800     END-IF.
062900     PERFORM 5100-COLLECT-ELAPSED THRU 5100-EXIT
063000         UNTIL WS-HSTM-EOF.
063500         MOVE '- TREND SKIPPED' TO WS-RPT-TEXT (49:)
063600         MOVE WS-RPT-TEXT-LINE TO RPT-PRINT-REC
063700         WRITE RPT-PRINT-REC
063800         GO TO 5050-EXIT
063900     END-IF.
064000     PERFORM 5200-PRINT-ONE-TREND THRU 5200-EXIT
064100         VARYING WS-TREND-SUB FROM 1 BY 1
064200         UNTIL WS-TREND-SUB > WS-TREND-COUNT.
064300     PERFORM 5300-PROJECT-TREND THRU 5300-EXIT.
064400 5050-EXIT.
064500     EXIT.
064600*****************************************************************
064700*    5100-COLLECT-ELAPSED  -  SLIDE THE LAST N END-OF-CYCLE
064800*                             ELAPSED TIMES OF THE CYCLE BEING
064900*                             TRENDED INTO THE TREND TABLE.  THE
065000*                             MASTER READS IN KEY (DATE) ORDER, SO
065100*                             WHEN THE TABLE IS FULL THE OLDEST
065200*                             ENTRY DROPS OFF THE FRONT.
065300*****************************************************************
065400 5100-COLLECT-ELAPSED.
065500     READ SAYHSTM-FILE NEXT RECORD
065800             GO TO 5100-EXIT
065900     END-READ.
066000     IF NOT HSTM-END-OF-CYCLE
066010         GO TO 5100-EXIT
066020     END-IF.
066030     IF HSTM-CYCLE-ID NOT = WS-ECYC-CYCLE-ID (WS-ECYC-SUB)
066100         GO TO 5100-EXIT
066200     END-IF.
066300     IF HSTM-ELAPSED-TIME IS NOT NUMERIC
073500         WRITE RPT-PRINT-REC
073600         GO TO 5300-EXIT
073700     END-IF.
073750     IF NOT WS-GLOBAL-FOUND
073800        OR NOT WS-ECYC-FOUND (WS-ECYC-SUB)
073900         MOVE 'NO CUTOFF OR COMPLETION STAMP - PROJECTION '
074000                               TO WS-RPT-TEXT
074100         MOVE 'SKIPPED'        TO WS-RPT-TEXT (44:)
074300         WRITE RPT-PRINT-REC
074400         GO TO 5300-EXIT
074500     END-IF.
074600     COMPUTE WS-TREND-HEADROOM = WS-GLOBAL-CUT-SECONDS
074700             - WS-ECYC-SECONDS (WS-ECYC-SUB).
074800     IF WS-TREND-HEADROOM <= ZERO
074900         MOVE 'CUTOFF ALREADY BREACHED - SEE CYCLE SECTION'
075000                               TO WS-RPT-TEXT
076500         MOVE 'SAYSLA0050W' TO WS-ALERT-MSG-ID
076600         MOVE 'CYCLE CUTOFF AT RISK WITHIN A MONTH'
076700                               TO WS-ALERT-TEXT
076750         MOVE SPACES           TO WS-ALERT-SITE
076800         STRING '*CYCLE*' WS-ECYC-CYCLE-ID (WS-ECYC-SUB)
076850                DELIMITED BY SIZE INTO WS-ALERT-SITE
076900         PERFORM 8100-WRITE-ALERT THRU 8100-EXIT
077000         IF RC-NORMAL
077100             MOVE 4            TO WS-RETURN-CODE
