001900*
002000* MODIFICATION HISTORY:
002100*   02/03/2026  ROK  INITIAL VERSION.
002105*   03/23/2026  ROK  THE LOAD IS NOW JOURNALED TO CHGJRNL (SEE
002110*                    SYHJRNL).  SAYMSGL1 COPIES THE OLD TABLE TO
002115*                    THE MSGPRIOR GENERATION BEFORE THE CLUSTER IS
002120*                    REDEFINED; EACH RECORD LOADED IS COMPARED
002125*                    WITH ITS PRIOR ROW AND JOURNALED AS AN ADD OR
002130*                    A CHANGE WITH BEFORE/AFTER IMAGES (UNCHANGED
002135*                    ROWS ARE NOT JOURNALED), AND EVERY PRIOR ROW
002140*                    NOT RELOADED IS JOURNALED AS A DELETE.  THE
002145*                    JOB NAME AND THE SAYCAL BUSINESS DATE GO ON
002150*                    EACH RECORD.  NEW ADDED, CHANGED, DELETED AND
002155*                    UNCHANGED TOTALS ON THE LOAD REPORT.
002200*****************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.                  SAYMSGL.
004400     SELECT MSGRPT-FILE       ASSIGN TO MSGRPT
004500                               ORGANIZATION IS SEQUENTIAL
004600                               FILE STATUS IS WS-MSGRPT-STATUS.
004610     SELECT MSGPRIOR-FILE     ASSIGN TO MSGPRIOR
004620                               ORGANIZATION IS SEQUENTIAL
004630                               FILE STATUS IS WS-MSGPRIOR-STATUS.
004640     SELECT CHGJRNL-FILE      ASSIGN TO CHGJRNL
004650                               ORGANIZATION IS SEQUENTIAL
004660                               FILE STATUS IS WS-CHGJRNL-STATUS.
004670     SELECT SAYCAL-FILE       ASSIGN TO SAYCAL
004680                               ORGANIZATION IS SEQUENTIAL
004690                               FILE STATUS IS WS-SAYCAL-STATUS.
004700*****************************************************************
004800 DATA DIVISION.
004900 FILE SECTION.
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  RPT-PRINT-REC            PIC X(133).
005905 FD  MSGPRIOR-FILE
005910     RECORDING MODE IS F
005915     LABEL RECORDS ARE STANDARD.
005920     COPY SYHMSGR REPLACING LEADING ==MSG== BY ==PRIOR==.
005925 FD  CHGJRNL-FILE
005930     RECORDING MODE IS F
005935     LABEL RECORDS ARE STANDARD.
005940     COPY SYHJRNL.
005945 FD  SAYCAL-FILE
005950     RECORDING MODE IS F
005955     LABEL RECORDS ARE STANDARD.
005960     COPY SYHCAL.
006000 WORKING-STORAGE SECTION.
006100*****************************************************************
006200*    RUN-CONTROL / RUN-DATE FIELDS (SHARED COPYBOOK)
008000     88  WS-MSGRPT-OPEN                 VALUE 'Y'.
008100 01  WS-CARD-EOF-SW           PIC X(01) VALUE 'N'.
008200     88  WS-CARD-EOF                    VALUE 'Y'.
008205 01  WS-MSGPRIOR-STATUS       PIC X(02) VALUE SPACES.
008210     88  WS-MSGPRIOR-OK                 VALUE '00'.
008215     88  WS-MSGPRIOR-EOF                VALUE '10'.
008220 01  WS-CHGJRNL-STATUS        PIC X(02) VALUE SPACES.
008225     88  WS-CHGJRNL-OK                  VALUE '00'.
008230 01  WS-CHGJRNL-OPEN-SW       PIC X(01) VALUE 'N'.
008235     88  WS-CHGJRNL-OPEN                VALUE 'Y'.
008240 01  WS-SAYCAL-STATUS         PIC X(02) VALUE SPACES.
008245     88  WS-SAYCAL-OK                   VALUE '00'.
008250     88  WS-SAYCAL-EOF                  VALUE '10'.
008300*****************************************************************
008400*    RETURN-CODE / CONDITION-CODE CONTROL
008500*****************************************************************
014300 01  WS-CARDS-REJECTED        PIC 9(07) COMP VALUE ZERO.
014400 01  WS-RECS-ACCEPTED         PIC 9(07) COMP VALUE ZERO.
014500 01  WS-CODES-NO-EN           PIC 9(07) COMP VALUE ZERO.
014502 01  WS-RECS-ADDED            PIC 9(07) COMP VALUE ZERO.
014504 01  WS-RECS-CHANGED          PIC 9(07) COMP VALUE ZERO.
014506 01  WS-RECS-DELETED          PIC 9(07) COMP VALUE ZERO.
014508 01  WS-RECS-UNCHANGED        PIC 9(07) COMP VALUE ZERO.
014510*****************************************************************
014512*    PRIOR TABLE - THE SAYMSG ROWS AS THEY STOOD BEFORE THIS
014514*    RELOAD (MSGPRIOR), SO EACH LOADED ROW CAN BE JOURNALED AS AN
014516*    ADD OR A CHANGE AND EVERY ROW NOT RELOADED AS A DELETE.
014518*****************************************************************
014520 01  WS-PRIOR-TABLE.
014522     05  WS-PRIOR-ENTRY       OCCURS 300 TIMES.
014524         10  WS-PRIOR-IMAGE.
014526             15  WS-PRIOR-KEY PIC X(07).
014528             15  FILLER       PIC X(80).
014530         10  WS-PRIOR-MATCH-SW
014532                              PIC X(01).
014534             88  WS-PRIOR-MATCHED         VALUE 'Y'.
014536 01  WS-PRIOR-MAX             PIC 9(03) COMP VALUE 300.
014538 01  WS-PRIOR-COUNT           PIC 9(03) COMP VALUE ZERO.
014540 01  WS-PRIOR-SUB             PIC 9(03) COMP VALUE ZERO.
014542 01  WS-PRIOR-HIT-SW          PIC X(01) VALUE 'N'.
014544     88  WS-PRIOR-HIT                   VALUE 'Y'.
014546*****************************************************************
014548*    CHANGE JOURNAL FIELDS.  THE BUSINESS DATE IS THE SAYCAL 'C'
014550*    DATE (THE SYSTEM DATE IF SAYCAL CANNOT BE READ, AS IN
014552*    SAYBAN).
014554*****************************************************************
014556 01  WS-JOB-NAME              PIC X(08) VALUE 'SAYMSGL1'.
014558 01  WS-BUSINESS-DATE-NUM     PIC 9(08) VALUE ZERO.
014560 01  WS-JRNL-ACTION           PIC X(01) VALUE SPACES.
014562 01  WS-JRNL-KEY              PIC X(07) VALUE SPACES.
014564 01  WS-BEFORE-IMAGE          PIC X(90) VALUE SPACES.
014566 01  WS-AFTER-IMAGE           PIC X(90) VALUE SPACES.
014600*****************************************************************
014700*    REPORT LINE LAYOUTS
014800*****************************************************************
019200         PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
019300             UNTIL WS-CARD-EOF
019400         PERFORM 4000-FLUSH-PENDING THRU 4000-EXIT
019450         PERFORM 4500-JOURNAL-DROPPED THRU 4500-EXIT
019500         PERFORM 5000-CHECK-EN-COVERAGE THRU 5000-EXIT
019600         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
019700     END-IF.
020100*****************************************************************
020200*    1000-INITIALIZE  -  STAMP THE RUN DATE AND OPEN THE CARD
020300*                        DECK, THE MESSAGE TABLE AND THE LOAD
020400*                        REPORT, THEN PICK UP THE SAYCAL
020410*                        BUSINESS DATE, THE PRIOR TABLE AND THE
020420*                        CHANGE JOURNAL.  A MISSING JOURNAL OR
020430*                        PRIOR COPY DOES NOT STOP THE LOAD - THE
020440*                        CLUSTER HAS ALREADY BEEN REDEFINED
020450*                        EMPTY - BUT ENDS THE STEP RC 4.
020500*****************************************************************
020600 1000-INITIALIZE.
020700     ACCEPT RD-RUN-DATE-NUM FROM DATE YYYYMMDD.
024300     WRITE RPT-PRINT-REC.
024400     MOVE SPACES               TO RPT-PRINT-REC.
024500     WRITE RPT-PRINT-REC.
024502     MOVE RD-RUN-DATE-NUM      TO WS-BUSINESS-DATE-NUM.
024504     OPEN INPUT SAYCAL-FILE.
024506     IF WS-SAYCAL-OK
024508         PERFORM 1020-READ-CALENDAR THRU 1020-EXIT
024510             UNTIL WS-SAYCAL-EOF
024512         CLOSE SAYCAL-FILE
024514     END-IF.
024516     OPEN INPUT MSGPRIOR-FILE.
024518     IF WS-MSGPRIOR-OK
024520         PERFORM 1010-LOAD-PRIOR THRU 1010-EXIT
024522             UNTIL WS-MSGPRIOR-EOF
024524         CLOSE MSGPRIOR-FILE
024526     ELSE
024528         DISPLAY 'SAYMSGL0013W - UNABLE TO OPEN MSGPRIOR, FILE '
024530                 'STATUS = ' WS-MSGPRIOR-STATUS
024532                 ' - EVERY ROW IS JOURNALED AS AN ADD'
024534         IF RC-NORMAL
024536             MOVE 4            TO WS-RETURN-CODE
024538         END-IF
024540     END-IF.
024542     OPEN EXTEND CHGJRNL-FILE.
024544     IF WS-CHGJRNL-OK
024546         SET WS-CHGJRNL-OPEN   TO TRUE
024548     ELSE
024550         DISPLAY 'SAYMSGL0014W - UNABLE TO OPEN CHGJRNL, FILE '
024552                 'STATUS = ' WS-CHGJRNL-STATUS
024554                 ' - THIS LOAD IS NOT JOURNALED'
024556         IF RC-NORMAL
024558             MOVE 4            TO WS-RETURN-CODE
024560         END-IF
024562     END-IF.
024600 1000-EXIT.
024602     EXIT.
024604*****************************************************************
024606*    1010-LOAD-PRIOR  -  READ ONE PRIOR SAYMSG ROW INTO THE PRIOR
024608*                        TABLE.  ROWS PAST THE TABLE CEILING
024610*                        CANNOT BE COMPARED AND ARE REPORTED.
024612*****************************************************************
024614 1010-LOAD-PRIOR.
024616     READ MSGPRIOR-FILE
024618         AT END
024620             GO TO 1010-EXIT
024622     END-READ.
024624     IF WS-PRIOR-COUNT < WS-PRIOR-MAX
024626         ADD 1                 TO WS-PRIOR-COUNT
024628         MOVE PRIOR-RECORD     TO WS-PRIOR-IMAGE (WS-PRIOR-COUNT)
024630         MOVE 'N'
024632                 TO WS-PRIOR-MATCH-SW (WS-PRIOR-COUNT)
024634     ELSE
024636         DISPLAY 'SAYMSGL0015W - PRIOR TABLE FULL, ROW '
024638                 PRIOR-KEY ' NOT COMPARED - JOURNAL INCOMPLETE'
024640         IF RC-NORMAL
024642             MOVE 4            TO WS-RETURN-CODE
024644         END-IF
024646     END-IF.
024648 1010-EXIT.
024650     EXIT.
024652 1020-READ-CALENDAR.
024654     READ SAYCAL-FILE
024656         AT END
024658             GO TO 1020-EXIT
024660     END-READ.
024662     IF CAL-CONTROL-REC AND CAL-DATE IS NUMERIC
024664         MOVE CAL-DATE         TO WS-BUSINESS-DATE-NUM
024666     END-IF.
024668 1020-EXIT.
024700     EXIT.
024800*****************************************************************
024900*    2000-PROCESS-CARD  -  READ THE NEXT LOAD CARD AND ROUTE IT
042700         NOT INVALID KEY
042800             ADD 1             TO WS-RECS-ACCEPTED
042900             PERFORM 2130-REMEMBER-KEY THRU 2130-EXIT
042950             PERFORM 4100-JOURNAL-LOADED THRU 4100-EXIT
043000     END-WRITE.
043100     MOVE 'N'                  TO WS-PENDING-SW.
043200 4000-EXIT.
043201     EXIT.
043202*****************************************************************
043203*    4100-JOURNAL-LOADED  -  COMPARE THE ROW JUST LOADED WITH ITS
043204*                            PRIOR ROW: NO PRIOR ROW IS AN ADD, A
043205*                            DIFFERENT ONE A CHANGE; AN IDENTICAL
043206*                            ROW IS NOT JOURNALED.
043207*****************************************************************
043208 4100-JOURNAL-LOADED.
043209     MOVE 'N'                  TO WS-PRIOR-HIT-SW.
043210     PERFORM 4110-SCAN-PRIOR THRU 4110-EXIT
043211         VARYING WS-PRIOR-SUB FROM 1 BY 1
043212         UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
043213            OR WS-PRIOR-HIT.
043214     MOVE WS-PEND-KEY          TO WS-JRNL-KEY.
043215     MOVE WS-PEND-RECORD       TO WS-AFTER-IMAGE.
043216     IF NOT WS-PRIOR-HIT
043217         ADD 1                 TO WS-RECS-ADDED
043218         MOVE 'A'              TO WS-JRNL-ACTION
043219         MOVE SPACES           TO WS-BEFORE-IMAGE
043220         PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
043221         GO TO 4100-EXIT
043222     END-IF.
043223     SUBTRACT 1                FROM WS-PRIOR-SUB.
043224     SET WS-PRIOR-MATCHED (WS-PRIOR-SUB) TO TRUE.
043225     IF WS-PRIOR-IMAGE (WS-PRIOR-SUB) = WS-PEND-RECORD
043226         ADD 1                 TO WS-RECS-UNCHANGED
043227     ELSE
043228         ADD 1                 TO WS-RECS-CHANGED
043229         MOVE 'C'              TO WS-JRNL-ACTION
043230         MOVE WS-PRIOR-IMAGE (WS-PRIOR-SUB) TO WS-BEFORE-IMAGE
043231         PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
043232     END-IF.
043233 4100-EXIT.
043234     EXIT.
043235 4110-SCAN-PRIOR.
043236     IF WS-PRIOR-KEY (WS-PRIOR-SUB) = WS-PEND-KEY
043237         SET WS-PRIOR-HIT      TO TRUE
043238     END-IF.
043239 4110-EXIT.
043240     EXIT.
043241*****************************************************************
043242*    4500-JOURNAL-DROPPED  -  AT END OF DECK, JOURNAL EVERY PRIOR
043243*                             ROW THE RELOAD DID NOT CARRY FORWARD
043244*                             AS A DELETE.
043245*****************************************************************
043246 4500-JOURNAL-DROPPED.
043247     PERFORM 4510-CHECK-DROPPED THRU 4510-EXIT
043248         VARYING WS-PRIOR-SUB FROM 1 BY 1
043249         UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT.
043250 4500-EXIT.
043251     EXIT.
043252 4510-CHECK-DROPPED.
043253     IF WS-PRIOR-MATCHED (WS-PRIOR-SUB)
043254         GO TO 4510-EXIT
043255     END-IF.
043256     ADD 1                     TO WS-RECS-DELETED.
043257     MOVE 'D'                  TO WS-JRNL-ACTION.
043258     MOVE WS-PRIOR-KEY (WS-PRIOR-SUB) TO WS-JRNL-KEY.
043259     MOVE WS-PRIOR-IMAGE (WS-PRIOR-SUB) TO WS-BEFORE-IMAGE.
043260     MOVE SPACES               TO WS-AFTER-IMAGE.
043261     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
043262 4510-EXIT.
043300     EXIT.
043400*****************************************************************
043500*    5000-CHECK-EN-COVERAGE  -  WARN FOR EVERY MESSAGE CODE
052400     MOVE WS-CODES-NO-EN       TO WS-RPT-TOTAL-COUNT.
052500     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
052600     WRITE RPT-PRINT-REC.
052605     MOVE 'ROWS ADDED          =' TO WS-RPT-TOTAL-LABEL.
052610     MOVE WS-RECS-ADDED        TO WS-RPT-TOTAL-COUNT.
052615     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
052620     WRITE RPT-PRINT-REC.
052625     MOVE 'ROWS CHANGED        =' TO WS-RPT-TOTAL-LABEL.
052630     MOVE WS-RECS-CHANGED      TO WS-RPT-TOTAL-COUNT.
052635     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
052640     WRITE RPT-PRINT-REC.
052645     MOVE 'ROWS DELETED        =' TO WS-RPT-TOTAL-LABEL.
052650     MOVE WS-RECS-DELETED      TO WS-RPT-TOTAL-COUNT.
052655     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
052660     WRITE RPT-PRINT-REC.
052665     MOVE 'ROWS UNCHANGED      =' TO WS-RPT-TOTAL-LABEL.
052670     MOVE WS-RECS-UNCHANGED    TO WS-RPT-TOTAL-COUNT.
052675     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
052680     WRITE RPT-PRINT-REC.
052700 6000-EXIT.
052702     EXIT.
052704*****************************************************************
052706*    8000-WRITE-JOURNAL  -  APPEND ONE BEFORE/AFTER IMAGE RECORD
052708*                           TO CHGJRNL UNDER THE JOB NAME.
052710*****************************************************************
052712 8000-WRITE-JOURNAL.
052714     IF NOT WS-CHGJRNL-OPEN
052716         GO TO 8000-EXIT
052718     END-IF.
052720     MOVE SPACES               TO JRNL-RECORD.
052722     MOVE 'SAYMSG'             TO JRNL-FILE-ID.
052724     MOVE WS-JRNL-KEY          TO JRNL-KEY.
052726     ACCEPT JRNL-CHG-DATE FROM DATE YYYYMMDD.
052728     ACCEPT JRNL-CHG-TIME FROM TIME.
052730     MOVE WS-JRNL-ACTION       TO JRNL-ACTION.
052732     MOVE WS-JOB-NAME          TO JRNL-USER-ID.
052734     MOVE WS-BUSINESS-DATE-NUM TO JRNL-BUS-DATE.
052736     MOVE WS-BEFORE-IMAGE      TO JRNL-BEFORE-IMAGE.
052738     MOVE WS-AFTER-IMAGE       TO JRNL-AFTER-IMAGE.
052740     WRITE JRNL-RECORD.
052742     IF NOT WS-CHGJRNL-OK
052744         DISPLAY 'SAYMSGL0016W - CHGJRNL WRITE FAILED FOR KEY '
052746                 WS-JRNL-KEY ', FILE STATUS = ' WS-CHGJRNL-STATUS
052748         IF RC-NORMAL
052750             MOVE 4            TO WS-RETURN-CODE
052752         END-IF
052754     END-IF.
052756 8000-EXIT.
052800     EXIT.
052900*****************************************************************
053000*    9999-TERMINATE  -  CLOSE WHATEVER IS OPEN.
053900     IF WS-MSGRPT-OPEN
054000         CLOSE MSGRPT-FILE
054100     END-IF.
054110     IF WS-CHGJRNL-OPEN
054120         CLOSE CHGJRNL-FILE
054130     END-IF.
054200 9999-EXIT.
054300     EXIT.
054400 END PROGRAM SAYMSGL.
