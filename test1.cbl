016600*                    WRITING UNINITIALIZED STORAGE INTO THE
016700*                    ALERT-SITE-ID FIELD THE PAGING SYSTEM
016800*                    PARSES.
016805*   03/12/2026  ROK  REGIONAL HOLIDAYS.  SAYCAL 'H' RECORDS NOW
016810*                    CARRY A REGION CODE AND SAYMAINT SITES A
016815*                    SITE-REGION-CODE.  ONLY AN ESTATE-WIDE
016820*                    HOLIDAY (BLANK REGION) OR A WEEKEND HOLDS
016825*                    THE WHOLE CYCLE AS BEFORE.  A SITE WHOSE
016830*                    REGION IS ON HOLIDAY IS SKIPPED WITHOUT A
016835*                    BANNER (SAYHEY0027I, RC 0) AND ITS SAYHIST
016840*                    AND SAYPROG RECORDS CARRY THE 'H'
016845*                    HOLIDAY-SKIPPED DISPOSITION; THE REST OF THE
016850*                    DECK RUNS.  AN OVERRIDE CARD PROCESSES THE
016855*                    SITE ANYWAY (SAYHEY0028I).  A RESTART TREATS
016860*                    AN 'H' PROGRESS RECORD AS DONE, LIKE 'C'.
016862*   03/16/2026  ROK  CYCLE ID.  THE DECK'S CYCLE ID (EMEA,
016864*                    AMERICAS, ...; SPACES = THE ORIGINAL SINGLE
016866*                    CYCLE) IS TAKEN FROM THE FIRST PARM CARD BY
016868*                    1010-READ-CYCLE-ID.  SAYCHKP IS NOW A KSDS
016870*                    KEYED BY CYCLE ID, SO THE DUPLICATE-CYCLE
016872*                    CHECK AND THE START STAMP USE ONLY THIS
016874*                    CYCLE'S RECORD.  SAYPROG RECORDS CARRY THE
016876*                    CYCLE ID - A RESTART SKIPS ONLY ITS OWN
016878*                    CYCLE'S CARDS AND THE OTHER CYCLES' RECORDS
016880*                    FOR THE DATE ARE REPLAYED UNCHANGED.  SAYHIST
016882*                    RECORDS CARRY THE CYCLE ID.  A CARD FOR A
016884*                    DIFFERENT CYCLE THAN THE DECK IS REJECTED
016886*                    (SAYHEY0095E, RC 8).
016900*****************************************************************
017000 IDENTIFICATION DIVISION.
017100 PROGRAM-ID.                  SAYHEY.
019800                               ORGANIZATION IS SEQUENTIAL
019900                               FILE STATUS IS WS-SAYCAL-STATUS.
020000     SELECT SAYCHKP-FILE      ASSIGN TO SAYCHKP
020100                               ORGANIZATION IS INDEXED
020110                               ACCESS MODE IS RANDOM
020120                               RECORD KEY IS CHKP-CYCLE-ID
020200                               FILE STATUS IS WS-SAYCHKP-STATUS.
020300     SELECT SAYALRT-FILE      ASSIGN TO SAYALRT
020400                               ORGANIZATION IS SEQUENTIAL
024300     LABEL RECORDS ARE STANDARD.
024400     COPY SYHCAL.
024500 FD  SAYCHKP-FILE
024700     LABEL RECORDS ARE STANDARD.
024800     COPY SYHCHKP.
024900 FD  SAYALRT-FILE
027900 01  WS-SAYCHKP-STATUS        PIC X(02) VALUE SPACES.
028000     88  WS-SAYCHKP-OK                  VALUE '00'.
028100     88  WS-SAYCHKP-EOF                 VALUE '10'.
028150     88  WS-SAYCHKP-NOTFND              VALUE '23'.
028200 01  WS-SAYALRT-STATUS        PIC X(02) VALUE SPACES.
028300     88  WS-SAYALRT-OK                  VALUE '00'.
028400 01  WS-SAYALRT-OPEN-SW       PIC X(01) VALUE 'N'.
031100*    DOUBLE-SUBMITTED CYCLE: A BUSINESS DATE EQUAL TO THE LAST
031200*    CYCLE DATE STARTED IS REFUSED UNLESS THE PARM CARD CARRIES
031300*    THE RERUN INDICATOR.
031310*    THE CHECKPOINT IS KEYED BY THE DECK'S CYCLE ID, SO EACH
031320*    CYCLE IS GUARDED ON ITS OWN.
031400*****************************************************************
031430 01  WS-CYCLE-ID               PIC X(08) VALUE SPACES.
031500 01  WS-CHKP-FOUND-SW          PIC X(01) VALUE 'N'.
031600     88  WS-CHKP-FOUND                  VALUE 'Y'.
031700 01  WS-CHKP-FILE-OK-SW        PIC X(01) VALUE 'N'.
032900*    DRIVES THE BANNER, THE REPORT RUN-DATE LINE AND THE HISTORY
033000*    RECORD; THE REAL SYSTEM DATE IN RD-RUN-DATE-NUM IS KEPT FOR
033100*    THE LOAD-MODULE STALENESS CHECK.  SATURDAYS, SUNDAYS AND
033200*    THE LISTED HOLIDAY DATES ARE NON-PROCESSING DAYS.  A
033250*    HOLIDAY WITH A REGION CODE ONLY SKIPS THAT REGION'S SITES.
033300*****************************************************************
033400 01  WS-BUSINESS-DATE-NUM      PIC 9(08) VALUE ZERO.
033500 01  WS-BUSINESS-DATE-GRP REDEFINES WS-BUSINESS-DATE-NUM.
034100 01  WS-NONPROC-SW             PIC X(01) VALUE 'N'.
034200     88  WS-NONPROC-DAY                 VALUE 'Y'.
034300 01  WS-HOLIDAY-TABLE.
034350     05  WS-HOLIDAY-ENTRY      OCCURS 400 TIMES.
034400         10  WS-HOLIDAY-DATE   PIC 9(08).
034450         10  WS-HOLIDAY-REGION PIC X(04).
034600 01  WS-HOLIDAY-MAX            PIC 9(03) COMP VALUE 400.
034700 01  WS-HOLIDAY-COUNT          PIC 9(03) COMP VALUE ZERO.
034800 01  WS-HOLIDAY-SUB            PIC 9(03) COMP VALUE ZERO.
034810 01  WS-REGION-HOL-SW          PIC X(01) VALUE 'N'.
034820     88  WS-REGION-HOLIDAY              VALUE 'Y'.
034830 01  WS-HOLIDAY-SKIP-SW        PIC X(01) VALUE 'N'.
034840     88  WS-HOLIDAY-SKIP                VALUE 'Y'.
034850 01  WS-SITES-HOL-SKIPPED      PIC 9(04) COMP VALUE ZERO.
034900 01  WS-BUS-DATE-INT           PIC S9(08) COMP VALUE ZERO.
035000 01  WS-BUS-DOW                PIC S9(01) COMP VALUE ZERO.
035100*****************************************************************
037013*    DATE BY AN EARLIER ATTEMPT; 6000-PROCESS-SITE SKIPS A CARD
037014*    WHEN BOTH ITS DECK POSITION AND ITS SITE ID MATCH AN
037015*    ENTRY, SO A RESTART RESUMES AT THE FIRST UNPROCESSED CARD.
037037*    ENTRIES FOR OTHER CYCLES ARE HELD ONLY TO BE REPLAYED.
037016*****************************************************************
037017 01  WS-SAYPROG-STATUS         PIC X(02) VALUE SPACES.
037018     88  WS-SAYPROG-OK                  VALUE '00'.
037026         10  WS-PROG-CARD-NO   PIC 9(04) COMP.
037027         10  WS-PROG-SITE-ID   PIC X(15).
037028         10  WS-PROG-RC        PIC 9(02).
037038         10  WS-PROG-DISP      PIC X(01).
037039         10  WS-PROG-CYCLE-ID  PIC X(08).
037029 01  WS-PROG-MAX               PIC 9(04) COMP VALUE 1000.
037030 01  WS-PROG-COUNT             PIC 9(04) COMP VALUE ZERO.
037040 01  WS-PROG-OWN-COUNT         PIC 9(04) COMP VALUE ZERO.
037031 01  WS-PROG-SUB               PIC 9(04) COMP VALUE ZERO.
037032 01  WS-PROG-HIT-SW            PIC X(01) VALUE 'N'.
037033     88  WS-PROG-HIT                    VALUE 'Y'.
037100*****************************************************************
037200*    LOAD MODULE BUILD-DATE STALENESS CONTROL
037300*****************************************************************
037400 01  WS-PROGRAM-BUILD-DATE     PIC 9(08) VALUE 20260316.
037500 01  WS-DEFAULT-STALE-DAYS     PIC 9(04) VALUE 0090.
037600 01  WS-STALE-THRESHOLD-DAYS   PIC 9(04) VALUE 0090.
037700 01  WS-BUILD-DATE-INT         PIC S9(08) COMP.
042800     MOVE WS-BUS-YYYY          TO HINITI-YYYY.
042900     MOVE WS-BUS-MM            TO HINITI-MM.
043000     MOVE WS-BUS-DD            TO HINITI-DD.
043050     PERFORM 1010-READ-CYCLE-ID THRU 1010-EXIT.
043100     PERFORM 1040-READ-CHECKPOINT THRU 1040-EXIT.
043110     PERFORM 1060-LOAD-PROGRESS THRU 1060-EXIT.
043200     OPEN OUTPUT SAYRPT-FILE.
043500         MOVE 'SAYHEY START-OF-CYCLE BANNER REPORT'
043600                               TO RPT-H-TITLE
043700         WRITE RPT-HEADER-REC
043710         IF WS-CYCLE-ID NOT = SPACES
043720             MOVE SPACES       TO RPT-DETAIL-REC
043730             STRING 'CYCLE ID = ' WS-CYCLE-ID
043740                    DELIMITED BY SIZE INTO RPT-D-TEXT
043750             WRITE RPT-DETAIL-REC
043760         END-IF
043800     END-IF.
043900     OPEN INPUT PARM-FILE.
044000     IF WS-PARM-OK
051100                 ADD 1         TO WS-HOLIDAY-COUNT
051200                 MOVE CAL-DATE
051300                      TO WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
051310                 MOVE CAL-REGION-CODE
051320                      TO WS-HOLIDAY-REGION (WS-HOLIDAY-COUNT)
051400             END-IF
051500         WHEN OTHER
051600             CONTINUE
051800 1030-EXIT.
051900     EXIT.
052000*****************************************************************
052010*    1010-READ-CYCLE-ID  -  TAKE THE DECK'S CYCLE ID FROM THE
052020*                          FIRST PARM CARD, THEN CLOSE SYSIN SO
052030*                          1000-INITIALIZE REOPENS IT AT THE
052040*                          TOP OF THE DECK.  AN EMPTY OR
052050*                          MISSING DECK IS THE BLANK CYCLE.
052060*****************************************************************
052070 1010-READ-CYCLE-ID.
052080     OPEN INPUT PARM-FILE.
052090     IF NOT WS-PARM-OK
052100         GO TO 1010-EXIT
052110     END-IF.
052120     READ PARM-FILE
052130         AT END
052140             MOVE SPACES       TO PARM-RECORD
052150     END-READ.
052160     MOVE PARM-CYCLE-ID        TO WS-CYCLE-ID.
052170     CLOSE PARM-FILE.
052180     IF WS-CYCLE-ID NOT = SPACES
052190         DISPLAY 'SAYHEY0073I - RUNNING CYCLE ' WS-CYCLE-ID
052200     END-IF.
052210 1010-EXIT.
052220     EXIT.
052230*****************************************************************
052240*    1040-READ-CHECKPOINT  -  READ THIS CYCLE'S SAYCHKP RUN
052250*                             CONTROL RECORD AND COMPARE THE LAST
052300*                             CYCLE DATE STARTED AGAINST THIS
052400*                             RUN'S BUSINESS DATE.  NO RECORD FOR
052500*                             THE CYCLE IS A FIRST RUN; A MISSING
052600*                             FILE IS WARNED, THE CHECK SKIPPED.
052700*****************************************************************
052800 1040-READ-CHECKPOINT.
052900     OPEN INPUT SAYCHKP-FILE.
054100         GO TO 1040-EXIT
054200     END-IF.
054300     SET WS-CHKP-FILE-OK       TO TRUE.
054310     MOVE SPACES               TO CHKP-RECORD.
054320     MOVE WS-CYCLE-ID          TO CHKP-CYCLE-ID.
054400     READ SAYCHKP-FILE
054500         INVALID KEY
054600             DISPLAY 'SAYHEY0071I - NO SAYCHKP RECORD FOR CYCLE '
054700                     WS-CYCLE-ID ' - TREATED AS FIRST CYCLE'
054800         NOT INVALID KEY
054900             SET WS-CHKP-FOUND TO TRUE
055000             MOVE CHKP-LAST-START-DATE
055100                               TO WS-SAVE-START-DATE
056510*****************************************************************
056511*    1060-LOAD-PROGRESS  -  PICK UP THE DECK PROGRESS RECORDS
056512*                           AN EARLIER ATTEMPT AT THIS BUSINESS
056513*                           DATE LEFT ON SAYPROG (ALL CYCLES),
056514*                           THEN REOPEN THE FILE OUTPUT AND
056515*                           REPLAY THE LOADED ENTRIES.  A MISSING
056516*                           FILE IS A FIRST RUN; ANY OTHER OPEN
056517*                           FAILURE IS WARNED, NO RESTART
056601*                           PROTECTION.
056518*****************************************************************
056519 1060-LOAD-PROGRESS.
056520     OPEN INPUT SAYPROG-FILE.
056554             MOVE 4            TO WS-RETURN-CODE
056555         END-IF
056556     END-IF.
056557     IF WS-PROG-OWN-COUNT > ZERO
056558         DISPLAY 'SAYHEY0092I - RESTART OF BUSINESS DATE '
056559                 WS-BUSINESS-DATE-NUM ' - ' WS-PROG-OWN-COUNT
056560                 ' CARDS ALREADY COMPLETED WILL BE SKIPPED'
056561     END-IF.
056562 1060-EXIT.
056569     END-READ.
056570     IF PROG-RUN-DATE IS NOT NUMERIC
056571        OR PROG-RUN-DATE NOT = WS-BUSINESS-DATE-NUM
056572        OR NOT PROG-CARD-DONE
056573        OR PROG-CARD-NO IS NOT NUMERIC
056574         GO TO 1070-EXIT
056575     END-IF.
056578         MOVE PROG-CARD-NO     TO WS-PROG-CARD-NO (WS-PROG-COUNT)
056579         MOVE PROG-SITE-ID     TO WS-PROG-SITE-ID (WS-PROG-COUNT)
056580         MOVE PROG-RETURN-CODE TO WS-PROG-RC (WS-PROG-COUNT)
056602         MOVE PROG-DISP        TO WS-PROG-DISP (WS-PROG-COUNT)
056603         MOVE PROG-CYCLE-ID    TO WS-PROG-CYCLE-ID (WS-PROG-COUNT)
056604         IF PROG-CYCLE-ID = WS-CYCLE-ID
056605             ADD 1             TO WS-PROG-OWN-COUNT
056606         END-IF
056581     ELSE
056582         DISPLAY 'SAYHEY0094W - PROGRESS TABLE FULL, CARD '
056583                 PROG-CARD-NO ' WILL BE REPROCESSED'
056592     MOVE WS-BUSINESS-DATE-NUM TO PROG-RUN-DATE.
056593     MOVE WS-PROG-CARD-NO (WS-PROG-SUB) TO PROG-CARD-NO.
056594     MOVE WS-PROG-SITE-ID (WS-PROG-SUB) TO PROG-SITE-ID.
056595     MOVE WS-PROG-DISP (WS-PROG-SUB) TO PROG-DISP.
056596     MOVE WS-PROG-RC (WS-PROG-SUB) TO PROG-RETURN-CODE.
056607     MOVE WS-PROG-CYCLE-ID (WS-PROG-SUB) TO PROG-CYCLE-ID.
056597     WRITE PROG-RECORD.
056598 1080-EXIT.
056599     EXIT.
068800         PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
068900         MOVE 4                TO WS-SITE-RC
069000     END-IF.
069005     IF PARM-CYCLE-ID NOT = WS-CYCLE-ID
069010         DISPLAY 'SAYHEY0095E - CARD FOR SITE ' HELLO1
069015                 ' CARRIES CYCLE ' PARM-CYCLE-ID
069020                 ' IN A DECK FOR CYCLE ' WS-CYCLE-ID
069025         MOVE 'SAYHEY0095E' TO WS-ALERT-MSG-ID
069030         MOVE 'PARM CARD CYCLE ID NOT THE DECK CYCLE'
069035                                   TO WS-ALERT-TEXT
069040         PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
069045         MOVE 8                TO WS-SITE-RC
069050         GO TO 2000-EXIT
069055     END-IF.
069100     PERFORM 2010-CHECK-BUSINESS-DAY THRU 2010-EXIT.
069200     IF WS-NONPROC-DAY
069300         IF PARM-OVERRIDE-YES
072300             MOVE 8            TO WS-SITE-RC
072400         END-IF
072500     END-IF.
072510     IF NOT SITE-RC-ERROR
072520         PERFORM 2030-CHECK-REGION-HOLIDAY THRU 2030-EXIT
072530     END-IF.
072600 2000-EXIT.
072700     EXIT.
072800*****************************************************************
072900*    2010-CHECK-BUSINESS-DAY  -  SET WS-NONPROC-SW WHEN THE
073000*                               BUSINESS DATE FALLS ON A WEEKEND
073100*                               OR A LISTED ESTATE-WIDE
073150*                               NON-PROCESSING DATE.
073200*****************************************************************
073300 2010-CHECK-BUSINESS-DAY.
073400     MOVE 'N'                  TO WS-NONPROC-SW.
075100     EXIT.
075200 2020-SCAN-HOLIDAY.
075300     IF WS-HOLIDAY-DATE (WS-HOLIDAY-SUB) = WS-BUSINESS-DATE-NUM
075350        AND WS-HOLIDAY-REGION (WS-HOLIDAY-SUB) = SPACES
075400         SET WS-NONPROC-DAY    TO TRUE
075500     END-IF.
075600 2020-EXIT.
075602     EXIT.
075604*****************************************************************
075606*    2030-CHECK-REGION-HOLIDAY  -  SKIP THIS SITE WHEN ITS
075608*                                  SAYMAINT REGION HAS A LISTED
075610*                                  HOLIDAY ON THE BUSINESS DATE.
075612*                                  AN OVERRIDE CARD PROCESSES IT
075614*                                  ANYWAY.  A SITE NOT ON
075616*                                  SAYMAINT, OR WITH NO REGION,
075618*                                  FOLLOWS ONLY THE ESTATE-WIDE
075620*                                  CALENDAR.
075622*****************************************************************
075624 2030-CHECK-REGION-HOLIDAY.
075626     MOVE 'N'                  TO WS-REGION-HOL-SW.
075628     IF NOT WS-CAL-FOUND
075630        OR NOT WS-SITE-FOUND
075632        OR SITE-REGION-CODE = SPACES
075634         GO TO 2030-EXIT
075636     END-IF.
075638     PERFORM 2040-SCAN-REGION-HOLIDAY THRU 2040-EXIT
075640         VARYING WS-HOLIDAY-SUB FROM 1 BY 1
075642         UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
075644            OR WS-REGION-HOLIDAY.
075646     IF NOT WS-REGION-HOLIDAY
075648         GO TO 2030-EXIT
075650     END-IF.
075652     IF PARM-OVERRIDE-YES
075654         DISPLAY 'SAYHEY0028I - SITE ' HELLO1 ' REGION '
075656                 SITE-REGION-CODE ' HOLIDAY '
075658                 WS-BUSINESS-DATE-NUM
075660                 ' PROCESSED VIA OVERRIDE CARD'
075662     ELSE
075664         SET WS-HOLIDAY-SKIP   TO TRUE
075666         DISPLAY 'SAYHEY0027I - SITE ' HELLO1 ' REGION '
075668                 SITE-REGION-CODE ' ON HOLIDAY '
075670                 WS-BUSINESS-DATE-NUM ' - SITE SKIPPED'
075672     END-IF.
075674 2030-EXIT.
075676     EXIT.
075678 2040-SCAN-REGION-HOLIDAY.
075680     IF WS-HOLIDAY-DATE (WS-HOLIDAY-SUB) = WS-BUSINESS-DATE-NUM
075682        AND WS-HOLIDAY-REGION (WS-HOLIDAY-SUB) = SITE-REGION-CODE
075684         SET WS-REGION-HOLIDAY TO TRUE
075686     END-IF.
075688 2040-EXIT.
075700     EXIT.
075800*****************************************************************
075900*    3000-VALIDATE-STALENESS  -  WARN WHEN THE LOAD MODULE'S
083200         IF WS-RERUN-RUN
083300             SET HIST-RERUN    TO TRUE
083400         END-IF
083405         MOVE WS-CYCLE-ID      TO HIST-CYCLE-ID
083410         IF WS-HOLIDAY-SKIP
083420             SET HIST-HOLIDAY-SKIPPED TO TRUE
083430         END-IF
083500         WRITE HIST-RECORD
083600     END-IF.
083700 5000-EXIT.
083800     EXIT.
083810*****************************************************************
083811*    5100-WRITE-PROGRESS  -  RECORD THIS CARD AS COMPLETED (OR
083812*                            HOLIDAY-SKIPPED) ON THE SAYPROG
083813*                            DECK PROGRESS FILE SO A RESTART OF
083814*                            THIS BUSINESS DATE RESUMES AT THE
083832*                            NEXT CARD.  A CARD
083815*                            REJECTED BY THE RUN-LEVEL GUARDS
083816*                            (DUPLICATE CYCLE WITHOUT 'R',
083817*                            NON-PROCESSING DAY WITHOUT
083829     MOVE WS-BUSINESS-DATE-NUM TO PROG-RUN-DATE.
083830     MOVE WS-CARD-NO           TO PROG-CARD-NO.
083831     MOVE PARM-SITE-ID         TO PROG-SITE-ID.
083837     IF WS-HOLIDAY-SKIP
083838         SET PROG-HOLIDAY-SKIPPED TO TRUE
083839     ELSE
083840         SET PROG-COMPLETED    TO TRUE
083841     END-IF.
083833     MOVE WS-SITE-RC           TO PROG-RETURN-CODE.
083842     MOVE WS-CYCLE-ID          TO PROG-CYCLE-ID.
083834     WRITE PROG-RECORD.
083835 5100-EXIT.
083836     EXIT.
086500     PERFORM 1050-LOOKUP-SITE THRU 1050-EXIT.
086600     PERFORM 1100-LOOKUP-MESSAGE THRU 1100-EXIT.
086700     PERFORM 2000-VALIDATE-INPUT THRU 2000-EXIT.
086800     IF NOT SITE-RC-ERROR AND NOT WS-HOLIDAY-SKIP
086900         PERFORM 3000-VALIDATE-STALENESS THRU 3000-EXIT
087000     END-IF.
087100     IF (SITE-RC-NORMAL OR SITE-RC-WARNING)
087150        AND NOT WS-HOLIDAY-SKIP
087200         PERFORM 4000-PRODUCE-BANNER THRU 4000-EXIT
087210     END-IF.
087220     IF WS-HOLIDAY-SKIP
087230         PERFORM 6030-REPORT-HOLIDAY-SKIP THRU 6030-EXIT
087300     END-IF.
087400     PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT.
087410     PERFORM 5100-WRITE-PROGRESS THRU 5100-EXIT.
087912*                            DECK POSITION AND SITE ID MATCH A
087913*                            CARD ALREADY COMPLETED BY AN
087914*                            EARLIER ATTEMPT AT THIS BUSINESS
087915*                            DATE AND CYCLE.  THE CALLER ALSO
087916*                            TESTS THE CARD'S RERUN CODE - A MATCH
087917*                            ALONE DOES NOT SKIP AN 'R' CARD.
087918*****************************************************************
087919 6020-CHECK-PROGRESS.
087920     MOVE 'N'                  TO WS-PROG-HIT-SW.
087927 6021-SCAN-PROGRESS.
087928     IF WS-PROG-CARD-NO (WS-PROG-SUB) = WS-CARD-NO
087929        AND WS-PROG-SITE-ID (WS-PROG-SUB) = PARM-SITE-ID
087934        AND WS-PROG-CYCLE-ID (WS-PROG-SUB) = WS-CYCLE-ID
087930         SET WS-PROG-HIT       TO TRUE
087931     END-IF.
087932 6021-EXIT.
087935     EXIT.
087936*****************************************************************
087937*    6030-REPORT-HOLIDAY-SKIP  -  NOTE ON THE BANNER REPORT THAT
087938*                                 THIS SITE WAS SKIPPED FOR ITS
087939*                                 REGION'S HOLIDAY.
087940*****************************************************************
087941 6030-REPORT-HOLIDAY-SKIP.
087942     ADD 1                     TO WS-SITES-HOL-SKIPPED.
087943     IF WS-SAYRPT-OK
087944         MOVE SPACES           TO WS-SKIP-LINE
087945         STRING 'SITE ' PARM-SITE-ID
087946                ' REGION ' SITE-REGION-CODE
087947                ' ON HOLIDAY - SKIPPED'
087948                DELIMITED BY SIZE INTO WS-SKIP-LINE
087949         MOVE SPACES           TO RPT-DETAIL-REC
087950         MOVE WS-SKIP-LINE     TO RPT-D-TEXT
087951         WRITE RPT-DETAIL-REC
087952     END-IF.
087953 6030-EXIT.
087933     EXIT.
088000*****************************************************************
088100*    6010-RESET-SITE  -  CLEAR THE PER-SITE WORK FIELDS SO ONE
089000     MOVE 'EN'                 TO WS-LANG-CODE.
089100     MOVE WS-DEFAULT-STALE-DAYS TO WS-STALE-THRESHOLD-DAYS.
089200     MOVE 'N'                  TO WS-RERUN-SW.
089210     MOVE 'N'                  TO WS-HOLIDAY-SKIP-SW.
089220     MOVE 'N'                  TO WS-REGION-HOL-SW.
089300 6010-EXIT.
089400     EXIT.
089500*****************************************************************
091400 8000-EXIT.
091500     EXIT.
091600*****************************************************************
091700*    9000-UPDATE-CHECKPOINT  -  REWRITE THE START FIELDS OF THIS
091800*                              CYCLE'S SAYCHKP RECORD (OR ADD
091850*                              IT FOR A FIRST RUN), PRESERVING
091900*                              THE COMPLETION FIELDS STAMPED BY
092000*                              THE END-OF-CYCLE STEP.
092100*****************************************************************
092200 9000-UPDATE-CHECKPOINT.
092300     OPEN I-O SAYCHKP-FILE.
092400     IF NOT WS-SAYCHKP-OK
092500         DISPLAY 'SAYHEY0072W - UNABLE TO REWRITE SAYCHKP, FILE '
092600                 'STATUS = ' WS-SAYCHKP-STATUS
093400         GO TO 9000-EXIT
093500     END-IF.
093600     MOVE SPACES               TO CHKP-RECORD.
093650     MOVE WS-CYCLE-ID          TO CHKP-CYCLE-ID.
093700     MOVE WS-BUSINESS-DATE-NUM TO CHKP-LAST-START-DATE.
093800     MOVE RD-RUN-TIME-NUM      TO CHKP-LAST-START-TIME.
093900     MOVE WS-SAVE-COMPLETE-DATE TO CHKP-LAST-COMPLETE-DATE.
094000     MOVE WS-SAVE-COMPLETE-TIME TO CHKP-LAST-COMPLETE-TIME.
094010     IF WS-CHKP-FOUND
094020         REWRITE CHKP-RECORD
094030     ELSE
094040         WRITE CHKP-RECORD
094050     END-IF.
094060     IF NOT WS-SAYCHKP-OK
094070         DISPLAY 'SAYHEY0072W - UNABLE TO REWRITE SAYCHKP, FILE '
094080                 'STATUS = ' WS-SAYCHKP-STATUS
094090         MOVE 'SAYHEY0072W' TO WS-ALERT-MSG-ID
094100         MOVE 'UNABLE TO REWRITE SAYCHKP'
094110                                   TO WS-ALERT-TEXT
094120         PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
094130         IF RC-NORMAL
094140             MOVE 4            TO WS-RETURN-CODE
094150         END-IF
094160     END-IF.
094200     CLOSE SAYCHKP-FILE.
094300 9000-EXIT.
094400     EXIT.
094600*    9999-TERMINATE  -  WRITE THE REPORT FOOTER AND CLOSE FILES.
094700*****************************************************************
094800 9999-TERMINATE.
094810     IF WS-SITES-HOL-SKIPPED > ZERO
094820         DISPLAY 'SAYHEY0029I - ' WS-SITES-HOL-SKIPPED
094830                 ' SITES SKIPPED FOR A REGIONAL HOLIDAY ON '
094840                 WS-BUSINESS-DATE-NUM
094850     END-IF.
094900     IF WS-CHKP-FILE-OK AND NOT RC-ERROR
095000         PERFORM 9000-UPDATE-CHECKPOINT THRU 9000-EXIT
095100     END-IF.
