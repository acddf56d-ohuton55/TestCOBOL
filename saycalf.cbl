002200*
002300* MODIFICATION HISTORY:
002400*   02/23/2026  ROK  INITIAL VERSION.
002410*   03/12/2026  ROK  REGIONAL HOLIDAYS.  THE ESTATE FORECAST NOW
002420*                    SKIPS ONLY ESTATE-WIDE 'H' RECORDS (BLANK
002430*                    CAL-REGION-CODE), MATCHING SAYCALU, AND A
002440*                    FORECAST IS PRINTED FOR EACH REGION FOUND ON
002450*                    THE CALENDAR SHOWING THE DATES ITS SITES ARE
002460*                    PROCESSED AND THE DATES SAYHEY WILL SKIP
002470*                    THEM.  A DATE IS A DUPLICATE ONLY WHEN LISTED
002480*                    TWICE FOR THE SAME REGION.
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.                  SAYCALF.
009700*    TABLE.
009800*****************************************************************
009900 01  WS-HOLIDAY-TABLE.
009950     05  WS-HOLIDAY-ENTRY     OCCURS 400 TIMES.
010000         10  WS-HOLIDAY-DATE  PIC 9(08).
010050         10  WS-HOLIDAY-REGION
010100                              PIC X(04).
010200 01  WS-HOLIDAY-MAX           PIC 9(03) COMP VALUE 400.
010300 01  WS-HOLIDAY-COUNT         PIC 9(03) COMP VALUE ZERO.
010400 01  WS-HOLIDAY-SUB           PIC 9(03) COMP VALUE ZERO.
010500 01  WS-HOLIDAY-HIT-SW        PIC X(01) VALUE 'N'.
010600     88  WS-HOLIDAY-HIT                 VALUE 'Y'.
010650 01  WS-SCAN-REGION           PIC X(04) VALUE SPACES.
010700 01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
010800 01  WS-MAX-HOLIDAY-DATE      PIC 9(08) VALUE ZERO.
010900 01  WS-CAL-RECORDS-READ      PIC 9(05) COMP VALUE ZERO.
011000 01  WS-EXC-NONNUMERIC        PIC 9(05) COMP VALUE ZERO.
011100 01  WS-EXC-DUPLICATE         PIC 9(05) COMP VALUE ZERO.
011200 01  WS-EXC-PASTDATED         PIC 9(05) COMP VALUE ZERO.
011205 01  WS-REGION-HOL-COUNT      PIC 9(05) COMP VALUE ZERO.
011210*****************************************************************
011215*    REGIONS FOUND ON THE CALENDAR, IN ORDER OF FIRST APPEARANCE
011220*****************************************************************
011225 01  WS-REGION-TABLE.
011230     05  WS-REGION-CODE       OCCURS 50 TIMES
011235                              PIC X(04).
011240 01  WS-REGION-MAX            PIC 9(03) COMP VALUE 50.
011245 01  WS-REGION-COUNT          PIC 9(03) COMP VALUE ZERO.
011250 01  WS-REGION-SUB            PIC 9(03) COMP VALUE ZERO.
011255 01  WS-REGION-HIT-SW         PIC X(01) VALUE 'N'.
011260     88  WS-REGION-HIT                  VALUE 'Y'.
011265 01  WS-REGION-DAYS           PIC 9(03) COMP VALUE ZERO.
011270 01  WS-REGION-SKIPS          PIC 9(03) VALUE ZERO.
011300*****************************************************************
011400*    FORECAST WORK FIELDS - SAME DATE ARITHMETIC AS SAYCALU
011500*****************************************************************
014300     05  FILLER               PIC X(01) VALUE '-'.
014400     05  WS-RPT-FCST-DD       PIC 9(02).
014500     05  FILLER               PIC X(102) VALUE SPACES.
014505 01  WS-RPT-SKIP-LINE.
014510     05  FILLER               PIC X(02) VALUE SPACES.
014515     05  FILLER               PIC X(16) VALUE 'REGION HOLIDAY'.
014520     05  FILLER               PIC X(03) VALUE ' = '.
014525     05  WS-RPT-SKIP-YYYY     PIC 9(04).
014530     05  FILLER               PIC X(01) VALUE '-'.
014535     05  WS-RPT-SKIP-MM       PIC 9(02).
014540     05  FILLER               PIC X(01) VALUE '-'.
014545     05  WS-RPT-SKIP-DD       PIC 9(02).
014550     05  FILLER               PIC X(34) VALUE
014555         ' - SITES IN THIS REGION SKIPPED  '.
014560     05  FILLER               PIC X(68) VALUE SPACES.
014600 01  WS-RPT-EXC-LINE.
014700     05  FILLER               PIC X(02) VALUE SPACES.
014800     05  WS-RPT-EXC-TYPE      PIC X(01).
017600     END-IF.
017700     IF NOT RC-ERROR
017800         PERFORM 3000-PRINT-FORECAST THRU 3000-EXIT
017850         PERFORM 3500-PRINT-REGION-FORECAST THRU 3500-EXIT
017900         PERFORM 4000-CHECK-COVERAGE THRU 4000-EXIT
018000         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
018100     END-IF.
031100*****************************************************************
031200*    2030-POST-HOLIDAY  -  ADD A CLEAN HOLIDAY DATE TO THE
031300*                          TABLE, FLAGGING A DATE ALREADY
031400*                          LISTED FOR THE SAME REGION AS A
031410*                          DUPLICATE.  A REGIONAL ENTRY ALSO
031420*                          REGISTERS ITS REGION FOR THE
031430*                          PER-REGION FORECAST.
031500*****************************************************************
031600 2030-POST-HOLIDAY.
031700     MOVE 'N'                  TO WS-HOLIDAY-HIT-SW.
031800     MOVE CAL-DATE             TO WS-NEXT-DATE.
031850     MOVE CAL-REGION-CODE      TO WS-SCAN-REGION.
031900     PERFORM 2031-SCAN-HOLIDAY THRU 2031-EXIT
032000         VARYING WS-HOLIDAY-SUB FROM 1 BY 1
032100         UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
033800         ADD 1                 TO WS-HOLIDAY-COUNT
033900         MOVE CAL-DATE
034000              TO WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
034010         MOVE CAL-REGION-CODE
034020              TO WS-HOLIDAY-REGION (WS-HOLIDAY-COUNT)
034030         IF NOT CAL-GLOBAL-HOLIDAY
034040             ADD 1             TO WS-REGION-HOL-COUNT
034050             PERFORM 2040-POST-REGION THRU 2040-EXIT
034060         END-IF
034100         IF CAL-DATE > WS-MAX-HOLIDAY-DATE
034200             MOVE CAL-DATE     TO WS-MAX-HOLIDAY-DATE
034300         END-IF
035200     EXIT.
035300 2031-SCAN-HOLIDAY.
035400     IF WS-HOLIDAY-DATE (WS-HOLIDAY-SUB) = WS-NEXT-DATE
035450        AND WS-HOLIDAY-REGION (WS-HOLIDAY-SUB) = WS-SCAN-REGION
035500         SET WS-HOLIDAY-HIT    TO TRUE
035600     END-IF.
035700 2031-EXIT.
035702     EXIT.
035704*****************************************************************
035706*    2040-POST-REGION  -  ADD THE HOLIDAY'S REGION TO THE REGION
035708*                         TABLE THE FIRST TIME IT IS SEEN.
035710*****************************************************************
035712 2040-POST-REGION.
035714     MOVE 'N'                  TO WS-REGION-HIT-SW.
035716     PERFORM 2041-SCAN-REGION THRU 2041-EXIT
035718         VARYING WS-REGION-SUB FROM 1 BY 1
035720         UNTIL WS-REGION-SUB > WS-REGION-COUNT
035722            OR WS-REGION-HIT.
035724     IF WS-REGION-HIT
035726         GO TO 2040-EXIT
035728     END-IF.
035730     IF WS-REGION-COUNT < WS-REGION-MAX
035732         ADD 1                 TO WS-REGION-COUNT
035734         MOVE CAL-REGION-CODE  TO WS-REGION-CODE (WS-REGION-COUNT)
035736     ELSE
035738         DISPLAY 'SAYCALF0021W - REGION TABLE FULL, REGION '
035740                 CAL-REGION-CODE ' NOT FORECAST'
035742         IF RC-NORMAL
035744             MOVE 4            TO WS-RETURN-CODE
035746         END-IF
035748     END-IF.
035750 2040-EXIT.
035752     EXIT.
035754 2041-SCAN-REGION.
035756     IF WS-REGION-CODE (WS-REGION-SUB) = CAL-REGION-CODE
035758         SET WS-REGION-HIT     TO TRUE
035760     END-IF.
035762 2041-EXIT.
035800     EXIT.
035900*****************************************************************
036000*    2100-VALIDATE-HOLIDAYS  -  FLAG HOLIDAY DATES ALREADY
038900*    3000-PRINT-FORECAST  -  STEP FORWARD FROM THE CURRENT
039000*                            BUSINESS DATE ONE BUSINESS DAY AT
039100*                            A TIME, PRINTING EACH OF THE NEXT
039200*                            N PROCESSING DATES.  ONLY
039210*                            ESTATE-WIDE HOLIDAYS ARE SKIPPED -
039220*                            THE DATES THE CYCLE ITSELF RUNS.
039300*****************************************************************
039400 3000-PRINT-FORECAST.
039500     MOVE SPACES               TO RPT-PRINT-REC.
043400         GO TO 3020-EXIT
043500     END-IF.
043600     MOVE 'N'                  TO WS-HOLIDAY-HIT-SW.
043650     MOVE SPACES               TO WS-SCAN-REGION.
043700     PERFORM 2031-SCAN-HOLIDAY THRU 2031-EXIT
043800         VARYING WS-HOLIDAY-SUB FROM 1 BY 1
043900         UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
044200         SET WS-BUSINESS-DAY   TO TRUE
044300     END-IF.
044400 3020-EXIT.
044401     EXIT.
044402*****************************************************************
044403*    3500-PRINT-REGION-FORECAST  -  ONE FORECAST PER REGION
044404*                                   FOUND ON THE CALENDAR.  THE
044405*                                   REGION'S SITES RUN ON EACH
044406*                                   ESTATE BUSINESS DATE THAT IS
044407*                                   NOT ALSO ONE OF ITS OWN
044408*                                   HOLIDAYS; THOSE DATES ARE
044409*                                   LISTED AS SKIPPED.
044410*****************************************************************
044411 3500-PRINT-REGION-FORECAST.
044412     MOVE SPACES               TO RPT-PRINT-REC.
044413     MOVE 'REGIONAL PROCESSING-DAY FORECASTS'
044414                               TO RPT-PRINT-REC.
044415     WRITE RPT-PRINT-REC.
044416     IF WS-REGION-COUNT = ZERO
044417         MOVE 'NO REGIONAL HOLIDAYS ON THE CALENDAR'
044418                               TO WS-RPT-TEXT
044419         MOVE WS-RPT-TEXT-LINE TO RPT-PRINT-REC
044420         WRITE RPT-PRINT-REC
044421         PERFORM 8000-WRITE-BLANK THRU 8000-EXIT
044422         GO TO 3500-EXIT
044423     END-IF.
044424     PERFORM 3510-FORECAST-REGION THRU 3510-EXIT
044425         VARYING WS-REGION-SUB FROM 1 BY 1
044426         UNTIL WS-REGION-SUB > WS-REGION-COUNT.
044427 3500-EXIT.
044428     EXIT.
044429 3510-FORECAST-REGION.
044430     MOVE SPACES               TO WS-RPT-TEXT.
044431     STRING 'REGION ' WS-REGION-CODE (WS-REGION-SUB)
044432            ' - NEXT ' WS-FORECAST-DAYS
044433            ' PROCESSING DATES FOR ITS SITES'
044434            DELIMITED BY SIZE  INTO WS-RPT-TEXT.
044435     MOVE WS-RPT-TEXT-LINE     TO RPT-PRINT-REC.
044436     WRITE RPT-PRINT-REC.
044437     COMPUTE WS-NEXT-DATE-INT =
044438             FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
044439     MOVE ZERO                 TO WS-REGION-DAYS.
044440     MOVE ZERO                 TO WS-REGION-SKIPS.
044441     PERFORM 3520-REGION-ONE-DAY THRU 3520-EXIT
044442         UNTIL WS-REGION-DAYS NOT < WS-FORECAST-DAYS.
044443     MOVE SPACES               TO WS-RPT-TEXT.
044444     STRING 'REGION ' WS-REGION-CODE (WS-REGION-SUB)
044445            ' - ' WS-REGION-SKIPS
044446            ' ESTATE BUSINESS DATES SKIPPED IN THIS HORIZON'
044447            DELIMITED BY SIZE  INTO WS-RPT-TEXT.
044448     MOVE WS-RPT-TEXT-LINE     TO RPT-PRINT-REC.
044449     WRITE RPT-PRINT-REC.
044450     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
044451 3510-EXIT.
044452     EXIT.
044453 3520-REGION-ONE-DAY.
044454     MOVE 'N'                  TO WS-BUSINESS-DAY-SW.
044455     PERFORM 3020-TRY-NEXT-DAY THRU 3020-EXIT
044456         UNTIL WS-BUSINESS-DAY.
044457     MOVE 'N'                  TO WS-HOLIDAY-HIT-SW.
044458     MOVE WS-REGION-CODE (WS-REGION-SUB)
044459                               TO WS-SCAN-REGION.
044460     PERFORM 2031-SCAN-HOLIDAY THRU 2031-EXIT
044461         VARYING WS-HOLIDAY-SUB FROM 1 BY 1
044462         UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
044463            OR WS-HOLIDAY-HIT.
044464     IF WS-HOLIDAY-HIT
044465         ADD 1                 TO WS-REGION-SKIPS
044466         MOVE WS-NEXT-DATE (1:4)
044467                               TO WS-RPT-SKIP-YYYY
044468         MOVE WS-NEXT-DATE (5:2)
044469                               TO WS-RPT-SKIP-MM
044470         MOVE WS-NEXT-DATE (7:2)
044471                               TO WS-RPT-SKIP-DD
044472         MOVE WS-RPT-SKIP-LINE TO RPT-PRINT-REC
044473         WRITE RPT-PRINT-REC
044474         GO TO 3520-EXIT
044475     END-IF.
044476     ADD 1                     TO WS-REGION-DAYS.
044477     MOVE WS-REGION-DAYS       TO WS-RPT-FCST-NO.
044478     MOVE WS-NEXT-DATE (1:4)   TO WS-RPT-FCST-YYYY.
044479     MOVE WS-NEXT-DATE (5:2)   TO WS-RPT-FCST-MM.
044480     MOVE WS-NEXT-DATE (7:2)   TO WS-RPT-FCST-DD.
044481     MOVE WS-RPT-FCST-LINE     TO RPT-PRINT-REC.
044482     WRITE RPT-PRINT-REC.
044483 3520-EXIT.
044500     EXIT.
044600*****************************************************************
044700*    4000-CHECK-COVERAGE  -  WARN WHEN THE LAST LISTED HOLIDAY
052200     MOVE WS-EXC-PASTDATED     TO WS-RPT-TOTAL-COUNT.
052300     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
052400     WRITE RPT-PRINT-REC.
052405     MOVE 'REGIONAL HOLIDAY ENTRIES         ='
052410                               TO WS-RPT-TOTAL-LABEL.
052415     MOVE WS-REGION-HOL-COUNT  TO WS-RPT-TOTAL-COUNT.
052420     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
052425     WRITE RPT-PRINT-REC.
052430     MOVE 'REGIONS FORECAST                 ='
052435                               TO WS-RPT-TOTAL-LABEL.
052440     MOVE WS-REGION-COUNT      TO WS-RPT-TOTAL-COUNT.
052445     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
052450     WRITE RPT-PRINT-REC.
052500 5000-EXIT.
052600     EXIT.
052700*****************************************************************
