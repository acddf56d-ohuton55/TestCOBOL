000100*****************************************************************
000200* PROGRAM-ID:  SAYCHG
000300* AUTHOR:      R. OKAFOR  -  BATCH SCHEDULING GROUP
000400* INSTALLATION: DAYLIGHT DATA CENTER
000500* DATE-WRITTEN: 03/23/2026
000600* DATE-COMPILED:
000700* PURPOSE:     DAILY CONTROL-DATA CHANGE REPORT FOR AUDIT
000800*              SIGN-OFF.  READS THE CHGJRNL CHANGE JOURNAL (SEE
000900*              SYHJRNL) WRITTEN BY SAYMNT AND SAYMSGL, SORTS IT BY
001000*              FILE, KEY AND TIME, AND LISTS EVERY ADD, CHANGE AND
001100*              DELETE MADE ON THE REPORT DATE GROUPED BY FILE AND
001200*              KEY, WITH WHO MADE IT, WHEN, THE BUSINESS DATE IT
001300*              WAS MADE UNDER AND THE BEFORE AND AFTER IMAGES.
001400*              A CHANGE MADE AFTER THE LATEST SAYPRF BANNER PROOF
001500*              FOR ITS BUSINESS DATE (THE 'P' PROOF STAMPS ON THE
001600*              SAME JOURNAL) IS FLAGGED AND RAISES RC-WARNING -
001700*              THE NEXT CYCLE WILL RUN ON CONTROL DATA NOBODY HAS
001800*              PROOFED.  THE PROOFS PRODUCED ON THE REPORT DATE
001900*              ARE LISTED AFTER THE CHANGES, AND THE REPORT ENDS
002000*              WITH A SIGN-OFF BLOCK.  THE REPORT DATE COMES FROM
002100*              COLUMNS 1-8 OF THE SYSIN CARD (YYYYMMDD); NO CARD
002200*              OR A BLANK DATE MEANS TODAY.
002300* TECTONICS:   cobc -x saychg.cbl
002400*
002500* MODIFICATION HISTORY:
002600*   03/23/2026  ROK  INITIAL VERSION.
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.                  SAYCHG.
003000 AUTHOR.                      R. OKAFOR.
003100 INSTALLATION.                DAYLIGHT DATA CENTER.
003200 DATE-WRITTEN.                03/23/2026.
003300 DATE-COMPILED.
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.             IBM-370.
003800 OBJECT-COMPUTER.             IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PARM-FILE         ASSIGN TO SYSIN
004200                               ORGANIZATION IS LINE SEQUENTIAL
004300                               FILE STATUS IS WS-PARM-STATUS.
004400     SELECT CHGJRNL-FILE      ASSIGN TO CHGJRNL
004500                               ORGANIZATION IS SEQUENTIAL
004600                               FILE STATUS IS WS-CHGJRNL-STATUS.
004700     SELECT SRTJRNL-FILE      ASSIGN TO SRTJRNL
004800                               ORGANIZATION IS SEQUENTIAL
004900                               FILE STATUS IS WS-SRTJRNL-STATUS.
005000     SELECT SORT-FILE         ASSIGN TO SORTWK01.
005100     SELECT CHGRPT-FILE       ASSIGN TO CHGRPT
005200                               ORGANIZATION IS SEQUENTIAL
005300                               FILE STATUS IS WS-CHGRPT-STATUS.
005400*****************************************************************
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  PARM-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  PARM-CARD.
006000     05  PARM-REPORT-DATE     PIC X(08).
006100     05  FILLER               PIC X(72).
006200 FD  CHGJRNL-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500     COPY SYHJRNL.
006600 FD  SRTJRNL-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900     COPY SYHJRNL REPLACING LEADING ==JRNL== BY ==SRT==.
007000 SD  SORT-FILE.
007100     COPY SYHJRNL REPLACING LEADING ==JRNL== BY ==SORT==.
007200 FD  CHGRPT-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 01  RPT-PRINT-REC            PIC X(133).
007600 WORKING-STORAGE SECTION.
007700*****************************************************************
007800*    RUN-CONTROL / RUN-DATE FIELDS (SHARED COPYBOOK)
007900*****************************************************************
008000     COPY SYHRUNDT.
008100*****************************************************************
008200*    FILE STATUS, OPEN AND END-OF-FILE CONTROL
008300*****************************************************************
008400 01  WS-PARM-STATUS           PIC X(02) VALUE SPACES.
008500     88  WS-PARM-OK                     VALUE '00'.
008600 01  WS-CHGJRNL-STATUS        PIC X(02) VALUE SPACES.
008700     88  WS-CHGJRNL-OK                  VALUE '00'.
008800     88  WS-CHGJRNL-EOF                 VALUE '10'.
008900 01  WS-SRTJRNL-STATUS        PIC X(02) VALUE SPACES.
009000     88  WS-SRTJRNL-OK                  VALUE '00'.
009100 01  WS-CHGRPT-STATUS         PIC X(02) VALUE SPACES.
009200     88  WS-CHGRPT-OK                   VALUE '00'.
009300 01  WS-SRTJRNL-OPEN-SW       PIC X(01) VALUE 'N'.
009400     88  WS-SRTJRNL-OPEN                VALUE 'Y'.
009500 01  WS-CHGRPT-OPEN-SW        PIC X(01) VALUE 'N'.
009600     88  WS-CHGRPT-OPEN                 VALUE 'Y'.
009700 01  WS-SRT-EOF-SW            PIC X(01) VALUE 'N'.
009800     88  WS-SRT-EOF                     VALUE 'Y'.
009900*****************************************************************
010000*    RETURN-CODE / CONDITION-CODE CONTROL
010100*****************************************************************
010200 01  WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
010300     88  RC-NORMAL                      VALUE 0.
010400     88  RC-WARNING                     VALUE 4.
010500     88  RC-ERROR                       VALUE 8.
010600*****************************************************************
010700*    REPORT DATE SELECTED FROM THE SYSIN CARD
010800*****************************************************************
010900 01  WS-REPORT-DATE           PIC 9(08) VALUE ZERO.
011000 01  WS-REPORT-DATE-GRP REDEFINES WS-REPORT-DATE.
011100     05  WS-REPORT-YYYY       PIC 9(04).
011200     05  WS-REPORT-MM         PIC 9(02).
011300     05  WS-REPORT-DD         PIC 9(02).
011400*****************************************************************
011500*    PROOF STAMP TABLE - THE LATEST SAYPRF PROOF ON THE JOURNAL
011600*    FOR EACH BUSINESS DATE.  A CHANGE TIMED AFTER THE STAMP FOR
011700*    ITS OWN BUSINESS DATE WAS NOT IN THAT PROOF.
011800*****************************************************************
011900 01  WS-PROOF-TABLE.
012000     05  WS-PROOF-ENTRY       OCCURS 400 TIMES.
012100         10  WS-PROOF-BUS-DATE
012200                              PIC 9(08).
012300         10  WS-PROOF-STAMP.
012400             15  WS-PROOF-DATE
012500                              PIC 9(08).
012600             15  WS-PROOF-TIME
012700                              PIC 9(08).
012800 01  WS-PROOF-MAX             PIC 9(03) COMP VALUE 400.
012900 01  WS-PROOF-COUNT           PIC 9(03) COMP VALUE ZERO.
013000 01  WS-PROOF-SUB             PIC 9(03) COMP VALUE ZERO.
013100 01  WS-PROOF-HIT-SW          PIC X(01) VALUE 'N'.
013200     88  WS-PROOF-HIT                   VALUE 'Y'.
013300 01  WS-PROOF-FULL-SW         PIC X(01) VALUE 'N'.
013400     88  WS-PROOF-FULL                  VALUE 'Y'.
013500 01  WS-CHG-STAMP.
013600     05  WS-CHG-STAMP-DATE    PIC 9(08).
013700     05  WS-CHG-STAMP-TIME    PIC 9(08).
013800 01  WS-LOOK-BUS-DATE         PIC 9(08) VALUE ZERO.
013900*****************************************************************
014000*    FILE/KEY GROUP CONTROL.  THE SORTED JOURNAL ARRIVES IN FILE
014100*    AND KEY ORDER, SO A HEADING PRINTS WHENEVER EITHER CHANGES.
014200*****************************************************************
014300 01  WS-GROUP-FILE-ID         PIC X(08) VALUE SPACES.
014400 01  WS-GROUP-KEY             PIC X(15) VALUE SPACES.
014500 01  WS-GROUP-OPEN-SW         PIC X(01) VALUE 'N'.
014600     88  WS-GROUP-OPEN                  VALUE 'Y'.
014700 01  WS-PROOF-HEAD-SW         PIC X(01) VALUE 'N'.
014800     88  WS-PROOF-HEAD-DONE             VALUE 'Y'.
014900*****************************************************************
015000*    REPORT COUNTERS
015100*****************************************************************
015200 01  WS-JRNL-READ             PIC 9(07) COMP VALUE ZERO.
015300 01  WS-CHANGES-LISTED        PIC 9(07) COMP VALUE ZERO.
015400 01  WS-ADDS-LISTED           PIC 9(07) COMP VALUE ZERO.
015500 01  WS-CHGS-LISTED           PIC 9(07) COMP VALUE ZERO.
015600 01  WS-DELS-LISTED           PIC 9(07) COMP VALUE ZERO.
015700 01  WS-KEYS-LISTED           PIC 9(07) COMP VALUE ZERO.
015800 01  WS-AFTER-PROOF           PIC 9(07) COMP VALUE ZERO.
015900 01  WS-PROOFS-LISTED         PIC 9(07) COMP VALUE ZERO.
016000*****************************************************************
016100*    JOURNAL TIME WORK FIELDS
016200*****************************************************************
016300 01  WS-EDIT-DATE-NUM         PIC 9(08) VALUE ZERO.
016400 01  WS-EDIT-DATE-GRP REDEFINES WS-EDIT-DATE-NUM.
016500     05  WS-EDIT-YYYY         PIC 9(04).
016600     05  WS-EDIT-MM           PIC 9(02).
016700     05  WS-EDIT-DD           PIC 9(02).
016800 01  WS-EDIT-TIME-NUM         PIC 9(08) VALUE ZERO.
016900 01  WS-EDIT-TIME-GRP REDEFINES WS-EDIT-TIME-NUM.
017000     05  WS-EDIT-HH           PIC 9(02).
017100     05  WS-EDIT-MN           PIC 9(02).
017200     05  WS-EDIT-SS           PIC 9(02).
017300     05  WS-EDIT-HS           PIC 9(02).
017400*****************************************************************
017500*    REPORT LINE LAYOUTS
017600*****************************************************************
017700 01  WS-RPT-HEADER.
017800     05  FILLER               PIC X(39) VALUE
017900         'SAYCHG - CONTROL DATA CHANGE REPORT FOR'.
018000     05  FILLER               PIC X(01) VALUE SPACE.
018100     05  WS-RPT-H-YYYY        PIC 9(04).
018200     05  FILLER               PIC X(01) VALUE '-'.
018300     05  WS-RPT-H-MM          PIC 9(02).
018400     05  FILLER               PIC X(01) VALUE '-'.
018500     05  WS-RPT-H-DD          PIC 9(02).
018600     05  FILLER               PIC X(83) VALUE SPACES.
018700 01  WS-RPT-GROUP-LINE.
018800     05  FILLER               PIC X(02) VALUE SPACES.
018900     05  FILLER               PIC X(07) VALUE 'FILE = '.
019000     05  WS-RPT-G-FILE-ID     PIC X(08).
019100     05  FILLER               PIC X(09) VALUE '   KEY = '.
019200     05  WS-RPT-G-KEY         PIC X(15).
019300     05  FILLER               PIC X(92) VALUE SPACES.
019400 01  WS-RPT-DETAIL-LINE.
019500     05  FILLER               PIC X(04) VALUE SPACES.
019600     05  WS-RPT-D-ACTION      PIC X(07).
019700     05  FILLER               PIC X(04) VALUE ' AT '.
019800     05  WS-RPT-D-YYYY        PIC 9(04).
019900     05  FILLER               PIC X(01) VALUE '-'.
020000     05  WS-RPT-D-MM          PIC 9(02).
020100     05  FILLER               PIC X(01) VALUE '-'.
020200     05  WS-RPT-D-DD          PIC 9(02).
020300     05  FILLER               PIC X(01) VALUE SPACE.
020400     05  WS-RPT-D-HH          PIC 9(02).
020500     05  FILLER               PIC X(01) VALUE ':'.
020600     05  WS-RPT-D-MN          PIC 9(02).
020700     05  FILLER               PIC X(01) VALUE ':'.
020800     05  WS-RPT-D-SS          PIC 9(02).
020900     05  FILLER               PIC X(04) VALUE ' BY '.
021000     05  WS-RPT-D-USER        PIC X(08).
021100     05  FILLER               PIC X(16) VALUE
021200         '  BUSINESS DATE '.
021300     05  WS-RPT-D-BUS-DATE    PIC 9(08).
021400     05  FILLER               PIC X(02) VALUE SPACES.
021500     05  WS-RPT-D-FLAG        PIC X(19).
021600     05  FILLER               PIC X(42) VALUE SPACES.
021700 01  WS-RPT-IMAGE-LINE.
021800     05  FILLER               PIC X(06) VALUE SPACES.
021900     05  WS-RPT-I-LABEL       PIC X(08).
022000     05  WS-RPT-I-IMAGE       PIC X(90).
022100     05  FILLER               PIC X(29) VALUE SPACES.
022200 01  WS-RPT-TOTAL-LINE.
022300     05  FILLER               PIC X(02) VALUE SPACES.
022400     05  WS-RPT-TOTAL-LABEL   PIC X(34).
022500     05  WS-RPT-TOTAL-COUNT   PIC Z(06)9.
022600     05  FILLER               PIC X(90) VALUE SPACES.
022700 01  WS-RPT-SIGNOFF-LINE.
022800     05  FILLER               PIC X(02) VALUE SPACES.
022900     05  FILLER               PIC X(42) VALUE
023000         'REVIEWED AND SIGNED OFF BY  ______________'.
023100     05  FILLER               PIC X(30) VALUE
023200         '________    DATE  ___________'.
023300     05  FILLER               PIC X(59) VALUE SPACES.
023400*****************************************************************
023500*    PROCEDURE DIVISION
023600*****************************************************************
023700 PROCEDURE DIVISION.
023800*****************************************************************
023900*    0000-MAINLINE
024000*****************************************************************
024100 0000-MAINLINE.
024200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024300     IF NOT RC-ERROR
024400         PERFORM 1500-LOAD-PROOFS THRU 1500-EXIT
024500     END-IF.
024600     IF NOT RC-ERROR
024700         PERFORM 2000-SORT-JOURNAL THRU 2000-EXIT
024800     END-IF.
024900     IF NOT RC-ERROR
025000         PERFORM 3000-REPORT-CHANGES THRU 3000-EXIT
025100     END-IF.
025200     IF NOT RC-ERROR
025300         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
025400     END-IF.
025500     PERFORM 9999-TERMINATE THRU 9999-EXIT.
025600     MOVE WS-RETURN-CODE       TO RETURN-CODE.
025700     STOP RUN.
025800*****************************************************************
025900*    1000-INITIALIZE  -  STAMP THE RUN DATE, TAKE THE REPORT DATE
026000*                        FROM THE SYSIN CARD AND OPEN THE REPORT.
026100*                        THE JOURNAL IS OPENED BY THE PROOF PASS
026200*                        AND BY THE SORT.
026300*****************************************************************
026400 1000-INITIALIZE.
026500     ACCEPT RD-RUN-DATE-NUM FROM DATE YYYYMMDD.
026600     ACCEPT RD-RUN-TIME-NUM FROM TIME.
026700     MOVE RD-RUN-YYYY          TO HINITI-YYYY.
026800     MOVE RD-RUN-MM            TO HINITI-MM.
026900     MOVE RD-RUN-DD            TO HINITI-DD.
027000     MOVE RD-RUN-DATE-NUM      TO WS-REPORT-DATE.
027100     OPEN INPUT PARM-FILE.
027200     IF WS-PARM-OK
027300         READ PARM-FILE
027400             AT END
027500                 CONTINUE
027600             NOT AT END
027700                 PERFORM 1010-CHECK-REPORT-DATE THRU 1010-EXIT
027800         END-READ
027900         CLOSE PARM-FILE
028000     END-IF.
028100     OPEN OUTPUT CHGRPT-FILE.
028200     IF WS-CHGRPT-OK
028300         SET WS-CHGRPT-OPEN    TO TRUE
028400     ELSE
028500         DISPLAY 'SAYCHG0010E - UNABLE TO OPEN CHGRPT, FILE '
028600                 'STATUS = ' WS-CHGRPT-STATUS
028700         MOVE 8                TO WS-RETURN-CODE
028800         GO TO 1000-EXIT
028900     END-IF.
029000     MOVE WS-REPORT-YYYY       TO WS-RPT-H-YYYY.
029100     MOVE WS-REPORT-MM         TO WS-RPT-H-MM.
029200     MOVE WS-REPORT-DD         TO WS-RPT-H-DD.
029300     MOVE WS-RPT-HEADER        TO RPT-PRINT-REC.
029400     WRITE RPT-PRINT-REC.
029500     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
029600 1000-EXIT.
029700     EXIT.
029800*****************************************************************
029900*    1010-CHECK-REPORT-DATE  -  A BLANK DATE KEEPS TODAY; A DATE
030000*                               THAT IS NOT YYYYMMDD IS IGNORED
030100*                               WITH A WARNING.
030200*****************************************************************
030300 1010-CHECK-REPORT-DATE.
030400     IF PARM-REPORT-DATE = SPACES
030500         GO TO 1010-EXIT
030600     END-IF.
030700     IF PARM-REPORT-DATE IS NOT NUMERIC
030800         DISPLAY 'SAYCHG0014W - INVALID REPORT DATE CARD '
030900                 PARM-REPORT-DATE ' - USING ' WS-REPORT-DATE
031000         IF RC-NORMAL
031100             MOVE 4            TO WS-RETURN-CODE
031200         END-IF
031300         GO TO 1010-EXIT
031400     END-IF.
031500     MOVE PARM-REPORT-DATE     TO WS-EDIT-DATE-NUM.
031600     IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
031700        OR WS-EDIT-DD < 1 OR WS-EDIT-DD > 31
031800         DISPLAY 'SAYCHG0014W - INVALID REPORT DATE CARD '
031900                 PARM-REPORT-DATE ' - USING ' WS-REPORT-DATE
032000         IF RC-NORMAL
032100             MOVE 4            TO WS-RETURN-CODE
032200         END-IF
032300     ELSE
032400         MOVE WS-EDIT-DATE-NUM TO WS-REPORT-DATE
032500     END-IF.
032600 1010-EXIT.
032700     EXIT.
032800*****************************************************************
032900*    1500-LOAD-PROOFS  -  READ THE WHOLE JOURNAL ONCE AND KEEP THE
033000*                         LATEST PROOF STAMP FOR EACH BUSINESS
033100*                         DATE.  THE STAMPS SORT AFTER THE CHANGES
033200*                         THEY JUDGE, SO THEY ARE GATHERED FIRST.
033300*****************************************************************
033400 1500-LOAD-PROOFS.
033500     OPEN INPUT CHGJRNL-FILE.
033600     IF NOT WS-CHGJRNL-OK
033700         DISPLAY 'SAYCHG0011E - UNABLE TO OPEN CHGJRNL, FILE '
033800                 'STATUS = ' WS-CHGJRNL-STATUS
033900         MOVE 8                TO WS-RETURN-CODE
034000         GO TO 1500-EXIT
034100     END-IF.
034200     PERFORM 1510-READ-JOURNAL THRU 1510-EXIT
034300         UNTIL WS-CHGJRNL-EOF.
034400     CLOSE CHGJRNL-FILE.
034500 1500-EXIT.
034600     EXIT.
034700 1510-READ-JOURNAL.
034800     READ CHGJRNL-FILE
034900         AT END
035000             GO TO 1510-EXIT
035100     END-READ.
035200     ADD 1                     TO WS-JRNL-READ.
035300     IF NOT JRNL-PROOF-STAMP
035400         GO TO 1510-EXIT
035500     END-IF.
035600     MOVE JRNL-BUS-DATE        TO WS-LOOK-BUS-DATE.
035700     PERFORM 4000-FIND-PROOF THRU 4000-EXIT.
035800     MOVE JRNL-CHG-DATE        TO WS-CHG-STAMP-DATE.
035900     MOVE JRNL-CHG-TIME        TO WS-CHG-STAMP-TIME.
036000     IF WS-PROOF-HIT
036100         IF WS-CHG-STAMP > WS-PROOF-STAMP (WS-PROOF-SUB)
036200             MOVE WS-CHG-STAMP TO WS-PROOF-STAMP (WS-PROOF-SUB)
036300         END-IF
036400         GO TO 1510-EXIT
036500     END-IF.
036600     IF WS-PROOF-COUNT < WS-PROOF-MAX
036700         ADD 1                 TO WS-PROOF-COUNT
036800         MOVE JRNL-BUS-DATE
036900                 TO WS-PROOF-BUS-DATE (WS-PROOF-COUNT)
037000         MOVE WS-CHG-STAMP     TO WS-PROOF-STAMP (WS-PROOF-COUNT)
037100     ELSE
037200         IF NOT WS-PROOF-FULL
037300             SET WS-PROOF-FULL TO TRUE
037400             DISPLAY 'SAYCHG0015W - PROOF TABLE FULL AT BUSINESS '
037500                     'DATE ' JRNL-BUS-DATE
037600                     ' - LATER PROOFS IGNORED'
037700             IF RC-NORMAL
037800                 MOVE 4        TO WS-RETURN-CODE
037900             END-IF
038000         END-IF
038100     END-IF.
038200 1510-EXIT.
038300     EXIT.
038400*****************************************************************
038500*    2000-SORT-JOURNAL  -  SORT THE JOURNAL BY FILE, KEY AND TIME
038600*                          INTO THE SRTJRNL WORK FILE.
038700*****************************************************************
038800 2000-SORT-JOURNAL.
038900     SORT SORT-FILE
039000         ON ASCENDING KEY SORT-FILE-ID
039100                          SORT-KEY
039200                          SORT-CHG-DATE
039300                          SORT-CHG-TIME
039400         USING CHGJRNL-FILE
039500         GIVING SRTJRNL-FILE.
039600     IF SORT-RETURN NOT = ZERO
039700         DISPLAY 'SAYCHG0012E - JOURNAL SORT FAILED, '
039800                 'SORT-RETURN = ' SORT-RETURN
039900         MOVE 8                TO WS-RETURN-CODE
040000     END-IF.
040100 2000-EXIT.
040200     EXIT.
040300*****************************************************************
040400*    3000-REPORT-CHANGES  -  READ THE SORTED JOURNAL AND LIST THE
040500*                            REPORT DATE'S ENTRIES.
040600*****************************************************************
040700 3000-REPORT-CHANGES.
040800     OPEN INPUT SRTJRNL-FILE.
040900     IF WS-SRTJRNL-OK
041000         SET WS-SRTJRNL-OPEN   TO TRUE
041100     ELSE
041200         DISPLAY 'SAYCHG0013E - UNABLE TO OPEN SRTJRNL, FILE '
041300                 'STATUS = ' WS-SRTJRNL-STATUS
041400         MOVE 8                TO WS-RETURN-CODE
041500         GO TO 3000-EXIT
041600     END-IF.
041700     PERFORM 3010-READ-SORTED THRU 3010-EXIT
041800         UNTIL WS-SRT-EOF.
041900     CLOSE SRTJRNL-FILE.
042000     MOVE 'N'                  TO WS-SRTJRNL-OPEN-SW.
042100     IF WS-CHANGES-LISTED = ZERO
042200         MOVE SPACES           TO RPT-PRINT-REC
042300         MOVE '  NO CHANGES JOURNALED ON THE REPORT DATE'
042400                               TO RPT-PRINT-REC
042500         WRITE RPT-PRINT-REC
042600     END-IF.
042700 3000-EXIT.
042800     EXIT.
042900 3010-READ-SORTED.
043000     READ SRTJRNL-FILE
043100         AT END
043200             SET WS-SRT-EOF    TO TRUE
043300             GO TO 3010-EXIT
043400     END-READ.
043500     IF SRT-CHG-DATE NOT = WS-REPORT-DATE
043600         GO TO 3010-EXIT
043700     END-IF.
043800     IF SRT-PROOF-STAMP
043900         PERFORM 3300-LIST-PROOF THRU 3300-EXIT
044000     ELSE
044100         PERFORM 3100-LIST-CHANGE THRU 3100-EXIT
044200     END-IF.
044300 3010-EXIT.
044400     EXIT.
044500*****************************************************************
044600*    3100-LIST-CHANGE  -  PRINT ONE JOURNALED CHANGE UNDER ITS
044700*                         FILE/KEY HEADING, FLAGGED WHEN IT WAS
044800*                         MADE AFTER THE PROOF FOR ITS BUSINESS
044900*                         DATE, FOLLOWED BY ITS IMAGES.
045000*****************************************************************
045100 3100-LIST-CHANGE.
045200     IF NOT WS-GROUP-OPEN
045300        OR SRT-FILE-ID NOT = WS-GROUP-FILE-ID
045400        OR SRT-KEY NOT = WS-GROUP-KEY
045500         PERFORM 3110-START-GROUP THRU 3110-EXIT
045600     END-IF.
045700     ADD 1                     TO WS-CHANGES-LISTED.
045800     EVALUATE TRUE
045900         WHEN SRT-ADD
046000             ADD 1             TO WS-ADDS-LISTED
046100             MOVE 'ADD    '    TO WS-RPT-D-ACTION
046200         WHEN SRT-CHANGE
046300             ADD 1             TO WS-CHGS-LISTED
046400             MOVE 'CHANGE '    TO WS-RPT-D-ACTION
046500         WHEN SRT-DELETE
046600             ADD 1             TO WS-DELS-LISTED
046700             MOVE 'DELETE '    TO WS-RPT-D-ACTION
046800         WHEN OTHER
046900             MOVE SRT-ACTION   TO WS-RPT-D-ACTION
047000     END-EVALUATE.
047100     MOVE SPACES               TO WS-RPT-D-FLAG.
047200     MOVE SRT-BUS-DATE         TO WS-LOOK-BUS-DATE.
047300     PERFORM 4000-FIND-PROOF THRU 4000-EXIT.
047400     MOVE SRT-CHG-DATE         TO WS-CHG-STAMP-DATE.
047500     MOVE SRT-CHG-TIME         TO WS-CHG-STAMP-TIME.
047600     IF WS-PROOF-HIT
047700        AND WS-CHG-STAMP > WS-PROOF-STAMP (WS-PROOF-SUB)
047800         ADD 1                 TO WS-AFTER-PROOF
047900         MOVE '*** AFTER PROOF ***' TO WS-RPT-D-FLAG
048000     END-IF.
048100     PERFORM 3200-PRINT-DETAIL THRU 3200-EXIT.
048200     IF SRT-BEFORE-IMAGE NOT = SPACES
048300         MOVE 'BEFORE: '       TO WS-RPT-I-LABEL
048400         MOVE SRT-BEFORE-IMAGE TO WS-RPT-I-IMAGE
048500         MOVE WS-RPT-IMAGE-LINE TO RPT-PRINT-REC
048600         WRITE RPT-PRINT-REC
048700     END-IF.
048800     IF SRT-AFTER-IMAGE NOT = SPACES
048900         MOVE 'AFTER:  '       TO WS-RPT-I-LABEL
049000         MOVE SRT-AFTER-IMAGE  TO WS-RPT-I-IMAGE
049100         MOVE WS-RPT-IMAGE-LINE TO RPT-PRINT-REC
049200         WRITE RPT-PRINT-REC
049300     END-IF.
049400 3100-EXIT.
049500     EXIT.
049600 3110-START-GROUP.
049700     IF WS-GROUP-OPEN
049800         PERFORM 8000-WRITE-BLANK THRU 8000-EXIT
049900     END-IF.
050000     SET WS-GROUP-OPEN         TO TRUE.
050100     ADD 1                     TO WS-KEYS-LISTED.
050200     MOVE SRT-FILE-ID          TO WS-GROUP-FILE-ID.
050300     MOVE SRT-KEY              TO WS-GROUP-KEY.
050400     MOVE SRT-FILE-ID          TO WS-RPT-G-FILE-ID.
050500     MOVE SRT-KEY              TO WS-RPT-G-KEY.
050600     MOVE WS-RPT-GROUP-LINE    TO RPT-PRINT-REC.
050700     WRITE RPT-PRINT-REC.
050800 3110-EXIT.
050900     EXIT.
051000*****************************************************************
051100*    3200-PRINT-DETAIL  -  FORMAT AND PRINT THE WHEN/WHO LINE FOR
051200*                          THE CURRENT SORTED JOURNAL RECORD.
051300*****************************************************************
051400 3200-PRINT-DETAIL.
051500     MOVE SRT-CHG-DATE         TO WS-EDIT-DATE-NUM.
051600     MOVE WS-EDIT-YYYY         TO WS-RPT-D-YYYY.
051700     MOVE WS-EDIT-MM           TO WS-RPT-D-MM.
051800     MOVE WS-EDIT-DD           TO WS-RPT-D-DD.
051900     MOVE SRT-CHG-TIME         TO WS-EDIT-TIME-NUM.
052000     MOVE WS-EDIT-HH           TO WS-RPT-D-HH.
052100     MOVE WS-EDIT-MN           TO WS-RPT-D-MN.
052200     MOVE WS-EDIT-SS           TO WS-RPT-D-SS.
052300     MOVE SRT-USER-ID          TO WS-RPT-D-USER.
052400     MOVE SRT-BUS-DATE         TO WS-RPT-D-BUS-DATE.
052500     MOVE WS-RPT-DETAIL-LINE   TO RPT-PRINT-REC.
052600     WRITE RPT-PRINT-REC.
052700 3200-EXIT.
052800     EXIT.
052900*****************************************************************
053000*    3300-LIST-PROOF  -  PRINT A BANNER PROOF PRODUCED ON THE
053100*                        REPORT DATE.  THE STAMPS SORT LAST, SO
053200*                        THEY FORM THEIR OWN SECTION.
053300*****************************************************************
053400 3300-LIST-PROOF.
053500     IF NOT WS-PROOF-HEAD-DONE
053600         SET WS-PROOF-HEAD-DONE TO TRUE
053700         PERFORM 8000-WRITE-BLANK THRU 8000-EXIT
053800         MOVE SPACES           TO RPT-PRINT-REC
053900         MOVE '  BANNER PROOFS PRODUCED (SAYPRF)'
054000                               TO RPT-PRINT-REC
054100         WRITE RPT-PRINT-REC
054200     END-IF.
054300     ADD 1                     TO WS-PROOFS-LISTED.
054400     MOVE 'PROOF  '            TO WS-RPT-D-ACTION.
054500     MOVE SPACES               TO WS-RPT-D-FLAG.
054600     PERFORM 3200-PRINT-DETAIL THRU 3200-EXIT.
054700 3300-EXIT.
054800     EXIT.
054900*****************************************************************
055000*    4000-FIND-PROOF  -  LOOK UP THE PROOF STAMP FOR THE BUSINESS
055100*                        DATE IN WS-LOOK-BUS-DATE.  ON A HIT
055200*                        WS-PROOF-SUB POINTS AT THE ENTRY.
055300*****************************************************************
055400 4000-FIND-PROOF.
055500     MOVE 'N'                  TO WS-PROOF-HIT-SW.
055600     PERFORM 4010-SCAN-PROOF THRU 4010-EXIT
055700         VARYING WS-PROOF-SUB FROM 1 BY 1
055800         UNTIL WS-PROOF-SUB > WS-PROOF-COUNT
055900            OR WS-PROOF-HIT.
056000     IF WS-PROOF-HIT
056100         SUBTRACT 1            FROM WS-PROOF-SUB
056200     END-IF.
056300 4000-EXIT.
056400     EXIT.
056500 4010-SCAN-PROOF.
056600     IF WS-PROOF-BUS-DATE (WS-PROOF-SUB) = WS-LOOK-BUS-DATE
056700         SET WS-PROOF-HIT      TO TRUE
056800     END-IF.
056900 4010-EXIT.
057000     EXIT.
057100*****************************************************************
057200*    6000-PRINT-TOTALS  -  CONTROL TOTALS AND THE AUDIT SIGN-OFF
057300*                          BLOCK.  ANY CHANGE MADE AFTER ITS PROOF
057400*                          RAISES RC-WARNING.
057500*****************************************************************
057600 6000-PRINT-TOTALS.
057700     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
057800     MOVE 'JOURNAL RECORDS READ             ='
057900                               TO WS-RPT-TOTAL-LABEL.
058000     MOVE WS-JRNL-READ         TO WS-RPT-TOTAL-COUNT.
058100     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
058200     WRITE RPT-PRINT-REC.
058300     MOVE 'CHANGES LISTED                   ='
058400                               TO WS-RPT-TOTAL-LABEL.
058500     MOVE WS-CHANGES-LISTED    TO WS-RPT-TOTAL-COUNT.
058600     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
058700     WRITE RPT-PRINT-REC.
058800     MOVE '  ADDS                           ='
058900                               TO WS-RPT-TOTAL-LABEL.
059000     MOVE WS-ADDS-LISTED       TO WS-RPT-TOTAL-COUNT.
059100     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
059200     WRITE RPT-PRINT-REC.
059300     MOVE '  CHANGES                        ='
059400                               TO WS-RPT-TOTAL-LABEL.
059500     MOVE WS-CHGS-LISTED       TO WS-RPT-TOTAL-COUNT.
059600     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
059700     WRITE RPT-PRINT-REC.
059800     MOVE '  DELETES                        ='
059900                               TO WS-RPT-TOTAL-LABEL.
060000     MOVE WS-DELS-LISTED       TO WS-RPT-TOTAL-COUNT.
060100     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
060200     WRITE RPT-PRINT-REC.
060300     MOVE 'FILE/KEY GROUPS CHANGED          ='
060400                               TO WS-RPT-TOTAL-LABEL.
060500     MOVE WS-KEYS-LISTED       TO WS-RPT-TOTAL-COUNT.
060600     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
060700     WRITE RPT-PRINT-REC.
060800     MOVE 'CHANGES MADE AFTER THEIR PROOF   ='
060900                               TO WS-RPT-TOTAL-LABEL.
061000     MOVE WS-AFTER-PROOF       TO WS-RPT-TOTAL-COUNT.
061100     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
061200     WRITE RPT-PRINT-REC.
061300     MOVE 'BANNER PROOFS PRODUCED           ='
061400                               TO WS-RPT-TOTAL-LABEL.
061500     MOVE WS-PROOFS-LISTED     TO WS-RPT-TOTAL-COUNT.
061600     MOVE WS-RPT-TOTAL-LINE    TO RPT-PRINT-REC.
061700     WRITE RPT-PRINT-REC.
061800     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
061900     PERFORM 8000-WRITE-BLANK THRU 8000-EXIT.
062000     MOVE WS-RPT-SIGNOFF-LINE  TO RPT-PRINT-REC.
062100     WRITE RPT-PRINT-REC.
062200     IF WS-AFTER-PROOF = ZERO
062300         DISPLAY 'SAYCHG0001I - ' WS-CHANGES-LISTED
062400                 ' CHANGES LISTED, NONE AFTER THEIR PROOF'
062500     ELSE
062600         DISPLAY 'SAYCHG0020W - ' WS-AFTER-PROOF
062700                 ' CHANGES MADE AFTER THE BANNER PROOF FOR THEIR '
062800                 'BUSINESS DATE - RE-RUN SAYPRF1'
062900         IF RC-NORMAL
063000             MOVE 4            TO WS-RETURN-CODE
063100         END-IF
063200     END-IF.
063300 6000-EXIT.
063400     EXIT.
063500*****************************************************************
063600*    8000-WRITE-BLANK  -  WRITE A BLANK SPACER LINE.
063700*****************************************************************
063800 8000-WRITE-BLANK.
063900     MOVE SPACES               TO RPT-PRINT-REC.
064000     WRITE RPT-PRINT-REC.
064100 8000-EXIT.
064200     EXIT.
064300*****************************************************************
064400*    9999-TERMINATE  -  CLOSE WHATEVER IS OPEN.
064500*****************************************************************
064600 9999-TERMINATE.
064700     IF WS-SRTJRNL-OPEN
064800         CLOSE SRTJRNL-FILE
064900     END-IF.
065000     IF WS-CHGRPT-OPEN
065100         CLOSE CHGRPT-FILE
065200     END-IF.
065300 9999-EXIT.
065400     EXIT.
065500 END PROGRAM SAYCHG.
