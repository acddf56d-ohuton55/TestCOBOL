001000*              PROCESSING DATE - SKIPPING SATURDAYS, SUNDAYS AND
001100*              THE LISTED NON-PROCESSING DATES - AND REWRITES THE
001200*              'C' CONTROL RECORD IN PLACE SO THE NEXT CYCLE
001250*              STARTS UNDER THE NEW DATE.  THE DATE IS NOT
001300*              ADVANCED UNTIL EVERY CYCLE ON THE SAYCHKP RUN-
001350*              CONTROL FILE HAS COMPLETED THE CURRENT DATE.
001400* TECTONICS:   cobc -x saycalu.cbl
001500*
001600* MODIFICATION HISTORY:
001700*   02/05/2026  ROK  INITIAL VERSION.
001710*   03/12/2026  ROK  ONLY ESTATE-WIDE 'H' RECORDS (BLANK
001720*                    CAL-REGION-CODE) HOLD THE DATE ADVANCE.  A
001730*                    REGIONAL HOLIDAY IS STILL A BUSINESS DATE FOR
001740*                    THE REST OF THE ESTATE - SAYHEY SKIPS THAT
001745*                    REGION'S SITES - SO THE CALENDAR ADVANCES
001750*                    ONTO IT.  REGIONAL ENTRIES ARE COUNTED AND
001755*                    REPORTED.
001760*   10/15/2026  ROK  THE CALENDAR NOW ADVANCES ONLY WHEN EVERY
001765*                    CYCLE ON SAYCHKP HAS STAMPED THE CURRENT
001770*                    BUSINESS DATE COMPLETE.  A CYCLE THAT
001775*                    ABENDED, IS STILL RUNNING OR NEVER RAN HOLDS
001780*                    THE ADVANCE WITH SAYCALU0041E AND CC 8, SO NO
001785*                    CYCLE IS LEFT BEHIND ON AN OLD BUSINESS DATE.
001800*****************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.                  SAYCALU.
003200     SELECT SAYCAL-FILE       ASSIGN TO SAYCAL
003300                               ORGANIZATION IS SEQUENTIAL
003400                               FILE STATUS IS WS-SAYCAL-STATUS.
003410     SELECT SAYCHKP-FILE      ASSIGN TO SAYCHKP
003420                               ORGANIZATION IS INDEXED
003430                               ACCESS MODE IS SEQUENTIAL
003440                               RECORD KEY IS CHKP-CYCLE-ID
003450                               FILE STATUS IS WS-SAYCHKP-STATUS.
003500*****************************************************************
003600 DATA DIVISION.
003700 FILE SECTION.
003900     RECORDING MODE IS F
004000     LABEL RECORDS ARE STANDARD.
004100     COPY SYHCAL.
004110 FD  SAYCHKP-FILE
004120     LABEL RECORDS ARE STANDARD.
004130     COPY SYHCHKP.
004200 WORKING-STORAGE SECTION.
004300*****************************************************************
004400*    FILE STATUS, OPEN AND END-OF-FILE CONTROL
004600 01  WS-SAYCAL-STATUS         PIC X(02) VALUE SPACES.
004700     88  WS-SAYCAL-OK                   VALUE '00'.
004800     88  WS-SAYCAL-EOF                  VALUE '10'.
004810 01  WS-SAYCHKP-STATUS        PIC X(02) VALUE SPACES.
004820     88  WS-SAYCHKP-OK                  VALUE '00'.
004830 01  WS-CHKP-EOF-SW           PIC X(01) VALUE 'N'.
004840     88  WS-CHKP-EOF                    VALUE 'Y'.
004900 01  WS-SAYCAL-OPEN-SW        PIC X(01) VALUE 'N'.
005000     88  WS-SAYCAL-OPEN                 VALUE 'Y'.
005100 01  WS-CAL-FOUND-SW          PIC X(01) VALUE 'N'.
007000 01  WS-HOLIDAY-MAX           PIC 9(03) COMP VALUE 400.
007100 01  WS-HOLIDAY-COUNT         PIC 9(03) COMP VALUE ZERO.
007200 01  WS-HOLIDAY-SUB           PIC 9(03) COMP VALUE ZERO.
007250 01  WS-REGION-HOL-COUNT      PIC 9(05) COMP VALUE ZERO.
007300 01  WS-HOLIDAY-HIT-SW        PIC X(01) VALUE 'N'.
007400     88  WS-HOLIDAY-HIT                 VALUE 'Y'.
007500 01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
007800 01  WS-NEXT-DOW              PIC S9(01) COMP VALUE ZERO.
007900 01  WS-BUSINESS-DAY-SW       PIC X(01) VALUE 'N'.
008000     88  WS-BUSINESS-DAY                VALUE 'Y'.
008005*****************************************************************
008010*    CYCLE CHECKPOINTS.  THE BLANK CYCLE ID IS THE RECORD FROM
008015*    BEFORE CYCLE IDS; IT COUNTS ONLY WHEN IT IS THE ONLY RECORD.
008020*****************************************************************
008025 01  WS-CHKP-TABLE.
008030     05  WS-CHKP-ENTRY        OCCURS 50 TIMES.
008035         10  WS-CHKP-CYCLE        PIC X(08).
008040         10  WS-CHKP-COMPLETE     PIC X(08).
008045 01  WS-CHKP-MAX              PIC 9(03) COMP VALUE 50.
008050 01  WS-CHKP-COUNT            PIC 9(03) COMP VALUE ZERO.
008055 01  WS-CHKP-SUB              PIC 9(03) COMP VALUE ZERO.
008060 01  WS-CHKP-NAMED            PIC 9(03) COMP VALUE ZERO.
008065 01  WS-CHKP-CHECKED          PIC 9(03) COMP VALUE ZERO.
008070 01  WS-CHKP-OPEN-COUNT       PIC 9(03) COMP VALUE ZERO.
008075 01  WS-CURRENT-DATE-X        PIC X(08) VALUE SPACES.
008100*****************************************************************
008200*    PROCEDURE DIVISION
008300*****************************************************************
008900*****************************************************************
009000 0000-MAINLINE.
009100     PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT.
009110     IF WS-CAL-FOUND AND NOT RC-ERROR
009120         PERFORM 1500-CHECK-CYCLES THRU 1500-EXIT
009130     END-IF.
009200     IF WS-CAL-FOUND AND NOT RC-ERROR
009300         PERFORM 2000-COMPUTE-NEXT-DATE THRU 2000-EXIT
009400         PERFORM 3000-REWRITE-CONTROL THRU 3000-EXIT
011200     PERFORM 1010-READ-CALENDAR THRU 1010-EXIT
011300         UNTIL WS-PASS1-DONE.
011400     CLOSE SAYCAL-FILE.
011410     IF WS-REGION-HOL-COUNT > ZERO
011420         DISPLAY 'SAYCALU0002I - ' WS-REGION-HOL-COUNT
011430                 ' REGIONAL HOLIDAY ENTRIES IGNORED FOR THE '
011440                 'DATE ADVANCE'
011450     END-IF.
011500     IF NOT WS-CAL-FOUND
011600         DISPLAY 'SAYCALU0011E - NO CONTROL RECORD ON SAYCAL - '
011700                 'CALENDAR NOT ADVANCED'
013100                 MOVE CAL-DATE TO WS-CURRENT-DATE
013200                 SET WS-CAL-FOUND TO TRUE
013300             END-IF
013310         WHEN CAL-HOLIDAY-REC AND NOT CAL-GLOBAL-HOLIDAY
013320             ADD 1             TO WS-REGION-HOL-COUNT
013400         WHEN CAL-HOLIDAY-REC
013500             IF CAL-DATE IS NUMERIC
013600                AND WS-HOLIDAY-COUNT < WS-HOLIDAY-MAX
014200             CONTINUE
014300     END-EVALUATE.
014400 1010-EXIT.
014401     EXIT.
014402*****************************************************************
014403*    1500-CHECK-CYCLES  -  EVERY CYCLE ON SAYCHKP MUST HAVE
014404*                          STAMPED THE CURRENT BUSINESS DATE
014405*                          COMPLETE BEFORE THE CALENDAR MOVES.
014406*                          EACH CYCLE STILL OPEN IS LISTED AND THE
014407*                          ADVANCE IS REFUSED WITH CC 8.
014408*****************************************************************
014409 1500-CHECK-CYCLES.
014410     OPEN INPUT SAYCHKP-FILE.
014411     IF NOT WS-SAYCHKP-OK
014412         DISPLAY 'SAYCALU0040E - UNABLE TO OPEN SAYCHKP, FILE '
014413                 'STATUS = ' WS-SAYCHKP-STATUS
014414                 ' - CALENDAR NOT ADVANCED'
014415         MOVE 8                TO WS-RETURN-CODE
014416         GO TO 1500-EXIT
014417     END-IF.
014418     PERFORM 1510-READ-CHECKPOINT THRU 1510-EXIT
014419         UNTIL WS-CHKP-EOF OR RC-ERROR.
014420     CLOSE SAYCHKP-FILE.
014421     IF RC-ERROR
014422         GO TO 1500-EXIT
014423     END-IF.
014424     MOVE WS-CURRENT-DATE      TO WS-CURRENT-DATE-X.
014425     PERFORM 1520-CHECK-CYCLE THRU 1520-EXIT
014426         VARYING WS-CHKP-SUB FROM 1 BY 1
014427         UNTIL WS-CHKP-SUB > WS-CHKP-COUNT.
014428     IF WS-CHKP-CHECKED = ZERO
014429         DISPLAY 'SAYCALU0043E - NO CYCLE CHECKPOINT ON SAYCHKP '
014430                 '- CALENDAR NOT ADVANCED'
014431         MOVE 8                TO WS-RETURN-CODE
014432         GO TO 1500-EXIT
014433     END-IF.
014434     IF WS-CHKP-OPEN-COUNT > ZERO
014435         DISPLAY 'SAYCALU0042E - ' WS-CHKP-OPEN-COUNT
014436                 ' CYCLES HAVE NOT COMPLETED ' WS-CURRENT-DATE
014437                 ' - CALENDAR NOT ADVANCED'
014438         MOVE 8                TO WS-RETURN-CODE
014439     END-IF.
014440 1500-EXIT.
014441     EXIT.
014442 1510-READ-CHECKPOINT.
014443     READ SAYCHKP-FILE NEXT RECORD
014444         AT END
014445             SET WS-CHKP-EOF   TO TRUE
014446             GO TO 1510-EXIT
014447     END-READ.
014448     IF NOT WS-SAYCHKP-OK
014449         DISPLAY 'SAYCALU0044E - UNABLE TO READ SAYCHKP, FILE '
014450                 'STATUS = ' WS-SAYCHKP-STATUS
014451                 ' - CALENDAR NOT ADVANCED'
014452         MOVE 8                TO WS-RETURN-CODE
014453         GO TO 1510-EXIT
014454     END-IF.
014455     IF WS-CHKP-COUNT NOT < WS-CHKP-MAX
014456         DISPLAY 'SAYCALU0045E - MORE THAN ' WS-CHKP-MAX
014457                 ' CYCLES ON SAYCHKP - CALENDAR NOT ADVANCED'
014458         MOVE 8                TO WS-RETURN-CODE
014459         GO TO 1510-EXIT
014460     END-IF.
014461     ADD 1                     TO WS-CHKP-COUNT.
014462     MOVE CHKP-CYCLE-ID        TO WS-CHKP-CYCLE (WS-CHKP-COUNT).
014463     MOVE CHKP-LAST-COMPLETE-DATE TO
014464          WS-CHKP-COMPLETE (WS-CHKP-COUNT).
014465     IF CHKP-CYCLE-ID NOT = SPACES
014466         ADD 1                 TO WS-CHKP-NAMED
014467     END-IF.
014468 1510-EXIT.
014469     EXIT.
014470 1520-CHECK-CYCLE.
014471     IF WS-CHKP-CYCLE (WS-CHKP-SUB) = SPACES
014472        AND WS-CHKP-NAMED > ZERO
014473         GO TO 1520-EXIT
014474     END-IF.
014475     ADD 1                     TO WS-CHKP-CHECKED.
014476     IF WS-CHKP-COMPLETE (WS-CHKP-SUB) = WS-CURRENT-DATE-X
014477         GO TO 1520-EXIT
014478     END-IF.
014479     ADD 1                     TO WS-CHKP-OPEN-COUNT.
014480     DISPLAY 'SAYCALU0041E - CYCLE ' WS-CHKP-CYCLE (WS-CHKP-SUB)
014481             ' HAS NOT COMPLETED BUSINESS DATE ' WS-CURRENT-DATE
014482             ', LAST COMPLETED ' WS-CHKP-COMPLETE (WS-CHKP-SUB).
014483 1520-EXIT.
014500     EXIT.
014600*****************************************************************
014700*    2000-COMPUTE-NEXT-DATE  -  STEP FORWARD FROM THE CURRENT
