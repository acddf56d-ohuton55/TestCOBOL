002100*
002200* MODIFICATION HISTORY:
002300*   02/27/2026  ROK  INITIAL VERSION.
002310*   03/23/2026  ROK  A COMPLETED PROOF NOW APPENDS A 'P' PROOF
002320*                    STAMP TO THE CHGJRNL CHANGE JOURNAL (SYHJRNL)
002330*                    CARRYING THE BUSINESS DATE PROOFED AND THE
002340*                    DATE AND TIME OF THE PROOF, SO THE SAYCHG
002350*                    DAILY CHANGE REPORT CAN FLAG SITE MASTER AND
002360*                    MESSAGE TABLE CHANGES MADE AFTER IT.
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.                  SAYPRF.
004300     SELECT PRFRPT-FILE       ASSIGN TO PRFRPT
004400                               ORGANIZATION IS SEQUENTIAL
004500                               FILE STATUS IS WS-PRFRPT-STATUS.
004510     SELECT CHGJRNL-FILE      ASSIGN TO CHGJRNL
004520                               ORGANIZATION IS SEQUENTIAL
004530                               FILE STATUS IS WS-CHGJRNL-STATUS.
004600*****************************************************************
004700 DATA DIVISION.
004800 FILE SECTION.
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  RPT-PRINT-REC            PIC X(133).
006110 FD  CHGJRNL-FILE
006120     RECORDING MODE IS F
006130     LABEL RECORDS ARE STANDARD.
006140     COPY SYHJRNL.
006200 WORKING-STORAGE SECTION.
006300*****************************************************************
006400*    RUN-CONTROL / RUN-DATE FIELDS (SHARED COPYBOOK)
008100     88  WS-PRFRPT-OPEN                 VALUE 'Y'.
008200 01  WS-MSTR-EOF-SW           PIC X(01) VALUE 'N'.
008300     88  WS-MSTR-EOF                    VALUE 'Y'.
008310 01  WS-CHGJRNL-STATUS        PIC X(02) VALUE SPACES.
008320     88  WS-CHGJRNL-OK                  VALUE '00'.
008400*****************************************************************
008500*    RETURN-CODE / CONDITION-CODE CONTROL
008600*****************************************************************
009500 01  WS-SITES-RESOLVED        PIC 9(05) COMP VALUE ZERO.
009600 01  WS-SITES-DEFAULTED       PIC 9(05) COMP VALUE ZERO.
009700 01  WS-SITES-FAILED          PIC 9(05) COMP VALUE ZERO.
009710*****************************************************************
009720*    PROOF STAMP FIELDS.  THE BUSINESS DATE PROOFED IS THE SAYCAL
009730*    DATE SAYBAN RETURNS IN BAN-RUN-DATE.
009740*****************************************************************
009750 01  WS-JOB-NAME              PIC X(08) VALUE 'SAYPRF1'.
009760 01  WS-PROOF-BUS-DATE        PIC 9(08) VALUE ZERO.
009800*****************************************************************
009900*    REPORT LINE LAYOUTS
010000*****************************************************************
014700         PERFORM 2000-PROOF-ONE-SITE THRU 2000-EXIT
014800             UNTIL WS-MSTR-EOF
014900         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
014950         PERFORM 4000-WRITE-PROOF-STAMP THRU 4000-EXIT
015000     END-IF.
015100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
015200     MOVE WS-RETURN-CODE       TO RETURN-CODE.
022900     MOVE BAN-STATUS           TO WS-RPT-STATUS.
023000     MOVE BAN-RESOLVED-MSG     TO WS-RPT-MSG-CODE.
023100     MOVE BAN-RUN-DATE         TO WS-RPT-RUN-DATE.
023150     MOVE BAN-RUN-DATE         TO WS-PROOF-BUS-DATE.
023200     MOVE WS-RPT-SITE-LINE     TO RPT-PRINT-REC.
023300     WRITE RPT-PRINT-REC.
023400     MOVE BAN-LINE-1           TO WS-RPT-BAN-LINE1.
027800 3000-EXIT.
027900     EXIT.
028000*****************************************************************
028002*    4000-WRITE-PROOF-STAMP  -  APPEND THE 'P' PROOF STAMP FOR THE
028004*                               BUSINESS DATE JUST PROOFED TO THE
028006*                               CHANGE JOURNAL.  A JOURNAL PROBLEM
028008*                               DOES NOT INVALIDATE THE PROOF, BUT
028010*                               RAISES RC-WARNING SINCE SAYCHG
028012*                               WILL NOT SEE IT.
028014*****************************************************************
028016 4000-WRITE-PROOF-STAMP.
028018     IF WS-SITES-PROOFED = ZERO
028020         GO TO 4000-EXIT
028022     END-IF.
028024     OPEN EXTEND CHGJRNL-FILE.
028026     IF NOT WS-CHGJRNL-OK
028028         DISPLAY 'SAYPRF0030W - UNABLE TO OPEN CHGJRNL, FILE '
028030                 'STATUS = ' WS-CHGJRNL-STATUS
028032                 ' - PROOF STAMP NOT WRITTEN'
028034         IF RC-NORMAL
028036             MOVE 4            TO WS-RETURN-CODE
028038         END-IF
028040         GO TO 4000-EXIT
028042     END-IF.
028044     MOVE SPACES               TO JRNL-RECORD.
028046     MOVE 'SAYPRF'             TO JRNL-FILE-ID.
028048     ACCEPT JRNL-CHG-DATE FROM DATE YYYYMMDD.
028050     ACCEPT JRNL-CHG-TIME FROM TIME.
028052     MOVE 'P'                  TO JRNL-ACTION.
028054     MOVE WS-JOB-NAME          TO JRNL-USER-ID.
028056     MOVE WS-PROOF-BUS-DATE    TO JRNL-BUS-DATE.
028058     WRITE JRNL-RECORD.
028060     IF WS-CHGJRNL-OK
028062         DISPLAY 'SAYPRF0002I - PROOF STAMP WRITTEN FOR BUSINESS '
028064                 'DATE ' WS-PROOF-BUS-DATE
028066     ELSE
028068         DISPLAY 'SAYPRF0031W - CHGJRNL WRITE FAILED, FILE '
028070                 'STATUS = ' WS-CHGJRNL-STATUS
028072                 ' - PROOF STAMP NOT WRITTEN'
028074         IF RC-NORMAL
028076             MOVE 4            TO WS-RETURN-CODE
028078         END-IF
028080     END-IF.
028082     CLOSE CHGJRNL-FILE.
028084 4000-EXIT.
028086     EXIT.
028088*****************************************************************
028100*    8000-WRITE-BLANK  -  WRITE A BLANK SPACER LINE.
028200*****************************************************************
028300 8000-WRITE-BLANK.
