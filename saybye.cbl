003100*                    PER-SITE CODES OBSERVED ON THE START RECORDS,
003200*                    SO A HAND-MAINTAINED CARD CAN NO LONGER
003300*                    UNDERSTATE THE STEP010 OUTCOME.
003310*   03/16/2026  ROK  CYCLE ID.  THE CYCLE ID IS TAKEN FROM THE
003320*                    START RECORDS AND CARRIED ON THE COMPLETION
003330*                    RECORD (HIST-CYCLE-ID, AND APPENDED TO THE
003340*                    *CYCLE* SITE ID SO EACH CYCLE'S RECORD KEEPS
003350*                    ITS OWN SAYHSTM KEY).  SAYCHKP IS NOW KEYED
003360*                    BY CYCLE ID - ONLY THIS CYCLE'S CHECKPOINT
003370*                    RECORD IS STAMPED, BY A KEYED REWRITE.
003400*****************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID.                  SAYBYE.
005500                               ORGANIZATION IS SEQUENTIAL
005600                               FILE STATUS IS WS-SAYRPT-STATUS.
005700     SELECT SAYCHKP-FILE      ASSIGN TO SAYCHKP
005800                               ORGANIZATION IS INDEXED
005810                               ACCESS MODE IS RANDOM
005820                               RECORD KEY IS CHKP-CYCLE-ID
005900                               FILE STATUS IS WS-SAYCHKP-STATUS.
006000     SELECT PARM-FILE         ASSIGN TO SYSIN
006100                               ORGANIZATION IS LINE SEQUENTIAL
007800     05  RPT-D-TEXT           PIC X(80).
007900     05  FILLER               PIC X(53).
008000 FD  SAYCHKP-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY SYHCHKP.
008400 FD  PARM-FILE
010400     88  WS-SAYRPT-OK                   VALUE '00'.
010500 01  WS-SAYCHKP-STATUS        PIC X(02) VALUE SPACES.
010600     88  WS-SAYCHKP-OK                  VALUE '00'.
010650     88  WS-SAYCHKP-NOTFND              VALUE '23'.
010700 01  WS-PARM-STATUS           PIC X(02) VALUE SPACES.
010800     88  WS-PARM-OK                     VALUE '00'.
010900 01  WS-HIST-EOF-SW           PIC X(01) VALUE 'N'.
012600 01  WS-CYCLE-RERUN-SW        PIC X(01) VALUE 'N'.
012700     88  WS-CYCLE-RERUN                 VALUE 'Y'.
012800 01  WS-CYCLE-DATE            PIC 9(08) VALUE ZERO.
012850 01  WS-CYCLE-ID              PIC X(08) VALUE SPACES.
012900 01  WS-START-TIME            PIC 9(08) VALUE 99999999.
013000 01  WS-START-RECORDS         PIC 9(05) VALUE ZERO.
013100 01  WS-WORST-SITE-RC         PIC 9(02) VALUE ZERO.
022900     ADD 1                     TO WS-START-RECORDS.
023000     IF HIST-RUN-DATE IS NUMERIC
023100         MOVE HIST-RUN-DATE    TO WS-CYCLE-DATE
023110     END-IF.
023120     IF WS-START-RECORDS = 1
023130         MOVE HIST-CYCLE-ID    TO WS-CYCLE-ID
023200     END-IF.
023300     IF HIST-RUN-TIME IS NUMERIC
023400        AND HIST-RUN-TIME < WS-START-TIME
033900     MOVE SPACES               TO HISTO-RECORD.
034000     MOVE WS-CYCLE-DATE        TO HISTO-RUN-DATE.
034100     MOVE RD-RUN-TIME-NUM      TO HISTO-RUN-TIME.
034200     MOVE SPACES               TO HISTO-SITE-ID.
034210     STRING '*CYCLE*' WS-CYCLE-ID
034220            DELIMITED BY SIZE  INTO HISTO-SITE-ID.
034230     MOVE WS-CYCLE-ID          TO HISTO-CYCLE-ID.
034300     IF WS-WORST-STEP-CODE > 99
034400         MOVE 99               TO HISTO-RETURN-CODE
034500     ELSE
039600     MOVE SPACES               TO WS-TRAILER-LINE.
039700     STRING 'CYCLE DATE = ' WS-CYCLE-DATE (1:4) '-'
039800            WS-CYCLE-DATE (5:2) '-' WS-CYCLE-DATE (7:2)
039850            '  CYCLE ID = ' WS-CYCLE-ID
039900            '  SITES BANNERED = ' WS-START-RECORDS
040000            DELIMITED BY SIZE  INTO WS-TRAILER-LINE.
040100     MOVE SPACES               TO RPT-DETAIL-REC.
043600 4010-EXIT.
043700     EXIT.
043800*****************************************************************
043900*    5000-STAMP-CHECKPOINT  -  STAMP THE COMPLETION FIELDS OF
044000*                              THIS CYCLE'S SAYCHKP RECORD,
044100*                              PRESERVING THE START FIELDS
044110*                              SAYHEY WROTE.  OTHER CYCLES'
044120*                              RECORDS ARE NOT TOUCHED.
044200*****************************************************************
044300 5000-STAMP-CHECKPOINT.
044350     OPEN I-O SAYCHKP-FILE.
044500     IF NOT WS-SAYCHKP-OK
044600         DISPLAY 'SAYBYE0050W - UNABLE TO OPEN SAYCHKP, FILE '
044700                 'STATUS = ' WS-SAYCHKP-STATUS
045300     END-IF.
045400     MOVE ZEROES               TO WS-SAVE-START-DATE.
045500     MOVE ZEROES               TO WS-SAVE-START-TIME.
045510     MOVE SPACES               TO CHKP-RECORD.
045520     MOVE WS-CYCLE-ID          TO CHKP-CYCLE-ID.
045600     READ SAYCHKP-FILE
045700         INVALID KEY
045800             CONTINUE
045900         NOT INVALID KEY
046000             MOVE CHKP-LAST-START-DATE
046100                               TO WS-SAVE-START-DATE
046200             MOVE CHKP-LAST-START-TIME
046300                               TO WS-SAVE-START-TIME
046400     END-READ.
046410     MOVE SPACES               TO CHKP-RECORD.
046420     MOVE WS-CYCLE-ID          TO CHKP-CYCLE-ID.
046430     MOVE WS-SAVE-START-DATE   TO CHKP-LAST-START-DATE.
046440     MOVE WS-SAVE-START-TIME   TO CHKP-LAST-START-TIME.
046450     MOVE WS-CYCLE-DATE        TO CHKP-LAST-COMPLETE-DATE.
046460     MOVE RD-RUN-TIME-NUM      TO CHKP-LAST-COMPLETE-TIME.
046470     IF WS-SAYCHKP-NOTFND
046480         WRITE CHKP-RECORD
046490     ELSE
046500         REWRITE CHKP-RECORD
046510     END-IF.
046700     IF NOT WS-SAYCHKP-OK
046800         DISPLAY 'SAYBYE0051W - UNABLE TO REWRITE SAYCHKP, FILE '
046900                 'STATUS = ' WS-SAYCHKP-STATUS
047000         IF RC-NORMAL
047100             MOVE 4            TO WS-RETURN-CODE
047200         END-IF
047400     END-IF.
048100     CLOSE SAYCHKP-FILE.
048200     DISPLAY 'SAYBYE0001I - CYCLE ' WS-CYCLE-DATE
048250             ' ' WS-CYCLE-ID
048300             ' CLOSED OUT, ELAPSED ' WS-ELAPSED-HH ':'
048400             WS-ELAPSED-MN ':' WS-ELAPSED-SS.
048500 5000-EXIT.
