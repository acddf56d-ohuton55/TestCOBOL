000200* COPYBOOK:    SYHCHKP
000300* AUTHOR:      R. OKAFOR  -  BATCH SCHEDULING GROUP
000400* DATE-WRITTEN: 02/06/2026
000500* PURPOSE:     RUN-CONTROL CHECKPOINT FOR THE DAILY CYCLE
000600*              (SAYCHKP), ONE RECORD PER CYCLE ID.  SAYHEY READS
000700*              IT AT CYCLE START TO REFUSE A SECOND SUBMISSION FOR
000800*              A BUSINESS DATE ALREADY STARTED (UNLESS THE PARM
000900*              CARD CARRIES THE RERUN INDICATOR) AND REWRITES THE
001000*              START FIELDS ONCE THE CYCLE IS ALLOWED TO RUN.  THE
001100*              COMPLETION FIELDS ARE STAMPED BY THE END-OF-CYCLE
001150*              STEP.
001200*
001300* MODIFICATION HISTORY:
001400*   02/06/2026  ROK  INITIAL VERSION.
001410*   03/16/2026  ROK  SAYCHKP IS NOW A KSDS KEYED ON THE NEW
001420*                    CHKP-CYCLE-ID (KEYS(8 32)), ONE RECORD PER
001430*                    CYCLE, SO EACH CYCLE'S DUPLICATE-RUN CHECK
001440*                    AND CLOSE-OUT STAMP STAND ALONE.  THE KEY IS
001450*                    TAKEN FROM FILLER, SO THE OLD SINGLE RECORD
001460*                    LOADS AS THE BLANK (ORIGINAL) CYCLE.
001500*****************************************************************
001600 01  CHKP-RECORD.
001700     05  CHKP-LAST-START-DATE      PIC 9(08).
001800     05  CHKP-LAST-START-TIME      PIC 9(08).
001900     05  CHKP-LAST-COMPLETE-DATE   PIC 9(08).
002000     05  CHKP-LAST-COMPLETE-TIME   PIC 9(08).
002010     05  CHKP-CYCLE-ID             PIC X(08).
002100     05  FILLER                    PIC X(40).
