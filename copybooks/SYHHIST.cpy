001192*                    TO FOUR CYCLE STEPS, 4 DIGITS EACH).  ALL
001193*                    TAKEN FROM FILLER, SO EXISTING GENERATIONS
001194*                    READ AS SPACES.
001195*   03/12/2026  ROK  ADDED HIST-DISP ('H' = SITE SKIPPED FOR A
001196*                    REGION HOLIDAY, NO BANNER; SPACE = PROCESSED
001197*                    AS BEFORE).  TAKEN FROM FILLER.
001198*   03/16/2026  ROK  ADDED HIST-CYCLE-ID (CYCLE WRITTEN FOR;
001199*                    SPACES = SINGLE CYCLE).  TAKEN FROM FILLER.
001200*****************************************************************
001300 01  HIST-RECORD.
001400     05  HIST-RUN-DATE             PIC 9(08).
001840         88  HIST-END-OF-CYCLE         VALUE 'E'.
001850     05  HIST-ELAPSED-TIME         PIC 9(06).
001860     05  HIST-STEP-CODES           PIC X(16).
001870     05  HIST-DISP                 PIC X(01).
001880         88  HIST-HOLIDAY-SKIPPED      VALUE 'H'.
001890     05  HIST-CYCLE-ID             PIC X(08).
001900     05  FILLER                    PIC X(10).
