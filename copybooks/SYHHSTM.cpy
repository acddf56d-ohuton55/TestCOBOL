001630*                    THE MASTER SO A MERGED *CYCLE* COMPLETION
001640*                    RECORD KEEPS ITS TYPE AND DURATION AFTER
001650*                    THE SOURCE GENERATIONS ARE PURGED.
001660*   03/12/2026  ROK  CARRIED HIST-DISP INTO THE MASTER SO A
001670*                    HOLIDAY-SKIPPED SITE IS NOT READ AS A
001680*                    PROCESSED DAY AFTER CONSOLIDATION.
001690*   03/16/2026  ROK  CARRIED HIST-CYCLE-ID INTO THE MASTER.  A
001691*                    NAMED CYCLE'S COMPLETION RECORD ARRIVES WITH
001692*                    THE CYCLE ID IN THE SITE ID ('*CYCLE*EMEA')
001693*                    SO TWO CYCLES ON ONE DATE KEEP SEPARATE KEYS.
001700*****************************************************************
001800 01  HSTM-RECORD.
001900     05  HSTM-KEY.
002520         88  HSTM-END-OF-CYCLE         VALUE 'E'.
002530     05  HSTM-ELAPSED-TIME         PIC 9(06).
002540     05  HSTM-STEP-CODES           PIC X(16).
002550     05  HSTM-DISP                 PIC X(01).
002560         88  HSTM-HOLIDAY-SKIPPED      VALUE 'H'.
002570     05  HSTM-CYCLE-ID             PIC X(08).
002600     05  FILLER                    PIC X(10).
