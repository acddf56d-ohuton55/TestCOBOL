004400*   02/12/2026  ROK  2020-BUILD-MASTER NOW CARRIES THE NEW SYHHIST
004500*                    END-OF-CYCLE FIELDS (REC TYPE, ELAPSED TIME,
004600*                    STEP CODES) INTO THE MASTER - SEE SYHHSTM.
004610*   03/12/2026  ROK  2020-BUILD-MASTER NOW CARRIES HIST-DISP SO
004620*                    HOLIDAY-SKIPPED SITES KEEP THEIR DISPOSITION.
004630*   03/16/2026  ROK  2020-BUILD-MASTER NOW CARRIES HIST-CYCLE-ID.
004700*****************************************************************
004800 IDENTIFICATION DIVISION.
004900 PROGRAM-ID.                  SAYHSTM.
034400     MOVE HIST-REC-TYPE        TO HSTM-REC-TYPE.
034500     MOVE HIST-ELAPSED-TIME    TO HSTM-ELAPSED-TIME.
034600     MOVE HIST-STEP-CODES      TO HSTM-STEP-CODES.
034650     MOVE HIST-DISP            TO HSTM-DISP.
034660     MOVE HIST-CYCLE-ID        TO HSTM-CYCLE-ID.
034700 2020-EXIT.
034800     EXIT.
034900*****************************************************************
