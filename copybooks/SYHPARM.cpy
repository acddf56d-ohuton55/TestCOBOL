001940*   02/06/2026  ROK  ADDED PARM-RERUN-CODE ('R' = ALLOW AND FLAG
001950*                    A RERUN OF A BUSINESS DATE THE SAYCHKP
001960*                    CHECKPOINT SHOWS AS ALREADY STARTED).
001970*   03/16/2026  ROK  ADDED PARM-CYCLE-ID - THE CYCLE (EMEA,
001980*                    AMERICAS, ...) THE DECK BELONGS TO.  SPACES
001990*                    = THE ORIGINAL SINGLE DAILY CYCLE.
002000*****************************************************************
002100 01  PARM-RECORD.
002200     05  PARM-SITE-ID             PIC X(15).
002520         88  PARM-OVERRIDE-YES        VALUE 'Y'.
002530     05  PARM-RERUN-CODE          PIC X(01).
002540         88  PARM-RERUN-YES           VALUE 'R'.
002550     05  PARM-CYCLE-ID            PIC X(08).
002600     05  FILLER                   PIC X(48).
