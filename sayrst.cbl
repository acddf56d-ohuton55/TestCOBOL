001900*
002000* MODIFICATION HISTORY:
002100*   02/25/2026  ROK  INITIAL VERSION.
002110*   03/16/2026  ROK  SAYCHKP IS NOW A KSDS KEYED BY CYCLE ID -
002120*                    READ/LOADED IN KEY SEQUENCE, ONE RECORD PER
002130*                    CYCLE.  OLDER ONE-RECORD BACKUPS LOAD AS THE
002140*                    BLANK (ORIGINAL) CYCLE.
002200*****************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.                  SAYRST.
005200                               ORGANIZATION IS SEQUENTIAL
005300                               FILE STATUS IS WS-SAYCAL-STATUS.
005400     SELECT SAYCHKP-FILE      ASSIGN TO SAYCHKP
005500                               ORGANIZATION IS INDEXED
005510                               ACCESS MODE IS SEQUENTIAL
005520                               RECORD KEY IS CHKP-CYCLE-ID
005600                               FILE STATUS IS WS-SAYCHKP-STATUS.
005700     SELECT BKMAINT-FILE      ASSIGN TO BKMAINT
005800                               ORGANIZATION IS SEQUENTIAL
009200     LABEL RECORDS ARE STANDARD.
009300     COPY SYHCAL.
009400 FD  SAYCHKP-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY SYHCHKP.
009800 FD  BKMAINT-FILE
