001900*
002000* MODIFICATION HISTORY:
002100*   02/25/2026  ROK  INITIAL VERSION.
002110*   03/16/2026  ROK  SAYCHKP IS NOW A KSDS KEYED BY CYCLE ID -
002120*                    READ/LOADED IN KEY SEQUENCE, ONE RECORD PER
002130*                    CYCLE.  OLDER ONE-RECORD BACKUPS LOAD AS THE
002140*                    BLANK (ORIGINAL) CYCLE.
002200*****************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.                  SAYBKP.
005200                               ORGANIZATION IS SEQUENTIAL
005300                               FILE STATUS IS WS-SAYCAL-STATUS.
005400     SELECT SAYCHKP-FILE      ASSIGN TO SAYCHKP
005500                               ORGANIZATION IS INDEXED
005510                               ACCESS MODE IS SEQUENTIAL
005520                               RECORD KEY IS CHKP-CYCLE-ID
005600                               FILE STATUS IS WS-SAYCHKP-STATUS.
005700     SELECT BKMAINT-FILE      ASSIGN TO BKMAINT
005800                               ORGANIZATION IS SEQUENTIAL
008900     LABEL RECORDS ARE STANDARD.
009000     COPY SYHCAL.
009100 FD  SAYCHKP-FILE
009300     LABEL RECORDS ARE STANDARD.
009400     COPY SYHCHKP.
009500 FD  BKMAINT-FILE
