000100*****************************************************************
000200* COPYBOOK:    SYHJRNL
000300* AUTHOR:      R. OKAFOR  -  BATCH SCHEDULING GROUP
000400* DATE-WRITTEN: 03/23/2026
000500* PURPOSE:     CONTROL-DATA CHANGE JOURNAL LAYOUT (CHGJRNL).
000600*              ONE RECORD PER ADD, CHANGE OR DELETE MADE TO THE
000700*              SAYMAINT SITE MASTER (BY SAYMNT) OR THE SAYMSG
000800*              MESSAGE TABLE (BY SAYMSGL), CARRYING THE KEY, THE
000900*              OPERATOR ID OR JOB NAME THAT MADE IT, THE SYSTEM
001000*              DATE AND TIME, THE SAYCAL BUSINESS DATE IN FORCE
001100*              AND THE RECORD IMAGE BEFORE AND AFTER.  AN ADD
001200*              HAS A BLANK BEFORE IMAGE, A DELETE A BLANK AFTER
001300*              IMAGE.  SAYPRF ALSO WRITES A 'P' PROOF STAMP
001400*              (FILE ID 'SAYPRF', BLANK KEY AND IMAGES) EACH TIME
001500*              A BANNER PROOF IS PRODUCED, SO SAYCHG CAN FLAG
001600*              CHANGES MADE AFTER THE PROOF FOR THE SAME BUSINESS
001700*              DATE.  THE JOURNAL IS APPENDED TO (OPEN EXTEND)
001800*              AND IS NEVER REWRITTEN.
001900*
002000* MODIFICATION HISTORY:
002100*   03/23/2026  ROK  INITIAL VERSION.
002200*****************************************************************
002300 01  JRNL-RECORD.
002400     05  JRNL-FILE-ID              PIC X(08).
002500         88  JRNL-FILE-SAYMAINT        VALUE 'SAYMAINT'.
002600         88  JRNL-FILE-SAYMSG          VALUE 'SAYMSG'.
002700         88  JRNL-FILE-PROOF           VALUE 'SAYPRF'.
002800     05  JRNL-KEY                  PIC X(15).
002900     05  JRNL-CHG-DATE             PIC 9(08).
003000     05  JRNL-CHG-TIME             PIC 9(08).
003100     05  JRNL-ACTION               PIC X(01).
003200         88  JRNL-ADD                  VALUE 'A'.
003300         88  JRNL-CHANGE               VALUE 'C'.
003400         88  JRNL-DELETE               VALUE 'D'.
003500         88  JRNL-PROOF-STAMP          VALUE 'P'.
003600     05  JRNL-USER-ID              PIC X(08).
003700     05  JRNL-BUS-DATE             PIC 9(08).
003800     05  JRNL-BEFORE-IMAGE         PIC X(90).
003900     05  JRNL-AFTER-IMAGE          PIC X(90).
004000     05  FILLER                    PIC X(14).
