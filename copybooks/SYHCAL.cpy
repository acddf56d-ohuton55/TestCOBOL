001400*
001500* MODIFICATION HISTORY:
001600*   02/05/2026  ROK  INITIAL VERSION.
001610*   03/12/2026  ROK  ADDED CAL-REGION-CODE ON 'H' RECORDS.  A
001620*                    HOLIDAY WITH A BLANK REGION IS ESTATE-WIDE
001630*                    AND HOLDS THE WHOLE CYCLE AS BEFORE; ONE WITH
001640*                    A REGION ONLY SKIPS THE SITES WHOSE
001650*                    SITE-REGION-CODE (SYHSITE) MATCHES, AND DOES
001660*                    NOT STOP SAYCALU ADVANCING ONTO THAT DATE.
001670*                    TAKEN FROM FILLER, SO EXISTING RECORDS READ
001680*                    AS SPACES AND STAY ESTATE-WIDE.
001700*****************************************************************
001800 01  CAL-RECORD.
001900     05  CAL-REC-TYPE              PIC X(01).
002100         88  CAL-HOLIDAY-REC           VALUE 'H'.
002200     05  CAL-DATE                  PIC 9(08).
002300     05  CAL-DESC                  PIC X(30).
002310     05  CAL-REGION-CODE           PIC X(04).
002320         88  CAL-GLOBAL-HOLIDAY        VALUE SPACES.
002400     05  FILLER                    PIC X(37).
