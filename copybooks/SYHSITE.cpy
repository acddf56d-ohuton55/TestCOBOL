001000*
001100* MODIFICATION HISTORY:
001200*   01/20/2026  ROK  INITIAL VERSION.
001210*   03/09/2026  ROK  ADDED SITE-STATUS ('A' OR SPACE = ACTIVE,
001220*                    'S' = SUSPENDED, 'D' = DECOMMISSIONED) AND
001230*                    THE SITE-EFF-FROM-DATE / SITE-EFF-TO-DATE
001240*                    EFFECTIVE WINDOW (YYYYMMDD, ZERO OR SPACES =
001250*                    OPEN-ENDED) SO SAYDCK CAN BUILD THE STEP010
001260*                    PARM DECK FROM THE MASTER.  ALL TAKEN FROM
001270*                    FILLER, SO EXISTING RECORDS READ AS SPACES
001280*                    AND STAY ACTIVE WITH NO WINDOW.
001282*   03/12/2026  ROK  ADDED SITE-REGION-CODE.  MATCHED AGAINST THE
001284*                    REGION ON SAYCAL 'H' RECORDS SO A REGIONAL
001286*                    HOLIDAY SKIPS ONLY THAT REGION'S SITES.
001288*                    TAKEN FROM FILLER; SPACES = NO REGION, ONLY
001290*                    ESTATE-WIDE HOLIDAYS APPLY.
001300*****************************************************************
001400 01  SITE-RECORD.
001500     05  SITE-ID                   PIC X(15).
002000         88  SITE-SHIFT-FIRST          VALUE '1'.
002100         88  SITE-SHIFT-SECOND         VALUE '2'.
002200         88  SITE-SHIFT-THIRD          VALUE '3'.
002210     05  SITE-STATUS               PIC X(01).
002220         88  SITE-ACTIVE               VALUE 'A' ' '.
002230         88  SITE-SUSPENDED            VALUE 'S'.
002240         88  SITE-DECOMMISSIONED       VALUE 'D'.
002250         88  SITE-STATUS-VALID         VALUE 'A' 'S' 'D'.
002260     05  SITE-EFF-FROM-DATE        PIC 9(08).
002270     05  SITE-EFF-TO-DATE          PIC 9(08).
002280     05  SITE-REGION-CODE          PIC X(04).
002300     05  FILLER                    PIC X(05).
