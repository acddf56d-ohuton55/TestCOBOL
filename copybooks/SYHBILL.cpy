000100*****************************************************************
000200* COPYBOOK:    SYHBILL
000300* AUTHOR:      R. OKAFOR  -  BATCH SCHEDULING GROUP
000400* DATE-WRITTEN: 04/02/2026
000500* PURPOSE:     MONTHLY SERVICE BILLING EXTRACT (SVCBILL), WRITTEN
000600*              BY SAYSVC AFTER THE MONTH-END SAYMTH1 MERGE FOR
000700*              THE BILLING SYSTEM TO LOAD - ONE 'D' RECORD PER
000800*              SITE PER MONTH CARRYING THE FIGURES PRINTED ON THE
000900*              SITE'S SERVICE STATEMENT, FOLLOWED BY ONE 'T'
001000*              TRAILER WITH THE DETAIL COUNT FOR THE LOAD TO
001100*              BALANCE AGAINST.  DAY COUNTS ARE BUSINESS DATES IN
001200*              THE MONTH ON WHICH THE SITE'S CYCLE RAN.  THE
001300*              ON-TIME FIELDS ARE ZERO AND BILL-SLA-FLAG IS 'N'
001400*              WHEN THE SITE HAS NO SAYCUT DEADLINE.  THE AVERAGE
001500*              ELAPSED TIME IS THE CYCLE'S, HHMMSS.
001600*
001700* MODIFICATION HISTORY:
001800*   04/02/2026  ROK  INITIAL VERSION.
001900*****************************************************************
002000 01  BILL-RECORD.
002100     05  BILL-REC-TYPE             PIC X(01).
002200         88  BILL-DETAIL               VALUE 'D'.
002300         88  BILL-TRAILER              VALUE 'T'.
002400     05  BILL-MONTH                PIC 9(06).
002500     05  BILL-SITE-ID              PIC X(15).
002600     05  BILL-CYCLE-ID             PIC X(08).
002700     05  BILL-DAYS-CYCLE           PIC 9(03).
002800     05  BILL-DAYS-PROCESSED       PIC 9(03).
002900     05  BILL-DAYS-HOLIDAY         PIC 9(03).
003000     05  BILL-DAYS-MISSED          PIC 9(03).
003100     05  BILL-RERUNS               PIC 9(03).
003200     05  BILL-WORST-RC             PIC 9(02).
003300     05  BILL-TYPICAL-RC           PIC 9(02).
003400     05  BILL-SLA-FLAG             PIC X(01).
003500         88  BILL-HAS-DEADLINE         VALUE 'Y'.
003600     05  BILL-DEADLINE-TIME        PIC 9(06).
003700     05  BILL-DAYS-ON-TIME         PIC 9(03).
003800     05  BILL-ON-TIME-PCT          PIC 9(03)V9(02).
003900     05  BILL-AVG-ELAPSED          PIC 9(06).
004000     05  BILL-CREATED-DATE         PIC 9(08).
004100     05  FILLER                    PIC X(22).
004200 01  BILL-TRAILER-RECORD.
004300     05  BILL-TRL-REC-TYPE         PIC X(01).
004400     05  BILL-TRL-MONTH            PIC 9(06).
004500     05  BILL-TRL-COUNT            PIC 9(07).
004600     05  BILL-TRL-CREATED-DATE     PIC 9(08).
004700     05  FILLER                    PIC X(78).
