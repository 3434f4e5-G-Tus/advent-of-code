000010*-----------------------------------------------------------*
000020* COPYBOOK:   QEVTREC
000030* AUTHOR:     R WHITMORE
000040* INSTALLATION: CANDY CANE LANE DATA CENTER
000050* DATE-WRITTEN: 2026-10-15
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY.
000080* DATE       INIT  DESCRIPTION
000090* 2026-10-15 RW    ORIGINAL COPYBOOK - ONE ROUTE DATA-QUALITY
000100*                  EVENT, KEPT PERMANENTLY. THE REJECT FILE IS
000110*                  DELETED BY HOUSEKEEP EVERY NIGHT AND CARRIES
000120*                  NO ROUTE DATE, RANGE AND CHAIN PROBLEMS WERE
000130*                  ONLY SYSOUT LINES AND MISSING ROUTES ONLY A
000140*                  RETURN CODE, SO THERE WAS NO EVIDENCE TO TAKE
000150*                  BACK TO THE ROUTE SUPPLIERS.
000160*-----------------------------------------------------------*
000170* QUALITY-EVENT-RECORD - THE RECORD LAYOUT OF QUALITY-EVENT-FILE,
000180* THE INDEXED DATA-QUALITY EVENT FILE KEYED ON BUILDING ID, ROUTE
000190* DATE, EVENT TYPE AND BAD CHARACTER. THE EVENT TYPES REUSE THE
000200* SUSPENSE REASON CODES:
000210*   MISS  NO ROUTE ON FILE FOR A DATE OWED (DAY01VAL). FOR A
000220*         DATE RANGE THE ROUTE DATE IS THE FROM DATE AND
000230*         QEV-ROUTE-DATE-TO THE TO DATE.
000240*   REJT  CHARACTERS REJECTED AS NOT ( OR ) (COMPUTE). ONE EVENT
000250*         PER DISTINCT BAD CHARACTER PER ROUTE; THE COUNT IS HOW
000260*         MANY TIMES IT APPEARED AND THE POSITION WHERE IT FIRST
000270*         DID.
000280*   FLRG  ROUTE WENT OUTSIDE ITS BUILDING'S FLOOR RANGE (COMPUTE).
000290*         THE FLOORS REACHED AND THE MASTER RANGE ARE KEPT.
000300*   CHAN  ROUTE ENDED ON A FULL SEGMENT - CHAIN LOOKS BROKEN OR
000310*         TRUNCATED (COMPUTE).
000320* QEV-BAD-CHARACTER IS SPACE EXCEPT ON A REJT EVENT. COMPUTE
000330* REPLACES ITS OWN EVENTS FOR A ROUTE EACH TIME IT PROCESSES IT,
000340* SO A RERUN OR RESTART NEVER COUNTS A ROUTE TWICE; A MISS EVENT
000350* STANDS EVEN IF THE ROUTE ARRIVES LATER, AS IT WAS STILL LATE.
000360* NOTHING PURGES THIS FILE. DAY01QSC PRINTS THE WEEKLY SCORECARD
000370* FROM IT.
000380*-----------------------------------------------------------*
000390 01  QUALITY-EVENT-RECORD.
000400     05  QEV-KEY.
000410         10  QEV-BUILDING-ID      PIC X(10).
000420         10  QEV-ROUTE-DATE       PIC 9(08).
000430         10  QEV-EVENT-TYPE       PIC X(04).
000440             88  QEV-MISSING-ROUTE     VALUE "MISS".
000450             88  QEV-REJECTED-CHAR     VALUE "REJT".
000460             88  QEV-FLOOR-RANGE       VALUE "FLRG".
000470             88  QEV-BROKEN-CHAIN      VALUE "CHAN".
000480             88  QEV-COMPUTE-EVENT     VALUE "REJT" "FLRG" "CHAN".
000490         10  QEV-BAD-CHARACTER    PIC X(01).
000500     05  QEV-SOURCE-PROGRAM       PIC X(08).
000510     05  QEV-RECORDED-DATE        PIC 9(08).
000520     05  QEV-RECORDED-TIME        PIC 9(08).
000530     05  QEV-EVENT-COUNT          PIC 9(09).
000540     05  QEV-FIRST-POSITION       PIC 9(09).
000550     05  QEV-ROUTE-DATE-TO        PIC 9(08).
000560     05  QEV-MAX-FLOOR            PIC S9(08).
000570     05  QEV-MIN-FLOOR            PIC S9(08).
000580     05  QEV-BLDG-LOWEST-FLOOR    PIC S9(04).
000590     05  QEV-BLDG-HIGHEST-FLOOR   PIC S9(04).
000600     05  FILLER                   PIC X(23).
