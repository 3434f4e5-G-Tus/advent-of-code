000010*-----------------------------------------------------------*
000020* COPYBOOK:   MSUMREC
000030* AUTHOR:     R WHITMORE
000040* INSTALLATION: CANDY CANE LANE DATA CENTER
000050* DATE-WRITTEN: 2026-10-10
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY.
000080* DATE       INIT  DESCRIPTION
000090* 2026-10-10 RW    ORIGINAL COPYBOOK - ONE BUILDING'S FIGURES FOR
000100*                  ONE CALENDAR MONTH, KEPT PERMANENTLY. DAY01TRD
000110*                  ONLY LOOKS BACK SEVEN ROUTE DATES AND DAY01PRG
000120*                  ARCHIVES OLD STATS HISTORY AWAY, SO NOTHING
000130*                  HELD A MONTH-LEVEL PICTURE AND THE MONTHLY
000140*                  MANAGEMENT PACK WAS BUILT BY HAND FROM DAY01RPT
000150*                  PRINTOUTS.
000160*-----------------------------------------------------------*
000170* MONTH-SUMMARY-RECORD - THE RECORD LAYOUT OF MONTH-SUMMARY-FILE,
000180* THE INDEXED MONTHLY SUMMARY KEYED ON BUILDING ID AND MONTH
000190* (YYYYMM), THE SAME CONTIGUOUS-KEY SHAPE AS HST-KEY. DAY01MSM
000200* ROLLS THE STATS HISTORY INTO IT AHEAD OF EVERY PURGE; A MONTH
000210* IS REWRITTEN ONLY WHILE THE HISTORY STILL HOLDS AT LEAST AS
000220* MANY ROUTE DATES FOR IT AS THE SUMMARY DOES, SO A LATE
000230* CATCH-UP OR A CORRECTION IS PICKED UP BUT A PURGED MONTH IS
000240* NEVER SHRUNK. MSM-BUSINESS-DAYS IS THE NUMBER OF BUSINESS
000250* DAYS IN THE MONTH PER THE CALENDAR MASTER - THE ROUTE DATES
000260* THE BUILDING OWED. THE AVERAGE FINAL FLOOR IS THE FLOOR TOTAL
000270* OVER THE DATES PROCESSED, ROUNDED. THE MONTH STAYS OPEN ("O")
000280* UNTIL A RUN IN A LATER MONTH CLOSES IT ("C"). DAY01MRP PRINTS
000290* THE DISTRICT MANAGEMENT REPORT FROM THIS FILE.
000300*-----------------------------------------------------------*
000310 01  MONTH-SUMMARY-RECORD.
000320     05  MSM-KEY.
000330         10  MSM-BUILDING-ID      PIC X(10).
000340         10  MSM-MONTH            PIC 9(06).
000350     05  MSM-MONTH-STATUS         PIC X(01).
000360         88  MSM-MONTH-OPEN            VALUE "O".
000370         88  MSM-MONTH-CLOSED          VALUE "C".
000380     05  MSM-DATES-PROCESSED      PIC 9(05).
000390     05  MSM-BUSINESS-DAYS        PIC 9(05).
000400     05  MSM-FLOOR-UP-TOTAL       PIC 9(11).
000410     05  MSM-FLOOR-DOWN-TOTAL     PIC 9(11).
000420     05  MSM-FINAL-FLOOR-TOTAL    PIC S9(12).
000430     05  MSM-AVG-FINAL-FLOOR      PIC S9(08).
000440     05  MSM-HIGH-FINAL-FLOOR     PIC S9(08).
000450     05  MSM-LOW-FINAL-FLOOR      PIC S9(08).
000460     05  MSM-BASEMENT-COUNT       PIC 9(05).
000470     05  MSM-REJECT-TOTAL         PIC 9(11).
000480     05  MSM-FIRST-DATE           PIC 9(08).
000490     05  MSM-LAST-DATE            PIC 9(08).
000500     05  MSM-UPDATED-DATE         PIC 9(08).
000510     05  FILLER                   PIC X(25).
