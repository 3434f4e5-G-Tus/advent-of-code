000010*-----------------------------------------------------------*
000020* COPYBOOK:   GLJREC
000030* AUTHOR:     R WHITMORE
000040* INSTALLATION: CANDY CANE LANE DATA CENTER
000050* DATE-WRITTEN: 2026-10-11
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY.
000080* DATE       INIT  DESCRIPTION
000090* 2026-10-11 RW    ORIGINAL COPYBOOK - THE GENERAL-LEDGER JOURNAL
000100*                  FEED WRITTEN BY THE MONTHLY DISTRICT
000110*                  CHARGEBACK (DAY01CHG) FOR THE FINANCE SYSTEM.
000120*-----------------------------------------------------------*
000130* GL-JOURNAL-RECORD - THE RECORD LAYOUT OF GL-JOURNAL-FILE, THE
000140* SAME HEADER / DETAIL / TRAILER SHAPE AS IFACEREC. ONE HEADER
000150* (RUN DATE/TIME, SOURCE PROGRAM, BILLING PERIOD AND JOURNAL
000160* NAME) LEADS THE FEED. EACH DETAIL IS ONE SIDE OF THE ENTRY:
000170* A DEBIT TO A DISTRICT (THE COST CENTER) FOR ONE USAGE TYPE AT
000180* ONE RATE, OR A CREDIT TO A RECOVERY ACCOUNT FOR EVERYTHING
000190* CHARGED TO IT. AMOUNTS ARE UNSIGNED - GLJ-ENTRY-TYPE SAYS
000200* WHICH SIDE. THE TRAILER CARRIES THE DETAIL COUNT AND BOTH
000210* SIDES' TOTALS, WHICH ARE EQUAL ON A FEED THAT BALANCES.
000220*-----------------------------------------------------------*
000230 01  GL-JOURNAL-RECORD.
000240     05  GLJ-RECORD-TYPE          PIC X(01).
000250         88  GLJ-HEADER-REC                VALUE "H".
000260         88  GLJ-DETAIL-REC                VALUE "D".
000270         88  GLJ-TRAILER-REC               VALUE "T".
000280     05  GLJ-RECORD-BODY          PIC X(79).
000290     05  GLJ-DETAIL-DATA REDEFINES GLJ-RECORD-BODY.
000300         10  GLJ-ENTRY-TYPE       PIC X(01).
000310             88  GLJ-DEBIT-ENTRY       VALUE "D".
000320             88  GLJ-CREDIT-ENTRY      VALUE "C".
000330         10  GLJ-ACCOUNT          PIC X(10).
000340         10  GLJ-COST-CENTER      PIC X(20).
000350         10  GLJ-USAGE-TYPE       PIC X(04).
000360         10  GLJ-QUANTITY         PIC 9(11).
000370         10  GLJ-AMOUNT           PIC 9(11)V99.
000380         10  GLJ-PERIOD           PIC 9(06).
000390         10  FILLER               PIC X(14).
000400     05  GLJ-HEADER-DATA REDEFINES GLJ-RECORD-BODY.
000410         10  GLJ-HDR-RUN-DATE     PIC 9(08).
000420         10  GLJ-HDR-RUN-TIME     PIC 9(08).
000430         10  GLJ-HDR-SOURCE       PIC X(08).
000440         10  GLJ-HDR-PERIOD       PIC 9(06).
000450         10  GLJ-HDR-JOURNAL-NAME PIC X(30).
000460         10  FILLER               PIC X(19).
000470     05  GLJ-TRAILER-DATA REDEFINES GLJ-RECORD-BODY.
000480         10  GLJ-TRL-DETAIL-COUNT PIC 9(09).
000490         10  GLJ-TRL-DEBIT-TOTAL  PIC 9(13)V99.
000500         10  GLJ-TRL-CREDIT-TOTAL PIC 9(13)V99.
000510         10  FILLER               PIC X(40).
