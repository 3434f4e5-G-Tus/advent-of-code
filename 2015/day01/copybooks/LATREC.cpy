000010*-----------------------------------------------------------*
000020* COPYBOOK:   LATREC
000030* AUTHOR:     R WHITMORE
000040* INSTALLATION: CANDY CANE LANE DATA CENTER
000050* DATE-WRITTEN: 2026-10-09
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY.
000080* DATE       INIT  DESCRIPTION
000090* 2026-10-09 RW    ORIGINAL COPYBOOK - ONE RECORD PER BUILDING
000100*                  HOLDING ITS LATEST COMPUTED RESULTS. THE
000110*                  COMPUTE STEP'S DELTA CHECK, D1IQ AND THE
000120*                  RESEND STEP EACH FOUND A BUILDING'S LATEST
000130*                  FIGURES BY WALKING ITS WHOLE KEY RANGE IN THE
000140*                  STATS HISTORY, AND THAT WALK GREW WITH EVERY
000150*                  NIGHT ON FILE.
000160*-----------------------------------------------------------*
000170* LATEST-RESULT-RECORD - THE RECORD LAYOUT OF LATEST-FILE, THE
000180* INDEXED LATEST-RESULTS FILE KEYED ON BUILDING ID ALONE. THE
000190* FIGURES MIRROR STATS-HIST-RECORD (SEE STATHREC) FOR THE
000200* NEWEST ROUTE DATE ON THE HISTORY; DAY01HST REPLACES THEM ONLY
000210* WHEN IT POSTS A DATE AT OR AFTER LAT-ROUTE-DATE, SO A
000220* CATCH-UP OR RERUN OF AN OLDER NIGHT NEVER WINDS THEM BACK.
000230* LAT-SENT-DATE AND LAT-SENT-FINAL-FLOOR ARE THE ROUTE DATE AND
000240* FINAL FLOOR LAST ACTUALLY SENT TO ELF-SCHEDULING - STAMPED BY
000250* DAY01HST FROM THE BALANCED NIGHTLY FEED, BY DAY01RSN FOR A
000260* RESEND AND BY DAY01COR FOR A CORRECTION; ZERO MEANS NOTHING
000270* HAS GONE OUT FOR THE BUILDING YET. DAY01PRG NEVER PURGES
000280* THIS FILE; DAY01LRB REBUILDS IT FROM THE HISTORY.
000290*-----------------------------------------------------------*
000300 01  LATEST-RESULT-RECORD.
000310     05  LAT-BUILDING-ID          PIC X(10).
000320     05  LAT-ROUTE-DATE           PIC 9(08).
000330     05  LAT-FINAL-FLOOR          PIC S9(08).
000340     05  LAT-MAX-FLOOR            PIC S9(08).
000350     05  LAT-MIN-FLOOR            PIC S9(08).
000360     05  LAT-FLOOR-UP-COUNT       PIC 9(09).
000370     05  LAT-FLOOR-DOWN-COUNT     PIC 9(09).
000380     05  LAT-BASEMENT-SW          PIC X(01).
000390         88  LAT-BASEMENT-FOUND        VALUE "Y".
000400     05  LAT-BASEMENT-POSITION    PIC 9(09).
000410     05  LAT-REJECT-COUNT         PIC 9(09).
000420     05  LAT-SENT-DATE            PIC 9(08).
000430         88  LAT-NEVER-SENT            VALUE 0.
000440     05  LAT-SENT-FINAL-FLOOR     PIC S9(08).
000450     05  LAT-UPDATED-DATE         PIC 9(08).
000460     05  FILLER                   PIC X(17).
