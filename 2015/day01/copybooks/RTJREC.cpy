000010*-----------------------------------------------------------*
000020* COPYBOOK:   RTJREC
000030* AUTHOR:     R WHITMORE
000040* INSTALLATION: CANDY CANE LANE DATA CENTER
000050* DATE-WRITTEN: 2026-10-12
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY.
000080* DATE       INIT  DESCRIPTION
000090* 2026-10-12 RW    ORIGINAL COPYBOOK - ONE CHANGE APPLIED TO
000100*                  ROUTE-FILE, APPENDED FOREVER BY DAY01LOD. THE
000110*                  BUILDING MASTER HAS HAD ITS BEFORE/AFTER TRAIL
000120*                  (BLDGHREC) SINCE DAY01BMT WAS WRITTEN, BUT A
000130*                  BAD ROUTE LOAD COULD ONLY BE UNDONE BY
000140*                  RESTORING LAST NIGHT'S BACKUP AND RE-KEYING
000150*                  THE DAY'S GOOD TRANSACTIONS BY HAND.
000160*-----------------------------------------------------------*
000170* ROUTE-JOURNAL-RECORD - THE RECORD LAYOUT OF THE ROUTE-FILE
000180* CHANGE JOURNAL: THE RUN THAT MADE THE CHANGE (ITS START DATE
000190* AND TIME, WHICH NAME THE RUN, AND THE PROGRAM), THE
000200* TRANSACTION'S SEQUENCE NUMBER WITHIN THAT RUN, THE ACTION,
000210* THE KEY, AND THE FULL BEFORE AND AFTER IMAGE OF THE ROUTE
000220* RECORD (COPYBOOK ROUTEREC, 4117 BYTES). AN ADD HAS NO BEFORE
000230* IMAGE AND A DELETE NO AFTER IMAGE - THE PRESENT SWITCHES SAY
000240* WHICH SIDES ARE REAL, SINCE A BLANK IMAGE IS NOT BY ITSELF
000250* PROOF OF ANYTHING. ONLY CHANGES THAT WERE APPLIED ARE
000260* JOURNALED. DAY01RCV ROLLS A BACKUP FORWARD FROM THE AFTER
000270* IMAGES OR BACKS ONE RUN OUT FROM THE BEFORE IMAGES, AND
000280* JOURNALS ITS OWN BACKOUT CHANGES HERE AS WELL, SO THE
000290* JOURNAL ALWAYS DESCRIBES EVERY CHANGE TO THE FILE.
000300*-----------------------------------------------------------*
000310 01  ROUTE-JOURNAL-RECORD.
000320     05  RTJ-RUN-STAMP.
000330         10  RTJ-RUN-DATE         PIC 9(08).
000340         10  RTJ-RUN-TIME         PIC 9(08).
000350     05  RTJ-TRANS-SEQUENCE       PIC 9(09).
000360     05  RTJ-PROGRAM-ID           PIC X(08).
000370     05  RTJ-ACTION-CODE          PIC X(01).
000380         88  RTJ-ADD                   VALUE "A".
000390         88  RTJ-REPLACE               VALUE "R".
000400         88  RTJ-DELETE                VALUE "D".
000410     05  RTJ-KEY.
000420         10  RTJ-BUILDING-ID      PIC X(10).
000430         10  RTJ-ROUTE-DATE       PIC 9(08).
000440         10  RTJ-SEGMENT-NUMBER   PIC 9(03).
000450     05  RTJ-BEFORE-SW            PIC X(01).
000460         88  RTJ-BEFORE-PRESENT        VALUE "Y".
000470     05  RTJ-AFTER-SW             PIC X(01).
000480         88  RTJ-AFTER-PRESENT         VALUE "Y".
000490     05  RTJ-BEFORE-IMAGE         PIC X(4117).
000500     05  RTJ-AFTER-IMAGE          PIC X(4117).
000510     05  FILLER                   PIC X(09).
