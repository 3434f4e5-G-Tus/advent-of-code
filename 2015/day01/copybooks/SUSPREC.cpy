000010*-----------------------------------------------------------*
000020* COPYBOOK:   SUSPREC
000030* AUTHOR:     R WHITMORE
000040* INSTALLATION: CANDY CANE LANE DATA CENTER
000050* DATE-WRITTEN: 2026-10-05
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY.
000080* DATE       INIT  DESCRIPTION
000090* 2026-10-05 RW    ORIGINAL COPYBOOK - ONE SUSPECT ROUTE HELD
000100*                  BACK FROM THE ELF-SCHEDULING FEED. UNTIL
000110*                  NOW A ROUTE THAT LEFT ITS BUILDING'S FLOOR
000120*                  RANGE WAS WARNED ON IN SYSOUT AND SHIPPED
000130*                  ANYWAY, AND ELF-SCHEDULING PLANNED AGAINST
000140*                  A ROUTE WE ALREADY KNEW WAS BAD.
000150*-----------------------------------------------------------*
000160* SUSPENSE-RECORD - THE RECORD LAYOUT OF SUSPENSE-FILE, THE
000170* INDEXED SUSPENSE FILE KEYED ON BUILDING ID AND ROUTE DATE,
000180* THE SAME CONTIGUOUS-KEY SHAPE AS HST-KEY AND PND-KEY. THE
000190* COMPUTE STEP WRITES AN ITEM, WITH THE REASON AND THE FULL
000200* STATS-RECORD FIGURES, WHEN A ROUTE ENDS ON A BROKEN SEGMENT
000210* CHAIN, LEAVES THE BUILDING MASTER'S FLOOR RANGE, OR CARRIES
000220* MORE REJECTED CHARACTERS THAN THE CMPPARM LIMIT - AND KEEPS
000230* THE ROUTE OFF STATS-FILE AND THE FEED. THE DESK WORKS THE
000240* ITEM THROUGH DAY01SUS: A RELEASE MARKS IT TO GO OUT ON THE
000250* NEXT NIGHTLY FEED (THE COMPUTE STEP SENDS IT, FLAGGED AS
000260* RELEASED, AND MARKS IT SENT), A KILL DROPS IT FOR GOOD WITH
000270* THE REASON RECORDED. RESOLVED ITEMS STAY ON FILE AS THE
000280* TRAIL OF WHO SIGNED OFF ON WHAT; DAY01SAG AGES THE ITEMS
000290* STILL WAITING ON A DECISION.
000300*-----------------------------------------------------------*
000310 01  SUSPENSE-RECORD.
000320     05  SUS-KEY.
000330         10  SUS-BUILDING-ID      PIC X(10).
000340         10  SUS-ROUTE-DATE       PIC 9(08).
000350     05  SUS-STATUS-FLAG          PIC X(01).
000360         88  SUS-SUSPENDED             VALUE "S".
000370         88  SUS-RELEASED              VALUE "R".
000380         88  SUS-SENT                  VALUE "T".
000390         88  SUS-KILLED                VALUE "K".
000400     05  SUS-REASON-CODE          PIC X(04).
000410         88  SUS-RSN-BROKEN-CHAIN      VALUE "CHAN".
000420         88  SUS-RSN-FLOOR-RANGE       VALUE "FLRG".
000430         88  SUS-RSN-REJECTS           VALUE "REJT".
000440     05  SUS-SUSPENDED-DATE       PIC 9(08).
000450     05  SUS-STATS-DATA.
000460         10  SUS-FINAL-FLOOR      PIC S9(08).
000470         10  SUS-MAX-FLOOR        PIC S9(08).
000480         10  SUS-MIN-FLOOR        PIC S9(08).
000490         10  SUS-FLOOR-UP-COUNT   PIC 9(09).
000500         10  SUS-FLOOR-DOWN-COUNT PIC 9(09).
000510         10  SUS-BASEMENT-SW      PIC X(01).
000520             88  SUS-BASEMENT-FOUND    VALUE "Y".
000530         10  SUS-BASEMENT-POSITION
000540                                  PIC 9(09).
000550         10  SUS-REJECT-COUNT     PIC 9(09).
000560     05  SUS-RESOLVED-DATE        PIC 9(08).
000570     05  SUS-RESOLVED-USER        PIC X(08).
000580     05  SUS-KILL-REASON          PIC X(30).
000590     05  SUS-SENT-DATE            PIC 9(08).
000600     05  FILLER                   PIC X(14).
