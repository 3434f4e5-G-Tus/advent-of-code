000010*-----------------------------------------------------------*
000020* COPYBOOK:   CORRREC
000030* AUTHOR:     R WHITMORE
000040* INSTALLATION: CANDY CANE LANE DATA CENTER
000050* DATE-WRITTEN: 2026-10-07
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY.
000080* DATE       INIT  DESCRIPTION
000090* 2026-10-07 RW    ORIGINAL COPYBOOK - ONE ROUTE CHANGED ON
000100*                  ROUTE-FILE AFTER ITS DATE WAS ALREADY
000110*                  COMPUTED, ROLLED INTO THE STATS HISTORY
000120*                  AND SENT. UNTIL NOW DAY01LOD COULD REPLACE
000130*                  OR DELETE SUCH A ROUTE AND NOTHING EVER
000140*                  TOLD ELF-SCHEDULING ITS FINAL FLOOR WAS
000150*                  WRONG.
000160*-----------------------------------------------------------*
000170* CORRECTION-RECORD - THE RECORD LAYOUT OF CORRECTION-FILE,
000180* THE INDEXED CORRECTION FILE KEYED ON BUILDING ID AND ROUTE
000190* DATE, THE SAME CONTIGUOUS-KEY SHAPE AS HST-KEY AND SUS-KEY.
000200* DAY01LOD WRITES (OR RE-FLAGS) AN ITEM PENDING FOR EVERY
000210* ROUTE IT ADDS TO, REPLACES OR DELETES FOR A DATE THAT
000220* ALREADY HAS A STATS HISTORY RECORD - SEVERAL SEGMENTS OF
000230* ONE ROUTE, OR SEVERAL LOADS BEFORE THE NEXT CORRECTION RUN,
000240* STILL MAKE ONE ITEM. DAY01COR RECOMPUTES EACH PENDING ROUTE,
000250* SENDS A CORRECTION OR CANCEL ON THE "C" FEED WHERE THE
000260* FINAL FLOOR MOVED, AND MARKS THE ITEM WITH WHAT IT DID AND
000270* THE OLD AND NEW FINAL FLOORS. WORKED ITEMS STAY ON FILE AS
000280* THE TRAIL OF WHAT WAS CORRECTED; A LATER LOAD OF THE SAME
000290* ROUTE PUTS THE ITEM BACK TO PENDING.
000300*-----------------------------------------------------------*
000310 01  CORRECTION-RECORD.
000320     05  COR-KEY.
000330         10  COR-BUILDING-ID      PIC X(10).
000340         10  COR-ROUTE-DATE       PIC 9(08).
000350     05  COR-STATUS-FLAG          PIC X(01).
000360         88  COR-PENDING               VALUE "P".
000370         88  COR-CORRECTED             VALUE "C".
000380         88  COR-CANCELLED             VALUE "X".
000390         88  COR-NO-CHANGE             VALUE "N".
000400         88  COR-NO-HISTORY            VALUE "H".
000410     05  COR-LAST-ACTION          PIC X(01).
000420         88  COR-LAST-ADD              VALUE "A".
000430         88  COR-LAST-REPLACE          VALUE "R".
000440         88  COR-LAST-DELETE           VALUE "D".
000450     05  COR-FLAGGED-DATE         PIC 9(08).
000460     05  COR-FLAGGED-COUNT        PIC 9(05).
000470     05  COR-OLD-FINAL-FLOOR      PIC S9(08).
000480     05  COR-NEW-FINAL-FLOOR      PIC S9(08).
000490     05  COR-PROCESSED-DATE       PIC 9(08).
000500     05  FILLER                   PIC X(23).
