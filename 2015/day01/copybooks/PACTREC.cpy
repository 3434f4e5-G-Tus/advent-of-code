000010*-----------------------------------------------------------*
000020* COPYBOOK:   PACTREC
000030* AUTHOR:     R WHITMORE
000040* INSTALLATION: CANDY CANE LANE DATA CENTER
000050* DATE-WRITTEN: 2026-10-08
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY.
000080* DATE       INIT  DESCRIPTION
000090* 2026-10-08 RW    ORIGINAL COPYBOOK - ONE ACTION TAKEN BY THE
000100*                  DESK ON A PENDING-ACKNOWLEDGMENT ITEM THROUGH
000110*                  THE D1PQ WORK-QUEUE TRANSACTION (DAY01PNQ).
000120*                  UNTIL NOW NOTHING SAID WHO HAD TOUCHED AN
000130*                  OUTSTANDING ITEM OR WHY.
000140*-----------------------------------------------------------*
000150* PEND-ACTION-RECORD - THE RECORD LAYOUT OF PEND-ACTION-FILE,
000160* THE INDEXED PENDING ACTION LOG. KEYED ON THE ITEM'S BUILDING
000170* ID AND ROUTE DATE, THEN THE DATE AND TIME OF THE ACTION AND
000180* A SEQUENCE FOR TWO ACTIONS IN THE SAME SECOND, SO ONE ITEM'S
000190* ACTIONS READ BACK IN THE ORDER THEY WERE TAKEN. CARRIES WHO
000200* (SIGNED-ON USER AND TERMINAL), THE ITEM'S STATUS AND HOLD
000210* FLAG BEFORE AND AFTER, AND THE DESK'S COMMENT - MANDATORY ON
000220* A FORCED RETIREMENT. RECORDS ARE NEVER REWRITTEN OR DELETED.
000230*-----------------------------------------------------------*
000240 01  PEND-ACTION-RECORD.
000250     05  PAL-KEY.
000260         10  PAL-BUILDING-ID      PIC X(10).
000270         10  PAL-ROUTE-DATE       PIC 9(08).
000280         10  PAL-ACTION-DATE      PIC 9(08).
000290         10  PAL-ACTION-TIME      PIC 9(06).
000300         10  PAL-ACTION-SEQ       PIC 9(02).
000310     05  PAL-ACTION-CODE          PIC X(01).
000320         88  PAL-HOLD                  VALUE "H".
000330         88  PAL-RELEASE               VALUE "R".
000340         88  PAL-FORCE-RETIRE          VALUE "F".
000350     05  PAL-USER-ID              PIC X(08).
000360     05  PAL-TERMINAL-ID          PIC X(04).
000370     05  PAL-BEFORE-STATUS        PIC X(01).
000380     05  PAL-BEFORE-HOLD          PIC X(01).
000390     05  PAL-AFTER-STATUS         PIC X(01).
000400     05  PAL-AFTER-HOLD           PIC X(01).
000410     05  PAL-COMMENT              PIC X(53).
000420     05  FILLER                   PIC X(06).
