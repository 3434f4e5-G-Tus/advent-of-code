000130*                  NIGHT'S CONTROL DECK BY HAND, WHICH IS HOW
000140*                  ONE BUILDING WAS DOUBLE-SENT TWICE IN ONE
000150*                  WEEK.
000151* 2026-10-08 RW    ADDED THE DESK'S HOLD FLAG AND THE FORCE-
000152*                  RETIRED STATUS, BOTH SET ONLY BY THE D1PQ
000153*                  WORK-QUEUE TRANSACTION (DAY01PNQ), WHICH
000154*                  LOGS EVERY CHANGE ON THE PENDING ACTION LOG
000155*                  (COPYBOOK PACTREC). DAY01RSN DOES NOT RESEND
000156*                  A HELD OR FORCE-RETIRED ITEM; DAY01ACK DOES
000157*                  NOT RE-POST A FORCE-RETIRED ONE.
000160*-----------------------------------------------------------*
000170* PENDING-ACK-RECORD - THE RECORD LAYOUT OF PENDING-ACK-FILE,
000180* THE INDEXED PENDING-ACKNOWLEDGMENT FILE KEYED ON BUILDING ID
000240* WHAT IS LEFT AND BUILDS THE RESEND FEED FROM IT, ESCALATING
000250* AN ITEM BY THE AGE OF ITS FIRST-POSTED DATE - THE FINAL
000260* FLOOR IS CARRIED HERE SO THE DETAIL RECORD CAN BE REBUILT
000261* WITHOUT RE-READING THE NIGHTLY FEED. A HELD ITEM STAYS
000262* OUTSTANDING BUT IS NOT RESENT UNTIL THE DESK RELEASES IT; A
000263* FORCE-RETIRED ITEM (DOWNSTREAM CONFIRMED LOADED OUTSIDE THE
000264* FEED) STAYS ON FILE SO A LATER NIGHT CANNOT POST IT AGAIN,
000265* UNTIL A CLEAN ACKNOWLEDGMENT RETIRES IT FOR GOOD.
000270*-----------------------------------------------------------*
000280 01  PENDING-ACK-RECORD.
000290     05  PND-KEY.
000330     05  PND-STATUS-FLAG          PIC X(01).
000340         88  PND-REJECTED              VALUE "R".
000350         88  PND-UNACKED               VALUE "U".
000355         88  PND-FORCE-RETIRED         VALUE "F".
000360     05  PND-REASON-CODE          PIC X(04).
000370     05  PND-FIRST-POSTED-DATE    PIC 9(08).
000380     05  PND-NIGHT-COUNT          PIC 9(03).
000382     05  PND-HOLD-FLAG            PIC X(01).
000384         88  PND-ON-HOLD               VALUE "H".
000386         88  PND-NOT-ON-HOLD           VALUE " ".
000390     05  FILLER                   PIC X(07).
