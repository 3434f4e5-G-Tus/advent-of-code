000010*-----------------------------------------------------------*
000020* COPYBOOK:   PNDHREC
000030* AUTHOR:     R WHITMORE
000040* INSTALLATION: CANDY CANE LANE DATA CENTER
000050* DATE-WRITTEN: 2026-10-11
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY.
000080* DATE       INIT  DESCRIPTION
000090* 2026-10-11 RW    ORIGINAL COPYBOOK - THE PENDING-ACK HISTORY.
000100*                  A CLEAN ACKNOWLEDGMENT DELETES THE PENDING
000110*                  ITEM, AND THE RESEND FEED IS REBUILT EVERY
000120*                  NIGHT, SO NOTHING KEPT A RECORD OF WHAT WAS
000130*                  RESENT ONCE THE ITEM CLEARED - AND THE MONTHLY
000140*                  DISTRICT CHARGEBACK (DAY01CHG) PRICES RESENDS.
000150*-----------------------------------------------------------*
000160* PENDING-HIST-RECORD - THE RECORD LAYOUT OF PENDING-HIST-FILE,
000170* A FIXED 80-BYTE SEQUENTIAL DATASET APPENDED TO FOREVER.
000180* DAY01RSN WRITES ONE RECORD FOR EVERY PENDING ITEM IT PUTS ON
000190* THE RESEND FEED, CARRYING THE ITEM'S STATE AS IT WENT OUT
000200* AND THE DATE AND TIME OF THE RESEND. PNH-EVENT-TYPE LEAVES
000210* ROOM FOR OTHER PENDING-ITEM EVENTS; ONLY "S" (RESENT) IS
000220* WRITTEN TODAY.
000230*-----------------------------------------------------------*
000240 01  PENDING-HIST-RECORD.
000250     05  PNH-BUILDING-ID          PIC X(10).
000260     05  PNH-ROUTE-DATE           PIC 9(08).
000270     05  PNH-EVENT-DATE           PIC 9(08).
000280     05  PNH-EVENT-TIME           PIC 9(08).
000290     05  PNH-EVENT-TYPE           PIC X(01).
000300         88  PNH-RESENT                VALUE "S".
000310     05  PNH-STATUS-FLAG          PIC X(01).
000320     05  PNH-REASON-CODE          PIC X(04).
000330     05  PNH-NIGHT-COUNT          PIC 9(03).
000340     05  PNH-FINAL-FLOOR          PIC S9(08).
000350     05  FILLER                   PIC X(29).
