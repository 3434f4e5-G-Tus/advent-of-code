000010*-----------------------------------------------------------*
000020* COPYBOOK:   RATEREC
000030* AUTHOR:     R WHITMORE
000040* INSTALLATION: CANDY CANE LANE DATA CENTER
000050* DATE-WRITTEN: 2026-10-11
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY.
000080* DATE       INIT  DESCRIPTION
000090* 2026-10-11 RW    ORIGINAL COPYBOOK - THE CHARGEBACK RATE TABLE.
000100*                  FINANCE SETS THE PRICES; THE DESK POSTS THEM
000110*                  THROUGH DAY01RTM, SO A RATE CHANGE - MID-YEAR
000120*                  OR MID-MONTH - IS A NEW RECORD, NOT A PROGRAM
000130*                  CHANGE.
000140*-----------------------------------------------------------*
000150* RATE-RECORD - THE RECORD LAYOUT OF RATE-FILE, THE INDEXED
000160* RATE TABLE KEYED ON USAGE TYPE AND EFFECTIVE DATE. A RATE
000170* APPLIES FROM ITS EFFECTIVE DATE UNTIL THE NEXT EFFECTIVE
000180* DATE FOR THE SAME USAGE TYPE. DAY01CHG PRICES EACH ITEM OF
000190* USAGE AT THE RATE IN EFFECT ON ITS OWN DATE (THE ROUTE DATE,
000200* OR FOR A RESEND THE DATE IT WENT OUT): UNIT PRICE TIMES THE
000210* QUANTITY OVER RAT-PRICE-PER, SO A CHARACTER RATE CAN BE
000220* QUOTED PER THOUSAND. THE CHARGE IS DEBITED TO THE PAYING
000230* DISTRICT ON RAT-DEBIT-ACCOUNT AND CREDITED TO
000240* RAT-CREDIT-ACCOUNT ON THE GENERAL-LEDGER JOURNAL FEED.
000250*-----------------------------------------------------------*
000260 01  RATE-RECORD.
000270     05  RAT-KEY.
000280         10  RAT-USAGE-TYPE       PIC X(04).
000290             88  RAT-CHARACTERS        VALUE "CHAR".
000300             88  RAT-ROUTES            VALUE "ROUT".
000310             88  RAT-RESENDS           VALUE "RSND".
000320             88  RAT-TYPE-VALID        VALUE "CHAR", "ROUT",
000330                                             "RSND".
000340         10  RAT-EFFECTIVE-DATE   PIC 9(08).
000350     05  RAT-UNIT-PRICE           PIC 9(05)V9(06).
000360     05  RAT-PRICE-PER            PIC 9(07).
000370     05  RAT-DEBIT-ACCOUNT        PIC X(10).
000380     05  RAT-CREDIT-ACCOUNT       PIC X(10).
000390     05  RAT-DESCRIPTION          PIC X(24).
000400     05  FILLER                   PIC X(06).
