000010*-----------------------------------------------------------*
000020* PROGRAM-ID: DAY01RTM
000030*-----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     DAY01RTM.
000060 AUTHOR.         R WHITMORE.
000070 INSTALLATION.   CANDY CANE LANE DATA CENTER.
000080 DATE-WRITTEN.   2026-10-11.
000090 DATE-COMPILED.
000100*-----------------------------------------------------------*
000110* MODIFICATION HISTORY.
000120*-----------------------------------------------------------*
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-11 RW    ORIGINAL PROGRAM - CHARGEBACK RATE TABLE
000150*                  MAINTENANCE STEP, THE DESK'S PATH FOR POSTING
000160*                  THE PRICES FINANCE SETS TO THE RATE TABLE
000170*                  (COPYBOOK RATEREC) THAT THE MONTHLY DISTRICT
000180*                  CHARGEBACK (DAY01CHG) PRICES USAGE FROM. A
000190*                  NEW PRICE IS ADDED UNDER ITS OWN EFFECTIVE
000200*                  DATE, SO THE OLD ONE GOES ON PRICING THE DAYS
000210*                  BEFORE IT. READS ADD/REPLACE/DELETE
000220*                  TRANSACTIONS, VALIDATES THEM, APPLIES EACH
000230*                  CLEAN ONE, AND PRINTS A MAINTENANCE REPORT -
000240*                  THE SAME SHAPE AS DAY01CAL AND DAY01BMT.
000241* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000242*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000243*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000244*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000245*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000246*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000247*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000248*                  ('JOB,STEP').
000250* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000252*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000254*                  WIDENED THE DETAIL DISPOSITION BY ONE BYTE SO
000256*                  THE PRICE-PER REJECT PRINTS IN FULL.
000258*-----------------------------------------------------------*
000260*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.    IBM-370.
000300 OBJECT-COMPUTER.    IBM-370.
000310 SPECIAL-NAMES.
000320     CONSOLE IS CONSOLE-DEVICE.
000330*
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT TRANSACTION-FILE
000370         ASSIGN TO RTMTRN
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS TRANSACTION-FILE-STATUS.
000400     SELECT RATE-FILE
000410         ASSIGN TO RATEFILE
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS RAT-KEY
000450         FILE STATUS IS RATE-FILE-STATUS.
000460     SELECT MAINT-REPORT-FILE
000470         ASSIGN TO RTMRPT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS MAINT-REPORT-STATUS.
000492     SELECT ALERT-FILE
000494         ASSIGN TO ALERTS
000496         ORGANIZATION IS SEQUENTIAL
000498         FILE STATUS IS ALERT-FILE-STATUS.
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  TRANSACTION-FILE.
000540 01  TRANSACTION-RECORD.
000550     05  TRN-ACTION-CODE         PIC X(01).
000560         88  TRN-ADD                        VALUE "A".
000570         88  TRN-REPLACE                    VALUE "R".
000580         88  TRN-DELETE                     VALUE "D".
000590     05  TRN-USAGE-TYPE          PIC X(04).
000600         88  TRN-TYPE-VALID                 VALUE "CHAR", "ROUT",
000610                                                  "RSND".
000620     05  TRN-EFFECTIVE-DATE      PIC X(08).
000630     05  TRN-EFFECTIVE-DATE-N REDEFINES TRN-EFFECTIVE-DATE
000640                                 PIC 9(08).
000650     05  TRN-UNIT-PRICE          PIC X(11).
000660     05  TRN-UNIT-PRICE-N REDEFINES TRN-UNIT-PRICE
000670                                 PIC 9(05)V9(06).
000680     05  TRN-PRICE-PER           PIC X(07).
000690     05  TRN-PRICE-PER-N REDEFINES TRN-PRICE-PER
000700                                 PIC 9(07).
000710     05  TRN-DEBIT-ACCOUNT       PIC X(10).
000720     05  TRN-CREDIT-ACCOUNT      PIC X(10).
000730     05  TRN-DESCRIPTION         PIC X(24).
000740     05  FILLER                  PIC X(05).
000750*
000760 FD  RATE-FILE.
000770     COPY "RATEREC.cpy".
000780*
000790 FD  MAINT-REPORT-FILE.
000800 01  MAINT-REPORT-RECORD             PIC X(132).
000801*
000802 FD  ALERT-FILE
000803     RECORD CONTAINS 120 CHARACTERS
000804     RECORDING MODE IS F.
000805     COPY "ALERTREC.cpy".
000810*
000811 WORKING-STORAGE SECTION.
000812*-----------------------------------------------------------*
000813* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
000814* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
000815* COUNT WHERE THERE ARE ANY - AND PERFORMS
000816* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
000817* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
000818* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
000819* CODE - THE STEP'S OWN WORK STANDS.
000820*-----------------------------------------------------------*
000821 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
000822     88  ALERT-FILE-OK                     VALUE "00".
000823 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
000824     88  ALERT-FILE-OPEN                   VALUE "Y".
000825     88  ALERT-FILE-FAILED                 VALUE "F".
000826 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
000827 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
000828 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
000829 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
000830 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
000831 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
000832 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
000833 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
000834 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
000835*-----------------------------------------------------------*
000840* FILE STATUS AND SWITCHES.
000850*-----------------------------------------------------------*
000860 77  TRANSACTION-FILE-STATUS     PIC X(02) VALUE SPACES.
000870     88  TRANSACTION-OK                    VALUE "00".
000880 77  TRANSACTION-EOF-SW          PIC X(01) VALUE "N".
000890     88  TRANSACTION-EOF                   VALUE "Y".
000900 77  RATE-FILE-STATUS            PIC X(02) VALUE SPACES.
000910     88  RATE-FILE-OK                      VALUE "00".
000920     88  RATE-DUPLICATE-KEY                VALUE "22".
000930     88  RATE-KEY-NOT-FOUND                VALUE "23".
000940     88  RATE-NOT-ON-CATALOG               VALUE "35".
000950 77  MAINT-REPORT-STATUS         PIC X(02) VALUE SPACES.
000960     88  MAINT-REPORT-OK                   VALUE "00".
000970*-----------------------------------------------------------*
000980* SET THE ONE TIME A RATE TABLE I/O COMES BACK WITH SOME STATUS
000990* OTHER THAN SUCCESS, A DUPLICATE KEY OR A NOT-FOUND KEY - A
001000* GENUINE HARD I/O ERROR.
001010*-----------------------------------------------------------*
001020 77  RTM-HARD-ERROR-SW           PIC X(01) VALUE "N".
001030     88  RTM-HARD-ERROR                    VALUE "Y".
001040*-----------------------------------------------------------*
001050* PER-TRANSACTION VALIDATION SWITCH AND DISPOSITION COUNTERS.
001060*-----------------------------------------------------------*
001070 77  RTM-TRANS-ERROR-SW          PIC X(01) VALUE "N".
001080     88  RTM-TRANS-ERROR                   VALUE "Y".
001090 77  RTM-TRANSACTION-COUNT       PIC 9(09) COMP VALUE 0.
001100 77  RTM-APPLIED-COUNT           PIC 9(09) COMP VALUE 0.
001110 77  RTM-REJECTED-COUNT          PIC 9(09) COMP VALUE 0.
001120*-----------------------------------------------------------*
001130* DATE VALIDATION WORK FIELDS - THE SAME REAL-DAY CHECK
001140* DAY01CAL APPLIES TO A CALENDAR DATE.
001150*-----------------------------------------------------------*
001160 77  RTM-WORK-MONTH              PIC 9(02) COMP VALUE 0.
001170 77  RTM-WORK-DAY                PIC 9(02) COMP VALUE 0.
001180 77  RTM-WORK-MMDD               PIC 9(04) COMP VALUE 0.
001190 77  RTM-WORK-YEAR               PIC 9(04) COMP VALUE 0.
001200 77  RTM-MONTH-LENGTH            PIC 9(02) COMP VALUE 0.
001210 77  RTM-LEAP-QUOT               PIC 9(04) COMP VALUE 0.
001220 77  RTM-LEAP-REM                PIC 9(04) COMP VALUE 0.
001230 77  RTM-LEAP-SW                 PIC X(01) VALUE "N".
001240     88  RTM-LEAP-YEAR                     VALUE "Y".
001250 01  RTM-MONTH-LEN-TABLE.
001260     05  FILLER                  PIC X(24) VALUE
001270         "312831303130313130313031".
001280 01  RTM-MONTH-LEN REDEFINES RTM-MONTH-LEN-TABLE.
001290     05  RTM-MONTH-LEN-DAYS      PIC 9(02) OCCURS 12 TIMES.
001300*-----------------------------------------------------------*
001310* RUN DATE AND REPORT LINE LAYOUTS - EACH PADDED TO THE FULL
001320* 132-BYTE MAINT-REPORT-FILE RECORD LENGTH.
001330*-----------------------------------------------------------*
001340 77  RTM-RUN-DATE                PIC 9(08) VALUE 0.
001350*
001360 01  RTM-BANNER-LINE.
001370     05  FILLER                  PIC X(60)
001380         VALUE "CANDY CANE LANE DATA CENTER - AOC 2015 DAY 1".
001390     05  FILLER                  PIC X(72) VALUE SPACES.
001400*
001410 01  RTM-TITLE-LINE.
001420     05  FILLER                  PIC X(60)
001430         VALUE "CHARGEBACK RATE TABLE MAINTENANCE REPORT".
001440     05  FILLER                  PIC X(72) VALUE SPACES.
001450*
001460 01  RTM-RUNDATE-LINE.
001470     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001480     05  RTM-RUNDATE-VALUE       PIC 9(08).
001490     05  FILLER                  PIC X(114) VALUE SPACES.
001500*
001510 01  RTM-DETAIL-LINE.
001520     05  FILLER                  PIC X(08) VALUE "ACTION: ".
001530     05  RTM-DETAIL-ACTION       PIC X(01).
001540     05  FILLER                  PIC X(08) VALUE "  TYPE: ".
001550     05  RTM-DETAIL-TYPE         PIC X(04).
001560     05  FILLER                  PIC X(13) VALUE "  EFFECTIVE: ".
001570     05  RTM-DETAIL-DATE         PIC X(08).
001580     05  FILLER                  PIC X(09) VALUE "  PRICE: ".
001590     05  RTM-DETAIL-PRICE        PIC X(11).
001600     05  FILLER                  PIC X(07) VALUE "  PER: ".
001610     05  RTM-DETAIL-PER          PIC X(07).
001620     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  RTM-DETAIL-DISPOSITION  PIC X(26).
001640     05  FILLER                  PIC X(28) VALUE SPACES.
001650*
001660 01  RTM-TOTAL-LINE.
001670     05  RTM-TOTAL-LABEL         PIC X(25).
001680     05  RTM-TOTAL-VALUE         PIC 9(09).
001690     05  FILLER                  PIC X(98) VALUE SPACES.
001691*
001692 LINKAGE SECTION.
001693*-----------------------------------------------------------*
001694* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
001695* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
001696* PROGRAM NAME.
001697*-----------------------------------------------------------*
001698 01  JOB-STEP-PARM.
001699     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
001700     05  JOB-STEP-PARM-TEXT      PIC X(100).
001701*
001710 PROCEDURE DIVISION USING JOB-STEP-PARM.
001720*-----------------------------------------------------------*
001730* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE RATE TABLE
001740* MAINTENANCE STEP.
001750*-----------------------------------------------------------*
001760 0000-MAIN-PARA.
001770     PERFORM 0100-OPEN-FILES-RTN
001780         THRU 0100-EXIT
001790     PERFORM 0200-WRITE-HEADING-RTN
001800         THRU 0200-EXIT
001810     PERFORM 1100-READ-TRANSACTION-RTN
001820         THRU 1100-EXIT
001830     PERFORM 2000-APPLY-ONE-TRANS-RTN
001840         THRU 2000-EXIT
001850         UNTIL TRANSACTION-EOF
001860     PERFORM 7000-WRITE-TOTALS-RTN
001870         THRU 7000-EXIT
001880     PERFORM 0900-CLOSE-FILES-RTN
001890         THRU 0900-EXIT
001900     PERFORM 8100-SET-RETURN-CODE-RTN
001910         THRU 8100-EXIT
001913     PERFORM 8200-RAISE-ALERTS-RTN
001916         THRU 8200-EXIT
001920     STOP RUN.
001930*
001940*-----------------------------------------------------------*
001950* 0100-OPEN-FILES-RTN - OPENS THE TRANSACTION FILE FOR INPUT,
001960* THE RATE TABLE FOR UPDATE AND THE REPORT FOR OUTPUT. THE
001970* VERY FIRST MAINTENANCE RUN CREATES THE RATE TABLE EMPTY AND
001980* REOPENS IT, THE SAME WAY DAY01CAL CREATES THE CALENDAR.
001990*-----------------------------------------------------------*
002000 0100-OPEN-FILES-RTN.
002010     ACCEPT RTM-RUN-DATE FROM DATE YYYYMMDD
002020     OPEN INPUT TRANSACTION-FILE
002030     IF NOT TRANSACTION-OK
002040         DISPLAY "ERROR OPENING TRANSACTION FILE. STATUS: "
002050             TRANSACTION-FILE-STATUS
002053         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002056             THRU 9750-EXIT
002060         MOVE 8 TO RETURN-CODE
002070         STOP RUN
002080     END-IF
002090     OPEN I-O RATE-FILE
002100     IF RATE-NOT-ON-CATALOG
002110         OPEN OUTPUT RATE-FILE
002120         CLOSE RATE-FILE
002130         OPEN I-O RATE-FILE
002140     END-IF
002150     IF NOT RATE-FILE-OK
002160         DISPLAY "ERROR OPENING RATE TABLE. STATUS: "
002170             RATE-FILE-STATUS
002173         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002176             THRU 9750-EXIT
002180         MOVE 8 TO RETURN-CODE
002190         STOP RUN
002200     END-IF
002210     OPEN OUTPUT MAINT-REPORT-FILE
002220     IF NOT MAINT-REPORT-OK
002230         DISPLAY "ERROR OPENING MAINTENANCE REPORT. STATUS: "
002240             MAINT-REPORT-STATUS
002243         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002246             THRU 9750-EXIT
002250         MOVE 8 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280 0100-EXIT.
002290     EXIT.
002300*
002310*-----------------------------------------------------------*
002320* 0200-WRITE-HEADING-RTN - WRITES THE REPORT BANNER, TITLE
002330* AND RUN DATE ONCE AT THE TOP OF THE MAINTENANCE REPORT.
002340*-----------------------------------------------------------*
002350 0200-WRITE-HEADING-RTN.
002360     MOVE RTM-BANNER-LINE TO MAINT-REPORT-RECORD
002370     WRITE MAINT-REPORT-RECORD
002380     MOVE RTM-TITLE-LINE TO MAINT-REPORT-RECORD
002390     WRITE MAINT-REPORT-RECORD
002400     MOVE RTM-RUN-DATE TO RTM-RUNDATE-VALUE
002410     MOVE RTM-RUNDATE-LINE TO MAINT-REPORT-RECORD
002420     WRITE MAINT-REPORT-RECORD
002430     MOVE RTM-BANNER-LINE TO MAINT-REPORT-RECORD
002440     WRITE MAINT-REPORT-RECORD.
002450 0200-EXIT.
002460     EXIT.
002470*
002480*-----------------------------------------------------------*
002490* 0900-CLOSE-FILES-RTN - CLOSES ALL THREE FILES.
002500*-----------------------------------------------------------*
002510 0900-CLOSE-FILES-RTN.
002520     CLOSE TRANSACTION-FILE
002530     CLOSE RATE-FILE
002540     CLOSE MAINT-REPORT-FILE.
002550 0900-EXIT.
002560     EXIT.
002570*
002580*-----------------------------------------------------------*
002590* 1100-READ-TRANSACTION-RTN - READS THE NEXT MAINTENANCE
002600* TRANSACTION.
002610*-----------------------------------------------------------*
002620 1100-READ-TRANSACTION-RTN.
002630     READ TRANSACTION-FILE
002640         AT END
002650             SET TRANSACTION-EOF TO TRUE
002660         NOT AT END
002670             ADD 1 TO RTM-TRANSACTION-COUNT
002680     END-READ.
002690 1100-EXIT.
002700     EXIT.
002710*
002720*-----------------------------------------------------------*
002730* 2000-APPLY-ONE-TRANS-RTN - VALIDATES ONE TRANSACTION AND,
002740* ONLY WHEN IT PASSES, DISPATCHES IT ON ITS ACTION CODE.
002750* EVERY PATH REPORTS ITS DISPOSITION, THEN ADVANCES.
002760*-----------------------------------------------------------*
002770 2000-APPLY-ONE-TRANS-RTN.
002780     PERFORM 2500-VALIDATE-TRANS-RTN
002790         THRU 2500-EXIT
002800     IF RTM-TRANS-ERROR
002810         ADD 1 TO RTM-REJECTED-COUNT
002820         PERFORM 7500-WRITE-DETAIL-RTN
002830             THRU 7500-EXIT
002840     ELSE
002850         EVALUATE TRUE
002860             WHEN TRN-ADD
002870                 PERFORM 3100-ADD-RATE-RTN
002880                     THRU 3100-EXIT
002890             WHEN TRN-REPLACE
002900                 PERFORM 3200-REPLACE-RATE-RTN
002910                     THRU 3200-EXIT
002920             WHEN TRN-DELETE
002930                 PERFORM 3300-DELETE-RATE-RTN
002940                     THRU 3300-EXIT
002950         END-EVALUATE
002960     END-IF
002970     PERFORM 1100-READ-TRANSACTION-RTN
002980         THRU 1100-EXIT.
002990 2000-EXIT.
003000     EXIT.
003010*
003020*-----------------------------------------------------------*
003030* 2500-VALIDATE-TRANS-RTN - TURNS A TRANSACTION AWAY BEFORE
003040* THE RATE TABLE IS TOUCHED: A BAD ACTION CODE, A USAGE TYPE
003050* THAT IS NOT CHAR, ROUT OR RSND, OR AN EFFECTIVE DATE THAT IS
003060* NOT NUMERIC OR NOT A REAL CALENDAR DAY. A DELETE NEEDS
003070* NOTHING MORE. AN ADD OR REPLACE ALSO NEEDS A NUMERIC UNIT
003080* PRICE, A NUMERIC NON-ZERO PRICE-PER QUANTITY (IT IS DIVIDED
003090* BY), AND BOTH LEDGER ACCOUNTS - A CHARGE WITH NOWHERE TO POST
003100* WOULD ONLY COME BACK FROM FINANCE AS A REJECTED JOURNAL. A
003110* ZERO PRICE IS ALLOWED: IT IS HOW A USAGE TYPE IS MADE FREE.
003120*-----------------------------------------------------------*
003130 2500-VALIDATE-TRANS-RTN.
003140     MOVE "N" TO RTM-TRANS-ERROR-SW
003150     IF NOT TRN-ADD AND NOT TRN-REPLACE
003160         AND NOT TRN-DELETE
003170         MOVE "BAD TRANSACTION CODE" TO RTM-DETAIL-DISPOSITION
003180         SET RTM-TRANS-ERROR TO TRUE
003190         GO TO 2500-EXIT
003200     END-IF
003210     IF NOT TRN-TYPE-VALID
003220         MOVE "BAD USAGE TYPE" TO RTM-DETAIL-DISPOSITION
003230         SET RTM-TRANS-ERROR TO TRUE
003240         GO TO 2500-EXIT
003250     END-IF
003260     IF TRN-EFFECTIVE-DATE NOT NUMERIC
003270         MOVE "DATE NOT NUMERIC" TO RTM-DETAIL-DISPOSITION
003280         SET RTM-TRANS-ERROR TO TRUE
003290         GO TO 2500-EXIT
003300     END-IF
003310     DIVIDE TRN-EFFECTIVE-DATE-N BY 10000
003320         GIVING RTM-WORK-YEAR REMAINDER RTM-WORK-MMDD
003330     DIVIDE RTM-WORK-MMDD BY 100
003340         GIVING RTM-WORK-MONTH REMAINDER RTM-WORK-DAY
003350     IF RTM-WORK-MONTH < 1 OR RTM-WORK-MONTH > 12
003360         OR RTM-WORK-DAY < 1
003370         MOVE "DATE NOT A REAL DAY" TO RTM-DETAIL-DISPOSITION
003380         SET RTM-TRANS-ERROR TO TRUE
003390         GO TO 2500-EXIT
003400     END-IF
003410     MOVE RTM-MONTH-LEN-DAYS(RTM-WORK-MONTH)
003420         TO RTM-MONTH-LENGTH
003430     PERFORM 9050-CHECK-LEAP-RTN
003440         THRU 9050-EXIT
003450     IF RTM-WORK-MONTH = 2 AND RTM-LEAP-YEAR
003460         MOVE 29 TO RTM-MONTH-LENGTH
003470     END-IF
003480     IF RTM-WORK-DAY > RTM-MONTH-LENGTH
003490         MOVE "DATE NOT A REAL DAY" TO RTM-DETAIL-DISPOSITION
003500         SET RTM-TRANS-ERROR TO TRUE
003510         GO TO 2500-EXIT
003520     END-IF
003530     IF TRN-DELETE
003540         GO TO 2500-EXIT
003550     END-IF
003560     IF TRN-UNIT-PRICE NOT NUMERIC
003570         MOVE "PRICE NOT NUMERIC" TO RTM-DETAIL-DISPOSITION
003580         SET RTM-TRANS-ERROR TO TRUE
003590         GO TO 2500-EXIT
003600     END-IF
003610     IF TRN-PRICE-PER NOT NUMERIC
003620         OR TRN-PRICE-PER-N = 0
003630         MOVE "PRICE-PER NOT NUMERIC/ZERO"
003640             TO RTM-DETAIL-DISPOSITION
003650         SET RTM-TRANS-ERROR TO TRUE
003660         GO TO 2500-EXIT
003670     END-IF
003680     IF TRN-DEBIT-ACCOUNT = SPACES
003690         OR TRN-CREDIT-ACCOUNT = SPACES
003700         MOVE "LEDGER ACCOUNT MISSING" TO RTM-DETAIL-DISPOSITION
003710         SET RTM-TRANS-ERROR TO TRUE
003720     END-IF.
003730 2500-EXIT.
003740     EXIT.
003750*
003760*-----------------------------------------------------------*
003770* 3000-BUILD-RATE-RECORD-RTN - LOADS THE RATE RECORD FROM THE
003780* TRANSACTION FIELDS AHEAD OF THE WRITE OR REWRITE.
003790*-----------------------------------------------------------*
003800 3000-BUILD-RATE-RECORD-RTN.
003810     MOVE SPACES TO RATE-RECORD
003820     MOVE TRN-USAGE-TYPE TO RAT-USAGE-TYPE
003830     MOVE TRN-EFFECTIVE-DATE-N TO RAT-EFFECTIVE-DATE
003840     MOVE TRN-UNIT-PRICE-N TO RAT-UNIT-PRICE
003850     MOVE TRN-PRICE-PER-N TO RAT-PRICE-PER
003860     MOVE TRN-DEBIT-ACCOUNT TO RAT-DEBIT-ACCOUNT
003870     MOVE TRN-CREDIT-ACCOUNT TO RAT-CREDIT-ACCOUNT
003880     MOVE TRN-DESCRIPTION TO RAT-DESCRIPTION.
003890 3000-EXIT.
003900     EXIT.
003910*
003920*-----------------------------------------------------------*
003930* 3100-ADD-RATE-RTN - WRITES A NEW RATE. A TYPE AND EFFECTIVE
003940* DATE ALREADY ON FILE IS A DUPLICATE-KEY DISPOSITION.
003950*-----------------------------------------------------------*
003960 3100-ADD-RATE-RTN.
003970     PERFORM 3000-BUILD-RATE-RECORD-RTN
003980         THRU 3000-EXIT
003990     WRITE RATE-RECORD
004000         INVALID KEY
004010             IF RATE-DUPLICATE-KEY
004020                 ADD 1 TO RTM-REJECTED-COUNT
004030                 MOVE "DUPLICATE KEY"
004040                     TO RTM-DETAIL-DISPOSITION
004050             END-IF
004060         NOT INVALID KEY
004070             ADD 1 TO RTM-APPLIED-COUNT
004080             MOVE "APPLIED" TO RTM-DETAIL-DISPOSITION
004090     END-WRITE
004100     PERFORM 3500-CHECK-HARD-ERROR-RTN
004110         THRU 3500-EXIT
004120     PERFORM 7500-WRITE-DETAIL-RTN
004130         THRU 7500-EXIT.
004140 3100-EXIT.
004150     EXIT.
004160*
004170*-----------------------------------------------------------*
004180* 3200-REPLACE-RATE-RTN - REWRITES AN EXISTING RATE IN PLACE;
004190* THE RECORD IS READ FIRST TO TELL A REPLACE OF A MISSING RATE
004200* APART FROM A CLEAN ONE. A REPLACE CORRECTS A RATE KEYED IN
004210* WRONG - A GENUINE PRICE CHANGE IS AN ADD UNDER A NEW DATE.
004220*-----------------------------------------------------------*
004230 3200-REPLACE-RATE-RTN.
004240     MOVE TRN-USAGE-TYPE TO RAT-USAGE-TYPE
004250     MOVE TRN-EFFECTIVE-DATE-N TO RAT-EFFECTIVE-DATE
004260     READ RATE-FILE
004270         INVALID KEY
004280             IF RATE-KEY-NOT-FOUND
004290                 ADD 1 TO RTM-REJECTED-COUNT
004300                 MOVE "KEY NOT FOUND"
004310                     TO RTM-DETAIL-DISPOSITION
004320             END-IF
004330         NOT INVALID KEY
004340             PERFORM 3000-BUILD-RATE-RECORD-RTN
004350                 THRU 3000-EXIT
004360             REWRITE RATE-RECORD
004370             IF RATE-FILE-OK
004380                 ADD 1 TO RTM-APPLIED-COUNT
004390                 MOVE "APPLIED" TO RTM-DETAIL-DISPOSITION
004400             END-IF
004410     END-READ
004420     PERFORM 3500-CHECK-HARD-ERROR-RTN
004430         THRU 3500-EXIT
004440     PERFORM 7500-WRITE-DETAIL-RTN
004450         THRU 7500-EXIT.
004460 3200-EXIT.
004470     EXIT.
004480*
004490*-----------------------------------------------------------*
004500* 3300-DELETE-RATE-RTN - DELETES A RATE BY KEY. A RATE NOT ON
004510* FILE IS A NOT-FOUND DISPOSITION. THE RATE BEFORE IT FOR THE
004520* SAME TYPE THEN PRICES THE DAYS IT COVERED.
004530*-----------------------------------------------------------*
004540 3300-DELETE-RATE-RTN.
004550     MOVE TRN-USAGE-TYPE TO RAT-USAGE-TYPE
004560     MOVE TRN-EFFECTIVE-DATE-N TO RAT-EFFECTIVE-DATE
004570     DELETE RATE-FILE
004580         INVALID KEY
004590             IF RATE-KEY-NOT-FOUND
004600                 ADD 1 TO RTM-REJECTED-COUNT
004610                 MOVE "KEY NOT FOUND"
004620                     TO RTM-DETAIL-DISPOSITION
004630             END-IF
004640         NOT INVALID KEY
004650             ADD 1 TO RTM-APPLIED-COUNT
004660             MOVE "APPLIED" TO RTM-DETAIL-DISPOSITION
004670     END-DELETE
004680     PERFORM 3500-CHECK-HARD-ERROR-RTN
004690         THRU 3500-EXIT
004700     PERFORM 7500-WRITE-DETAIL-RTN
004710         THRU 7500-EXIT.
004720 3300-EXIT.
004730     EXIT.
004740*
004750*-----------------------------------------------------------*
004760* 3500-CHECK-HARD-ERROR-RTN - LATCHES THE RUN-WIDE HARD-ERROR
004770* SWITCH WHEN THE LAST RATE TABLE OPERATION CAME BACK WITH
004780* SOMETHING OTHER THAN SUCCESS, A DUPLICATE KEY OR A
004790* NOT-FOUND KEY.
004800*-----------------------------------------------------------*
004810 3500-CHECK-HARD-ERROR-RTN.
004820     IF NOT RATE-FILE-OK
004830         AND NOT RATE-DUPLICATE-KEY
004840         AND NOT RATE-KEY-NOT-FOUND
004850         SET RTM-HARD-ERROR TO TRUE
004860         MOVE "I/O ERROR" TO RTM-DETAIL-DISPOSITION
004870     END-IF.
004880 3500-EXIT.
004890     EXIT.
004900*
004910*-----------------------------------------------------------*
004920* 7000-WRITE-TOTALS-RTN - WRITES THE RUN TOTALS AT THE BOTTOM
004930* OF THE MAINTENANCE REPORT.
004940*-----------------------------------------------------------*
004950 7000-WRITE-TOTALS-RTN.
004960     MOVE RTM-BANNER-LINE TO MAINT-REPORT-RECORD
004970     WRITE MAINT-REPORT-RECORD
004980     MOVE "TRANSACTIONS READ:" TO RTM-TOTAL-LABEL
004990     MOVE RTM-TRANSACTION-COUNT TO RTM-TOTAL-VALUE
005000     MOVE RTM-TOTAL-LINE TO MAINT-REPORT-RECORD
005010     WRITE MAINT-REPORT-RECORD
005020     MOVE "TRANSACTIONS APPLIED:" TO RTM-TOTAL-LABEL
005030     MOVE RTM-APPLIED-COUNT TO RTM-TOTAL-VALUE
005040     MOVE RTM-TOTAL-LINE TO MAINT-REPORT-RECORD
005050     WRITE MAINT-REPORT-RECORD
005060     MOVE "TRANSACTIONS REJECTED:" TO RTM-TOTAL-LABEL
005070     MOVE RTM-REJECTED-COUNT TO RTM-TOTAL-VALUE
005080     MOVE RTM-TOTAL-LINE TO MAINT-REPORT-RECORD
005090     WRITE MAINT-REPORT-RECORD.
005100 7000-EXIT.
005110     EXIT.
005120*
005130*-----------------------------------------------------------*
005140* 7500-WRITE-DETAIL-RTN - WRITES ONE TRANSACTION'S DETAIL
005150* LINE; THE DISPOSITION TEXT IS ALREADY LOADED BY WHICHEVER
005160* PATH JUDGED THE TRANSACTION.
005170*-----------------------------------------------------------*
005180 7500-WRITE-DETAIL-RTN.
005190     MOVE TRN-ACTION-CODE TO RTM-DETAIL-ACTION
005200     MOVE TRN-USAGE-TYPE TO RTM-DETAIL-TYPE
005210     MOVE TRN-EFFECTIVE-DATE TO RTM-DETAIL-DATE
005220     MOVE TRN-UNIT-PRICE TO RTM-DETAIL-PRICE
005230     MOVE TRN-PRICE-PER TO RTM-DETAIL-PER
005240     MOVE RTM-DETAIL-LINE TO MAINT-REPORT-RECORD
005250     WRITE MAINT-REPORT-RECORD.
005260 7500-EXIT.
005270     EXIT.
005280*
005290*-----------------------------------------------------------*
005300* 8100-SET-RETURN-CODE-RTN - SETS THE CONDITION CODE THIS
005310* STEP HANDS BACK TO JCL: 0 MEANS EVERY TRANSACTION APPLIED
005320* CLEAN, 4 MEANS SOME WERE TURNED AWAY, 8 MEANS THE RATE TABLE
005330* ITSELF DID NOT END IN GOOD STANDING.
005340*-----------------------------------------------------------*
005350 8100-SET-RETURN-CODE-RTN.
005360     IF RTM-HARD-ERROR
005370         MOVE 8 TO RETURN-CODE
005380     ELSE
005390         IF RTM-REJECTED-COUNT > 0
005400             MOVE 4 TO RETURN-CODE
005410         ELSE
005420             MOVE 0 TO RETURN-CODE
005430         END-IF
005440     END-IF.
005450 8100-EXIT.
005451     EXIT.
005452*
005453*-----------------------------------------------------------*
005454* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
005455* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
005456* ALERT.
005457*-----------------------------------------------------------*
005458 8200-RAISE-ALERTS-RTN.
005459     IF RTM-HARD-ERROR
005460         MOVE 8 TO ALERT-SEVERITY
005461         MOVE "IOERROR" TO ALERT-CODE
005462         MOVE "RATE TABLE HARD I/O ERROR"
005463             TO ALERT-TEXT
005464         PERFORM 9700-WRITE-ALERT-RTN
005465             THRU 9700-EXIT
005466     END-IF
005467     IF RTM-REJECTED-COUNT > 0
005468         MOVE 4 TO ALERT-SEVERITY
005469         MOVE "REJECTED" TO ALERT-CODE
005470         MOVE RTM-REJECTED-COUNT TO ALERT-COUNT
005471         MOVE "RATE TRANSACTIONS REJECTED"
005472             TO ALERT-TEXT
005473         PERFORM 9700-WRITE-ALERT-RTN
005474             THRU 9700-EXIT
005475     END-IF
005476     PERFORM 9720-ALERT-STEP-END-RTN
005477         THRU 9720-EXIT.
005478 8200-EXIT.
005479     EXIT.
005480*
005481*-----------------------------------------------------------*
005490* 9050-CHECK-LEAP-RTN - SETS RTM-LEAP-SW FOR THE YEAR IN
005500* RTM-WORK-YEAR: DIVISIBLE BY FOUR, EXCEPT CENTURIES NOT
005510* DIVISIBLE BY FOUR HUNDRED.
005520*-----------------------------------------------------------*
005530 9050-CHECK-LEAP-RTN.
005540     MOVE "N" TO RTM-LEAP-SW
005550     DIVIDE RTM-WORK-YEAR BY 4
005560         GIVING RTM-LEAP-QUOT REMAINDER RTM-LEAP-REM
005570     IF RTM-LEAP-REM = 0
005580         SET RTM-LEAP-YEAR TO TRUE
005590         DIVIDE RTM-WORK-YEAR BY 100
005600             GIVING RTM-LEAP-QUOT REMAINDER RTM-LEAP-REM
005610         IF RTM-LEAP-REM = 0
005620             MOVE "N" TO RTM-LEAP-SW
005630             DIVIDE RTM-WORK-YEAR BY 400
005640                 GIVING RTM-LEAP-QUOT REMAINDER RTM-LEAP-REM
005650             IF RTM-LEAP-REM = 0
005660                 SET RTM-LEAP-YEAR TO TRUE
005670             END-IF
005680         END-IF
005690     END-IF.
005700 9050-EXIT.
005710     EXIT.
005720*
005730*-----------------------------------------------------------*
005740* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
005750* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
005760* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
005770* NEXT CALLER STARTS CLEAN.
005780*-----------------------------------------------------------*
005790 9700-WRITE-ALERT-RTN.
005800     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
005810         PERFORM 9710-OPEN-ALERT-RTN
005820             THRU 9710-EXIT
005830     END-IF
005840     IF NOT ALERT-FILE-OPEN
005850         GO TO 9700-CLEAR
005860     END-IF
005870     MOVE SPACES TO ALERT-RECORD
005880     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
005890     ACCEPT ALR-RAISED-TIME FROM TIME
005900     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
005910     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
005920     MOVE "DAY01RTM" TO ALR-PROGRAM-ID
005930     MOVE ALERT-SEVERITY TO ALR-SEVERITY
005940     MOVE ALERT-CODE TO ALR-CODE
005950     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
005960     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
005970     MOVE ALERT-COUNT TO ALR-COUNT
005980     MOVE ALERT-TEXT TO ALR-TEXT
005990     WRITE ALERT-RECORD
006000     IF ALERT-FILE-OK
006010         ADD 1 TO ALERT-RAISED-COUNT
006020     ELSE
006030         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
006040             " STATUS " ALERT-FILE-STATUS
006050         CLOSE ALERT-FILE
006060         SET ALERT-FILE-FAILED TO TRUE
006070     END-IF.
006080 9700-CLEAR.
006090     MOVE SPACES TO ALERT-BUILDING-ID
006100     MOVE 0 TO ALERT-ROUTE-DATE
006110     MOVE 0 TO ALERT-COUNT.
006120 9700-EXIT.
006130     EXIT.
006140*
006150*-----------------------------------------------------------*
006160* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
006170* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
006180* JOB AND STEP NAME OFF THE EXEC PARM.
006190*-----------------------------------------------------------*
006200 9710-OPEN-ALERT-RTN.
006210     OPEN EXTEND ALERT-FILE
006220     IF NOT ALERT-FILE-OK
006230         OPEN OUTPUT ALERT-FILE
006240     END-IF
006250     IF NOT ALERT-FILE-OK
006260         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
006270             ALERT-FILE-STATUS
006280         SET ALERT-FILE-FAILED TO TRUE
006290         GO TO 9710-EXIT
006300     END-IF
006310     SET ALERT-FILE-OPEN TO TRUE
006320     IF JOB-STEP-PARM-LENGTH > 0
006330         AND JOB-STEP-PARM-LENGTH NOT > 100
006340         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
006350             DELIMITED BY ","
006360             INTO ALERT-JOB-NAME ALERT-STEP-NAME
006370         END-UNSTRING
006380     END-IF
006390     IF ALERT-STEP-NAME = SPACES
006400         MOVE "DAY01RTM" TO ALERT-STEP-NAME
006410     END-IF.
006420 9710-EXIT.
006430     EXIT.
006440*
006450*-----------------------------------------------------------*
006460* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
006470* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
006480* DATASET IF THIS STEP OPENED IT.
006490*-----------------------------------------------------------*
006500 9720-ALERT-STEP-END-RTN.
006510     IF RETURN-CODE > 0
006520         IF RETURN-CODE > 9
006530             MOVE 9 TO ALERT-SEVERITY
006540         ELSE
006550             MOVE RETURN-CODE TO ALERT-SEVERITY
006560         END-IF
006570         MOVE "STEPEND" TO ALERT-CODE
006580         MOVE RETURN-CODE TO ALERT-COUNT
006590         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
006600             TO ALERT-TEXT
006610         PERFORM 9700-WRITE-ALERT-RTN
006620             THRU 9700-EXIT
006630     END-IF
006640     IF ALERT-FILE-OPEN
006650         CLOSE ALERT-FILE
006660         MOVE "N" TO ALERT-OPEN-SW
006670     END-IF.
006680 9720-EXIT.
006690     EXIT.
006700*
006710*-----------------------------------------------------------*
006720* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
006730* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
006740* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
006750*-----------------------------------------------------------*
006760 9750-ALERT-STEP-STOPPED-RTN.
006770     MOVE 8 TO ALERT-SEVERITY
006780     MOVE "STEPSTOP" TO ALERT-CODE
006790     MOVE 8 TO ALERT-COUNT
006800     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
006810         TO ALERT-TEXT
006820     PERFORM 9700-WRITE-ALERT-RTN
006830         THRU 9700-EXIT
006840     IF ALERT-FILE-OPEN
006850         CLOSE ALERT-FILE
006860         MOVE "N" TO ALERT-OPEN-SW
006870     END-IF.
006880 9750-EXIT.
006890     EXIT.
