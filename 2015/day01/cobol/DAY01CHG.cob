000010*-----------------------------------------------------------*
000020* PROGRAM-ID: DAY01CHG
000030*-----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     DAY01CHG.
000060 AUTHOR.         R WHITMORE.
000070 INSTALLATION.   CANDY CANE LANE DATA CENTER.
000080 DATE-WRITTEN.   2026-10-11.
000090 DATE-COMPILED.
000100*-----------------------------------------------------------*
000110* MODIFICATION HISTORY.
000120*-----------------------------------------------------------*
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-11 RW    ORIGINAL PROGRAM - MONTHLY DISTRICT
000150*                  CHARGEBACK. FINANCE HAS ASKED THE DISTRICTS
000160*                  TO PAY FOR THE ROUTE PROCESSING THEY USE, AND
000170*                  UNTIL NOW THE ONLY WAY TO SAY HOW MUCH THAT
000180*                  WAS WAS TO ADD UP DAY01DST PAGES. THIS STEP
000190*                  PRICES ONE MONTH'S USAGE PER DISTRICT (THE
000200*                  DISTRICT ON THE BUILDING MASTER PAYS): THE
000210*                  CHARACTERS PROCESSED (UP, DOWN AND REJECTED)
000220*                  AND THE ROUTES COMPUTED FROM THE STATS
000230*                  HISTORY, AND THE FEED RESENDS FROM THE
000240*                  PENDING-ACK HISTORY DAY01RSN WRITES. EACH
000250*                  UNIT IS PRICED AT THE RATE ON THE RATE TABLE
000260*                  (RATEREC, KEPT BY DAY01RTM) IN EFFECT ON THE
000270*                  DAY IT WAS USED. PRINTS ONE STATEMENT PER
000280*                  DISTRICT AND WRITES THE GENERAL LEDGER
000290*                  JOURNAL FEED (GLJREC) WITH HEADER AND TRAILER
000300*                  CONTROL TOTALS.
000301* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000302*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000303*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000304*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000305*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000306*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000307*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000309*                  ('JOB,STEP').
000311* 2026-10-15 RW    A BLANK BILLING MONTH ON CHGPARM NOW TAKES THE
000313*                  DEFAULT QUIETLY INSTEAD OF WARNING THAT IT IS
000315*                  NOT NUMERIC.
000316* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000317*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000318*-----------------------------------------------------------*
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.    IBM-370.
000360 OBJECT-COMPUTER.    IBM-370.
000370 SPECIAL-NAMES.
000380     CONSOLE IS CONSOLE-DEVICE.
000390*
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PARM-FILE
000430         ASSIGN TO CHGPARM
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS PARM-FILE-STATUS.
000460     SELECT RATE-FILE
000470         ASSIGN TO RATEFILE
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS RAT-KEY
000510         FILE STATUS IS RATE-FILE-STATUS.
000520     SELECT STATS-HIST-FILE
000530         ASSIGN TO HISTFILE
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS HST-KEY
000570         FILE STATUS IS HIST-FILE-STATUS.
000580     SELECT PENDING-HIST-FILE
000590         ASSIGN TO PNDHIST
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS PEND-HIST-STATUS.
000620     SELECT BUILDING-FILE
000630         ASSIGN TO BLDGFILE
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS BLD-BUILDING-ID
000670         FILE STATUS IS BUILDING-FILE-STATUS.
000680     SELECT CHARGE-REPORT-FILE
000690         ASSIGN TO CHGRPT
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS CHARGE-REPORT-STATUS.
000720     SELECT GL-JOURNAL-FILE
000730         ASSIGN TO GLJFILE
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS GL-JOURNAL-STATUS.
000760     SELECT SORT-FILE
000770         ASSIGN TO SORTWK.
000772     SELECT ALERT-FILE
000774         ASSIGN TO ALERTS
000776         ORGANIZATION IS SEQUENTIAL
000778         FILE STATUS IS ALERT-FILE-STATUS.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  PARM-FILE.
000820 01  PARM-RECORD.
000825     05  PRM-BILLING-MONTH-X     PIC X(06).
000830     05  PRM-BILLING-MONTH REDEFINES PRM-BILLING-MONTH-X
000835                                 PIC 9(06).
000840     05  FILLER                  PIC X(74).
000850*
000860 FD  RATE-FILE.
000870     COPY "RATEREC.cpy".
000880*
000890 FD  STATS-HIST-FILE.
000900     COPY "STATHREC.cpy".
000910*
000920 FD  PENDING-HIST-FILE
000930     RECORD CONTAINS 80 CHARACTERS
000940     RECORDING MODE IS F.
000950     COPY "PNDHREC.cpy".
000960*
000970 FD  BUILDING-FILE.
000980     COPY "BLDGREC.cpy".
000990*
001000 FD  CHARGE-REPORT-FILE.
001010 01  CHARGE-REPORT-RECORD            PIC X(132).
001020*
001030 FD  GL-JOURNAL-FILE
001040     RECORD CONTAINS 80 CHARACTERS
001050     RECORDING MODE IS F.
001060     COPY "GLJREC.cpy".
001070*
001080*-----------------------------------------------------------*
001090* ONE SORT RECORD PER PRICED UNIT OF USAGE: THE DISTRICT THAT
001100* PAYS, THE USAGE TYPE, THE RATE TABLE ENTRY IN EFFECT ON THE
001110* DAY OF USE (ZERO WHEN NO RATE WAS IN EFFECT) AND THE
001120* QUANTITY. THE RATE TABLE IS LOADED IN KEY ORDER, SO WITHIN A
001130* USAGE TYPE THE RATE SUBSCRIPT RUNS IN EFFECTIVE-DATE ORDER.
001140*-----------------------------------------------------------*
001150 SD  SORT-FILE.
001160 01  SORT-RECORD.
001170     05  SRT-DISTRICT            PIC X(20).
001180     05  SRT-USAGE-TYPE          PIC X(04).
001190     05  SRT-RATE-SUB            PIC 9(03).
001200     05  SRT-QUANTITY            PIC 9(11).
001201*
001202 FD  ALERT-FILE
001203     RECORD CONTAINS 120 CHARACTERS
001204     RECORDING MODE IS F.
001205     COPY "ALERTREC.cpy".
001210*
001211 WORKING-STORAGE SECTION.
001212*-----------------------------------------------------------*
001213* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
001214* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
001215* COUNT WHERE THERE ARE ANY - AND PERFORMS
001216* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
001217* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
001218* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
001219* CODE - THE STEP'S OWN WORK STANDS.
001220*-----------------------------------------------------------*
001221 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
001222     88  ALERT-FILE-OK                     VALUE "00".
001223 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
001224     88  ALERT-FILE-OPEN                   VALUE "Y".
001225     88  ALERT-FILE-FAILED                 VALUE "F".
001226 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
001227 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
001228 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
001229 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
001230 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
001231 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
001232 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
001233 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
001234 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
001235*-----------------------------------------------------------*
001240* FILE STATUS AND SWITCHES.
001250*-----------------------------------------------------------*
001260 77  PARM-FILE-STATUS            PIC X(02) VALUE SPACES.
001270     88  PARM-FILE-OK                      VALUE "00".
001280 77  RATE-FILE-STATUS            PIC X(02) VALUE SPACES.
001290     88  RATE-FILE-OK                      VALUE "00".
001300 77  RATE-EOF-SW                 PIC X(01) VALUE "N".
001310     88  RATE-EOF                          VALUE "Y".
001320 77  HIST-FILE-STATUS            PIC X(02) VALUE SPACES.
001330     88  HIST-FILE-OK                      VALUE "00".
001340 77  HIST-EOF-SW                 PIC X(01) VALUE "N".
001350     88  HIST-EOF                          VALUE "Y".
001360 77  PEND-HIST-STATUS            PIC X(02) VALUE SPACES.
001370     88  PEND-HIST-OK                      VALUE "00".
001380 77  PEND-HIST-EOF-SW            PIC X(01) VALUE "N".
001390     88  PEND-HIST-EOF                     VALUE "Y".
001400 77  BUILDING-FILE-STATUS        PIC X(02) VALUE SPACES.
001410     88  BUILDING-FILE-OK                  VALUE "00".
001420 77  CHARGE-REPORT-STATUS        PIC X(02) VALUE SPACES.
001430     88  CHARGE-REPORT-OK                  VALUE "00".
001440 77  GL-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
001450     88  GL-JOURNAL-OK                     VALUE "00".
001460 77  SORT-EOF-SW                 PIC X(01) VALUE "N".
001470     88  SORT-EOF                          VALUE "Y".
001480*-----------------------------------------------------------*
001490* THE PENDING-ACK HISTORY IS OPTIONAL: WITHOUT IT THE RUN
001500* STILL BILLS CHARACTERS AND ROUTES, BUT NO RESENDS, AND ENDS
001510* WITH THE WARNING RETURN CODE.
001520*-----------------------------------------------------------*
001530 77  CHG-PEND-AVAILABLE-SW       PIC X(01) VALUE "N".
001540     88  CHG-PEND-AVAILABLE                VALUE "Y".
001550*-----------------------------------------------------------*
001560* THE FINAL I/O STATUS OF EACH FILE, SAVED BY
001570* 0900-CLOSE-FILES-RTN BEFORE THE CLOSE RUNS - A SUCCESSFUL
001580* CLOSE OVERWRITES FILE STATUS WITH "00".
001590*-----------------------------------------------------------*
001600 77  CHG-HIST-FINAL-STATUS       PIC X(02) VALUE SPACES.
001610     88  CHG-HIST-ENDED-CLEAN              VALUE "10".
001620 77  CHG-PEND-FINAL-STATUS       PIC X(02) VALUE SPACES.
001630     88  CHG-PEND-ENDED-CLEAN              VALUE "10".
001640 77  CHG-REPORT-FINAL-STATUS     PIC X(02) VALUE SPACES.
001650     88  CHG-REPORT-ENDED-CLEAN            VALUE "00".
001660 77  CHG-JOURNAL-FINAL-STATUS    PIC X(02) VALUE SPACES.
001670     88  CHG-JOURNAL-ENDED-CLEAN           VALUE "00".
001680*-----------------------------------------------------------*
001690* SET WHEN THE RATE TABLE DID NOT LOAD CLEAN OR OVERFLOWED THE
001700* TABLE BELOW - EITHER WAY SOME USAGE MAY HAVE BEEN PRICED AT
001710* THE WRONG RATE, SO THE JOURNAL CANNOT BE TRUSTED.
001720*-----------------------------------------------------------*
001730 77  CHG-RATE-TROUBLE-SW         PIC X(01) VALUE "N".
001740     88  CHG-RATE-TROUBLE                  VALUE "Y".
001750*-----------------------------------------------------------*
001760* BILLING MONTH (YYYYMM), SETTLED BY 0300-LOAD-PARMS-RTN, AND
001770* DATE WORK FIELDS.
001780*-----------------------------------------------------------*
001790 77  CHG-RUN-DATE                PIC 9(08) VALUE 0.
001800 77  CHG-RUN-TIME                PIC 9(08) VALUE 0.
001810 77  CHG-RUN-MONTH               PIC 9(06) VALUE 0.
001820 77  CHG-BILLING-MONTH           PIC 9(06) VALUE 0.
001830 77  CHG-USAGE-MONTH             PIC 9(06) VALUE 0.
001840 77  CHG-WORK-YEAR               PIC 9(04) COMP VALUE 0.
001850 77  CHG-WORK-MONTH              PIC 9(02) COMP VALUE 0.
001860*-----------------------------------------------------------*
001870* THE RATE TABLE, LOADED WHOLE AT START-UP IN KEY ORDER (USAGE
001880* TYPE, THEN EFFECTIVE DATE). THE RATE FOR A DAY OF USE IS
001890* THE LAST ENTRY OF ITS TYPE EFFECTIVE ON OR BEFORE THAT DAY.
001900* 200 ENTRIES IS YEARS OF PRICE CHANGES FOR THREE USAGE TYPES;
001910* AN OVERFLOW IS WARNED ON THE CONSOLE AND FAILS THE STEP.
001920*-----------------------------------------------------------*
001930 01  CHG-RATE-TABLE.
001940     05  CRT-ENTRY OCCURS 200 TIMES.
001950         10  CRT-USAGE-TYPE      PIC X(04).
001960         10  CRT-EFFECTIVE-DATE  PIC 9(08).
001970         10  CRT-UNIT-PRICE      PIC 9(05)V9(06).
001980         10  CRT-PRICE-PER       PIC 9(07).
001990         10  CRT-DEBIT-ACCOUNT   PIC X(10).
002000         10  CRT-CREDIT-ACCOUNT  PIC X(10).
002010         10  CRT-DESCRIPTION     PIC X(24).
002020 77  CHG-RATE-COUNT              PIC 9(03) COMP VALUE 0.
002030 77  CHG-RATE-SUB                PIC 9(03) COMP VALUE 0.
002040 77  CHG-FOUND-SUB               PIC 9(03) COMP VALUE 0.
002050 77  CHG-LOOK-TYPE               PIC X(04) VALUE SPACES.
002060 77  CHG-LOOK-DATE               PIC 9(08) VALUE 0.
002070*-----------------------------------------------------------*
002080* DISTRICT LOOKUP. THE STATS HISTORY COMES IN BUILDING ORDER,
002090* SO THE LAST BUILDING LOOKED UP IS HELD AND THE MASTER IS
002100* READ ONLY ON A CHANGE OF BUILDING. USAGE BY A BUILDING NOT
002110* ON THE MASTER SORTS UNDER THE PLACEHOLDER DISTRICT, PRINTS,
002120* AND IS NOT BILLED - NO DISTRICT CAN BE MADE TO PAY FOR IT.
002130*-----------------------------------------------------------*
002140 77  CHG-LAST-BUILDING-ID        PIC X(10) VALUE LOW-VALUES.
002150 77  CHG-LAST-DISTRICT           PIC X(20) VALUE SPACES.
002160 77  CHG-LOOK-BUILDING-ID        PIC X(10) VALUE SPACES.
002170 77  CHG-UNKNOWN-DISTRICT        PIC X(20)
002180     VALUE "** NOT ON MASTER **".
002190*-----------------------------------------------------------*
002200* RUN COUNTERS.
002210*-----------------------------------------------------------*
002220 77  CHG-HIST-READ-COUNT         PIC 9(09) COMP VALUE 0.
002230 77  CHG-ROUTES-BILLED-COUNT     PIC 9(09) COMP VALUE 0.
002240 77  CHG-PEND-READ-COUNT         PIC 9(09) COMP VALUE 0.
002250 77  CHG-RESENDS-BILLED-COUNT    PIC 9(09) COMP VALUE 0.
002260 77  CHG-NOT-ON-MASTER-COUNT     PIC 9(09) COMP VALUE 0.
002270 77  CHG-UNPRICED-COUNT          PIC 9(09) COMP VALUE 0.
002280 77  CHG-DISTRICT-COUNT          PIC 9(09) COMP VALUE 0.
002290*-----------------------------------------------------------*
002300* STATEMENT LINE AND DISTRICT BREAK CONTROL. A STATEMENT LINE
002310* IS ONE USAGE TYPE AT ONE RATE WITHIN ONE DISTRICT.
002320*-----------------------------------------------------------*
002330 77  CHG-CURRENT-DISTRICT        PIC X(20) VALUE SPACES.
002340 77  CHG-CURRENT-TYPE            PIC X(04) VALUE SPACES.
002350 77  CHG-CURRENT-RATE-SUB        PIC 9(03) COMP VALUE 0.
002360 77  CHG-FIRST-LINE-SW           PIC X(01) VALUE "Y".
002370     88  CHG-FIRST-LINE                    VALUE "Y".
002380 77  CHG-BILLABLE-SW             PIC X(01) VALUE "Y".
002390     88  CHG-BILLABLE                      VALUE "Y".
002400 77  CHG-LINE-QUANTITY           PIC 9(11) COMP VALUE 0.
002410 77  CHG-LINE-AMOUNT             PIC 9(11)V99 VALUE 0.
002420 77  CHG-DISTRICT-TOTAL          PIC 9(11)V99 VALUE 0.
002430 77  CHG-BILLED-TOTAL            PIC 9(13)V99 VALUE 0.
002440*-----------------------------------------------------------*
002450* GENERAL LEDGER JOURNAL CONTROL. EVERY PRICED STATEMENT LINE
002460* WITH AN AMOUNT POSTS ONE DEBIT TO ITS RATE'S DEBIT ACCOUNT
002470* AGAINST THE DISTRICT AS COST CENTER; THE MATCHING CREDITS
002480* ARE GATHERED PER CREDIT ACCOUNT AND USAGE TYPE IN THE TABLE
002490* BELOW AND WRITTEN AT THE END AGAINST THE DATA CENTER. THE
002500* TRAILER CARRIES THE DETAIL COUNT AND BOTH SIDES' TOTALS.
002510*-----------------------------------------------------------*
002520 01  CHG-CREDIT-TABLE.
002530     05  CCR-ENTRY OCCURS 50 TIMES.
002540         10  CCR-ACCOUNT         PIC X(10).
002550         10  CCR-USAGE-TYPE      PIC X(04).
002560         10  CCR-QUANTITY        PIC 9(11).
002570         10  CCR-AMOUNT          PIC 9(11)V99.
002580 77  CHG-CREDIT-COUNT            PIC 9(03) COMP VALUE 0.
002590 77  CHG-CREDIT-SUB              PIC 9(03) COMP VALUE 0.
002600 77  CHG-CREDIT-FOUND-SUB        PIC 9(03) COMP VALUE 0.
002610 77  CHG-CREDIT-OVERFLOW-SW      PIC X(01) VALUE "N".
002620     88  CHG-CREDIT-OVERFLOW               VALUE "Y".
002630 77  CHG-PROVIDER-CENTER         PIC X(20)
002640     VALUE "DATA CENTER".
002650 77  CHG-JOURNAL-NAME            PIC X(30)
002660     VALUE "ROUTE PROCESSING CHARGEBACK".
002670 77  CHG-GLJ-DETAIL-COUNT        PIC 9(09) COMP VALUE 0.
002680 77  CHG-GLJ-DEBIT-TOTAL         PIC 9(13)V99 VALUE 0.
002690 77  CHG-GLJ-CREDIT-TOTAL        PIC 9(13)V99 VALUE 0.
002700*-----------------------------------------------------------*
002710* REPORT LINE LAYOUTS - EACH PADDED TO THE FULL 132-BYTE
002720* CHARGE-REPORT-FILE RECORD LENGTH.
002730*-----------------------------------------------------------*
002740 01  CHG-BANNER-LINE.
002750     05  FILLER                  PIC X(60)
002760         VALUE "CANDY CANE LANE DATA CENTER - AOC 2015 DAY 1".
002770     05  FILLER                  PIC X(72) VALUE SPACES.
002780*
002790 01  CHG-TITLE-LINE.
002800     05  FILLER                  PIC X(60)
002810         VALUE "DISTRICT CHARGEBACK STATEMENTS".
002820     05  FILLER                  PIC X(72) VALUE SPACES.
002830*
002840 01  CHG-RUNDATE-LINE.
002850     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002860     05  CHG-RUNDATE-VALUE       PIC 9(08).
002870     05  FILLER                  PIC X(18)
002880         VALUE "  BILLING MONTH: ".
002890     05  CHG-RUNDATE-MONTH       PIC 9(06).
002900     05  FILLER                  PIC X(90) VALUE SPACES.
002910*
002920 01  CHG-DISTRICT-LINE.
002930     05  FILLER                  PIC X(20)
002940         VALUE "STATEMENT FOR: ".
002950     05  CHG-DISTRICT-NAME       PIC X(20).
002960     05  FILLER                  PIC X(10) VALUE "  PERIOD: ".
002970     05  CHG-DISTRICT-PERIOD     PIC 9(06).
002980     05  FILLER                  PIC X(02) VALUE SPACES.
002990     05  CHG-DISTRICT-NOTE       PIC X(30).
003000     05  FILLER                  PIC X(44) VALUE SPACES.
003010*
003020 01  CHG-COLUMN-LINE.
003030     05  FILLER                  PIC X(60) VALUE
003040         "  TYPE DESCRIPTION              EFFECTIVE     QUANTITY".
003050     05  FILLER                  PIC X(72) VALUE
003060         "   UNIT PRICE      PER          AMOUNT".
003070*
003080 01  CHG-DETAIL-LINE.
003090     05  FILLER                  PIC X(02) VALUE SPACES.
003100     05  CHG-DETAIL-TYPE         PIC X(04).
003110     05  FILLER                  PIC X(01) VALUE SPACES.
003120     05  CHG-DETAIL-DESCRIPTION  PIC X(24).
003130     05  FILLER                  PIC X(01) VALUE SPACES.
003140     05  CHG-DETAIL-EFFECTIVE    PIC 9(08).
003150     05  FILLER                  PIC X(01) VALUE SPACES.
003160     05  CHG-DETAIL-QUANTITY     PIC Z(10)9.
003170     05  FILLER                  PIC X(01) VALUE SPACES.
003180     05  CHG-DETAIL-PRICE        PIC ZZZZ9.999999.
003190     05  FILLER                  PIC X(01) VALUE SPACES.
003200     05  CHG-DETAIL-PER          PIC ZZZZZZ9.
003210     05  FILLER                  PIC X(01) VALUE SPACES.
003220     05  CHG-DETAIL-AMOUNT       PIC Z(10)9.99.
003230     05  FILLER                  PIC X(02) VALUE SPACES.
003240     05  CHG-DETAIL-NOTE         PIC X(20).
003250     05  FILLER                  PIC X(22) VALUE SPACES.
003260*
003270 01  CHG-DISTRICT-TOTAL-LINE.
003280     05  FILLER                  PIC X(02) VALUE SPACES.
003290     05  FILLER                  PIC X(28)
003300         VALUE "DISTRICT TOTAL:".
003310     05  CHG-DISTRICT-TOTAL-VALUE PIC Z(10)9.99.
003320     05  FILLER                  PIC X(88) VALUE SPACES.
003330*
003340 01  CHG-TOTAL-LINE.
003350     05  CHG-TOTAL-LABEL         PIC X(30).
003360     05  CHG-TOTAL-VALUE         PIC 9(09).
003370     05  FILLER                  PIC X(93) VALUE SPACES.
003380*
003390 01  CHG-AMOUNT-LINE.
003400     05  CHG-AMOUNT-LABEL        PIC X(30).
003410     05  CHG-AMOUNT-VALUE        PIC Z(12)9.99.
003420     05  FILLER                  PIC X(86) VALUE SPACES.
003421*
003422 LINKAGE SECTION.
003423*-----------------------------------------------------------*
003424* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
003425* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
003426* PROGRAM NAME.
003427*-----------------------------------------------------------*
003428 01  JOB-STEP-PARM.
003429     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
003430     05  JOB-STEP-PARM-TEXT      PIC X(100).
003431*
003440 PROCEDURE DIVISION USING JOB-STEP-PARM.
003450*-----------------------------------------------------------*
003460* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW: SETTLES THE
003470* BILLING MONTH, LOADS THE RATE TABLE, SORTS THE MONTH'S
003480* PRICED USAGE INTO DISTRICT SEQUENCE, PRINTS THE STATEMENTS
003490* AND POSTS THE DEBITS FROM THE SORTED RETURN, THEN WRITES THE
003500* CREDITS, THE JOURNAL TRAILER AND THE RUN TOTALS.
003510*-----------------------------------------------------------*
003520 0000-MAIN-PARA.
003530     PERFORM 0300-LOAD-PARMS-RTN
003540         THRU 0300-EXIT
003550     PERFORM 0100-OPEN-FILES-RTN
003560         THRU 0100-EXIT
003570     PERFORM 0200-WRITE-HEADING-RTN
003580         THRU 0200-EXIT
003590     PERFORM 0500-LOAD-RATES-RTN
003600         THRU 0500-EXIT
003610     SORT SORT-FILE
003620         ON ASCENDING KEY SRT-DISTRICT
003630                          SRT-USAGE-TYPE
003640                          SRT-RATE-SUB
003650         INPUT PROCEDURE IS 1000-SORT-INPUT-RTN
003660             THRU 1000-EXIT
003670         OUTPUT PROCEDURE IS 3000-SORT-OUTPUT-RTN
003680             THRU 3000-EXIT
003690     PERFORM 6000-WRITE-CREDITS-RTN
003700         THRU 6000-EXIT
003710     PERFORM 7000-WRITE-TOTALS-RTN
003720         THRU 7000-EXIT
003730     PERFORM 0900-CLOSE-FILES-RTN
003740         THRU 0900-EXIT
003750     PERFORM 8100-SET-RETURN-CODE-RTN
003760         THRU 8100-EXIT
003763     PERFORM 8200-RAISE-ALERTS-RTN
003766         THRU 8200-EXIT
003770     STOP RUN.
003780*
003790*-----------------------------------------------------------*
003800* 0100-OPEN-FILES-RTN - OPENS THE RATE TABLE, STATS HISTORY
003810* AND BUILDING MASTER FOR INPUT, THE PENDING-ACK HISTORY FOR
003820* INPUT IF IT IS THERE, AND THE REPORT AND JOURNAL FOR OUTPUT.
003830*-----------------------------------------------------------*
003840 0100-OPEN-FILES-RTN.
003850     OPEN INPUT RATE-FILE
003860     IF NOT RATE-FILE-OK
003870         DISPLAY "ERROR OPENING RATE TABLE. STATUS: "
003880             RATE-FILE-STATUS
003883         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003886             THRU 9750-EXIT
003890         MOVE 8 TO RETURN-CODE
003900         STOP RUN
003910     END-IF
003920     OPEN INPUT STATS-HIST-FILE
003930     IF NOT HIST-FILE-OK
003940         DISPLAY "ERROR OPENING STATS HISTORY. STATUS: "
003950             HIST-FILE-STATUS
003953         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003956             THRU 9750-EXIT
003960         MOVE 8 TO RETURN-CODE
003970         STOP RUN
003980     END-IF
003990     OPEN INPUT BUILDING-FILE
004000     IF NOT BUILDING-FILE-OK
004010         DISPLAY "ERROR OPENING BUILDING MASTER. STATUS: "
004020             BUILDING-FILE-STATUS
004023         PERFORM 9750-ALERT-STEP-STOPPED-RTN
004026             THRU 9750-EXIT
004030         MOVE 8 TO RETURN-CODE
004040         STOP RUN
004050     END-IF
004060     OPEN INPUT PENDING-HIST-FILE
004070     IF PEND-HIST-OK
004080         SET CHG-PEND-AVAILABLE TO TRUE
004090     ELSE
004100         DISPLAY "WARNING - PENDING-ACK HISTORY NOT USABLE, "
004110             "STATUS " PEND-HIST-STATUS
004120             " - RESENDS NOT BILLED"
004130     END-IF
004140     OPEN OUTPUT CHARGE-REPORT-FILE
004150     IF NOT CHARGE-REPORT-OK
004160         DISPLAY "ERROR OPENING CHARGEBACK REPORT. STATUS: "
004170             CHARGE-REPORT-STATUS
004173         PERFORM 9750-ALERT-STEP-STOPPED-RTN
004176             THRU 9750-EXIT
004180         MOVE 8 TO RETURN-CODE
004190         STOP RUN
004200     END-IF
004210     OPEN OUTPUT GL-JOURNAL-FILE
004220     IF NOT GL-JOURNAL-OK
004230         DISPLAY "ERROR OPENING GL JOURNAL FEED. STATUS: "
004240             GL-JOURNAL-STATUS
004243         PERFORM 9750-ALERT-STEP-STOPPED-RTN
004246             THRU 9750-EXIT
004250         MOVE 8 TO RETURN-CODE
004260         STOP RUN
004270     END-IF.
004280 0100-EXIT.
004290     EXIT.
004300*
004310*-----------------------------------------------------------*
004320* 0200-WRITE-HEADING-RTN - WRITES THE REPORT BANNER, TITLE,
004330* RUN DATE AND BILLING MONTH, AND THE JOURNAL HEADER RECORD.
004340*-----------------------------------------------------------*
004350 0200-WRITE-HEADING-RTN.
004360     ACCEPT CHG-RUN-TIME FROM TIME
004370     MOVE CHG-BANNER-LINE TO CHARGE-REPORT-RECORD
004380     WRITE CHARGE-REPORT-RECORD
004390     MOVE CHG-TITLE-LINE TO CHARGE-REPORT-RECORD
004400     WRITE CHARGE-REPORT-RECORD
004410     MOVE CHG-RUN-DATE TO CHG-RUNDATE-VALUE
004420     MOVE CHG-BILLING-MONTH TO CHG-RUNDATE-MONTH
004430     MOVE CHG-RUNDATE-LINE TO CHARGE-REPORT-RECORD
004440     WRITE CHARGE-REPORT-RECORD
004450     MOVE CHG-BANNER-LINE TO CHARGE-REPORT-RECORD
004460     WRITE CHARGE-REPORT-RECORD
004470     MOVE SPACES TO GL-JOURNAL-RECORD
004480     SET GLJ-HEADER-REC TO TRUE
004490     MOVE CHG-RUN-DATE TO GLJ-HDR-RUN-DATE
004500     MOVE CHG-RUN-TIME TO GLJ-HDR-RUN-TIME
004510     MOVE "DAY01CHG" TO GLJ-HDR-SOURCE
004520     MOVE CHG-BILLING-MONTH TO GLJ-HDR-PERIOD
004530     MOVE CHG-JOURNAL-NAME TO GLJ-HDR-JOURNAL-NAME
004540     WRITE GL-JOURNAL-RECORD.
004550 0200-EXIT.
004560     EXIT.
004570*
004580*-----------------------------------------------------------*
004590* 0300-LOAD-PARMS-RTN - SETTLES THE BILLING MONTH. CHGPARM IS
004600* OPTIONAL - A RERUN FOR AN EARLIER MONTH NAMES IT THERE AS
004610* YYYYMM; A MISSING, EMPTY OR INVALID CARD FALLS BACK TO THE
004620* MONTH BEFORE THE RUN DATE, WHICH IS THE MONTH JUST CLOSED
004630* WHEN THE JOB RUNS AT MONTH END. ONLY A MONTH THAT IS THERE
004635* BUT NOT VALID IS WARNED ON - A BLANK ONE IS THE NORMAL CASE.
004640*-----------------------------------------------------------*
004650 0300-LOAD-PARMS-RTN.
004660     ACCEPT CHG-RUN-DATE FROM DATE YYYYMMDD
004670     DIVIDE CHG-RUN-DATE BY 100
004680         GIVING CHG-RUN-MONTH
004690     DIVIDE CHG-RUN-MONTH BY 100
004700         GIVING CHG-WORK-YEAR REMAINDER CHG-WORK-MONTH
004710     IF CHG-WORK-MONTH > 1
004720         SUBTRACT 1 FROM CHG-WORK-MONTH
004730     ELSE
004740         MOVE 12 TO CHG-WORK-MONTH
004750         SUBTRACT 1 FROM CHG-WORK-YEAR
004760     END-IF
004770     COMPUTE CHG-BILLING-MONTH =
004780         (CHG-WORK-YEAR * 100) + CHG-WORK-MONTH
004790     OPEN INPUT PARM-FILE
004800     IF NOT PARM-FILE-OK
004810         GO TO 0300-EXIT
004820     END-IF
004830     READ PARM-FILE
004840         AT END
004850             MOVE SPACES TO PARM-RECORD
004860     END-READ
004870     CLOSE PARM-FILE
004872     IF PRM-BILLING-MONTH-X = SPACES
004874         GO TO 0300-EXIT
004876     END-IF
004880     IF PRM-BILLING-MONTH NUMERIC
004890         DIVIDE PRM-BILLING-MONTH BY 100
004900             GIVING CHG-WORK-YEAR REMAINDER CHG-WORK-MONTH
004910         IF CHG-WORK-MONTH >= 1 AND CHG-WORK-MONTH <= 12
004920             MOVE PRM-BILLING-MONTH TO CHG-BILLING-MONTH
004930         ELSE
004940             DISPLAY "BILLING MONTH ON CHGPARM NOT VALID - "
004950                 "USING " CHG-BILLING-MONTH
004960         END-IF
004970     ELSE
004980         DISPLAY "BILLING MONTH ON CHGPARM NOT NUMERIC - "
004990             "USING " CHG-BILLING-MONTH
005000     END-IF.
005010 0300-EXIT.
005020     EXIT.
005030*
005040*-----------------------------------------------------------*
005050* 0500-LOAD-RATES-RTN - READS THE WHOLE RATE TABLE INTO
005060* CHG-RATE-TABLE IN KEY ORDER.
005070*-----------------------------------------------------------*
005080 0500-LOAD-RATES-RTN.
005090     PERFORM 0550-READ-RATE-RTN
005100         THRU 0550-EXIT
005110     PERFORM 0600-STORE-RATE-RTN
005120         THRU 0600-EXIT
005130         UNTIL RATE-EOF
005140     IF RATE-FILE-STATUS NOT = "10"
005150         DISPLAY "RATE TABLE DID NOT LOAD CLEAN. STATUS: "
005160             RATE-FILE-STATUS
005170         SET CHG-RATE-TROUBLE TO TRUE
005180     END-IF
005190     CLOSE RATE-FILE.
005200 0500-EXIT.
005210     EXIT.
005220*
005230 0550-READ-RATE-RTN.
005240     READ RATE-FILE
005250         AT END
005260             SET RATE-EOF TO TRUE
005270     END-READ
005280     IF NOT RATE-FILE-OK AND NOT RATE-EOF
005290         SET RATE-EOF TO TRUE
005300     END-IF.
005310 0550-EXIT.
005320     EXIT.
005330*
005340*-----------------------------------------------------------*
005350* 0600-STORE-RATE-RTN - STORES ONE RATE AND READS THE NEXT.
005360*-----------------------------------------------------------*
005370 0600-STORE-RATE-RTN.
005380     IF CHG-RATE-COUNT < 200
005390         ADD 1 TO CHG-RATE-COUNT
005400         MOVE RAT-USAGE-TYPE TO CRT-USAGE-TYPE(CHG-RATE-COUNT)
005410         MOVE RAT-EFFECTIVE-DATE
005420             TO CRT-EFFECTIVE-DATE(CHG-RATE-COUNT)
005430         MOVE RAT-UNIT-PRICE TO CRT-UNIT-PRICE(CHG-RATE-COUNT)
005440         MOVE RAT-PRICE-PER TO CRT-PRICE-PER(CHG-RATE-COUNT)
005450         MOVE RAT-DEBIT-ACCOUNT
005460             TO CRT-DEBIT-ACCOUNT(CHG-RATE-COUNT)
005470         MOVE RAT-CREDIT-ACCOUNT
005480             TO CRT-CREDIT-ACCOUNT(CHG-RATE-COUNT)
005490         MOVE RAT-DESCRIPTION TO CRT-DESCRIPTION(CHG-RATE-COUNT)
005500     ELSE
005510         DISPLAY "RATE TABLE FULL - RATE " RAT-KEY
005520             " NOT LOADED"
005530         SET CHG-RATE-TROUBLE TO TRUE
005540     END-IF
005550     PERFORM 0550-READ-RATE-RTN
005560         THRU 0550-EXIT.
005570 0600-EXIT.
005580     EXIT.
005590*
005600*-----------------------------------------------------------*
005610* 0900-CLOSE-FILES-RTN - SAVES THE FINAL I/O STATUSES FOR THE
005620* RETURN-CODE CHECK, THEN CLOSES THE FILES STILL OPEN.
005630*-----------------------------------------------------------*
005640 0900-CLOSE-FILES-RTN.
005650     MOVE HIST-FILE-STATUS TO CHG-HIST-FINAL-STATUS
005660     MOVE PEND-HIST-STATUS TO CHG-PEND-FINAL-STATUS
005670     MOVE CHARGE-REPORT-STATUS TO CHG-REPORT-FINAL-STATUS
005680     MOVE GL-JOURNAL-STATUS TO CHG-JOURNAL-FINAL-STATUS
005690     CLOSE STATS-HIST-FILE
005700     CLOSE BUILDING-FILE
005710     IF CHG-PEND-AVAILABLE
005720         CLOSE PENDING-HIST-FILE
005730     END-IF
005740     CLOSE CHARGE-REPORT-FILE
005750     CLOSE GL-JOURNAL-FILE.
005760 0900-EXIT.
005770     EXIT.
005780*
005790*-----------------------------------------------------------*
005800* 1000-SORT-INPUT-RTN - THE SORT INPUT PROCEDURE: RELEASES
005810* THE BILLING MONTH'S CHARACTER AND ROUTE USAGE FROM THE
005820* STATS HISTORY, THEN ITS RESENDS FROM THE PENDING-ACK
005830* HISTORY.
005840*-----------------------------------------------------------*
005850 1000-SORT-INPUT-RTN.
005860     PERFORM 1100-READ-HIST-RTN
005870         THRU 1100-EXIT
005880     PERFORM 1200-RELEASE-HIST-RTN
005890         THRU 1200-EXIT
005900         UNTIL HIST-EOF
005910     IF NOT CHG-PEND-AVAILABLE
005920         GO TO 1000-EXIT
005930     END-IF
005940     PERFORM 1300-READ-PEND-HIST-RTN
005950         THRU 1300-EXIT
005960     PERFORM 1400-RELEASE-RESEND-RTN
005970         THRU 1400-EXIT
005980         UNTIL PEND-HIST-EOF.
005990 1000-EXIT.
006000     EXIT.
006010*
006020*-----------------------------------------------------------*
006030* 1100-READ-HIST-RTN - READS THE NEXT STATS HISTORY RECORD.
006040*-----------------------------------------------------------*
006050 1100-READ-HIST-RTN.
006060     READ STATS-HIST-FILE
006070         AT END
006080             SET HIST-EOF TO TRUE
006090         NOT AT END
006100             ADD 1 TO CHG-HIST-READ-COUNT
006110     END-READ
006120     IF NOT HIST-FILE-OK AND NOT HIST-EOF
006130         SET HIST-EOF TO TRUE
006140     END-IF.
006150 1100-EXIT.
006160     EXIT.
006170*
006180*-----------------------------------------------------------*
006190* 1200-RELEASE-HIST-RTN - FOR A ROUTE DATE IN THE BILLING
006200* MONTH, RELEASES THE CHARACTERS PROCESSED (EVERY UP, DOWN
006210* AND REJECTED CHARACTER) AND ONE ROUTE COMPUTED, EACH PRICED
006220* AT THE RATE IN EFFECT ON THE ROUTE DATE.
006230*-----------------------------------------------------------*
006240 1200-RELEASE-HIST-RTN.
006250     DIVIDE HST-ROUTE-DATE BY 100
006260         GIVING CHG-USAGE-MONTH
006270     IF CHG-USAGE-MONTH NOT = CHG-BILLING-MONTH
006280         GO TO 1200-READ-NEXT
006290     END-IF
006300     ADD 1 TO CHG-ROUTES-BILLED-COUNT
006310     MOVE HST-BUILDING-ID TO CHG-LOOK-BUILDING-ID
006320     PERFORM 2000-FIND-DISTRICT-RTN
006330         THRU 2000-EXIT
006340     MOVE CHG-LAST-DISTRICT TO SRT-DISTRICT
006350     MOVE HST-ROUTE-DATE TO CHG-LOOK-DATE
006360     MOVE "CHAR" TO CHG-LOOK-TYPE
006370     PERFORM 2500-FIND-RATE-RTN
006380         THRU 2500-EXIT
006390     MOVE CHG-LOOK-TYPE TO SRT-USAGE-TYPE
006400     MOVE CHG-FOUND-SUB TO SRT-RATE-SUB
006410     COMPUTE SRT-QUANTITY = HST-FLOOR-UP-COUNT
006420         + HST-FLOOR-DOWN-COUNT + HST-REJECT-COUNT
006430     RELEASE SORT-RECORD
006440     MOVE "ROUT" TO CHG-LOOK-TYPE
006450     PERFORM 2500-FIND-RATE-RTN
006460         THRU 2500-EXIT
006470     MOVE CHG-LOOK-TYPE TO SRT-USAGE-TYPE
006480     MOVE CHG-FOUND-SUB TO SRT-RATE-SUB
006490     MOVE 1 TO SRT-QUANTITY
006500     RELEASE SORT-RECORD.
006510 1200-READ-NEXT.
006520     PERFORM 1100-READ-HIST-RTN
006530         THRU 1100-EXIT.
006540 1200-EXIT.
006550     EXIT.
006560*
006570*-----------------------------------------------------------*
006580* 1300-READ-PEND-HIST-RTN - READS THE NEXT PENDING-ACK
006590* HISTORY RECORD.
006600*-----------------------------------------------------------*
006610 1300-READ-PEND-HIST-RTN.
006620     READ PENDING-HIST-FILE
006630         AT END
006640             SET PEND-HIST-EOF TO TRUE
006650         NOT AT END
006660             ADD 1 TO CHG-PEND-READ-COUNT
006670     END-READ
006680     IF NOT PEND-HIST-OK AND NOT PEND-HIST-EOF
006690         SET PEND-HIST-EOF TO TRUE
006700     END-IF.
006710 1300-EXIT.
006720     EXIT.
006730*
006740*-----------------------------------------------------------*
006750* 1400-RELEASE-RESEND-RTN - FOR A RESEND MADE IN THE BILLING
006760* MONTH, RELEASES ONE RESEND PRICED AT THE RATE IN EFFECT ON
006770* THE DAY IT WAS SENT. IT IS THE RESEND THAT COSTS, NOT THE
006780* ROUTE, SO THE SEND DATE DECIDES THE MONTH AND THE RATE.
006790*-----------------------------------------------------------*
006800 1400-RELEASE-RESEND-RTN.
006810     IF NOT PNH-RESENT
006820         GO TO 1400-READ-NEXT
006830     END-IF
006840     DIVIDE PNH-EVENT-DATE BY 100
006850         GIVING CHG-USAGE-MONTH
006860     IF CHG-USAGE-MONTH NOT = CHG-BILLING-MONTH
006870         GO TO 1400-READ-NEXT
006880     END-IF
006890     ADD 1 TO CHG-RESENDS-BILLED-COUNT
006900     MOVE PNH-BUILDING-ID TO CHG-LOOK-BUILDING-ID
006910     PERFORM 2000-FIND-DISTRICT-RTN
006920         THRU 2000-EXIT
006930     MOVE CHG-LAST-DISTRICT TO SRT-DISTRICT
006940     MOVE PNH-EVENT-DATE TO CHG-LOOK-DATE
006950     MOVE "RSND" TO CHG-LOOK-TYPE
006960     PERFORM 2500-FIND-RATE-RTN
006970         THRU 2500-EXIT
006980     MOVE CHG-LOOK-TYPE TO SRT-USAGE-TYPE
006990     MOVE CHG-FOUND-SUB TO SRT-RATE-SUB
007000     MOVE 1 TO SRT-QUANTITY
007010     RELEASE SORT-RECORD.
007020 1400-READ-NEXT.
007030     PERFORM 1300-READ-PEND-HIST-RTN
007040         THRU 1300-EXIT.
007050 1400-EXIT.
007060     EXIT.
007070*
007080*-----------------------------------------------------------*
007090* 2000-FIND-DISTRICT-RTN - LEAVES THE DISTRICT OF THE
007100* BUILDING IN CHG-LOOK-BUILDING-ID IN CHG-LAST-DISTRICT,
007110* READING THE MASTER ONLY WHEN THE BUILDING HAS CHANGED. A
007120* BUILDING NOT ON THE MASTER GETS THE PLACEHOLDER DISTRICT AND
007130* IS COUNTED FOR THE WARNING RETURN CODE.
007140*-----------------------------------------------------------*
007150 2000-FIND-DISTRICT-RTN.
007160     IF CHG-LOOK-BUILDING-ID = CHG-LAST-BUILDING-ID
007170         GO TO 2000-EXIT
007180     END-IF
007190     MOVE CHG-LOOK-BUILDING-ID TO CHG-LAST-BUILDING-ID
007200     MOVE CHG-LOOK-BUILDING-ID TO BLD-BUILDING-ID
007210     READ BUILDING-FILE
007220         INVALID KEY
007230             ADD 1 TO CHG-NOT-ON-MASTER-COUNT
007240             MOVE CHG-UNKNOWN-DISTRICT TO CHG-LAST-DISTRICT
007250         NOT INVALID KEY
007260             MOVE BLD-DISTRICT TO CHG-LAST-DISTRICT
007270     END-READ.
007280 2000-EXIT.
007290     EXIT.
007300*
007310*-----------------------------------------------------------*
007320* 2500-FIND-RATE-RTN - LEAVES IN CHG-FOUND-SUB THE RATE TABLE
007330* ENTRY FOR USAGE TYPE CHG-LOOK-TYPE IN EFFECT ON
007340* CHG-LOOK-DATE - THE LAST ONE OF THAT TYPE EFFECTIVE ON OR
007350* BEFORE THE DATE - OR ZERO WHEN NO RATE WAS IN EFFECT YET.
007360*-----------------------------------------------------------*
007370 2500-FIND-RATE-RTN.
007380     MOVE 0 TO CHG-FOUND-SUB
007390     PERFORM 2550-CHECK-ONE-RATE-RTN
007400         THRU 2550-EXIT
007410         VARYING CHG-RATE-SUB FROM 1 BY 1
007420         UNTIL CHG-RATE-SUB > CHG-RATE-COUNT.
007430 2500-EXIT.
007440     EXIT.
007450*
007460 2550-CHECK-ONE-RATE-RTN.
007470     IF CRT-USAGE-TYPE(CHG-RATE-SUB) = CHG-LOOK-TYPE
007480         AND CRT-EFFECTIVE-DATE(CHG-RATE-SUB) <= CHG-LOOK-DATE
007490         MOVE CHG-RATE-SUB TO CHG-FOUND-SUB
007500     END-IF.
007510 2550-EXIT.
007520     EXIT.
007530*
007540*-----------------------------------------------------------*
007550* 3000-SORT-OUTPUT-RTN - THE SORT OUTPUT PROCEDURE: RETURNS
007560* THE USAGE IN DISTRICT SEQUENCE, CLOSING A STATEMENT LINE ON
007570* EVERY CHANGE OF USAGE TYPE OR RATE AND A STATEMENT ON EVERY
007580* CHANGE OF DISTRICT. THE LAST LINE AND STATEMENT ARE CLOSED
007590* AFTER THE RETURN LOOP ENDS.
007600*-----------------------------------------------------------*
007610 3000-SORT-OUTPUT-RTN.
007620     RETURN SORT-FILE
007630         AT END
007640             SET SORT-EOF TO TRUE
007650     END-RETURN
007660     PERFORM 3100-PROCESS-ONE-RTN
007670         THRU 3100-EXIT
007680         UNTIL SORT-EOF
007690     IF NOT CHG-FIRST-LINE
007700         PERFORM 3400-WRITE-STATEMENT-LINE-RTN
007710             THRU 3400-EXIT
007720         PERFORM 3500-CLOSE-STATEMENT-RTN
007730             THRU 3500-EXIT
007740     END-IF.
007750 3000-EXIT.
007760     EXIT.
007770*
007780*-----------------------------------------------------------*
007790* 3100-PROCESS-ONE-RTN - HANDLES THE LINE AND DISTRICT
007800* BREAKS, ADDS THE RECORD'S QUANTITY TO THE LINE IN HAND, AND
007810* RETURNS THE NEXT SORTED RECORD.
007820*-----------------------------------------------------------*
007830 3100-PROCESS-ONE-RTN.
007840     IF CHG-FIRST-LINE
007850         PERFORM 3200-OPEN-STATEMENT-RTN
007860             THRU 3200-EXIT
007870     ELSE
007880         IF SRT-DISTRICT NOT = CHG-CURRENT-DISTRICT
007890             PERFORM 3400-WRITE-STATEMENT-LINE-RTN
007900                 THRU 3400-EXIT
007910             PERFORM 3500-CLOSE-STATEMENT-RTN
007920                 THRU 3500-EXIT
007930             PERFORM 3200-OPEN-STATEMENT-RTN
007940                 THRU 3200-EXIT
007950         ELSE
007960             IF SRT-USAGE-TYPE NOT = CHG-CURRENT-TYPE
007970                 OR SRT-RATE-SUB NOT = CHG-CURRENT-RATE-SUB
007980                 PERFORM 3400-WRITE-STATEMENT-LINE-RTN
007990                     THRU 3400-EXIT
008000             END-IF
008010         END-IF
008020     END-IF
008030     MOVE SRT-USAGE-TYPE TO CHG-CURRENT-TYPE
008040     MOVE SRT-RATE-SUB TO CHG-CURRENT-RATE-SUB
008050     ADD SRT-QUANTITY TO CHG-LINE-QUANTITY
008060     RETURN SORT-FILE
008070         AT END
008080             SET SORT-EOF TO TRUE
008090     END-RETURN.
008100 3100-EXIT.
008110     EXIT.
008120*
008130*-----------------------------------------------------------*
008140* 3200-OPEN-STATEMENT-RTN - STARTS THE STATEMENT FOR THE
008150* DISTRICT IN THE SORT RECORD. THE PLACEHOLDER DISTRICT PRINTS
008160* BUT IS MARKED NOT BILLED.
008170*-----------------------------------------------------------*
008180 3200-OPEN-STATEMENT-RTN.
008190     MOVE "N" TO CHG-FIRST-LINE-SW
008200     MOVE SRT-DISTRICT TO CHG-CURRENT-DISTRICT
008210     ADD 1 TO CHG-DISTRICT-COUNT
008220     MOVE SRT-DISTRICT TO CHG-DISTRICT-NAME
008230     MOVE CHG-BILLING-MONTH TO CHG-DISTRICT-PERIOD
008240     IF SRT-DISTRICT = CHG-UNKNOWN-DISTRICT
008250         MOVE "N" TO CHG-BILLABLE-SW
008260         MOVE "NOT BILLED - NO DISTRICT" TO CHG-DISTRICT-NOTE
008270     ELSE
008280         MOVE "Y" TO CHG-BILLABLE-SW
008290         MOVE SPACES TO CHG-DISTRICT-NOTE
008300     END-IF
008310     MOVE CHG-DISTRICT-LINE TO CHARGE-REPORT-RECORD
008320     WRITE CHARGE-REPORT-RECORD
008330     MOVE CHG-COLUMN-LINE TO CHARGE-REPORT-RECORD
008340     WRITE CHARGE-REPORT-RECORD.
008350 3200-EXIT.
008360     EXIT.
008370*
008380*-----------------------------------------------------------*
008390* 3400-WRITE-STATEMENT-LINE-RTN - PRICES AND PRINTS THE LINE
008400* IN HAND: QUANTITY TIMES UNIT PRICE OVER THE PRICE-PER
008410* QUANTITY, ROUNDED TO THE CENT. A BILLABLE LINE WITH AN
008420* AMOUNT POSTS ITS DEBIT AND GATHERS ITS CREDIT. A LINE WITH
008430* NO RATE IN EFFECT PRINTS UNPRICED AND FAILS THE STEP - THE
008440* DESK ADDS THE MISSING RATE WITH DAY01RTM AND RERUNS.
008450*-----------------------------------------------------------*
008460 3400-WRITE-STATEMENT-LINE-RTN.
008470     MOVE CHG-CURRENT-TYPE TO CHG-DETAIL-TYPE
008480     MOVE CHG-LINE-QUANTITY TO CHG-DETAIL-QUANTITY
008490     MOVE SPACES TO CHG-DETAIL-NOTE
008500     IF CHG-CURRENT-RATE-SUB = 0
008510         ADD 1 TO CHG-UNPRICED-COUNT
008520         MOVE 0 TO CHG-LINE-AMOUNT
008530         MOVE SPACES TO CHG-DETAIL-DESCRIPTION
008540         MOVE 0 TO CHG-DETAIL-EFFECTIVE
008550         MOVE 0 TO CHG-DETAIL-PRICE
008560         MOVE 0 TO CHG-DETAIL-PER
008570         MOVE 0 TO CHG-DETAIL-AMOUNT
008580         MOVE "NO RATE IN EFFECT" TO CHG-DETAIL-NOTE
008590         GO TO 3400-PRINT
008600     END-IF
008610     MOVE CHG-CURRENT-RATE-SUB TO CHG-RATE-SUB
008620     COMPUTE CHG-LINE-AMOUNT ROUNDED =
008630         CHG-LINE-QUANTITY * CRT-UNIT-PRICE(CHG-RATE-SUB)
008640         / CRT-PRICE-PER(CHG-RATE-SUB)
008650     MOVE CRT-DESCRIPTION(CHG-RATE-SUB)
008660         TO CHG-DETAIL-DESCRIPTION
008670     MOVE CRT-EFFECTIVE-DATE(CHG-RATE-SUB)
008680         TO CHG-DETAIL-EFFECTIVE
008690     MOVE CRT-UNIT-PRICE(CHG-RATE-SUB) TO CHG-DETAIL-PRICE
008700     MOVE CRT-PRICE-PER(CHG-RATE-SUB) TO CHG-DETAIL-PER
008710     MOVE CHG-LINE-AMOUNT TO CHG-DETAIL-AMOUNT
008720     IF NOT CHG-BILLABLE
008730         MOVE "NOT BILLED" TO CHG-DETAIL-NOTE
008740         GO TO 3400-PRINT
008750     END-IF
008760     ADD CHG-LINE-AMOUNT TO CHG-DISTRICT-TOTAL
008770     IF CHG-LINE-AMOUNT > 0
008780         PERFORM 4000-POST-DEBIT-RTN
008790             THRU 4000-EXIT
008800         PERFORM 4100-GATHER-CREDIT-RTN
008810             THRU 4100-EXIT
008820     END-IF.
008830 3400-PRINT.
008840     MOVE CHG-DETAIL-LINE TO CHARGE-REPORT-RECORD
008850     WRITE CHARGE-REPORT-RECORD
008860     MOVE 0 TO CHG-LINE-QUANTITY.
008870 3400-EXIT.
008880     EXIT.
008890*
008900*-----------------------------------------------------------*
008910* 3500-CLOSE-STATEMENT-RTN - CLOSES THE STATEMENT IN HAND
008920* WITH ITS DISTRICT TOTAL AND RESETS IT FOR THE NEXT DISTRICT.
008930*-----------------------------------------------------------*
008940 3500-CLOSE-STATEMENT-RTN.
008950     MOVE CHG-DISTRICT-TOTAL TO CHG-DISTRICT-TOTAL-VALUE
008960     MOVE CHG-DISTRICT-TOTAL-LINE TO CHARGE-REPORT-RECORD
008970     WRITE CHARGE-REPORT-RECORD
008980     MOVE CHG-BANNER-LINE TO CHARGE-REPORT-RECORD
008990     WRITE CHARGE-REPORT-RECORD
009000     ADD CHG-DISTRICT-TOTAL TO CHG-BILLED-TOTAL
009010     MOVE 0 TO CHG-DISTRICT-TOTAL.
009020 3500-EXIT.
009030     EXIT.
009040*
009050*-----------------------------------------------------------*
009060* 4000-POST-DEBIT-RTN - WRITES ONE JOURNAL DEBIT FOR THE
009070* STATEMENT LINE IN HAND, CHARGED TO THE DISTRICT.
009080*-----------------------------------------------------------*
009090 4000-POST-DEBIT-RTN.
009100     MOVE SPACES TO GL-JOURNAL-RECORD
009110     SET GLJ-DETAIL-REC TO TRUE
009120     SET GLJ-DEBIT-ENTRY TO TRUE
009130     MOVE CRT-DEBIT-ACCOUNT(CHG-RATE-SUB) TO GLJ-ACCOUNT
009140     MOVE CHG-CURRENT-DISTRICT TO GLJ-COST-CENTER
009150     MOVE CHG-CURRENT-TYPE TO GLJ-USAGE-TYPE
009160     MOVE CHG-LINE-QUANTITY TO GLJ-QUANTITY
009170     MOVE CHG-LINE-AMOUNT TO GLJ-AMOUNT
009180     MOVE CHG-BILLING-MONTH TO GLJ-PERIOD
009190     WRITE GL-JOURNAL-RECORD
009200     ADD 1 TO CHG-GLJ-DETAIL-COUNT
009210     ADD CHG-LINE-AMOUNT TO CHG-GLJ-DEBIT-TOTAL.
009220 4000-EXIT.
009230     EXIT.
009240*
009250*-----------------------------------------------------------*
009260* 4100-GATHER-CREDIT-RTN - ADDS THE STATEMENT LINE IN HAND TO
009270* THE CREDIT TABLE ENTRY FOR ITS RATE'S CREDIT ACCOUNT AND
009280* USAGE TYPE, STARTING A NEW ENTRY THE FIRST TIME ONE IS SEEN.
009290* A FULL TABLE LEAVES THE JOURNAL OUT OF BALANCE, WHICH FAILS
009300* THE STEP.
009310*-----------------------------------------------------------*
009320 4100-GATHER-CREDIT-RTN.
009330     MOVE 0 TO CHG-CREDIT-FOUND-SUB
009340     PERFORM 4150-CHECK-ONE-CREDIT-RTN
009350         THRU 4150-EXIT
009360         VARYING CHG-CREDIT-SUB FROM 1 BY 1
009370         UNTIL CHG-CREDIT-SUB > CHG-CREDIT-COUNT
009380     IF CHG-CREDIT-FOUND-SUB = 0
009390         IF CHG-CREDIT-COUNT < 50
009400             ADD 1 TO CHG-CREDIT-COUNT
009410             MOVE CHG-CREDIT-COUNT TO CHG-CREDIT-FOUND-SUB
009420             MOVE CRT-CREDIT-ACCOUNT(CHG-RATE-SUB)
009430                 TO CCR-ACCOUNT(CHG-CREDIT-FOUND-SUB)
009440             MOVE CHG-CURRENT-TYPE
009450                 TO CCR-USAGE-TYPE(CHG-CREDIT-FOUND-SUB)
009460             MOVE 0 TO CCR-QUANTITY(CHG-CREDIT-FOUND-SUB)
009470             MOVE 0 TO CCR-AMOUNT(CHG-CREDIT-FOUND-SUB)
009480         ELSE
009490             DISPLAY "CREDIT TABLE FULL - ACCOUNT "
009500                 CRT-CREDIT-ACCOUNT(CHG-RATE-SUB)
009510                 " NOT CREDITED"
009520             SET CHG-CREDIT-OVERFLOW TO TRUE
009530             GO TO 4100-EXIT
009540         END-IF
009550     END-IF
009560     ADD CHG-LINE-QUANTITY TO CCR-QUANTITY(CHG-CREDIT-FOUND-SUB)
009570     ADD CHG-LINE-AMOUNT TO CCR-AMOUNT(CHG-CREDIT-FOUND-SUB).
009580 4100-EXIT.
009590     EXIT.
009600*
009610 4150-CHECK-ONE-CREDIT-RTN.
009620     IF CCR-ACCOUNT(CHG-CREDIT-SUB)
009630         = CRT-CREDIT-ACCOUNT(CHG-RATE-SUB)
009640         AND CCR-USAGE-TYPE(CHG-CREDIT-SUB) = CHG-CURRENT-TYPE
009650         MOVE CHG-CREDIT-SUB TO CHG-CREDIT-FOUND-SUB
009660     END-IF.
009670 4150-EXIT.
009680     EXIT.
009690*
009700*-----------------------------------------------------------*
009710* 6000-WRITE-CREDITS-RTN - WRITES ONE JOURNAL CREDIT PER
009720* CREDIT TABLE ENTRY AGAINST THE DATA CENTER, THEN THE
009730* TRAILER WITH THE DETAIL COUNT AND BOTH SIDES' TOTALS.
009740*-----------------------------------------------------------*
009750 6000-WRITE-CREDITS-RTN.
009760     PERFORM 6100-WRITE-ONE-CREDIT-RTN
009770         THRU 6100-EXIT
009780         VARYING CHG-CREDIT-SUB FROM 1 BY 1
009790         UNTIL CHG-CREDIT-SUB > CHG-CREDIT-COUNT
009800     MOVE SPACES TO GL-JOURNAL-RECORD
009810     SET GLJ-TRAILER-REC TO TRUE
009820     MOVE CHG-GLJ-DETAIL-COUNT TO GLJ-TRL-DETAIL-COUNT
009830     MOVE CHG-GLJ-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL
009840     MOVE CHG-GLJ-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL
009850     WRITE GL-JOURNAL-RECORD.
009860 6000-EXIT.
009870     EXIT.
009880*
009890 6100-WRITE-ONE-CREDIT-RTN.
009900     MOVE SPACES TO GL-JOURNAL-RECORD
009910     SET GLJ-DETAIL-REC TO TRUE
009920     SET GLJ-CREDIT-ENTRY TO TRUE
009930     MOVE CCR-ACCOUNT(CHG-CREDIT-SUB) TO GLJ-ACCOUNT
009940     MOVE CHG-PROVIDER-CENTER TO GLJ-COST-CENTER
009950     MOVE CCR-USAGE-TYPE(CHG-CREDIT-SUB) TO GLJ-USAGE-TYPE
009960     MOVE CCR-QUANTITY(CHG-CREDIT-SUB) TO GLJ-QUANTITY
009970     MOVE CCR-AMOUNT(CHG-CREDIT-SUB) TO GLJ-AMOUNT
009980     MOVE CHG-BILLING-MONTH TO GLJ-PERIOD
009990     WRITE GL-JOURNAL-RECORD
010000     ADD 1 TO CHG-GLJ-DETAIL-COUNT
010010     ADD CCR-AMOUNT(CHG-CREDIT-SUB) TO CHG-GLJ-CREDIT-TOTAL.
010020 6100-EXIT.
010030     EXIT.
010040*
010050*-----------------------------------------------------------*
010060* 7000-WRITE-TOTALS-RTN - WRITES THE RUN TOTALS AT THE BOTTOM
010070* OF THE REPORT.
010080*-----------------------------------------------------------*
010090 7000-WRITE-TOTALS-RTN.
010100     MOVE "STATS HISTORY READ:" TO CHG-TOTAL-LABEL
010110     MOVE CHG-HIST-READ-COUNT TO CHG-TOTAL-VALUE
010120     MOVE CHG-TOTAL-LINE TO CHARGE-REPORT-RECORD
010130     WRITE CHARGE-REPORT-RECORD
010140     MOVE "ROUTES IN BILLING MONTH:" TO CHG-TOTAL-LABEL
010150     MOVE CHG-ROUTES-BILLED-COUNT TO CHG-TOTAL-VALUE
010160     MOVE CHG-TOTAL-LINE TO CHARGE-REPORT-RECORD
010170     WRITE CHARGE-REPORT-RECORD
010180     MOVE "PENDING-ACK HISTORY READ:" TO CHG-TOTAL-LABEL
010190     MOVE CHG-PEND-READ-COUNT TO CHG-TOTAL-VALUE
010200     MOVE CHG-TOTAL-LINE TO CHARGE-REPORT-RECORD
010210     WRITE CHARGE-REPORT-RECORD
010220     MOVE "RESENDS IN BILLING MONTH:" TO CHG-TOTAL-LABEL
010230     MOVE CHG-RESENDS-BILLED-COUNT TO CHG-TOTAL-VALUE
010240     MOVE CHG-TOTAL-LINE TO CHARGE-REPORT-RECORD
010250     WRITE CHARGE-REPORT-RECORD
010260     MOVE "STATEMENTS PRINTED:" TO CHG-TOTAL-LABEL
010270     MOVE CHG-DISTRICT-COUNT TO CHG-TOTAL-VALUE
010280     MOVE CHG-TOTAL-LINE TO CHARGE-REPORT-RECORD
010290     WRITE CHARGE-REPORT-RECORD
010300     MOVE "BUILDINGS NOT ON MASTER:" TO CHG-TOTAL-LABEL
010310     MOVE CHG-NOT-ON-MASTER-COUNT TO CHG-TOTAL-VALUE
010320     MOVE CHG-TOTAL-LINE TO CHARGE-REPORT-RECORD
010330     WRITE CHARGE-REPORT-RECORD
010340     MOVE "LINES WITH NO RATE:" TO CHG-TOTAL-LABEL
010350     MOVE CHG-UNPRICED-COUNT TO CHG-TOTAL-VALUE
010360     MOVE CHG-TOTAL-LINE TO CHARGE-REPORT-RECORD
010370     WRITE CHARGE-REPORT-RECORD
010380     MOVE "JOURNAL DETAILS WRITTEN:" TO CHG-TOTAL-LABEL
010390     MOVE CHG-GLJ-DETAIL-COUNT TO CHG-TOTAL-VALUE
010400     MOVE CHG-TOTAL-LINE TO CHARGE-REPORT-RECORD
010410     WRITE CHARGE-REPORT-RECORD
010420     MOVE "TOTAL BILLED:" TO CHG-AMOUNT-LABEL
010430     MOVE CHG-BILLED-TOTAL TO CHG-AMOUNT-VALUE
010440     MOVE CHG-AMOUNT-LINE TO CHARGE-REPORT-RECORD
010450     WRITE CHARGE-REPORT-RECORD
010460     MOVE "JOURNAL DEBITS:" TO CHG-AMOUNT-LABEL
010470     MOVE CHG-GLJ-DEBIT-TOTAL TO CHG-AMOUNT-VALUE
010480     MOVE CHG-AMOUNT-LINE TO CHARGE-REPORT-RECORD
010490     WRITE CHARGE-REPORT-RECORD
010500     MOVE "JOURNAL CREDITS:" TO CHG-AMOUNT-LABEL
010510     MOVE CHG-GLJ-CREDIT-TOTAL TO CHG-AMOUNT-VALUE
010520     MOVE CHG-AMOUNT-LINE TO CHARGE-REPORT-RECORD
010530     WRITE CHARGE-REPORT-RECORD.
010540 7000-EXIT.
010550     EXIT.
010560*
010570*-----------------------------------------------------------*
010580* 8100-SET-RETURN-CODE-RTN - SETS THE CONDITION CODE THIS
010590* STEP HANDS BACK TO JCL: 0 MEANS EVERY DISTRICT WAS BILLED
010600* CLEAN; 4 MEANS SOME USAGE BELONGS TO A BUILDING NOT ON THE
010610* MASTER (PRINTED, NOT BILLED) OR THE PENDING-ACK HISTORY WAS
010620* NOT THERE (NO RESENDS BILLED); 8 MEANS THE JOURNAL MUST NOT
010630* GO TO THE LEDGER - SOME USAGE HAD NO RATE IN EFFECT, THE
010640* RATE TABLE DID NOT LOAD WHOLE, THE DEBITS AND CREDITS DO NOT
010650* BALANCE, OR AN INPUT OR OUTPUT FILE DID NOT END IN GOOD
010660* STANDING, JUDGED FROM THE STATUSES SAVED AHEAD OF THE CLOSE.
010670*-----------------------------------------------------------*
010680 8100-SET-RETURN-CODE-RTN.
010690     IF NOT CHG-HIST-ENDED-CLEAN
010700         OR NOT CHG-REPORT-ENDED-CLEAN
010710         OR NOT CHG-JOURNAL-ENDED-CLEAN
010720         OR (CHG-PEND-AVAILABLE AND NOT CHG-PEND-ENDED-CLEAN)
010730         OR CHG-RATE-TROUBLE
010740         OR CHG-CREDIT-OVERFLOW
010750         OR CHG-UNPRICED-COUNT > 0
010760         OR CHG-GLJ-DEBIT-TOTAL NOT = CHG-GLJ-CREDIT-TOTAL
010770         MOVE 8 TO RETURN-CODE
010780     ELSE
010790         IF CHG-NOT-ON-MASTER-COUNT > 0
010800             OR NOT CHG-PEND-AVAILABLE
010810             MOVE 4 TO RETURN-CODE
010820         ELSE
010830             MOVE 0 TO RETURN-CODE
010840         END-IF
010850     END-IF.
010860 8100-EXIT.
010870     EXIT.
010880*
010890*-----------------------------------------------------------*
010900* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
010910* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
010920* ALERT.
010930*-----------------------------------------------------------*
010940 8200-RAISE-ALERTS-RTN.
010950     IF NOT CHG-HIST-ENDED-CLEAN
010960             OR NOT CHG-REPORT-ENDED-CLEAN
010970             OR NOT CHG-JOURNAL-ENDED-CLEAN
010980             OR (CHG-PEND-AVAILABLE AND NOT CHG-PEND-ENDED-CLEAN)
010990         MOVE 8 TO ALERT-SEVERITY
011000         MOVE "BADEND" TO ALERT-CODE
011010         MOVE "INPUT, REPORT OR GL FEED NOT ENDED CLEAN"
011020             TO ALERT-TEXT
011030         PERFORM 9700-WRITE-ALERT-RTN
011040             THRU 9700-EXIT
011050     END-IF
011060     IF CHG-RATE-TROUBLE
011070         MOVE 8 TO ALERT-SEVERITY
011080         MOVE "BADEND" TO ALERT-CODE
011090         MOVE "RATE TABLE NOT LOADED WHOLE"
011100             TO ALERT-TEXT
011110         PERFORM 9700-WRITE-ALERT-RTN
011120             THRU 9700-EXIT
011130     END-IF
011140     IF CHG-CREDIT-OVERFLOW
011150         MOVE 8 TO ALERT-SEVERITY
011160         MOVE "TABLEFUL" TO ALERT-CODE
011170         MOVE "GL CREDIT TABLE FULL - FEED INCOMPLETE"
011180             TO ALERT-TEXT
011190         PERFORM 9700-WRITE-ALERT-RTN
011200             THRU 9700-EXIT
011210     END-IF
011220     IF CHG-UNPRICED-COUNT > 0
011230         MOVE 8 TO ALERT-SEVERITY
011240         MOVE "UNPRICED" TO ALERT-CODE
011250         MOVE CHG-UNPRICED-COUNT TO ALERT-COUNT
011260         MOVE "USAGE WITH NO RATE IN EFFECT - UNBILLED"
011270             TO ALERT-TEXT
011280         PERFORM 9700-WRITE-ALERT-RTN
011290             THRU 9700-EXIT
011300     END-IF
011310     IF CHG-GLJ-DEBIT-TOTAL NOT = CHG-GLJ-CREDIT-TOTAL
011320         MOVE 8 TO ALERT-SEVERITY
011330         MOVE "OUTBAL" TO ALERT-CODE
011340         MOVE "GL FEED DEBITS NOT = CREDITS"
011350             TO ALERT-TEXT
011360         PERFORM 9700-WRITE-ALERT-RTN
011370             THRU 9700-EXIT
011380     END-IF
011390     IF CHG-NOT-ON-MASTER-COUNT > 0
011400         MOVE 4 TO ALERT-SEVERITY
011410         MOVE "NOMASTER" TO ALERT-CODE
011420         MOVE CHG-NOT-ON-MASTER-COUNT TO ALERT-COUNT
011430         MOVE "USAGE FOR BUILDINGS NOT ON MASTER"
011440             TO ALERT-TEXT
011450         PERFORM 9700-WRITE-ALERT-RTN
011460             THRU 9700-EXIT
011470     END-IF
011480     IF NOT CHG-PEND-AVAILABLE
011490         MOVE 4 TO ALERT-SEVERITY
011500         MOVE "NOTUSABL" TO ALERT-CODE
011510         MOVE "PENDING-ACK HISTORY MISSING - NO RESENDS"
011520             TO ALERT-TEXT
011530         PERFORM 9700-WRITE-ALERT-RTN
011540             THRU 9700-EXIT
011550     END-IF
011560     PERFORM 9720-ALERT-STEP-END-RTN
011570         THRU 9720-EXIT.
011580 8200-EXIT.
011590     EXIT.
011600*
011610*-----------------------------------------------------------*
011620* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
011630* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
011640* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
011650* NEXT CALLER STARTS CLEAN.
011660*-----------------------------------------------------------*
011670 9700-WRITE-ALERT-RTN.
011680     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
011690         PERFORM 9710-OPEN-ALERT-RTN
011700             THRU 9710-EXIT
011710     END-IF
011720     IF NOT ALERT-FILE-OPEN
011730         GO TO 9700-CLEAR
011740     END-IF
011750     MOVE SPACES TO ALERT-RECORD
011760     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
011770     ACCEPT ALR-RAISED-TIME FROM TIME
011780     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
011790     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
011800     MOVE "DAY01CHG" TO ALR-PROGRAM-ID
011810     MOVE ALERT-SEVERITY TO ALR-SEVERITY
011820     MOVE ALERT-CODE TO ALR-CODE
011830     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
011840     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
011850     MOVE ALERT-COUNT TO ALR-COUNT
011860     MOVE ALERT-TEXT TO ALR-TEXT
011870     WRITE ALERT-RECORD
011880     IF ALERT-FILE-OK
011890         ADD 1 TO ALERT-RAISED-COUNT
011900     ELSE
011910         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
011920             " STATUS " ALERT-FILE-STATUS
011930         CLOSE ALERT-FILE
011940         SET ALERT-FILE-FAILED TO TRUE
011950     END-IF.
011960 9700-CLEAR.
011970     MOVE SPACES TO ALERT-BUILDING-ID
011980     MOVE 0 TO ALERT-ROUTE-DATE
011990     MOVE 0 TO ALERT-COUNT.
012000 9700-EXIT.
012010     EXIT.
012020*
012030*-----------------------------------------------------------*
012040* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
012050* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
012060* JOB AND STEP NAME OFF THE EXEC PARM.
012070*-----------------------------------------------------------*
012080 9710-OPEN-ALERT-RTN.
012090     OPEN EXTEND ALERT-FILE
012100     IF NOT ALERT-FILE-OK
012110         OPEN OUTPUT ALERT-FILE
012120     END-IF
012130     IF NOT ALERT-FILE-OK
012140         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
012150             ALERT-FILE-STATUS
012160         SET ALERT-FILE-FAILED TO TRUE
012170         GO TO 9710-EXIT
012180     END-IF
012190     SET ALERT-FILE-OPEN TO TRUE
012200     IF JOB-STEP-PARM-LENGTH > 0
012210         AND JOB-STEP-PARM-LENGTH NOT > 100
012220         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
012230             DELIMITED BY ","
012240             INTO ALERT-JOB-NAME ALERT-STEP-NAME
012250         END-UNSTRING
012260     END-IF
012270     IF ALERT-STEP-NAME = SPACES
012280         MOVE "DAY01CHG" TO ALERT-STEP-NAME
012290     END-IF.
012300 9710-EXIT.
012310     EXIT.
012320*
012330*-----------------------------------------------------------*
012340* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
012350* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
012360* DATASET IF THIS STEP OPENED IT.
012370*-----------------------------------------------------------*
012380 9720-ALERT-STEP-END-RTN.
012390     IF RETURN-CODE > 0
012400         IF RETURN-CODE > 9
012410             MOVE 9 TO ALERT-SEVERITY
012420         ELSE
012430             MOVE RETURN-CODE TO ALERT-SEVERITY
012440         END-IF
012450         MOVE "STEPEND" TO ALERT-CODE
012460         MOVE RETURN-CODE TO ALERT-COUNT
012470         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
012480             TO ALERT-TEXT
012490         PERFORM 9700-WRITE-ALERT-RTN
012500             THRU 9700-EXIT
012510     END-IF
012520     IF ALERT-FILE-OPEN
012530         CLOSE ALERT-FILE
012540         MOVE "N" TO ALERT-OPEN-SW
012550     END-IF.
012560 9720-EXIT.
012570     EXIT.
012580*
012590*-----------------------------------------------------------*
012600* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
012610* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
012620* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
012630*-----------------------------------------------------------*
012640 9750-ALERT-STEP-STOPPED-RTN.
012650     MOVE 8 TO ALERT-SEVERITY
012660     MOVE "STEPSTOP" TO ALERT-CODE
012670     MOVE 8 TO ALERT-COUNT
012680     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
012690         TO ALERT-TEXT
012700     PERFORM 9700-WRITE-ALERT-RTN
012710         THRU 9700-EXIT
012720     IF ALERT-FILE-OPEN
012730         CLOSE ALERT-FILE
012740         MOVE "N" TO ALERT-OPEN-SW
012750     END-IF.
012760 9750-EXIT.
012770     EXIT.
