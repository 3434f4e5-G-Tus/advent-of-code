000010*-----------------------------------------------------------*
000020* PROGRAM-ID: DAY01MRP
000030*-----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     DAY01MRP.
000060 AUTHOR.         R WHITMORE.
000070 INSTALLATION.   CANDY CANE LANE DATA CENTER.
000080 DATE-WRITTEN.   2026-10-10.
000090 DATE-COMPILED.
000100*-----------------------------------------------------------*
000110* MODIFICATION HISTORY.
000120*-----------------------------------------------------------*
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-10 RW    ORIGINAL PROGRAM - MONTHLY DISTRICT MANAGEMENT
000150*                  REPORT. PRINTS THE REPORT MONTH FROM THE
000160*                  MONTHLY SUMMARY FILE (COPYBOOK MSUMREC) ONE
000170*                  SECTION PER DISTRICT, THE SAME WAY DAY01DST
000180*                  SORTS THE NIGHTLY FIGURES: EVERY BUILDING'S
000190*                  MONTH, THEN THE DISTRICT'S TOTALS FOR THE
000200*                  REPORT MONTH, THE MONTH BEFORE AND THE SAME
000210*                  MONTH LAST YEAR SIDE BY SIDE, WITH THE CHANGE
000220*                  IN MOVES AND REJECTS AGAINST EACH. THE REPORT
000230*                  MONTH COMES FROM MRPPARM, OR DEFAULTS TO THE
000240*                  MONTH BEFORE THE RUN DATE.
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
000254*                  SHORTENED THE NO-MONTHLY-SUMMARY NOTE, WHICH
000256*                  LIKEWISE RAN PAST ITS TITLE FIELD.
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
000360     SELECT PARM-FILE
000370         ASSIGN TO MRPPARM
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS PARM-FILE-STATUS.
000400     SELECT MONTH-SUMMARY-FILE
000410         ASSIGN TO MSUMFILE
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS MSM-KEY
000450         FILE STATUS IS MSUM-FILE-STATUS.
000460     SELECT BUILDING-FILE
000470         ASSIGN TO BLDGFILE
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS BLD-BUILDING-ID
000510         FILE STATUS IS BUILDING-FILE-STATUS.
000520     SELECT MGMT-REPORT-FILE
000530         ASSIGN TO MRPRPT
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS MGMT-REPORT-STATUS.
000560     SELECT SORT-FILE
000570         ASSIGN TO SORTWK.
000572     SELECT ALERT-FILE
000574         ASSIGN TO ALERTS
000576         ORGANIZATION IS SEQUENTIAL
000578         FILE STATUS IS ALERT-FILE-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PARM-FILE.
000620 01  PARM-RECORD.
000630     05  PRM-REPORT-MONTH        PIC 9(06).
000640     05  FILLER                  PIC X(74).
000650*
000660 FD  MONTH-SUMMARY-FILE.
000670     COPY "MSUMREC.cpy".
000680*
000690 FD  BUILDING-FILE.
000700     COPY "BLDGREC.cpy".
000710*
000720 FD  MGMT-REPORT-FILE.
000730 01  MGMT-REPORT-RECORD              PIC X(132).
000740*
000750 SD  SORT-FILE.
000760 01  SORT-RECORD.
000770     05  SRT-DISTRICT            PIC X(20).
000780     05  SRT-BUILDING-ID         PIC X(10).
000790     05  SRT-PERIOD              PIC 9(01).
000800     05  SRT-MONTH-STATUS        PIC X(01).
000810         88  SRT-MONTH-CLOSED          VALUE "C".
000820     05  SRT-DATES-PROCESSED     PIC 9(05).
000830     05  SRT-BUSINESS-DAYS       PIC 9(05).
000840     05  SRT-FLOOR-UP-TOTAL      PIC 9(11).
000850     05  SRT-FLOOR-DOWN-TOTAL    PIC 9(11).
000860     05  SRT-FINAL-FLOOR-TOTAL   PIC S9(12).
000870     05  SRT-AVG-FINAL-FLOOR     PIC S9(08).
000880     05  SRT-HIGH-FINAL-FLOOR    PIC S9(08).
000890     05  SRT-LOW-FINAL-FLOOR     PIC S9(08).
000900     05  SRT-BASEMENT-COUNT      PIC 9(05).
000910     05  SRT-REJECT-TOTAL        PIC 9(11).
000911*
000912 FD  ALERT-FILE
000913     RECORD CONTAINS 120 CHARACTERS
000914     RECORDING MODE IS F.
000915     COPY "ALERTREC.cpy".
000920*
000921 WORKING-STORAGE SECTION.
000922*-----------------------------------------------------------*
000923* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
000924* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
000925* COUNT WHERE THERE ARE ANY - AND PERFORMS
000926* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
000927* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
000928* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
000929* CODE - THE STEP'S OWN WORK STANDS.
000930*-----------------------------------------------------------*
000931 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
000932     88  ALERT-FILE-OK                     VALUE "00".
000933 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
000934     88  ALERT-FILE-OPEN                   VALUE "Y".
000935     88  ALERT-FILE-FAILED                 VALUE "F".
000936 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
000937 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
000938 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
000939 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
000940 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
000941 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
000942 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
000943 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
000944 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
000945*-----------------------------------------------------------*
000950* FILE STATUS AND SWITCHES.
000960*-----------------------------------------------------------*
000970 77  PARM-FILE-STATUS            PIC X(02) VALUE SPACES.
000980     88  PARM-FILE-OK                      VALUE "00".
000990 77  MSUM-FILE-STATUS            PIC X(02) VALUE SPACES.
001000     88  MSUM-FILE-OK                      VALUE "00".
001010 77  MSUM-EOF-SW                 PIC X(01) VALUE "N".
001020     88  MSUM-EOF                          VALUE "Y".
001030 77  BUILDING-FILE-STATUS        PIC X(02) VALUE SPACES.
001040     88  BUILDING-FILE-OK                  VALUE "00".
001050 77  MGMT-REPORT-STATUS          PIC X(02) VALUE SPACES.
001060     88  MGMT-REPORT-OK                    VALUE "00".
001070 77  SORT-EOF-SW                 PIC X(01) VALUE "N".
001080     88  SORT-EOF                          VALUE "Y".
001090*-----------------------------------------------------------*
001100* THE FINAL I/O STATUS OF EACH FILE, SAVED BY
001110* 0900-CLOSE-FILES-RTN BEFORE THE CLOSE RUNS, AS IN DAY01DST.
001120*-----------------------------------------------------------*
001130 77  MRP-MSUM-FINAL-STATUS       PIC X(02) VALUE SPACES.
001140     88  MRP-MSUM-ENDED-CLEAN              VALUE "10".
001150 77  MRP-REPORT-FINAL-STATUS     PIC X(02) VALUE SPACES.
001160     88  MRP-REPORT-ENDED-CLEAN            VALUE "00".
001170*-----------------------------------------------------------*
001180* BUILDINGS NOT ON THE MASTER STILL PRINT UNDER THE
001190* PLACEHOLDER DISTRICT, AS IN DAY01DST, AND EARN THE WARNING
001200* RETURN CODE.
001210*-----------------------------------------------------------*
001220 77  MRP-NOT-ON-MASTER-COUNT     PIC 9(09) COMP VALUE 0.
001230 77  MRP-UNKNOWN-DISTRICT        PIC X(20)
001240     VALUE "** NOT ON MASTER **".
001250*-----------------------------------------------------------*
001260* THE THREE MONTHS THE REPORT COMPARES - PERIOD 1 IS THE
001270* REPORT MONTH, PERIOD 2 THE MONTH BEFORE IT, PERIOD 3 THE
001280* SAME MONTH A YEAR EARLIER - AND THEIR PRINTED LABELS.
001290*-----------------------------------------------------------*
001300 77  MRP-RUN-DATE                PIC 9(08) VALUE 0.
001310 77  MRP-RUN-MONTH               PIC 9(06) VALUE 0.
001320 77  MRP-WORK-YEAR               PIC 9(04) VALUE 0.
001330 77  MRP-WORK-MONTH              PIC 9(02) VALUE 0.
001340 01  MRP-PERIOD-TABLE.
001350     05  MRP-PERIOD-MONTH        PIC 9(06) OCCURS 3 TIMES.
001360 01  MRP-PERIOD-LABEL-TABLE.
001370     05  FILLER                  PIC X(20) VALUE "THIS MONTH".
001380     05  FILLER                  PIC X(20) VALUE "PRIOR MONTH".
001390     05  FILLER                  PIC X(20)
001400         VALUE "SAME MONTH LAST YEAR".
001410 01  MRP-PERIOD-LABELS REDEFINES MRP-PERIOD-LABEL-TABLE.
001420     05  MRP-PERIOD-LABEL        PIC X(20) OCCURS 3 TIMES.
001430 77  MRP-PERIOD-SUB              PIC 9(01) COMP VALUE 0.
001440*-----------------------------------------------------------*
001450* DISTRICT AND BUILDING BREAK CONTROL.
001460*-----------------------------------------------------------*
001470 77  MRP-CURRENT-DISTRICT        PIC X(20) VALUE SPACES.
001480 77  MRP-CURRENT-BUILDING        PIC X(10) VALUE SPACES.
001490 77  MRP-FIRST-DISTRICT-SW       PIC X(01) VALUE "Y".
001500     88  MRP-FIRST-DISTRICT                VALUE "Y".
001510*-----------------------------------------------------------*
001520* PER-PERIOD TOTALS FOR THE DISTRICT IN HAND, FOR ALL
001530* DISTRICTS, AND THE COPY OF ONE OR THE OTHER THAT THE
001540* COMPARISON BLOCK PRINTS - THE THREE GROUPS ARE LAID OUT
001550* ALIKE SO A GROUP MOVE CARRIES ONE INTO THE NEXT.
001560*-----------------------------------------------------------*
001570 01  MRP-DISTRICT-TOTALS.
001580     05  MDT-PERIOD OCCURS 3 TIMES.
001590         10  MDT-BUILDINGS       PIC 9(05) COMP.
001600         10  MDT-DATES           PIC 9(07) COMP.
001610         10  MDT-OWED            PIC 9(07) COMP.
001620         10  MDT-MOVES           PIC 9(12) COMP.
001630         10  MDT-FLOOR-TOTAL     PIC S9(13) COMP.
001640         10  MDT-BASEMENTS       PIC 9(07) COMP.
001650         10  MDT-REJECTS         PIC 9(12) COMP.
001660 01  MRP-GRAND-TOTALS.
001670     05  MGT-PERIOD OCCURS 3 TIMES.
001680         10  MGT-BUILDINGS       PIC 9(05) COMP.
001690         10  MGT-DATES           PIC 9(07) COMP.
001700         10  MGT-OWED            PIC 9(07) COMP.
001710         10  MGT-MOVES           PIC 9(12) COMP.
001720         10  MGT-FLOOR-TOTAL     PIC S9(13) COMP.
001730         10  MGT-BASEMENTS       PIC 9(07) COMP.
001740         10  MGT-REJECTS         PIC 9(12) COMP.
001750 01  MRP-COMPARE-TOTALS.
001760     05  MCT-PERIOD OCCURS 3 TIMES.
001770         10  MCT-BUILDINGS       PIC 9(05) COMP.
001780         10  MCT-DATES           PIC 9(07) COMP.
001790         10  MCT-OWED            PIC 9(07) COMP.
001800         10  MCT-MOVES           PIC 9(12) COMP.
001810         10  MCT-FLOOR-TOTAL     PIC S9(13) COMP.
001820         10  MCT-BASEMENTS       PIC 9(07) COMP.
001830         10  MCT-REJECTS         PIC 9(12) COMP.
001840*-----------------------------------------------------------*
001850* PERCENT-CHANGE WORK FIELDS FOR 5200-CHANGE-RTN - THE FIGURE
001860* NOW, THE FIGURE IT IS MEASURED AGAINST, AND THE ANSWER.
001870*-----------------------------------------------------------*
001880 77  MRP-CHANGE-NOW              PIC 9(12) COMP VALUE 0.
001890 77  MRP-CHANGE-BASE             PIC 9(12) COMP VALUE 0.
001900 77  MRP-CHANGE-PCT              PIC S9(07)V9 VALUE 0.
001910 77  MRP-CHANGE-EDIT             PIC -(6)9.9.
001920*-----------------------------------------------------------*
001930* RUN COUNTERS.
001940*-----------------------------------------------------------*
001950 77  MRP-SUMMARY-READ-COUNT      PIC 9(09) COMP VALUE 0.
001960 77  MRP-RELEASED-COUNT          PIC 9(09) COMP VALUE 0.
001970 77  MRP-REPORT-MONTH-COUNT      PIC 9(09) COMP VALUE 0.
001980*-----------------------------------------------------------*
001990* REPORT LINE LAYOUTS - EACH PADDED TO THE FULL 132-BYTE
002000* MGMT-REPORT-FILE RECORD LENGTH.
002010*-----------------------------------------------------------*
002020 01  MRP-BANNER-LINE.
002030     05  FILLER                  PIC X(60)
002040         VALUE "CANDY CANE LANE DATA CENTER - AOC 2015 DAY 1".
002050     05  FILLER                  PIC X(72) VALUE SPACES.
002060*
002070 01  MRP-TITLE-LINE.
002080     05  FILLER                  PIC X(60)
002090         VALUE "MONTHLY DISTRICT MANAGEMENT REPORT".
002100     05  FILLER                  PIC X(72) VALUE SPACES.
002110*
002120 01  MRP-RUNDATE-LINE.
002130     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002140     05  MRP-RUNDATE-VALUE       PIC 9(08).
002150     05  FILLER                  PIC X(16)
002160         VALUE "  REPORT MONTH: ".
002170     05  MRP-RUNDATE-MONTH       PIC 9(06).
002180     05  FILLER                  PIC X(15)
002190         VALUE "  PRIOR MONTH: ".
002200     05  MRP-RUNDATE-PRIOR       PIC 9(06).
002210     05  FILLER                  PIC X(13)
002220         VALUE "  LAST YEAR: ".
002230     05  MRP-RUNDATE-LAST-YEAR   PIC 9(06).
002240     05  FILLER                  PIC X(52) VALUE SPACES.
002250*
002260 01  MRP-DISTRICT-LINE.
002270     05  FILLER                  PIC X(10) VALUE "DISTRICT: ".
002280     05  MRP-DISTRICT-NAME       PIC X(20).
002290     05  FILLER                  PIC X(102) VALUE SPACES.
002300*
002310 01  MRP-COLUMN-LINE.
002320     05  FILLER                  PIC X(12) VALUE "  BUILDING".
002330     05  FILLER                  PIC X(13) VALUE " DATES/ OWED".
002340     05  FILLER                  PIC X(24)
002350         VALUE "   FLOOR-UP  FLOOR-DOWN".
002360     05  FILLER                  PIC X(30)
002370         VALUE "AVG FLOOR MAX FLOOR MIN FLOOR".
002380     05  FILLER                  PIC X(24)
002390         VALUE "BSMTS     REJECTS STATUS".
002400     05  FILLER                  PIC X(29) VALUE SPACES.
002410*
002420 01  MRP-DETAIL-LINE.
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  MRP-DETAIL-BUILDING-ID  PIC X(10).
002450     05  FILLER                  PIC X(01) VALUE SPACES.
002460     05  MRP-DETAIL-DATES        PIC ZZZZ9.
002470     05  FILLER                  PIC X(01) VALUE "/".
002480     05  MRP-DETAIL-OWED         PIC ZZZZ9.
002490     05  FILLER                  PIC X(01) VALUE SPACES.
002500     05  MRP-DETAIL-UP           PIC Z(10)9.
002510     05  FILLER                  PIC X(01) VALUE SPACES.
002520     05  MRP-DETAIL-DOWN         PIC Z(10)9.
002530     05  FILLER                  PIC X(01) VALUE SPACES.
002540     05  MRP-DETAIL-AVG          PIC -9(8).
002550     05  FILLER                  PIC X(01) VALUE SPACES.
002560     05  MRP-DETAIL-HIGH         PIC -9(8).
002570     05  FILLER                  PIC X(01) VALUE SPACES.
002580     05  MRP-DETAIL-LOW          PIC -9(8).
002590     05  FILLER                  PIC X(01) VALUE SPACES.
002600     05  MRP-DETAIL-BASEMENTS    PIC ZZZZ9.
002610     05  FILLER                  PIC X(01) VALUE SPACES.
002620     05  MRP-DETAIL-REJECTS      PIC Z(10)9.
002630     05  FILLER                  PIC X(01) VALUE SPACES.
002640     05  MRP-DETAIL-STATUS       PIC X(06).
002650     05  FILLER                  PIC X(29) VALUE SPACES.
002660*
002670 01  MRP-NO-ROUTES-LINE.
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  MRP-NO-ROUTES-BUILDING  PIC X(10).
002700     05  FILLER                  PIC X(40)
002710         VALUE " NO ROUTES THIS MONTH".
002720     05  FILLER                  PIC X(80) VALUE SPACES.
002730*
002740 01  MRP-COMPARE-TITLE-LINE.
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  MRP-COMPARE-TITLE       PIC X(40).
002770     05  FILLER                  PIC X(90) VALUE SPACES.
002780*
002790 01  MRP-COMPARE-COLUMN-LINE.
002800     05  FILLER                  PIC X(23) VALUE "  PERIOD".
002810     05  FILLER                  PIC X(06) VALUE "MONTH ".
002820     05  FILLER                  PIC X(06) VALUE " BLDGS".
002830     05  FILLER                  PIC X(07) VALUE "  DATES".
002840     05  FILLER                  PIC X(07) VALUE "   OWED".
002850     05  FILLER                  PIC X(13) VALUE "        MOVES".
002860     05  FILLER                  PIC X(07) VALUE "  BSMTS".
002870     05  FILLER                  PIC X(12) VALUE "     REJECTS".
002880     05  FILLER                  PIC X(10) VALUE " AVG FLOOR".
002890     05  FILLER                  PIC X(06) VALUE " COVR%".
002900     05  FILLER                  PIC X(35) VALUE SPACES.
002910*
002920 01  MRP-COMPARE-LINE.
002930     05  FILLER                  PIC X(02) VALUE SPACES.
002940     05  MRP-COMPARE-LABEL       PIC X(20).
002950     05  FILLER                  PIC X(01) VALUE SPACES.
002960     05  MRP-COMPARE-MONTH       PIC 9(06).
002970     05  FILLER                  PIC X(01) VALUE SPACES.
002980     05  MRP-COMPARE-BUILDINGS   PIC ZZZZ9.
002990     05  FILLER                  PIC X(01) VALUE SPACES.
003000     05  MRP-COMPARE-DATES       PIC Z(5)9.
003010     05  FILLER                  PIC X(01) VALUE SPACES.
003020     05  MRP-COMPARE-OWED        PIC Z(5)9.
003030     05  FILLER                  PIC X(01) VALUE SPACES.
003040     05  MRP-COMPARE-MOVES       PIC Z(11)9.
003050     05  FILLER                  PIC X(01) VALUE SPACES.
003060     05  MRP-COMPARE-BASEMENTS   PIC Z(5)9.
003070     05  FILLER                  PIC X(01) VALUE SPACES.
003080     05  MRP-COMPARE-REJECTS     PIC Z(10)9.
003090     05  FILLER                  PIC X(01) VALUE SPACES.
003100     05  MRP-COMPARE-AVG         PIC -9(8).
003110     05  FILLER                  PIC X(01) VALUE SPACES.
003120     05  MRP-COMPARE-COVERAGE    PIC ZZ9.9.
003130     05  FILLER                  PIC X(35) VALUE SPACES.
003140*
003150 01  MRP-CHANGE-LINE.
003160     05  FILLER                  PIC X(02) VALUE SPACES.
003170     05  MRP-CHANGE-LABEL        PIC X(34).
003180     05  MRP-CHANGE-VALUE        PIC X(10).
003190     05  FILLER                  PIC X(86) VALUE SPACES.
003200*
003210 01  MRP-TOTAL-LINE.
003220     05  MRP-TOTAL-LABEL         PIC X(30).
003230     05  MRP-TOTAL-VALUE         PIC 9(09).
003240     05  FILLER                  PIC X(93) VALUE SPACES.
003241*
003242 LINKAGE SECTION.
003243*-----------------------------------------------------------*
003244* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
003245* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
003246* PROGRAM NAME.
003247*-----------------------------------------------------------*
003248 01  JOB-STEP-PARM.
003249     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
003250     05  JOB-STEP-PARM-TEXT      PIC X(100).
003251*
003260 PROCEDURE DIVISION USING JOB-STEP-PARM.
003270*-----------------------------------------------------------*
003280* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW: SETTLES THE
003290* THREE MONTHS, SORTS THEIR SUMMARY RECORDS INTO DISTRICT
003300* SEQUENCE (DISTRICT, BUILDING, PERIOD) WITH THE DISTRICT
003310* LOOKED UP ON THE BUILDING MASTER AS EACH IS RELEASED,
003320* PRINTS THE DISTRICT SECTIONS FROM THE SORTED RETURN, THEN
003330* THE ALL-DISTRICT COMPARISON AND THE RUN TOTALS.
003340*-----------------------------------------------------------*
003350 0000-MAIN-PARA.
003360     PERFORM 0300-LOAD-PARMS-RTN
003370         THRU 0300-EXIT
003380     PERFORM 0100-OPEN-FILES-RTN
003390         THRU 0100-EXIT
003400     PERFORM 0200-WRITE-HEADING-RTN
003410         THRU 0200-EXIT
003420     PERFORM 0400-CLEAR-DISTRICT-RTN
003430         THRU 0400-EXIT
003440     MOVE MRP-DISTRICT-TOTALS TO MRP-GRAND-TOTALS
003450     SORT SORT-FILE
003460         ON ASCENDING KEY SRT-DISTRICT
003470                          SRT-BUILDING-ID
003480                          SRT-PERIOD
003490         INPUT PROCEDURE IS 1000-SORT-INPUT-RTN
003500             THRU 1000-EXIT
003510         OUTPUT PROCEDURE IS 3000-SORT-OUTPUT-RTN
003520             THRU 3000-EXIT
003530     PERFORM 7000-WRITE-TOTALS-RTN
003540         THRU 7000-EXIT
003550     PERFORM 0900-CLOSE-FILES-RTN
003560         THRU 0900-EXIT
003570     PERFORM 8100-SET-RETURN-CODE-RTN
003580         THRU 8100-EXIT
003583     PERFORM 8200-RAISE-ALERTS-RTN
003586         THRU 8200-EXIT
003590     STOP RUN.
003600*
003610*-----------------------------------------------------------*
003620* 0100-OPEN-FILES-RTN - OPENS THE MONTHLY SUMMARY AND THE
003630* BUILDING MASTER FOR INPUT AND THE REPORT FOR OUTPUT.
003640*-----------------------------------------------------------*
003650 0100-OPEN-FILES-RTN.
003660     OPEN INPUT MONTH-SUMMARY-FILE
003670     IF NOT MSUM-FILE-OK
003680         DISPLAY "ERROR OPENING MONTHLY SUMMARY. STATUS: "
003690             MSUM-FILE-STATUS
003693         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003696             THRU 9750-EXIT
003700         MOVE 8 TO RETURN-CODE
003710         STOP RUN
003720     END-IF
003730     OPEN INPUT BUILDING-FILE
003740     IF NOT BUILDING-FILE-OK
003750         DISPLAY "ERROR OPENING BUILDING MASTER. STATUS: "
003760             BUILDING-FILE-STATUS
003763         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003766             THRU 9750-EXIT
003770         MOVE 8 TO RETURN-CODE
003780         STOP RUN
003790     END-IF
003800     OPEN OUTPUT MGMT-REPORT-FILE
003810     IF NOT MGMT-REPORT-OK
003820         DISPLAY "ERROR OPENING MANAGEMENT REPORT. STATUS: "
003830             MGMT-REPORT-STATUS
003833         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003836             THRU 9750-EXIT
003840         MOVE 8 TO RETURN-CODE
003850         STOP RUN
003860     END-IF.
003870 0100-EXIT.
003880     EXIT.
003890*
003900*-----------------------------------------------------------*
003910* 0200-WRITE-HEADING-RTN - WRITES THE REPORT BANNER, TITLE,
003920* RUN DATE AND THE THREE MONTHS ONCE AT THE TOP OF THE REPORT.
003930*-----------------------------------------------------------*
003940 0200-WRITE-HEADING-RTN.
003950     MOVE MRP-BANNER-LINE TO MGMT-REPORT-RECORD
003960     WRITE MGMT-REPORT-RECORD
003970     MOVE MRP-TITLE-LINE TO MGMT-REPORT-RECORD
003980     WRITE MGMT-REPORT-RECORD
003990     MOVE MRP-RUN-DATE TO MRP-RUNDATE-VALUE
004000     MOVE MRP-PERIOD-MONTH(1) TO MRP-RUNDATE-MONTH
004010     MOVE MRP-PERIOD-MONTH(2) TO MRP-RUNDATE-PRIOR
004020     MOVE MRP-PERIOD-MONTH(3) TO MRP-RUNDATE-LAST-YEAR
004030     MOVE MRP-RUNDATE-LINE TO MGMT-REPORT-RECORD
004040     WRITE MGMT-REPORT-RECORD
004050     MOVE MRP-BANNER-LINE TO MGMT-REPORT-RECORD
004060     WRITE MGMT-REPORT-RECORD.
004070 0200-EXIT.
004080     EXIT.
004090*
004100*-----------------------------------------------------------*
004110* 0300-LOAD-PARMS-RTN - SETTLES THE REPORT MONTH AND THE TWO
004120* MONTHS IT IS COMPARED WITH. MRPPARM IS OPTIONAL - A RERUN
004130* FOR AN EARLIER MONTH NAMES IT THERE AS YYYYMM; A MISSING,
004140* EMPTY OR INVALID CARD FALLS BACK TO THE MONTH BEFORE THE
004150* RUN DATE, WHICH IS THE MONTH JUST CLOSED WHEN THE JOB RUNS
004160* AT MONTH END.
004170*-----------------------------------------------------------*
004180 0300-LOAD-PARMS-RTN.
004190     ACCEPT MRP-RUN-DATE FROM DATE YYYYMMDD
004200     DIVIDE MRP-RUN-DATE BY 100
004210         GIVING MRP-RUN-MONTH
004220     MOVE MRP-RUN-MONTH TO MRP-PERIOD-MONTH(1)
004230     PERFORM 0350-STEP-BACK-MONTH-RTN
004240         THRU 0350-EXIT
004250     MOVE MRP-PERIOD-MONTH(2) TO MRP-PERIOD-MONTH(1)
004260     OPEN INPUT PARM-FILE
004270     IF NOT PARM-FILE-OK
004280         GO TO 0300-DERIVE
004290     END-IF
004300     READ PARM-FILE
004310         AT END
004320             MOVE SPACES TO PARM-RECORD
004330     END-READ
004340     CLOSE PARM-FILE
004350     IF PRM-REPORT-MONTH NUMERIC
004360         DIVIDE PRM-REPORT-MONTH BY 100
004370             GIVING MRP-WORK-YEAR REMAINDER MRP-WORK-MONTH
004380         IF MRP-WORK-MONTH >= 1 AND MRP-WORK-MONTH <= 12
004390             MOVE PRM-REPORT-MONTH TO MRP-PERIOD-MONTH(1)
004400         ELSE
004410             DISPLAY "REPORT MONTH ON MRPPARM NOT VALID - "
004420                 "USING " MRP-PERIOD-MONTH(1)
004430         END-IF
004440     ELSE
004450         DISPLAY "REPORT MONTH ON MRPPARM NOT NUMERIC - "
004460             "USING " MRP-PERIOD-MONTH(1)
004470     END-IF.
004480 0300-DERIVE.
004490     PERFORM 0350-STEP-BACK-MONTH-RTN
004500         THRU 0350-EXIT
004510     COMPUTE MRP-PERIOD-MONTH(3) = MRP-PERIOD-MONTH(1) - 100.
004520 0300-EXIT.
004530     EXIT.
004540*
004550*-----------------------------------------------------------*
004560* 0350-STEP-BACK-MONTH-RTN - SETS PERIOD 2 TO THE MONTH BEFORE
004570* THE MONTH IN PERIOD 1, ROLLING JANUARY BACK TO DECEMBER.
004580*-----------------------------------------------------------*
004590 0350-STEP-BACK-MONTH-RTN.
004600     DIVIDE MRP-PERIOD-MONTH(1) BY 100
004610         GIVING MRP-WORK-YEAR REMAINDER MRP-WORK-MONTH
004620     IF MRP-WORK-MONTH > 1
004630         SUBTRACT 1 FROM MRP-WORK-MONTH
004640     ELSE
004650         MOVE 12 TO MRP-WORK-MONTH
004660         SUBTRACT 1 FROM MRP-WORK-YEAR
004670     END-IF
004680     COMPUTE MRP-PERIOD-MONTH(2) =
004690         (MRP-WORK-YEAR * 100) + MRP-WORK-MONTH.
004700 0350-EXIT.
004710     EXIT.
004720*
004730*-----------------------------------------------------------*
004740* 0400-CLEAR-DISTRICT-RTN - ZEROES THE DISTRICT TOTALS FOR ALL
004750* THREE PERIODS.
004760*-----------------------------------------------------------*
004770 0400-CLEAR-DISTRICT-RTN.
004780     PERFORM 0410-CLEAR-ONE-PERIOD-RTN
004790         THRU 0410-EXIT
004800         VARYING MRP-PERIOD-SUB FROM 1 BY 1
004810         UNTIL MRP-PERIOD-SUB > 3.
004820 0400-EXIT.
004830     EXIT.
004840*
004850 0410-CLEAR-ONE-PERIOD-RTN.
004860     MOVE 0 TO MDT-BUILDINGS(MRP-PERIOD-SUB)
004870     MOVE 0 TO MDT-DATES(MRP-PERIOD-SUB)
004880     MOVE 0 TO MDT-OWED(MRP-PERIOD-SUB)
004890     MOVE 0 TO MDT-MOVES(MRP-PERIOD-SUB)
004900     MOVE 0 TO MDT-FLOOR-TOTAL(MRP-PERIOD-SUB)
004910     MOVE 0 TO MDT-BASEMENTS(MRP-PERIOD-SUB)
004920     MOVE 0 TO MDT-REJECTS(MRP-PERIOD-SUB).
004930 0410-EXIT.
004940     EXIT.
004950*
004960*-----------------------------------------------------------*
004970* 0900-CLOSE-FILES-RTN - SAVES THE FINAL I/O STATUSES FOR THE
004980* RETURN-CODE CHECK, THEN CLOSES THE FILES.
004990*-----------------------------------------------------------*
005000 0900-CLOSE-FILES-RTN.
005010     MOVE MSUM-FILE-STATUS TO MRP-MSUM-FINAL-STATUS
005020     MOVE MGMT-REPORT-STATUS TO MRP-REPORT-FINAL-STATUS
005030     CLOSE MONTH-SUMMARY-FILE
005040     CLOSE BUILDING-FILE
005050     CLOSE MGMT-REPORT-FILE.
005060 0900-EXIT.
005070     EXIT.
005080*
005090*-----------------------------------------------------------*
005100* 1000-SORT-INPUT-RTN - THE SORT INPUT PROCEDURE: READS THE
005110* WHOLE MONTHLY SUMMARY AND RELEASES THE RECORDS FOR THE
005120* THREE MONTHS BEING COMPARED, EACH WITH ITS DISTRICT FROM
005130* THE BUILDING MASTER.
005140*-----------------------------------------------------------*
005150 1000-SORT-INPUT-RTN.
005160     PERFORM 1100-READ-SUMMARY-RTN
005170         THRU 1100-EXIT
005180     PERFORM 1200-RELEASE-ONE-RTN
005190         THRU 1200-EXIT
005200         UNTIL MSUM-EOF.
005210 1000-EXIT.
005220     EXIT.
005230*
005240*-----------------------------------------------------------*
005250* 1100-READ-SUMMARY-RTN - READS THE NEXT SUMMARY RECORD.
005260*-----------------------------------------------------------*
005270 1100-READ-SUMMARY-RTN.
005280     READ MONTH-SUMMARY-FILE
005290         AT END
005300             SET MSUM-EOF TO TRUE
005310     END-READ
005320     IF NOT MSUM-EOF
005330         ADD 1 TO MRP-SUMMARY-READ-COUNT
005340     END-IF.
005350 1100-EXIT.
005360     EXIT.
005370*
005380*-----------------------------------------------------------*
005390* 1200-RELEASE-ONE-RTN - RELEASES ONE SUMMARY RECORD TO THE
005400* SORT WHEN ITS MONTH IS ONE OF THE THREE; ANY OTHER MONTH IS
005410* PASSED OVER.
005420*-----------------------------------------------------------*
005430 1200-RELEASE-ONE-RTN.
005440     EVALUATE MSM-MONTH
005450         WHEN MRP-PERIOD-MONTH(1)
005460             MOVE 1 TO SRT-PERIOD
005470             ADD 1 TO MRP-REPORT-MONTH-COUNT
005480         WHEN MRP-PERIOD-MONTH(2)
005490             MOVE 2 TO SRT-PERIOD
005500         WHEN MRP-PERIOD-MONTH(3)
005510             MOVE 3 TO SRT-PERIOD
005520         WHEN OTHER
005530             GO TO 1200-NEXT
005540     END-EVALUATE
005550     MOVE MSM-BUILDING-ID TO BLD-BUILDING-ID
005560     READ BUILDING-FILE
005570         INVALID KEY
005580             ADD 1 TO MRP-NOT-ON-MASTER-COUNT
005590             MOVE MRP-UNKNOWN-DISTRICT TO SRT-DISTRICT
005600         NOT INVALID KEY
005610             MOVE BLD-DISTRICT TO SRT-DISTRICT
005620     END-READ
005630     MOVE MSM-BUILDING-ID TO SRT-BUILDING-ID
005640     MOVE MSM-MONTH-STATUS TO SRT-MONTH-STATUS
005650     MOVE MSM-DATES-PROCESSED TO SRT-DATES-PROCESSED
005660     MOVE MSM-BUSINESS-DAYS TO SRT-BUSINESS-DAYS
005670     MOVE MSM-FLOOR-UP-TOTAL TO SRT-FLOOR-UP-TOTAL
005680     MOVE MSM-FLOOR-DOWN-TOTAL TO SRT-FLOOR-DOWN-TOTAL
005690     MOVE MSM-FINAL-FLOOR-TOTAL TO SRT-FINAL-FLOOR-TOTAL
005700     MOVE MSM-AVG-FINAL-FLOOR TO SRT-AVG-FINAL-FLOOR
005710     MOVE MSM-HIGH-FINAL-FLOOR TO SRT-HIGH-FINAL-FLOOR
005720     MOVE MSM-LOW-FINAL-FLOOR TO SRT-LOW-FINAL-FLOOR
005730     MOVE MSM-BASEMENT-COUNT TO SRT-BASEMENT-COUNT
005740     MOVE MSM-REJECT-TOTAL TO SRT-REJECT-TOTAL
005750     RELEASE SORT-RECORD
005760     ADD 1 TO MRP-RELEASED-COUNT.
005770 1200-NEXT.
005780     PERFORM 1100-READ-SUMMARY-RTN
005790         THRU 1100-EXIT.
005800 1200-EXIT.
005810     EXIT.
005820*
005830*-----------------------------------------------------------*
005840* 3000-SORT-OUTPUT-RTN - THE SORT OUTPUT PROCEDURE: RETURNS
005850* THE RECORDS IN DISTRICT SEQUENCE, OPENING A NEW SECTION ON
005860* EVERY DISTRICT BREAK AND CLOSING THE PRIOR ONE WITH ITS
005870* COMPARISON. THE LAST DISTRICT IS CLOSED OUT AFTER THE
005880* RETURN LOOP ENDS, THEN THE ALL-DISTRICT COMPARISON PRINTS.
005890*-----------------------------------------------------------*
005900 3000-SORT-OUTPUT-RTN.
005910     RETURN SORT-FILE
005920         AT END
005930             SET SORT-EOF TO TRUE
005940     END-RETURN
005950     PERFORM 3100-PROCESS-ONE-RTN
005960         THRU 3100-EXIT
005970         UNTIL SORT-EOF
005980     IF NOT MRP-FIRST-DISTRICT
005990         PERFORM 3500-CLOSE-DISTRICT-RTN
006000             THRU 3500-EXIT
006010     END-IF
006020     MOVE MRP-GRAND-TOTALS TO MRP-COMPARE-TOTALS
006030     MOVE "ALL DISTRICTS" TO MRP-COMPARE-TITLE
006040     PERFORM 5000-WRITE-COMPARISON-RTN
006050         THRU 5000-EXIT.
006060 3000-EXIT.
006070     EXIT.
006080*
006090*-----------------------------------------------------------*
006100* 3100-PROCESS-ONE-RTN - HANDLES THE DISTRICT BREAK, PRINTS
006110* THE BUILDING'S LINE ON ITS FIRST RECORD, ROLLS THE RECORD
006120* INTO ITS PERIOD'S DISTRICT TOTALS, AND RETURNS THE NEXT
006130* SORTED RECORD. PERIOD 1 SORTS FIRST, SO A BUILDING WHOSE
006140* FIRST RECORD IS AN EARLIER PERIOD HAD NO ROUTES IN THE
006150* REPORT MONTH AND IS PRINTED AS SUCH.
006160*-----------------------------------------------------------*
006170 3100-PROCESS-ONE-RTN.
006180     IF MRP-FIRST-DISTRICT
006190         OR SRT-DISTRICT NOT = MRP-CURRENT-DISTRICT
006200         IF NOT MRP-FIRST-DISTRICT
006210             PERFORM 3500-CLOSE-DISTRICT-RTN
006220                 THRU 3500-EXIT
006230         END-IF
006240         MOVE "N" TO MRP-FIRST-DISTRICT-SW
006250         MOVE SRT-DISTRICT TO MRP-CURRENT-DISTRICT
006260         MOVE SPACES TO MRP-CURRENT-BUILDING
006270         MOVE SRT-DISTRICT TO MRP-DISTRICT-NAME
006280         MOVE MRP-DISTRICT-LINE TO MGMT-REPORT-RECORD
006290         WRITE MGMT-REPORT-RECORD
006300         MOVE MRP-COLUMN-LINE TO MGMT-REPORT-RECORD
006310         WRITE MGMT-REPORT-RECORD
006320     END-IF
006330     IF SRT-BUILDING-ID NOT = MRP-CURRENT-BUILDING
006340         MOVE SRT-BUILDING-ID TO MRP-CURRENT-BUILDING
006350         IF SRT-PERIOD = 1
006360             PERFORM 3200-WRITE-DETAIL-RTN
006370                 THRU 3200-EXIT
006380         ELSE
006390             MOVE SRT-BUILDING-ID TO MRP-NO-ROUTES-BUILDING
006400             MOVE MRP-NO-ROUTES-LINE TO MGMT-REPORT-RECORD
006410             WRITE MGMT-REPORT-RECORD
006420         END-IF
006430     END-IF
006440     MOVE SRT-PERIOD TO MRP-PERIOD-SUB
006450     ADD 1 TO MDT-BUILDINGS(MRP-PERIOD-SUB)
006460     ADD SRT-DATES-PROCESSED TO MDT-DATES(MRP-PERIOD-SUB)
006470     ADD SRT-BUSINESS-DAYS TO MDT-OWED(MRP-PERIOD-SUB)
006480     ADD SRT-FLOOR-UP-TOTAL TO MDT-MOVES(MRP-PERIOD-SUB)
006490     ADD SRT-FLOOR-DOWN-TOTAL TO MDT-MOVES(MRP-PERIOD-SUB)
006500     ADD SRT-FINAL-FLOOR-TOTAL
006510         TO MDT-FLOOR-TOTAL(MRP-PERIOD-SUB)
006520     ADD SRT-BASEMENT-COUNT TO MDT-BASEMENTS(MRP-PERIOD-SUB)
006530     ADD SRT-REJECT-TOTAL TO MDT-REJECTS(MRP-PERIOD-SUB)
006540     RETURN SORT-FILE
006550         AT END
006560             SET SORT-EOF TO TRUE
006570     END-RETURN.
006580 3100-EXIT.
006590     EXIT.
006600*
006610*-----------------------------------------------------------*
006620* 3200-WRITE-DETAIL-RTN - PRINTS ONE BUILDING'S REPORT MONTH.
006630*-----------------------------------------------------------*
006640 3200-WRITE-DETAIL-RTN.
006650     MOVE SRT-BUILDING-ID TO MRP-DETAIL-BUILDING-ID
006660     MOVE SRT-DATES-PROCESSED TO MRP-DETAIL-DATES
006670     MOVE SRT-BUSINESS-DAYS TO MRP-DETAIL-OWED
006680     MOVE SRT-FLOOR-UP-TOTAL TO MRP-DETAIL-UP
006690     MOVE SRT-FLOOR-DOWN-TOTAL TO MRP-DETAIL-DOWN
006700     MOVE SRT-AVG-FINAL-FLOOR TO MRP-DETAIL-AVG
006710     MOVE SRT-HIGH-FINAL-FLOOR TO MRP-DETAIL-HIGH
006720     MOVE SRT-LOW-FINAL-FLOOR TO MRP-DETAIL-LOW
006730     MOVE SRT-BASEMENT-COUNT TO MRP-DETAIL-BASEMENTS
006740     MOVE SRT-REJECT-TOTAL TO MRP-DETAIL-REJECTS
006750     IF SRT-MONTH-CLOSED
006760         MOVE "CLOSED" TO MRP-DETAIL-STATUS
006770     ELSE
006780         MOVE "OPEN" TO MRP-DETAIL-STATUS
006790     END-IF
006800     MOVE MRP-DETAIL-LINE TO MGMT-REPORT-RECORD
006810     WRITE MGMT-REPORT-RECORD.
006820 3200-EXIT.
006830     EXIT.
006840*
006850*-----------------------------------------------------------*
006860* 3500-CLOSE-DISTRICT-RTN - CLOSES THE DISTRICT SECTION IN
006870* HAND: PRINTS ITS COMPARISON, ADDS ITS TOTALS INTO THE
006880* ALL-DISTRICT TOTALS, AND CLEARS THEM FOR THE NEXT DISTRICT.
006890*-----------------------------------------------------------*
006900 3500-CLOSE-DISTRICT-RTN.
006910     MOVE MRP-DISTRICT-TOTALS TO MRP-COMPARE-TOTALS
006920     MOVE MRP-CURRENT-DISTRICT TO MRP-COMPARE-TITLE
006930     PERFORM 5000-WRITE-COMPARISON-RTN
006940         THRU 5000-EXIT
006950     PERFORM 3550-ADD-TO-GRAND-RTN
006960         THRU 3550-EXIT
006970         VARYING MRP-PERIOD-SUB FROM 1 BY 1
006980         UNTIL MRP-PERIOD-SUB > 3
006990     PERFORM 0400-CLEAR-DISTRICT-RTN
007000         THRU 0400-EXIT.
007010 3500-EXIT.
007020     EXIT.
007030*
007040 3550-ADD-TO-GRAND-RTN.
007050     ADD MDT-BUILDINGS(MRP-PERIOD-SUB)
007060         TO MGT-BUILDINGS(MRP-PERIOD-SUB)
007070     ADD MDT-DATES(MRP-PERIOD-SUB) TO MGT-DATES(MRP-PERIOD-SUB)
007080     ADD MDT-OWED(MRP-PERIOD-SUB) TO MGT-OWED(MRP-PERIOD-SUB)
007090     ADD MDT-MOVES(MRP-PERIOD-SUB) TO MGT-MOVES(MRP-PERIOD-SUB)
007100     ADD MDT-FLOOR-TOTAL(MRP-PERIOD-SUB)
007110         TO MGT-FLOOR-TOTAL(MRP-PERIOD-SUB)
007120     ADD MDT-BASEMENTS(MRP-PERIOD-SUB)
007130         TO MGT-BASEMENTS(MRP-PERIOD-SUB)
007140     ADD MDT-REJECTS(MRP-PERIOD-SUB)
007150         TO MGT-REJECTS(MRP-PERIOD-SUB).
007160 3550-EXIT.
007170     EXIT.
007180*
007190*-----------------------------------------------------------*
007200* 5000-WRITE-COMPARISON-RTN - PRINTS THE COMPARISON BLOCK
007210* FOR THE TOTALS IN MRP-COMPARE-TOTALS: ONE ROW PER PERIOD,
007220* THEN THE CHANGE IN MOVES AND IN REJECTS AGAINST THE PRIOR
007230* MONTH AND AGAINST THE SAME MONTH LAST YEAR.
007240*-----------------------------------------------------------*
007250 5000-WRITE-COMPARISON-RTN.
007260     MOVE MRP-COMPARE-TITLE-LINE TO MGMT-REPORT-RECORD
007270     WRITE MGMT-REPORT-RECORD
007280     MOVE MRP-COMPARE-COLUMN-LINE TO MGMT-REPORT-RECORD
007290     WRITE MGMT-REPORT-RECORD
007300     PERFORM 5100-WRITE-PERIOD-ROW-RTN
007310         THRU 5100-EXIT
007320         VARYING MRP-PERIOD-SUB FROM 1 BY 1
007330         UNTIL MRP-PERIOD-SUB > 3
007340     MOVE "MOVES CHANGE VS PRIOR MONTH:" TO MRP-CHANGE-LABEL
007350     MOVE MCT-MOVES(1) TO MRP-CHANGE-NOW
007360     MOVE MCT-MOVES(2) TO MRP-CHANGE-BASE
007370     PERFORM 5200-WRITE-CHANGE-RTN
007380         THRU 5200-EXIT
007390     MOVE "MOVES CHANGE VS LAST YEAR:" TO MRP-CHANGE-LABEL
007400     MOVE MCT-MOVES(3) TO MRP-CHANGE-BASE
007410     PERFORM 5200-WRITE-CHANGE-RTN
007420         THRU 5200-EXIT
007430     MOVE "REJECTS CHANGE VS PRIOR MONTH:" TO MRP-CHANGE-LABEL
007440     MOVE MCT-REJECTS(1) TO MRP-CHANGE-NOW
007450     MOVE MCT-REJECTS(2) TO MRP-CHANGE-BASE
007460     PERFORM 5200-WRITE-CHANGE-RTN
007470         THRU 5200-EXIT
007480     MOVE "REJECTS CHANGE VS LAST YEAR:" TO MRP-CHANGE-LABEL
007490     MOVE MCT-REJECTS(3) TO MRP-CHANGE-BASE
007500     PERFORM 5200-WRITE-CHANGE-RTN
007510         THRU 5200-EXIT
007520     MOVE MRP-BANNER-LINE TO MGMT-REPORT-RECORD
007530     WRITE MGMT-REPORT-RECORD.
007540 5000-EXIT.
007550     EXIT.
007560*
007570*-----------------------------------------------------------*
007580* 5100-WRITE-PERIOD-ROW-RTN - PRINTS ONE PERIOD'S ROW. THE
007590* AVERAGE FINAL FLOOR IS THE FLOOR TOTAL OVER THE ROUTE DATES
007600* AND COVERAGE IS ROUTE DATES AS A PERCENT OF BUSINESS DAYS
007610* OWED; BOTH PRINT ZERO FOR A PERIOD WITH NOTHING IN IT.
007620*-----------------------------------------------------------*
007630 5100-WRITE-PERIOD-ROW-RTN.
007640     MOVE MRP-PERIOD-LABEL(MRP-PERIOD-SUB) TO MRP-COMPARE-LABEL
007650     MOVE MRP-PERIOD-MONTH(MRP-PERIOD-SUB) TO MRP-COMPARE-MONTH
007660     MOVE MCT-BUILDINGS(MRP-PERIOD-SUB) TO MRP-COMPARE-BUILDINGS
007670     MOVE MCT-DATES(MRP-PERIOD-SUB) TO MRP-COMPARE-DATES
007680     MOVE MCT-OWED(MRP-PERIOD-SUB) TO MRP-COMPARE-OWED
007690     MOVE MCT-MOVES(MRP-PERIOD-SUB) TO MRP-COMPARE-MOVES
007700     MOVE MCT-BASEMENTS(MRP-PERIOD-SUB) TO MRP-COMPARE-BASEMENTS
007710     MOVE MCT-REJECTS(MRP-PERIOD-SUB) TO MRP-COMPARE-REJECTS
007720     MOVE 0 TO MRP-COMPARE-AVG
007730     MOVE 0 TO MRP-COMPARE-COVERAGE
007740     IF MCT-DATES(MRP-PERIOD-SUB) > 0
007750         COMPUTE MRP-COMPARE-AVG ROUNDED =
007760             MCT-FLOOR-TOTAL(MRP-PERIOD-SUB)
007770             / MCT-DATES(MRP-PERIOD-SUB)
007780     END-IF
007790     IF MCT-OWED(MRP-PERIOD-SUB) > 0
007800         COMPUTE MRP-COMPARE-COVERAGE ROUNDED =
007810             (MCT-DATES(MRP-PERIOD-SUB) * 100)
007820             / MCT-OWED(MRP-PERIOD-SUB)
007830             ON SIZE ERROR
007840                 MOVE 999.9 TO MRP-COMPARE-COVERAGE
007850         END-COMPUTE
007860     END-IF
007870     MOVE MRP-COMPARE-LINE TO MGMT-REPORT-RECORD
007880     WRITE MGMT-REPORT-RECORD.
007890 5100-EXIT.
007900     EXIT.
007910*
007920*-----------------------------------------------------------*
007930* 5200-WRITE-CHANGE-RTN - PRINTS THE PERCENT CHANGE FROM
007940* MRP-CHANGE-BASE TO MRP-CHANGE-NOW UNDER THE LABEL LOADED.
007950* NOTHING TO MEASURE AGAINST PRINTS N/A.
007960*-----------------------------------------------------------*
007970 5200-WRITE-CHANGE-RTN.
007980     IF MRP-CHANGE-BASE = 0
007990         MOVE "       N/A" TO MRP-CHANGE-VALUE
008000     ELSE
008010         COMPUTE MRP-CHANGE-PCT ROUNDED =
008020             ((MRP-CHANGE-NOW - MRP-CHANGE-BASE) * 100)
008030             / MRP-CHANGE-BASE
008040             ON SIZE ERROR
008050                 MOVE 9999999.9 TO MRP-CHANGE-PCT
008060         END-COMPUTE
008070         MOVE MRP-CHANGE-PCT TO MRP-CHANGE-EDIT
008080         MOVE MRP-CHANGE-EDIT TO MRP-CHANGE-VALUE
008090     END-IF
008100     MOVE MRP-CHANGE-LINE TO MGMT-REPORT-RECORD
008110     WRITE MGMT-REPORT-RECORD.
008120 5200-EXIT.
008130     EXIT.
008140*
008150*-----------------------------------------------------------*
008160* 7000-WRITE-TOTALS-RTN - WRITES THE RUN TOTALS, AND A NOTE
008170* WHEN THE REPORT MONTH HAS NOTHING ON THE SUMMARY AT ALL.
008180*-----------------------------------------------------------*
008190 7000-WRITE-TOTALS-RTN.
008200     MOVE "SUMMARY RECORDS READ:" TO MRP-TOTAL-LABEL
008210     MOVE MRP-SUMMARY-READ-COUNT TO MRP-TOTAL-VALUE
008220     PERFORM 7200-WRITE-TOTAL-LINE-RTN
008230         THRU 7200-EXIT
008240     MOVE "SUMMARY RECORDS REPORTED:" TO MRP-TOTAL-LABEL
008250     MOVE MRP-RELEASED-COUNT TO MRP-TOTAL-VALUE
008260     PERFORM 7200-WRITE-TOTAL-LINE-RTN
008270         THRU 7200-EXIT
008280     MOVE "BUILDINGS IN REPORT MONTH:" TO MRP-TOTAL-LABEL
008290     MOVE MRP-REPORT-MONTH-COUNT TO MRP-TOTAL-VALUE
008300     PERFORM 7200-WRITE-TOTAL-LINE-RTN
008310         THRU 7200-EXIT
008320     MOVE "NOT ON BUILDING MASTER:" TO MRP-TOTAL-LABEL
008330     MOVE MRP-NOT-ON-MASTER-COUNT TO MRP-TOTAL-VALUE
008340     PERFORM 7200-WRITE-TOTAL-LINE-RTN
008350         THRU 7200-EXIT
008360     IF MRP-REPORT-MONTH-COUNT = 0
008370         MOVE "NOTE: NO MONTHLY SUMMARY ON FILE FOR THE"
008380             TO MRP-COMPARE-TITLE
008390         MOVE MRP-COMPARE-TITLE-LINE TO MGMT-REPORT-RECORD
008400         WRITE MGMT-REPORT-RECORD
008410         MOVE "REPORT MONTH - HAS DAY01MSM RUN?"
008420             TO MRP-COMPARE-TITLE
008430         MOVE MRP-COMPARE-TITLE-LINE TO MGMT-REPORT-RECORD
008440         WRITE MGMT-REPORT-RECORD
008450     END-IF.
008460 7000-EXIT.
008470     EXIT.
008480*
008490*-----------------------------------------------------------*
008500* 7200-WRITE-TOTAL-LINE-RTN - WRITES THE TOTAL LINE AS LOADED.
008510*-----------------------------------------------------------*
008520 7200-WRITE-TOTAL-LINE-RTN.
008530     MOVE MRP-TOTAL-LINE TO MGMT-REPORT-RECORD
008540     WRITE MGMT-REPORT-RECORD.
008550 7200-EXIT.
008560     EXIT.
008570*
008580*-----------------------------------------------------------*
008590* 8100-SET-RETURN-CODE-RTN - SETS THE CONDITION CODE THIS
008600* STEP HANDS BACK TO JCL: 8 MEANS THE SUMMARY OR THE REPORT
008610* DID NOT END IN GOOD STANDING, 4 MEANS THE REPORT MONTH HAD
008620* NOTHING ON THE SUMMARY OR SOME BUILDING IS NOT ON THE
008630* BUILDING MASTER (IT STILL PRINTED, UNDER THE PLACEHOLDER
008640* DISTRICT), 0 MEANS A CLEAN REPORT.
008650*-----------------------------------------------------------*
008660 8100-SET-RETURN-CODE-RTN.
008670     IF NOT MRP-MSUM-ENDED-CLEAN
008680         OR NOT MRP-REPORT-ENDED-CLEAN
008690         MOVE 8 TO RETURN-CODE
008700     ELSE
008710         IF MRP-REPORT-MONTH-COUNT = 0
008720             OR MRP-NOT-ON-MASTER-COUNT > 0
008730             MOVE 4 TO RETURN-CODE
008740         ELSE
008750             MOVE 0 TO RETURN-CODE
008760         END-IF
008770     END-IF.
008780 8100-EXIT.
008790     EXIT.
008800*
008810*-----------------------------------------------------------*
008820* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
008830* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
008840* ALERT.
008850*-----------------------------------------------------------*
008860 8200-RAISE-ALERTS-RTN.
008870     IF NOT MRP-MSUM-ENDED-CLEAN
008880             OR NOT MRP-REPORT-ENDED-CLEAN
008890         MOVE 8 TO ALERT-SEVERITY
008900         MOVE "BADEND" TO ALERT-CODE
008910         MOVE "MONTHLY SUMMARY OR REPORT NOT CLEAN"
008920             TO ALERT-TEXT
008930         PERFORM 9700-WRITE-ALERT-RTN
008940             THRU 9700-EXIT
008950     END-IF
008960     IF MRP-REPORT-MONTH-COUNT = 0
008970         MOVE 4 TO ALERT-SEVERITY
008980         MOVE "NODATA" TO ALERT-CODE
008990         MOVE "NOTHING ON THE SUMMARY FOR REPORT MONTH"
009000             TO ALERT-TEXT
009010         PERFORM 9700-WRITE-ALERT-RTN
009020             THRU 9700-EXIT
009030     END-IF
009040     IF MRP-NOT-ON-MASTER-COUNT > 0
009050         MOVE 4 TO ALERT-SEVERITY
009060         MOVE "NOMASTER" TO ALERT-CODE
009070         MOVE MRP-NOT-ON-MASTER-COUNT TO ALERT-COUNT
009080         MOVE "BUILDINGS NOT ON THE BUILDING MASTER"
009090             TO ALERT-TEXT
009100         PERFORM 9700-WRITE-ALERT-RTN
009110             THRU 9700-EXIT
009120     END-IF
009130     PERFORM 9720-ALERT-STEP-END-RTN
009140         THRU 9720-EXIT.
009150 8200-EXIT.
009160     EXIT.
009170*
009180*-----------------------------------------------------------*
009190* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
009200* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
009210* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
009220* NEXT CALLER STARTS CLEAN.
009230*-----------------------------------------------------------*
009240 9700-WRITE-ALERT-RTN.
009250     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
009260         PERFORM 9710-OPEN-ALERT-RTN
009270             THRU 9710-EXIT
009280     END-IF
009290     IF NOT ALERT-FILE-OPEN
009300         GO TO 9700-CLEAR
009310     END-IF
009320     MOVE SPACES TO ALERT-RECORD
009330     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
009340     ACCEPT ALR-RAISED-TIME FROM TIME
009350     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
009360     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
009370     MOVE "DAY01MRP" TO ALR-PROGRAM-ID
009380     MOVE ALERT-SEVERITY TO ALR-SEVERITY
009390     MOVE ALERT-CODE TO ALR-CODE
009400     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
009410     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
009420     MOVE ALERT-COUNT TO ALR-COUNT
009430     MOVE ALERT-TEXT TO ALR-TEXT
009440     WRITE ALERT-RECORD
009450     IF ALERT-FILE-OK
009460         ADD 1 TO ALERT-RAISED-COUNT
009470     ELSE
009480         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
009490             " STATUS " ALERT-FILE-STATUS
009500         CLOSE ALERT-FILE
009510         SET ALERT-FILE-FAILED TO TRUE
009520     END-IF.
009530 9700-CLEAR.
009540     MOVE SPACES TO ALERT-BUILDING-ID
009550     MOVE 0 TO ALERT-ROUTE-DATE
009560     MOVE 0 TO ALERT-COUNT.
009570 9700-EXIT.
009580     EXIT.
009590*
009600*-----------------------------------------------------------*
009610* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
009620* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
009630* JOB AND STEP NAME OFF THE EXEC PARM.
009640*-----------------------------------------------------------*
009650 9710-OPEN-ALERT-RTN.
009660     OPEN EXTEND ALERT-FILE
009670     IF NOT ALERT-FILE-OK
009680         OPEN OUTPUT ALERT-FILE
009690     END-IF
009700     IF NOT ALERT-FILE-OK
009710         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
009720             ALERT-FILE-STATUS
009730         SET ALERT-FILE-FAILED TO TRUE
009740         GO TO 9710-EXIT
009750     END-IF
009760     SET ALERT-FILE-OPEN TO TRUE
009770     IF JOB-STEP-PARM-LENGTH > 0
009780         AND JOB-STEP-PARM-LENGTH NOT > 100
009790         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
009800             DELIMITED BY ","
009810             INTO ALERT-JOB-NAME ALERT-STEP-NAME
009820         END-UNSTRING
009830     END-IF
009840     IF ALERT-STEP-NAME = SPACES
009850         MOVE "DAY01MRP" TO ALERT-STEP-NAME
009860     END-IF.
009870 9710-EXIT.
009880     EXIT.
009890*
009900*-----------------------------------------------------------*
009910* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
009920* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
009930* DATASET IF THIS STEP OPENED IT.
009940*-----------------------------------------------------------*
009950 9720-ALERT-STEP-END-RTN.
009960     IF RETURN-CODE > 0
009970         IF RETURN-CODE > 9
009980             MOVE 9 TO ALERT-SEVERITY
009990         ELSE
010000             MOVE RETURN-CODE TO ALERT-SEVERITY
010010         END-IF
010020         MOVE "STEPEND" TO ALERT-CODE
010030         MOVE RETURN-CODE TO ALERT-COUNT
010040         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
010050             TO ALERT-TEXT
010060         PERFORM 9700-WRITE-ALERT-RTN
010070             THRU 9700-EXIT
010080     END-IF
010090     IF ALERT-FILE-OPEN
010100         CLOSE ALERT-FILE
010110         MOVE "N" TO ALERT-OPEN-SW
010120     END-IF.
010130 9720-EXIT.
010140     EXIT.
010150*
010160*-----------------------------------------------------------*
010170* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
010180* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
010190* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
010200*-----------------------------------------------------------*
010210 9750-ALERT-STEP-STOPPED-RTN.
010220     MOVE 8 TO ALERT-SEVERITY
010230     MOVE "STEPSTOP" TO ALERT-CODE
010240     MOVE 8 TO ALERT-COUNT
010250     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
010260         TO ALERT-TEXT
010270     PERFORM 9700-WRITE-ALERT-RTN
010280         THRU 9700-EXIT
010290     IF ALERT-FILE-OPEN
010300         CLOSE ALERT-FILE
010310         MOVE "N" TO ALERT-OPEN-SW
010320     END-IF.
010330 9750-EXIT.
010340     EXIT.
