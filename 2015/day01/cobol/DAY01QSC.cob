000010*-----------------------------------------------------------*
000020* PROGRAM-ID: DAY01QSC
000030*-----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     DAY01QSC.
000060 AUTHOR.         R WHITMORE.
000070 INSTALLATION.   CANDY CANE LANE DATA CENTER.
000080 DATE-WRITTEN.   2026-10-15.
000090 DATE-COMPILED.
000100*-----------------------------------------------------------*
000110* MODIFICATION HISTORY.
000120*-----------------------------------------------------------*
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-15 RW    ORIGINAL PROGRAM - WEEKLY ROUTE DATA-QUALITY
000150*                  SCORECARD. READS THE PERMANENT QUALITY-EVENT
000160*                  FILE (COPYBOOK QEVTREC) THAT DAY01VAL AND THE
000170*                  COMPUTE STEP WRITE, AND RANKS THE BUILDINGS BY
000180*                  THE NUMBER OF ROUTE DATES WITH A DATA-QUALITY
000190*                  EVENT IN A ROLLING WINDOW, WORST FIRST. EACH
000200*                  BUILDING SHOWS ITS ROUTE DATES PER EVENT TYPE,
000210*                  ITS MOST COMMON TYPE, ITS MOST COMMON REJECTED
000220*                  CHARACTERS, AND WHETHER IT IS GETTING WORSE
000230*                  AGAINST THE WINDOW BEFORE. THE WINDOW LENGTH
000240*                  AND END DATE COME FROM QSCPARM, OR DEFAULT TO
000250*                  28 DAYS ENDING ON THE RUN DATE. THE REPORT IS
000260*                  THE EVIDENCE TAKEN BACK TO THE ROUTE SUPPLIERS.
000263* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000266*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000270*-----------------------------------------------------------*
000280*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.    IBM-370.
000320 OBJECT-COMPUTER.    IBM-370.
000330 SPECIAL-NAMES.
000340     CONSOLE IS CONSOLE-DEVICE.
000350*
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PARM-FILE
000390         ASSIGN TO QSCPARM
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS PARM-FILE-STATUS.
000420     SELECT QUALITY-EVENT-FILE
000430         ASSIGN TO QEVTFILE
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS QEV-KEY
000470         FILE STATUS IS QUALITY-EVENT-FILE-STATUS.
000480     SELECT BUILDING-FILE
000490         ASSIGN TO BLDGFILE
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS BLD-BUILDING-ID
000530         FILE STATUS IS BUILDING-FILE-STATUS.
000540     SELECT SCORECARD-REPORT-FILE
000550         ASSIGN TO QSCRPT
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS SCORECARD-REPORT-STATUS.
000580     SELECT SORT-FILE
000590         ASSIGN TO SORTWK.
000600     SELECT ALERT-FILE
000610         ASSIGN TO ALERTS
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS ALERT-FILE-STATUS.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PARM-FILE.
000680 01  PARM-RECORD.
000690     05  PRM-WINDOW-DAYS-X       PIC X(03).
000700     05  PRM-WINDOW-DAYS REDEFINES PRM-WINDOW-DAYS-X
000710                                 PIC 9(03).
000720     05  PRM-END-DATE-X          PIC X(08).
000730     05  PRM-END-DATE REDEFINES PRM-END-DATE-X
000740                                 PIC 9(08).
000750     05  FILLER                  PIC X(69).
000760*
000770 FD  QUALITY-EVENT-FILE.
000780     COPY "QEVTREC.cpy".
000790*
000800 FD  BUILDING-FILE.
000810     COPY "BLDGREC.cpy".
000820*
000830 FD  SCORECARD-REPORT-FILE.
000840 01  SCORECARD-REPORT-RECORD         PIC X(132).
000850*
000860 SD  SORT-FILE.
000870 01  SORT-RECORD.
000880     05  SRT-DAYS-NOW            PIC 9(05).
000890     05  SRT-EVENTS-NOW          PIC 9(07).
000900     05  SRT-BAD-CHARS-NOW       PIC 9(09).
000910     05  SRT-BUILDING-ID         PIC X(10).
000920     05  SRT-BUILDING-NAME       PIC X(30).
000930     05  SRT-DISTRICT            PIC X(20).
000940     05  SRT-DAYS-PRIOR          PIC 9(05).
000950     05  SRT-MISS-NOW            PIC 9(05).
000960     05  SRT-CHAN-NOW            PIC 9(05).
000970     05  SRT-FLRG-NOW            PIC 9(05).
000980     05  SRT-REJT-NOW            PIC 9(05).
000990     05  SRT-TOP-ENTRY OCCURS 3 TIMES.
001000         10  SRT-TOP-CHAR        PIC X(01).
001010         10  SRT-TOP-COUNT       PIC 9(09).
001020*
001030 FD  ALERT-FILE
001040     RECORD CONTAINS 120 CHARACTERS
001050     RECORDING MODE IS F.
001060     COPY "ALERTREC.cpy".
001070*
001080 WORKING-STORAGE SECTION.
001090*-----------------------------------------------------------*
001100* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
001110* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
001120* COUNT WHERE THERE ARE ANY - AND PERFORMS
001130* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
001140* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
001150* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
001160* CODE - THE STEP'S OWN WORK STANDS.
001170*-----------------------------------------------------------*
001180 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
001190     88  ALERT-FILE-OK                     VALUE "00".
001200 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
001210     88  ALERT-FILE-OPEN                   VALUE "Y".
001220     88  ALERT-FILE-FAILED                 VALUE "F".
001230 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
001240 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
001250 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
001260 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
001270 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
001280 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
001290 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
001300 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
001310 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
001320*-----------------------------------------------------------*
001330* FILE STATUS AND SWITCHES.
001340*-----------------------------------------------------------*
001350 77  PARM-FILE-STATUS            PIC X(02) VALUE SPACES.
001360     88  PARM-FILE-OK                      VALUE "00".
001370 77  QUALITY-EVENT-FILE-STATUS   PIC X(02) VALUE SPACES.
001380     88  QUALITY-EVENT-OK                  VALUE "00".
001390     88  QUALITY-EVENT-NOT-ON-CATALOG      VALUE "35".
001400 77  QUALITY-EVENT-EOF-SW        PIC X(01) VALUE "N".
001410     88  QUALITY-EVENT-EOF                 VALUE "Y".
001420 77  QSC-EVENT-FILE-SW           PIC X(01) VALUE "N".
001430     88  QSC-EVENT-FILE-OPENED             VALUE "Y".
001440 77  BUILDING-FILE-STATUS        PIC X(02) VALUE SPACES.
001450     88  BUILDING-FILE-OK                  VALUE "00".
001460 77  SCORECARD-REPORT-STATUS     PIC X(02) VALUE SPACES.
001470     88  SCORECARD-REPORT-OK               VALUE "00".
001480 77  SORT-EOF-SW                 PIC X(01) VALUE "N".
001490     88  SORT-EOF                          VALUE "Y".
001500*-----------------------------------------------------------*
001510* THE FINAL I/O STATUS OF EACH FILE, SAVED BY
001520* 0900-CLOSE-FILES-RTN BEFORE THE CLOSE RUNS, AS IN DAY01MRP.
001530* A QUALITY-EVENT FILE NOT YET CREATED (NEITHER FEED STEP HAS
001540* RUN SINCE IT WAS SET UP) COUNTS AS AN EMPTY ONE THAT ENDED
001550* CLEAN - IT IS REPORTED AS NO DATA, NOT AS AN I/O ERROR.
001560*-----------------------------------------------------------*
001570 77  QSC-EVENT-FINAL-STATUS      PIC X(02) VALUE SPACES.
001580     88  QSC-EVENT-ENDED-CLEAN             VALUE "10".
001590 77  QSC-REPORT-FINAL-STATUS     PIC X(02) VALUE SPACES.
001600     88  QSC-REPORT-ENDED-CLEAN            VALUE "00".
001610*-----------------------------------------------------------*
001620* BUILDINGS NOT ON THE MASTER STILL RANK, UNDER THE
001630* PLACEHOLDER NAME, AS IN DAY01MRP, AND EARN THE WARNING
001640* RETURN CODE.
001650*-----------------------------------------------------------*
001660 77  QSC-NOT-ON-MASTER-COUNT     PIC 9(09) COMP VALUE 0.
001670 77  QSC-UNKNOWN-NAME            PIC X(20)
001680     VALUE "** NOT ON MASTER **".
001690*-----------------------------------------------------------*
001700* THE TWO WINDOWS COMPARED. THE CURRENT WINDOW IS THE WINDOW
001710* LENGTH IN DAYS ENDING ON THE END DATE; THE PRIOR WINDOW IS
001720* THE SAME LENGTH ENDING THE DAY BEFORE THE CURRENT ONE
001730* STARTS. BOTH COME FROM QSCPARM - WINDOW DAYS IN COLUMNS 1-3,
001740* END DATE (YYYYMMDD) IN COLUMNS 4-11 - AND DEFAULT TO 28 DAYS
001750* ENDING ON THE RUN DATE WHEN A FIELD IS BLANK OR NOT VALID.
001760*-----------------------------------------------------------*
001770 77  QSC-RUN-DATE                PIC 9(08) VALUE 0.
001780 77  QSC-WINDOW-DAYS             PIC 9(03) VALUE 28.
001790 77  QSC-END-DATE                PIC 9(08) VALUE 0.
001800 77  QSC-CUR-FROM                PIC 9(08) VALUE 0.
001810 77  QSC-CUR-TO                  PIC 9(08) VALUE 0.
001820 77  QSC-PRIOR-FROM              PIC 9(08) VALUE 0.
001830 77  QSC-PRIOR-TO                PIC 9(08) VALUE 0.
001840 77  QSC-STEP-COUNT              PIC 9(03) COMP VALUE 0.
001850*-----------------------------------------------------------*
001860* DATE WORK FIELDS FOR 9150-PREV-DATE-RTN - THE SAME MONTH
001870* LENGTH TABLE AND LEAP-YEAR RULE DAY01VAL STEPS ITS RANGES
001880* WITH.
001890*-----------------------------------------------------------*
001900 77  QSC-CONV-DATE               PIC 9(08) VALUE 0.
001910 77  QSC-CONV-YEAR               PIC 9(04) COMP VALUE 0.
001920 77  QSC-CONV-MONTH              PIC 9(02) COMP VALUE 0.
001930 77  QSC-CONV-DAY                PIC 9(02) COMP VALUE 0.
001940 77  QSC-CONV-MMDD               PIC 9(04) COMP VALUE 0.
001950 77  QSC-PRIOR-YEAR              PIC 9(04) COMP VALUE 0.
001960 77  QSC-LEAP-REM                PIC 9(04) COMP VALUE 0.
001970 77  QSC-LEAP-SW                 PIC X(01) VALUE "N".
001980     88  QSC-LEAP-YEAR                     VALUE "Y".
001990 01  QSC-MONTH-LEN-TABLE.
002000     05  FILLER                  PIC X(24) VALUE
002010         "312831303130313130313031".
002020 01  QSC-MONTH-LEN REDEFINES QSC-MONTH-LEN-TABLE.
002030     05  QSC-MONTH-LEN-DAYS      PIC 9(02) OCCURS 12 TIMES.
002040*-----------------------------------------------------------*
002050* BUILDING BREAK CONTROL AND THE FIGURES GATHERED FOR THE
002060* BUILDING IN HAND. A ROUTE DATE WITH ANY EVENT IS ONE BAD
002070* DAY, HOWEVER MANY EVENTS IT HAS; THE EVENT FILE IS IN
002080* BUILDING AND DATE ORDER, SO A DATE IS COUNTED THE FIRST TIME
002090* IT TURNS UP. REJECTED CHARACTERS COUNT ONE ROUTE DATE FOR THE
002100* TYPE (THE COMPUTE STEP WRITES ONE EVENT PER CHARACTER) AND
002110* EVERY CHARACTER TOWARDS THE BAD-CHARACTER TOTAL.
002120*-----------------------------------------------------------*
002130 77  QSC-CURRENT-BUILDING        PIC X(10) VALUE SPACES.
002140 77  QSC-FIRST-BUILDING-SW       PIC X(01) VALUE "Y".
002150     88  QSC-FIRST-BUILDING                VALUE "Y".
002160 77  QSC-LAST-DATE-NOW           PIC 9(08) VALUE 0.
002170 77  QSC-LAST-DATE-PRIOR         PIC 9(08) VALUE 0.
002180 77  QSC-LAST-REJT-DATE          PIC 9(08) VALUE 0.
002190 77  QSC-BLD-DAYS-NOW            PIC 9(05) COMP VALUE 0.
002200 77  QSC-BLD-DAYS-PRIOR          PIC 9(05) COMP VALUE 0.
002210 77  QSC-BLD-MISS-NOW            PIC 9(05) COMP VALUE 0.
002220 77  QSC-BLD-CHAN-NOW            PIC 9(05) COMP VALUE 0.
002230 77  QSC-BLD-FLRG-NOW            PIC 9(05) COMP VALUE 0.
002240 77  QSC-BLD-REJT-NOW            PIC 9(05) COMP VALUE 0.
002250 77  QSC-BLD-BAD-CHARS-NOW       PIC 9(09) COMP VALUE 0.
002260*-----------------------------------------------------------*
002270* THE BUILDING'S REJECTED CHARACTERS IN THE CURRENT WINDOW,
002280* ONE ENTRY PER DISTINCT CHARACTER - AT 256 ENTRIES IT CAN
002290* HOLD EVERY CHARACTER THERE IS. THE THREE MOST COMMON ARE
002300* PICKED OFF IT WHEN THE BUILDING IS RELEASED TO THE SORT.
002310*-----------------------------------------------------------*
002320 77  QSC-CHR-USED                PIC 9(03) COMP VALUE 0.
002330 77  QSC-CHR-SUB                 PIC 9(03) COMP VALUE 0.
002340 77  QSC-CHR-HIT                 PIC 9(03) COMP VALUE 0.
002350 77  QSC-CHR-BEST                PIC 9(09) COMP VALUE 0.
002360 77  QSC-TOP-SUB                 PIC 9(01) COMP VALUE 0.
002370 01  QSC-CHAR-TABLE.
002380     05  QSC-CHR-ENTRY OCCURS 256 TIMES.
002390         10  QSC-CHR-CHAR        PIC X(01).
002400         10  QSC-CHR-COUNT       PIC 9(09) COMP.
002410         10  QSC-CHR-PICKED-SW   PIC X(01).
002420             88  QSC-CHR-PICKED            VALUE "Y".
002430*-----------------------------------------------------------*
002440* RUN COUNTERS.
002450*-----------------------------------------------------------*
002460 77  QSC-EVENT-READ-COUNT        PIC 9(09) COMP VALUE 0.
002470 77  QSC-WINDOW-EVENT-COUNT      PIC 9(09) COMP VALUE 0.
002480 77  QSC-RELEASED-COUNT          PIC 9(09) COMP VALUE 0.
002490 77  QSC-RANK                    PIC 9(05) COMP VALUE 0.
002500 77  QSC-WORSE-COUNT             PIC 9(09) COMP VALUE 0.
002510 77  QSC-TYPE-BEST               PIC 9(05) COMP VALUE 0.
002520*-----------------------------------------------------------*
002530* REPORT LINE LAYOUTS - EACH PADDED TO THE FULL 132-BYTE
002540* SCORECARD-REPORT-FILE RECORD LENGTH.
002550*-----------------------------------------------------------*
002560 01  QSC-BANNER-LINE.
002570     05  FILLER                  PIC X(60)
002580         VALUE "CANDY CANE LANE DATA CENTER - AOC 2015 DAY 1".
002590     05  FILLER                  PIC X(72) VALUE SPACES.
002600*
002610 01  QSC-TITLE-LINE.
002620     05  FILLER                  PIC X(60)
002630         VALUE "WEEKLY ROUTE DATA-QUALITY SCORECARD".
002640     05  FILLER                  PIC X(72) VALUE SPACES.
002650*
002660 01  QSC-RUNDATE-LINE.
002670     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002680     05  QSC-RUNDATE-VALUE       PIC 9(08).
002690     05  FILLER                  PIC X(15)
002700         VALUE "  WINDOW DAYS: ".
002710     05  QSC-RUNDATE-DAYS        PIC ZZ9.
002720     05  FILLER                  PIC X(15)
002730         VALUE "  THIS WINDOW: ".
002740     05  QSC-RUNDATE-CUR-FROM    PIC 9(08).
002750     05  FILLER                  PIC X(06) VALUE " THRU ".
002760     05  QSC-RUNDATE-CUR-TO      PIC 9(08).
002770     05  FILLER                  PIC X(16)
002780         VALUE "  PRIOR WINDOW: ".
002790     05  QSC-RUNDATE-PRIOR-FROM  PIC 9(08).
002800     05  FILLER                  PIC X(06) VALUE " THRU ".
002810     05  QSC-RUNDATE-PRIOR-TO    PIC 9(08).
002820     05  FILLER                  PIC X(21) VALUE SPACES.
002830*
002840 01  QSC-COLUMN-LINE-1.
002850     05  FILLER                  PIC X(49) VALUE SPACES.
002860     05  FILLER                  PIC X(11) VALUE "  BAD DAYS ".
002870     05  FILLER                  PIC X(08) VALUE SPACES.
002880     05  FILLER                  PIC X(19)
002890         VALUE "ROUTE DAYS BY EVENT".
002900     05  FILLER                  PIC X(01) VALUE SPACES.
002910     05  FILLER                  PIC X(04) VALUE "MOST".
002920     05  FILLER                  PIC X(01) VALUE SPACES.
002930     05  FILLER                  PIC X(09) VALUE "      BAD".
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  FILLER                  PIC X(28)
002960         VALUE "MOST COMMON BAD CHARACTERS".
002970*
002980 01  QSC-COLUMN-LINE-2.
002990     05  FILLER                  PIC X(01) VALUE SPACES.
003000     05  FILLER                  PIC X(05) VALUE "RANK ".
003010     05  FILLER                  PIC X(11) VALUE "BUILDING".
003020     05  FILLER                  PIC X(19) VALUE "NAME".
003030     05  FILLER                  PIC X(13) VALUE "DISTRICT".
003040     05  FILLER                  PIC X(06) VALUE "  NOW ".
003050     05  FILLER                  PIC X(06) VALUE "PRIOR ".
003060     05  FILLER                  PIC X(07) VALUE "TREND".
003070     05  FILLER                  PIC X(05) VALUE "MISS ".
003080     05  FILLER                  PIC X(05) VALUE "CHAN ".
003090     05  FILLER                  PIC X(05) VALUE "FLRG ".
003100     05  FILLER                  PIC X(05) VALUE "REJT ".
003110     05  FILLER                  PIC X(05) VALUE "TYPE ".
003120     05  FILLER                  PIC X(11) VALUE "    CHARS".
003130     05  FILLER                  PIC X(28)
003140         VALUE "(CHARACTER=TIMES SEEN)".
003150*
003160 01  QSC-DETAIL-LINE.
003170     05  FILLER                  PIC X(01) VALUE SPACES.
003180     05  QSC-DTL-RANK            PIC ZZZ9.
003190     05  FILLER                  PIC X(01) VALUE SPACES.
003200     05  QSC-DTL-BUILDING-ID     PIC X(10).
003210     05  FILLER                  PIC X(01) VALUE SPACES.
003220     05  QSC-DTL-NAME            PIC X(18).
003230     05  FILLER                  PIC X(01) VALUE SPACES.
003240     05  QSC-DTL-DISTRICT        PIC X(12).
003250     05  FILLER                  PIC X(01) VALUE SPACES.
003260     05  QSC-DTL-DAYS-NOW        PIC ZZZZ9.
003270     05  FILLER                  PIC X(01) VALUE SPACES.
003280     05  QSC-DTL-DAYS-PRIOR      PIC ZZZZ9.
003290     05  FILLER                  PIC X(01) VALUE SPACES.
003300     05  QSC-DTL-TREND           PIC X(06).
003310     05  FILLER                  PIC X(01) VALUE SPACES.
003320     05  QSC-DTL-MISS            PIC ZZZ9.
003330     05  FILLER                  PIC X(01) VALUE SPACES.
003340     05  QSC-DTL-CHAN            PIC ZZZ9.
003350     05  FILLER                  PIC X(01) VALUE SPACES.
003360     05  QSC-DTL-FLRG            PIC ZZZ9.
003370     05  FILLER                  PIC X(01) VALUE SPACES.
003380     05  QSC-DTL-REJT            PIC ZZZ9.
003390     05  FILLER                  PIC X(01) VALUE SPACES.
003400     05  QSC-DTL-TOP-TYPE        PIC X(04).
003410     05  FILLER                  PIC X(01) VALUE SPACES.
003420     05  QSC-DTL-BAD-CHARS       PIC Z(8)9.
003430     05  FILLER                  PIC X(02) VALUE SPACES.
003440     05  QSC-DTL-TOP-ENTRY OCCURS 3 TIMES.
003450         10  QSC-DTL-TOP-CHAR    PIC X(01).
003460         10  QSC-DTL-TOP-EQUALS  PIC X(01).
003470         10  QSC-DTL-TOP-COUNT   PIC Z(06).
003480         10  QSC-DTL-TOP-GAP     PIC X(01).
003490     05  FILLER                  PIC X(01) VALUE SPACES.
003500*
003510 01  QSC-NOTE-LINE.
003520     05  FILLER                  PIC X(02) VALUE SPACES.
003530     05  QSC-NOTE-TEXT           PIC X(60).
003540     05  FILLER                  PIC X(70) VALUE SPACES.
003550*
003560 01  QSC-TOTAL-LINE.
003570     05  QSC-TOTAL-LABEL         PIC X(30).
003580     05  QSC-TOTAL-VALUE         PIC 9(09).
003590     05  FILLER                  PIC X(93) VALUE SPACES.
003600*
003610 LINKAGE SECTION.
003620*-----------------------------------------------------------*
003630* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
003640* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
003650* PROGRAM NAME.
003660*-----------------------------------------------------------*
003670 01  JOB-STEP-PARM.
003680     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
003690     05  JOB-STEP-PARM-TEXT      PIC X(100).
003700*
003710 PROCEDURE DIVISION USING JOB-STEP-PARM.
003720*-----------------------------------------------------------*
003730* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW: SETTLES THE TWO
003740* WINDOWS, GATHERS EACH BUILDING'S FIGURES OFF THE EVENT FILE
003750* AND SORTS THE BUILDINGS WORST FIRST, PRINTS THE RANKING
003760* FROM THE SORTED RETURN, THEN THE RUN TOTALS.
003770*-----------------------------------------------------------*
003780 0000-MAIN-PARA.
003790     PERFORM 0300-LOAD-PARMS-RTN
003800         THRU 0300-EXIT
003810     PERFORM 0400-SET-WINDOWS-RTN
003820         THRU 0400-EXIT
003830     PERFORM 0100-OPEN-FILES-RTN
003840         THRU 0100-EXIT
003850     PERFORM 0200-WRITE-HEADING-RTN
003860         THRU 0200-EXIT
003870     SORT SORT-FILE
003880         ON DESCENDING KEY SRT-DAYS-NOW
003890                           SRT-EVENTS-NOW
003900                           SRT-BAD-CHARS-NOW
003910         ON ASCENDING KEY SRT-BUILDING-ID
003920         INPUT PROCEDURE IS 1000-SORT-INPUT-RTN
003930             THRU 1000-EXIT
003940         OUTPUT PROCEDURE IS 3000-SORT-OUTPUT-RTN
003950             THRU 3000-EXIT
003960     PERFORM 7000-WRITE-TOTALS-RTN
003970         THRU 7000-EXIT
003980     PERFORM 0900-CLOSE-FILES-RTN
003990         THRU 0900-EXIT
004000     PERFORM 8100-SET-RETURN-CODE-RTN
004010         THRU 8100-EXIT
004020     PERFORM 8200-RAISE-ALERTS-RTN
004030         THRU 8200-EXIT
004040     STOP RUN.
004050*
004060*-----------------------------------------------------------*
004070* 0100-OPEN-FILES-RTN - OPENS THE QUALITY-EVENT FILE AND THE
004080* BUILDING MASTER FOR INPUT AND THE REPORT FOR OUTPUT. AN
004090* EVENT FILE NOT YET CREATED IS TAKEN AS EMPTY; ANY OTHER
004100* OPEN FAILURE STOPS THE STEP.
004110*-----------------------------------------------------------*
004120 0100-OPEN-FILES-RTN.
004130     OPEN INPUT QUALITY-EVENT-FILE
004140     IF QUALITY-EVENT-OK
004150         SET QSC-EVENT-FILE-OPENED TO TRUE
004160     ELSE
004170         IF QUALITY-EVENT-NOT-ON-CATALOG
004180             DISPLAY "QUALITY-EVENT FILE NOT YET CREATED - "
004190                 "NOTHING TO SCORE"
004200             SET QUALITY-EVENT-EOF TO TRUE
004210         ELSE
004220             DISPLAY "ERROR OPENING QUALITY-EVENT FILE. STATUS: "
004230                 QUALITY-EVENT-FILE-STATUS
004240             PERFORM 9750-ALERT-STEP-STOPPED-RTN
004250                 THRU 9750-EXIT
004260             MOVE 8 TO RETURN-CODE
004270             STOP RUN
004280         END-IF
004290     END-IF
004300     OPEN INPUT BUILDING-FILE
004310     IF NOT BUILDING-FILE-OK
004320         DISPLAY "ERROR OPENING BUILDING MASTER. STATUS: "
004330             BUILDING-FILE-STATUS
004340         PERFORM 9750-ALERT-STEP-STOPPED-RTN
004350             THRU 9750-EXIT
004360         MOVE 8 TO RETURN-CODE
004370         STOP RUN
004380     END-IF
004390     OPEN OUTPUT SCORECARD-REPORT-FILE
004400     IF NOT SCORECARD-REPORT-OK
004410         DISPLAY "ERROR OPENING SCORECARD REPORT. STATUS: "
004420             SCORECARD-REPORT-STATUS
004430         PERFORM 9750-ALERT-STEP-STOPPED-RTN
004440             THRU 9750-EXIT
004450         MOVE 8 TO RETURN-CODE
004460         STOP RUN
004470     END-IF.
004480 0100-EXIT.
004490     EXIT.
004500*
004510*-----------------------------------------------------------*
004520* 0200-WRITE-HEADING-RTN - WRITES THE REPORT BANNER, TITLE,
004530* RUN DATE AND THE TWO WINDOWS, THEN THE COLUMN HEADINGS.
004540*-----------------------------------------------------------*
004550 0200-WRITE-HEADING-RTN.
004560     MOVE QSC-BANNER-LINE TO SCORECARD-REPORT-RECORD
004570     WRITE SCORECARD-REPORT-RECORD
004580     MOVE QSC-TITLE-LINE TO SCORECARD-REPORT-RECORD
004590     WRITE SCORECARD-REPORT-RECORD
004600     MOVE QSC-RUN-DATE TO QSC-RUNDATE-VALUE
004610     MOVE QSC-WINDOW-DAYS TO QSC-RUNDATE-DAYS
004620     MOVE QSC-CUR-FROM TO QSC-RUNDATE-CUR-FROM
004630     MOVE QSC-CUR-TO TO QSC-RUNDATE-CUR-TO
004640     MOVE QSC-PRIOR-FROM TO QSC-RUNDATE-PRIOR-FROM
004650     MOVE QSC-PRIOR-TO TO QSC-RUNDATE-PRIOR-TO
004660     MOVE QSC-RUNDATE-LINE TO SCORECARD-REPORT-RECORD
004670     WRITE SCORECARD-REPORT-RECORD
004680     MOVE QSC-BANNER-LINE TO SCORECARD-REPORT-RECORD
004690     WRITE SCORECARD-REPORT-RECORD
004700     MOVE QSC-COLUMN-LINE-1 TO SCORECARD-REPORT-RECORD
004710     WRITE SCORECARD-REPORT-RECORD
004720     MOVE QSC-COLUMN-LINE-2 TO SCORECARD-REPORT-RECORD
004730     WRITE SCORECARD-REPORT-RECORD.
004740 0200-EXIT.
004750     EXIT.
004760*
004770*-----------------------------------------------------------*
004780* 0300-LOAD-PARMS-RTN - SETTLES THE WINDOW LENGTH AND END
004790* DATE. QSCPARM IS OPTIONAL - A RERUN OR A LONGER LOOK NAMES
004800* THEM THERE; A MISSING OR EMPTY CARD, OR A BLANK FIELD, TAKES
004810* THE DEFAULT (28 DAYS ENDING ON THE RUN DATE), AND A FIELD
004820* THAT IS NOT VALID IS WARNED ON AND TAKES IT TOO.
004830*-----------------------------------------------------------*
004840 0300-LOAD-PARMS-RTN.
004850     ACCEPT QSC-RUN-DATE FROM DATE YYYYMMDD
004860     MOVE QSC-RUN-DATE TO QSC-END-DATE
004870     OPEN INPUT PARM-FILE
004880     IF NOT PARM-FILE-OK
004890         GO TO 0300-EXIT
004900     END-IF
004910     READ PARM-FILE
004920         AT END
004930             MOVE SPACES TO PARM-RECORD
004940     END-READ
004950     CLOSE PARM-FILE
004960     IF PRM-WINDOW-DAYS-X NOT = SPACES
004970         IF PRM-WINDOW-DAYS NUMERIC
004980             AND PRM-WINDOW-DAYS > 0
004990             AND PRM-WINDOW-DAYS NOT > 366
005000             MOVE PRM-WINDOW-DAYS TO QSC-WINDOW-DAYS
005010         ELSE
005020             DISPLAY "WINDOW DAYS ON QSCPARM NOT VALID - "
005030                 "USING " QSC-WINDOW-DAYS
005040         END-IF
005050     END-IF
005060     IF PRM-END-DATE-X NOT = SPACES
005070         IF PRM-END-DATE NUMERIC
005080             MOVE PRM-END-DATE TO QSC-CONV-DATE
005090             DIVIDE QSC-CONV-DATE BY 10000
005100                 GIVING QSC-CONV-YEAR REMAINDER QSC-CONV-MMDD
005110             DIVIDE QSC-CONV-MMDD BY 100
005120                 GIVING QSC-CONV-MONTH REMAINDER QSC-CONV-DAY
005130         ELSE
005140             MOVE 0 TO QSC-CONV-MONTH
005150         END-IF
005160         IF QSC-CONV-MONTH >= 1 AND QSC-CONV-MONTH <= 12
005170             AND QSC-CONV-DAY >= 1 AND QSC-CONV-DAY <= 31
005180             MOVE PRM-END-DATE TO QSC-END-DATE
005190         ELSE
005200             DISPLAY "END DATE ON QSCPARM NOT VALID - "
005210                 "USING " QSC-END-DATE
005220         END-IF
005230     END-IF.
005240 0300-EXIT.
005250     EXIT.
005260*
005270*-----------------------------------------------------------*
005280* 0400-SET-WINDOWS-RTN - WORKS OUT THE TWO WINDOWS BY STEPPING
005290* BACK FROM THE END DATE ONE CALENDAR DAY AT A TIME: THE
005300* CURRENT WINDOW RUNS FROM WINDOW-DAYS LESS ONE DAYS BEFORE
005310* THE END DATE THROUGH THE END DATE, THE PRIOR WINDOW THE SAME
005320* NUMBER OF DAYS UP TO THE DAY BEFORE THAT.
005330*-----------------------------------------------------------*
005340 0400-SET-WINDOWS-RTN.
005350     COMPUTE QSC-STEP-COUNT = QSC-WINDOW-DAYS - 1
005360     MOVE QSC-END-DATE TO QSC-CUR-TO
005370     MOVE QSC-END-DATE TO QSC-CONV-DATE
005380     PERFORM 9150-PREV-DATE-RTN
005390         THRU 9150-EXIT
005400         QSC-STEP-COUNT TIMES
005410     MOVE QSC-CONV-DATE TO QSC-CUR-FROM
005420     PERFORM 9150-PREV-DATE-RTN
005430         THRU 9150-EXIT
005440     MOVE QSC-CONV-DATE TO QSC-PRIOR-TO
005450     PERFORM 9150-PREV-DATE-RTN
005460         THRU 9150-EXIT
005470         QSC-STEP-COUNT TIMES
005480     MOVE QSC-CONV-DATE TO QSC-PRIOR-FROM.
005490 0400-EXIT.
005500     EXIT.
005510*
005520*-----------------------------------------------------------*
005530* 0900-CLOSE-FILES-RTN - SAVES THE FINAL I/O STATUSES FOR THE
005540* RETURN-CODE CHECK, THEN CLOSES THE FILES.
005550*-----------------------------------------------------------*
005560 0900-CLOSE-FILES-RTN.
005570     IF QSC-EVENT-FILE-OPENED
005580         MOVE QUALITY-EVENT-FILE-STATUS TO QSC-EVENT-FINAL-STATUS
005590         CLOSE QUALITY-EVENT-FILE
005600     ELSE
005610         MOVE "10" TO QSC-EVENT-FINAL-STATUS
005620     END-IF
005630     MOVE SCORECARD-REPORT-STATUS TO QSC-REPORT-FINAL-STATUS
005640     CLOSE BUILDING-FILE
005650     CLOSE SCORECARD-REPORT-FILE.
005660 0900-EXIT.
005670     EXIT.
005680*
005690*-----------------------------------------------------------*
005700* 1000-SORT-INPUT-RTN - THE SORT INPUT PROCEDURE: READS THE
005710* WHOLE QUALITY-EVENT FILE IN BUILDING ORDER, GATHERING EACH
005720* BUILDING'S FIGURES FOR THE TWO WINDOWS, AND RELEASES ONE
005730* RECORD PER BUILDING ON EVERY BUILDING BREAK AND FOR THE LAST
005740* BUILDING AT END OF FILE.
005750*-----------------------------------------------------------*
005760 1000-SORT-INPUT-RTN.
005770     PERFORM 1100-READ-EVENT-RTN
005780         THRU 1100-EXIT
005790     PERFORM 1200-GATHER-ONE-RTN
005800         THRU 1200-EXIT
005810         UNTIL QUALITY-EVENT-EOF
005820     IF NOT QSC-FIRST-BUILDING
005830         PERFORM 1500-RELEASE-BUILDING-RTN
005840             THRU 1500-EXIT
005850     END-IF.
005860 1000-EXIT.
005870     EXIT.
005880*
005890*-----------------------------------------------------------*
005900* 1100-READ-EVENT-RTN - READS THE NEXT QUALITY EVENT. A READ
005910* THAT FAILS ENDS THE PASS; ITS STATUS STANDS FOR THE RETURN-
005920* CODE CHECK.
005930*-----------------------------------------------------------*
005940 1100-READ-EVENT-RTN.
005950     IF QUALITY-EVENT-EOF
005960         GO TO 1100-EXIT
005970     END-IF
005980     READ QUALITY-EVENT-FILE
005990         AT END
006000             SET QUALITY-EVENT-EOF TO TRUE
006010     END-READ
006020     IF QUALITY-EVENT-EOF
006030         GO TO 1100-EXIT
006040     END-IF
006050     IF QUALITY-EVENT-OK
006060         ADD 1 TO QSC-EVENT-READ-COUNT
006070     ELSE
006080         DISPLAY "ERROR READING QUALITY-EVENT FILE. STATUS: "
006090             QUALITY-EVENT-FILE-STATUS
006100         SET QUALITY-EVENT-EOF TO TRUE
006110     END-IF.
006120 1100-EXIT.
006130     EXIT.
006140*
006150*-----------------------------------------------------------*
006160* 1200-GATHER-ONE-RTN - HANDLES THE BUILDING BREAK, ADDS THE
006170* EVENT TO THE WINDOW IT FALLS IN (AN EVENT IN NEITHER IS
006180* PASSED OVER), AND READS THE NEXT ONE.
006190*-----------------------------------------------------------*
006200 1200-GATHER-ONE-RTN.
006210     IF QSC-FIRST-BUILDING
006220         OR QEV-BUILDING-ID NOT = QSC-CURRENT-BUILDING
006230         IF NOT QSC-FIRST-BUILDING
006240             PERFORM 1500-RELEASE-BUILDING-RTN
006250                 THRU 1500-EXIT
006260         END-IF
006270         MOVE "N" TO QSC-FIRST-BUILDING-SW
006280         PERFORM 1300-START-BUILDING-RTN
006290             THRU 1300-EXIT
006300     END-IF
006310     IF QEV-ROUTE-DATE >= QSC-CUR-FROM
006320         AND QEV-ROUTE-DATE <= QSC-CUR-TO
006330         PERFORM 1400-ADD-CURRENT-RTN
006340             THRU 1400-EXIT
006350     ELSE
006360         IF QEV-ROUTE-DATE >= QSC-PRIOR-FROM
006370             AND QEV-ROUTE-DATE <= QSC-PRIOR-TO
006380             PERFORM 1450-ADD-PRIOR-RTN
006390                 THRU 1450-EXIT
006400         END-IF
006410     END-IF
006420     PERFORM 1100-READ-EVENT-RTN
006430         THRU 1100-EXIT.
006440 1200-EXIT.
006450     EXIT.
006460*
006470*-----------------------------------------------------------*
006480* 1300-START-BUILDING-RTN - CLEARS THE FIGURES FOR THE
006490* BUILDING NOW IN HAND.
006500*-----------------------------------------------------------*
006510 1300-START-BUILDING-RTN.
006520     MOVE QEV-BUILDING-ID TO QSC-CURRENT-BUILDING
006530     MOVE 0 TO QSC-LAST-DATE-NOW
006540     MOVE 0 TO QSC-LAST-DATE-PRIOR
006550     MOVE 0 TO QSC-LAST-REJT-DATE
006560     MOVE 0 TO QSC-BLD-DAYS-NOW
006570     MOVE 0 TO QSC-BLD-DAYS-PRIOR
006580     MOVE 0 TO QSC-BLD-MISS-NOW
006590     MOVE 0 TO QSC-BLD-CHAN-NOW
006600     MOVE 0 TO QSC-BLD-FLRG-NOW
006610     MOVE 0 TO QSC-BLD-REJT-NOW
006620     MOVE 0 TO QSC-BLD-BAD-CHARS-NOW
006630     MOVE 0 TO QSC-CHR-USED.
006640 1300-EXIT.
006650     EXIT.
006660*
006670*-----------------------------------------------------------*
006680* 1400-ADD-CURRENT-RTN - ADDS ONE EVENT IN THE CURRENT WINDOW:
006690* THE BAD DAY, THE ROUTE DATE FOR ITS TYPE, AND FOR A REJECTED
006700* CHARACTER THE TIMES IT WAS SEEN.
006710*-----------------------------------------------------------*
006720 1400-ADD-CURRENT-RTN.
006730     ADD 1 TO QSC-WINDOW-EVENT-COUNT
006740     IF QEV-ROUTE-DATE NOT = QSC-LAST-DATE-NOW
006750         ADD 1 TO QSC-BLD-DAYS-NOW
006760         MOVE QEV-ROUTE-DATE TO QSC-LAST-DATE-NOW
006770     END-IF
006780     EVALUATE TRUE
006790         WHEN QEV-MISSING-ROUTE
006800             ADD 1 TO QSC-BLD-MISS-NOW
006810         WHEN QEV-BROKEN-CHAIN
006820             ADD 1 TO QSC-BLD-CHAN-NOW
006830         WHEN QEV-FLOOR-RANGE
006840             ADD 1 TO QSC-BLD-FLRG-NOW
006850         WHEN QEV-REJECTED-CHAR
006860             IF QEV-ROUTE-DATE NOT = QSC-LAST-REJT-DATE
006870                 ADD 1 TO QSC-BLD-REJT-NOW
006880                 MOVE QEV-ROUTE-DATE TO QSC-LAST-REJT-DATE
006890             END-IF
006900             ADD QEV-EVENT-COUNT TO QSC-BLD-BAD-CHARS-NOW
006910             PERFORM 1420-TALLY-CHAR-RTN
006920                 THRU 1420-EXIT
006930     END-EVALUATE.
006940 1400-EXIT.
006950     EXIT.
006960*
006970*-----------------------------------------------------------*
006980* 1420-TALLY-CHAR-RTN - ADDS THE REJECTED CHARACTER'S COUNT TO
006990* ITS ENTRY IN THE BUILDING'S CHARACTER TABLE, OPENING A NEW
007000* ENTRY THE FIRST TIME THE CHARACTER IS SEEN.
007010*-----------------------------------------------------------*
007020 1420-TALLY-CHAR-RTN.
007030     MOVE 0 TO QSC-CHR-HIT
007040     PERFORM 1430-FIND-CHAR-RTN
007050         THRU 1430-EXIT
007060         VARYING QSC-CHR-SUB FROM 1 BY 1
007070         UNTIL QSC-CHR-SUB > QSC-CHR-USED
007080             OR QSC-CHR-HIT > 0
007090     IF QSC-CHR-HIT = 0
007100         ADD 1 TO QSC-CHR-USED
007110         MOVE QSC-CHR-USED TO QSC-CHR-HIT
007120         MOVE QEV-BAD-CHARACTER TO QSC-CHR-CHAR(QSC-CHR-HIT)
007130         MOVE 0 TO QSC-CHR-COUNT(QSC-CHR-HIT)
007140         MOVE "N" TO QSC-CHR-PICKED-SW(QSC-CHR-HIT)
007150     END-IF
007160     ADD QEV-EVENT-COUNT TO QSC-CHR-COUNT(QSC-CHR-HIT).
007170 1420-EXIT.
007180     EXIT.
007190*
007200 1430-FIND-CHAR-RTN.
007210     IF QSC-CHR-CHAR(QSC-CHR-SUB) = QEV-BAD-CHARACTER
007220         MOVE QSC-CHR-SUB TO QSC-CHR-HIT
007230     END-IF.
007240 1430-EXIT.
007250     EXIT.
007260*
007270*-----------------------------------------------------------*
007280* 1450-ADD-PRIOR-RTN - ADDS ONE EVENT IN THE PRIOR WINDOW -
007290* ONLY THE BAD DAY, THE FIGURE THE TREND IS JUDGED ON.
007300*-----------------------------------------------------------*
007310 1450-ADD-PRIOR-RTN.
007320     ADD 1 TO QSC-WINDOW-EVENT-COUNT
007330     IF QEV-ROUTE-DATE NOT = QSC-LAST-DATE-PRIOR
007340         ADD 1 TO QSC-BLD-DAYS-PRIOR
007350         MOVE QEV-ROUTE-DATE TO QSC-LAST-DATE-PRIOR
007360     END-IF.
007370 1450-EXIT.
007380     EXIT.
007390*
007400*-----------------------------------------------------------*
007410* 1500-RELEASE-BUILDING-RTN - RELEASES THE BUILDING JUST
007420* FINISHED TO THE SORT WITH ITS NAME AND DISTRICT FROM THE
007430* BUILDING MASTER AND ITS THREE MOST COMMON BAD CHARACTERS. A
007440* BUILDING WITH NOTHING IN EITHER WINDOW IS NOT RANKED.
007450*-----------------------------------------------------------*
007460 1500-RELEASE-BUILDING-RTN.
007470     IF QSC-BLD-DAYS-NOW = 0 AND QSC-BLD-DAYS-PRIOR = 0
007480         GO TO 1500-EXIT
007490     END-IF
007500     MOVE QSC-CURRENT-BUILDING TO BLD-BUILDING-ID
007510     READ BUILDING-FILE
007520         INVALID KEY
007530             ADD 1 TO QSC-NOT-ON-MASTER-COUNT
007540             MOVE QSC-UNKNOWN-NAME TO SRT-BUILDING-NAME
007550             MOVE SPACES TO SRT-DISTRICT
007560         NOT INVALID KEY
007570             MOVE BLD-BUILDING-NAME TO SRT-BUILDING-NAME
007580             MOVE BLD-DISTRICT TO SRT-DISTRICT
007590     END-READ
007600     MOVE QSC-CURRENT-BUILDING TO SRT-BUILDING-ID
007610     MOVE QSC-BLD-DAYS-NOW TO SRT-DAYS-NOW
007620     MOVE QSC-BLD-DAYS-PRIOR TO SRT-DAYS-PRIOR
007630     MOVE QSC-BLD-MISS-NOW TO SRT-MISS-NOW
007640     MOVE QSC-BLD-CHAN-NOW TO SRT-CHAN-NOW
007650     MOVE QSC-BLD-FLRG-NOW TO SRT-FLRG-NOW
007660     MOVE QSC-BLD-REJT-NOW TO SRT-REJT-NOW
007670     COMPUTE SRT-EVENTS-NOW = QSC-BLD-MISS-NOW
007680         + QSC-BLD-CHAN-NOW + QSC-BLD-FLRG-NOW + QSC-BLD-REJT-NOW
007690     MOVE QSC-BLD-BAD-CHARS-NOW TO SRT-BAD-CHARS-NOW
007700     PERFORM 1600-PICK-TOP-CHAR-RTN
007710         THRU 1600-EXIT
007720         VARYING QSC-TOP-SUB FROM 1 BY 1
007730         UNTIL QSC-TOP-SUB > 3
007740     RELEASE SORT-RECORD
007750     ADD 1 TO QSC-RELEASED-COUNT.
007760 1500-EXIT.
007770     EXIT.
007780*
007790*-----------------------------------------------------------*
007800* 1600-PICK-TOP-CHAR-RTN - PUTS THE MOST COMMON CHARACTER NOT
007810* YET PICKED INTO TOP SLOT QSC-TOP-SUB; A TIE GOES TO THE ONE
007820* SEEN FIRST. A SLOT WITH NOTHING LEFT TO PICK STAYS EMPTY.
007830*-----------------------------------------------------------*
007840 1600-PICK-TOP-CHAR-RTN.
007850     MOVE SPACE TO SRT-TOP-CHAR(QSC-TOP-SUB)
007860     MOVE 0 TO SRT-TOP-COUNT(QSC-TOP-SUB)
007870     MOVE 0 TO QSC-CHR-HIT
007880     MOVE 0 TO QSC-CHR-BEST
007890     PERFORM 1610-COMPARE-CHAR-RTN
007900         THRU 1610-EXIT
007910         VARYING QSC-CHR-SUB FROM 1 BY 1
007920         UNTIL QSC-CHR-SUB > QSC-CHR-USED
007930     IF QSC-CHR-HIT > 0
007940         MOVE QSC-CHR-CHAR(QSC-CHR-HIT)
007950             TO SRT-TOP-CHAR(QSC-TOP-SUB)
007960         MOVE QSC-CHR-COUNT(QSC-CHR-HIT)
007970             TO SRT-TOP-COUNT(QSC-TOP-SUB)
007980         MOVE "Y" TO QSC-CHR-PICKED-SW(QSC-CHR-HIT)
007990     END-IF.
008000 1600-EXIT.
008010     EXIT.
008020*
008030 1610-COMPARE-CHAR-RTN.
008040     IF NOT QSC-CHR-PICKED(QSC-CHR-SUB)
008050         AND QSC-CHR-COUNT(QSC-CHR-SUB) > QSC-CHR-BEST
008060         MOVE QSC-CHR-COUNT(QSC-CHR-SUB) TO QSC-CHR-BEST
008070         MOVE QSC-CHR-SUB TO QSC-CHR-HIT
008080     END-IF.
008090 1610-EXIT.
008100     EXIT.
008110*
008120*-----------------------------------------------------------*
008130* 3000-SORT-OUTPUT-RTN - THE SORT OUTPUT PROCEDURE: RETURNS
008140* THE BUILDINGS WORST FIRST AND PRINTS ONE RANKED LINE FOR
008150* EACH, WITH A NOTE WHEN THERE IS NOTHING TO RANK.
008160*-----------------------------------------------------------*
008170 3000-SORT-OUTPUT-RTN.
008180     RETURN SORT-FILE
008190         AT END
008200             SET SORT-EOF TO TRUE
008210     END-RETURN
008220     PERFORM 3100-PROCESS-ONE-RTN
008230         THRU 3100-EXIT
008240         UNTIL SORT-EOF
008250     IF QSC-RANK = 0
008260         MOVE "NO QUALITY EVENTS IN EITHER WINDOW"
008270             TO QSC-NOTE-TEXT
008280         MOVE QSC-NOTE-LINE TO SCORECARD-REPORT-RECORD
008290         WRITE SCORECARD-REPORT-RECORD
008300     END-IF.
008310 3000-EXIT.
008320     EXIT.
008330*
008340*-----------------------------------------------------------*
008350* 3100-PROCESS-ONE-RTN - PRINTS THE BUILDING'S RANKED LINE,
008360* RAISES AN ADVISORY ALERT WHEN IT IS GETTING WORSE, AND
008370* RETURNS THE NEXT SORTED RECORD.
008380*-----------------------------------------------------------*
008390 3100-PROCESS-ONE-RTN.
008400     ADD 1 TO QSC-RANK
008410     PERFORM 3200-WRITE-DETAIL-RTN
008420         THRU 3200-EXIT
008430     IF SRT-DAYS-NOW > SRT-DAYS-PRIOR
008440         ADD 1 TO QSC-WORSE-COUNT
008450         MOVE 2 TO ALERT-SEVERITY
008460         MOVE "DQWORSE" TO ALERT-CODE
008470         MOVE SRT-BUILDING-ID TO ALERT-BUILDING-ID
008480         MOVE SRT-DAYS-NOW TO ALERT-COUNT
008490         MOVE "DATA QUALITY WORSE THAN PRIOR WINDOW"
008500             TO ALERT-TEXT
008510         PERFORM 9700-WRITE-ALERT-RTN
008520             THRU 9700-EXIT
008530     END-IF
008540     RETURN SORT-FILE
008550         AT END
008560             SET SORT-EOF TO TRUE
008570     END-RETURN.
008580 3100-EXIT.
008590     EXIT.
008600*
008610*-----------------------------------------------------------*
008620* 3200-WRITE-DETAIL-RTN - PRINTS ONE BUILDING: ITS RANK, BAD
008630* DAYS NOW AND IN THE PRIOR WINDOW WITH THE TREND (WORSE,
008640* BETTER OR SAME), ITS ROUTE DAYS PER EVENT TYPE AND THE MOST
008650* COMMON TYPE (A TIE GOES TO THE FIRST IN MISS, CHAN, FLRG,
008660* REJT ORDER), AND ITS MOST COMMON BAD CHARACTERS.
008670*-----------------------------------------------------------*
008680 3200-WRITE-DETAIL-RTN.
008690     MOVE QSC-RANK TO QSC-DTL-RANK
008700     MOVE SRT-BUILDING-ID TO QSC-DTL-BUILDING-ID
008710     MOVE SRT-BUILDING-NAME TO QSC-DTL-NAME
008720     MOVE SRT-DISTRICT TO QSC-DTL-DISTRICT
008730     MOVE SRT-DAYS-NOW TO QSC-DTL-DAYS-NOW
008740     MOVE SRT-DAYS-PRIOR TO QSC-DTL-DAYS-PRIOR
008750     EVALUATE TRUE
008760         WHEN SRT-DAYS-NOW > SRT-DAYS-PRIOR
008770             MOVE "WORSE" TO QSC-DTL-TREND
008780         WHEN SRT-DAYS-NOW < SRT-DAYS-PRIOR
008790             MOVE "BETTER" TO QSC-DTL-TREND
008800         WHEN OTHER
008810             MOVE "SAME" TO QSC-DTL-TREND
008820     END-EVALUATE
008830     MOVE SRT-MISS-NOW TO QSC-DTL-MISS
008840     MOVE SRT-CHAN-NOW TO QSC-DTL-CHAN
008850     MOVE SRT-FLRG-NOW TO QSC-DTL-FLRG
008860     MOVE SRT-REJT-NOW TO QSC-DTL-REJT
008870     MOVE SPACES TO QSC-DTL-TOP-TYPE
008880     MOVE 0 TO QSC-TYPE-BEST
008890     IF SRT-MISS-NOW > QSC-TYPE-BEST
008900         MOVE "MISS" TO QSC-DTL-TOP-TYPE
008910         MOVE SRT-MISS-NOW TO QSC-TYPE-BEST
008920     END-IF
008930     IF SRT-CHAN-NOW > QSC-TYPE-BEST
008940         MOVE "CHAN" TO QSC-DTL-TOP-TYPE
008950         MOVE SRT-CHAN-NOW TO QSC-TYPE-BEST
008960     END-IF
008970     IF SRT-FLRG-NOW > QSC-TYPE-BEST
008980         MOVE "FLRG" TO QSC-DTL-TOP-TYPE
008990         MOVE SRT-FLRG-NOW TO QSC-TYPE-BEST
009000     END-IF
009010     IF SRT-REJT-NOW > QSC-TYPE-BEST
009020         MOVE "REJT" TO QSC-DTL-TOP-TYPE
009030         MOVE SRT-REJT-NOW TO QSC-TYPE-BEST
009040     END-IF
009050     MOVE SRT-BAD-CHARS-NOW TO QSC-DTL-BAD-CHARS
009060     PERFORM 3250-FORMAT-TOP-CHAR-RTN
009070         THRU 3250-EXIT
009080         VARYING QSC-TOP-SUB FROM 1 BY 1
009090         UNTIL QSC-TOP-SUB > 3
009100     MOVE QSC-DETAIL-LINE TO SCORECARD-REPORT-RECORD
009110     WRITE SCORECARD-REPORT-RECORD.
009120 3200-EXIT.
009130     EXIT.
009140*
009150*-----------------------------------------------------------*
009160* 3250-FORMAT-TOP-CHAR-RTN - FORMATS ONE TOP-CHARACTER SLOT
009170* AS CHARACTER=TIMES SEEN, OR BLANKS AN EMPTY ONE.
009180*-----------------------------------------------------------*
009190 3250-FORMAT-TOP-CHAR-RTN.
009200     MOVE SPACE TO QSC-DTL-TOP-GAP(QSC-TOP-SUB)
009210     IF SRT-TOP-COUNT(QSC-TOP-SUB) > 0
009220         MOVE SRT-TOP-CHAR(QSC-TOP-SUB)
009230             TO QSC-DTL-TOP-CHAR(QSC-TOP-SUB)
009240         MOVE "=" TO QSC-DTL-TOP-EQUALS(QSC-TOP-SUB)
009250         MOVE SRT-TOP-COUNT(QSC-TOP-SUB)
009260             TO QSC-DTL-TOP-COUNT(QSC-TOP-SUB)
009270     ELSE
009280         MOVE SPACE TO QSC-DTL-TOP-CHAR(QSC-TOP-SUB)
009290         MOVE SPACE TO QSC-DTL-TOP-EQUALS(QSC-TOP-SUB)
009300         MOVE 0 TO QSC-DTL-TOP-COUNT(QSC-TOP-SUB)
009310     END-IF.
009320 3250-EXIT.
009330     EXIT.
009340*
009350*-----------------------------------------------------------*
009360* 7000-WRITE-TOTALS-RTN - WRITES THE RUN TOTALS, AND A NOTE
009370* WHEN THE QUALITY-EVENT FILE HAS NOTHING ON IT AT ALL.
009380*-----------------------------------------------------------*
009390 7000-WRITE-TOTALS-RTN.
009400     MOVE QSC-BANNER-LINE TO SCORECARD-REPORT-RECORD
009410     WRITE SCORECARD-REPORT-RECORD
009420     MOVE "QUALITY EVENTS READ:" TO QSC-TOTAL-LABEL
009430     MOVE QSC-EVENT-READ-COUNT TO QSC-TOTAL-VALUE
009440     PERFORM 7200-WRITE-TOTAL-LINE-RTN
009450         THRU 7200-EXIT
009460     MOVE "EVENTS IN THE TWO WINDOWS:" TO QSC-TOTAL-LABEL
009470     MOVE QSC-WINDOW-EVENT-COUNT TO QSC-TOTAL-VALUE
009480     PERFORM 7200-WRITE-TOTAL-LINE-RTN
009490         THRU 7200-EXIT
009500     MOVE "BUILDINGS RANKED:" TO QSC-TOTAL-LABEL
009510     MOVE QSC-RELEASED-COUNT TO QSC-TOTAL-VALUE
009520     PERFORM 7200-WRITE-TOTAL-LINE-RTN
009530         THRU 7200-EXIT
009540     MOVE "BUILDINGS GETTING WORSE:" TO QSC-TOTAL-LABEL
009550     MOVE QSC-WORSE-COUNT TO QSC-TOTAL-VALUE
009560     PERFORM 7200-WRITE-TOTAL-LINE-RTN
009570         THRU 7200-EXIT
009580     MOVE "NOT ON BUILDING MASTER:" TO QSC-TOTAL-LABEL
009590     MOVE QSC-NOT-ON-MASTER-COUNT TO QSC-TOTAL-VALUE
009600     PERFORM 7200-WRITE-TOTAL-LINE-RTN
009610         THRU 7200-EXIT
009620     IF QSC-EVENT-READ-COUNT = 0
009630         MOVE "NOTE: QUALITY-EVENT FILE IS EMPTY - CHECK THAT"
009640             TO QSC-NOTE-TEXT
009650         MOVE QSC-NOTE-LINE TO SCORECARD-REPORT-RECORD
009660         WRITE SCORECARD-REPORT-RECORD
009670         MOVE "DAY01VAL AND THE COMPUTE STEP HAVE QEVTFILE DDS"
009680             TO QSC-NOTE-TEXT
009690         MOVE QSC-NOTE-LINE TO SCORECARD-REPORT-RECORD
009700         WRITE SCORECARD-REPORT-RECORD
009710     END-IF.
009720 7000-EXIT.
009730     EXIT.
009740*
009750*-----------------------------------------------------------*
009760* 7200-WRITE-TOTAL-LINE-RTN - WRITES THE TOTAL LINE AS LOADED.
009770*-----------------------------------------------------------*
009780 7200-WRITE-TOTAL-LINE-RTN.
009790     MOVE QSC-TOTAL-LINE TO SCORECARD-REPORT-RECORD
009800     WRITE SCORECARD-REPORT-RECORD.
009810 7200-EXIT.
009820     EXIT.
009830*
009840*-----------------------------------------------------------*
009850* 8100-SET-RETURN-CODE-RTN - SETS THE CONDITION CODE THIS
009860* STEP HANDS BACK TO JCL: 8 MEANS THE QUALITY-EVENT FILE OR
009870* THE REPORT DID NOT END IN GOOD STANDING, 4 MEANS THE EVENT
009880* FILE HAD NOTHING ON IT OR SOME BUILDING IS NOT ON THE
009890* BUILDING MASTER (IT STILL RANKED, UNDER THE PLACEHOLDER
009900* NAME), 0 MEANS A CLEAN REPORT. A BUILDING GETTING WORSE IS
009910* WHAT THE REPORT IS FOR, NOT A FAULT IN THE RUN - IT RAISES
009920* AN ADVISORY ALERT AND LEAVES THE RETURN CODE ALONE.
009930*-----------------------------------------------------------*
009940 8100-SET-RETURN-CODE-RTN.
009950     IF NOT QSC-EVENT-ENDED-CLEAN
009960         OR NOT QSC-REPORT-ENDED-CLEAN
009970         MOVE 8 TO RETURN-CODE
009980     ELSE
009990         IF QSC-EVENT-READ-COUNT = 0
010000             OR QSC-NOT-ON-MASTER-COUNT > 0
010010             MOVE 4 TO RETURN-CODE
010020         ELSE
010030             MOVE 0 TO RETURN-CODE
010040         END-IF
010050     END-IF.
010060 8100-EXIT.
010070     EXIT.
010080*
010090*-----------------------------------------------------------*
010100* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
010110* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
010120* ALERT. EACH BUILDING GETTING WORSE HAS ALREADY RAISED ITS
010130* OWN ADVISORY ALERT.
010140*-----------------------------------------------------------*
010150 8200-RAISE-ALERTS-RTN.
010160     IF NOT QSC-EVENT-ENDED-CLEAN
010170             OR NOT QSC-REPORT-ENDED-CLEAN
010180         MOVE 8 TO ALERT-SEVERITY
010190         MOVE "BADEND" TO ALERT-CODE
010200         MOVE "QUALITY EVENTS OR REPORT NOT CLEAN"
010210             TO ALERT-TEXT
010220         PERFORM 9700-WRITE-ALERT-RTN
010230             THRU 9700-EXIT
010240     END-IF
010250     IF QSC-EVENT-READ-COUNT = 0
010260         MOVE 4 TO ALERT-SEVERITY
010270         MOVE "NODATA" TO ALERT-CODE
010280         MOVE "QUALITY-EVENT FILE EMPTY OR MISSING"
010290             TO ALERT-TEXT
010300         PERFORM 9700-WRITE-ALERT-RTN
010310             THRU 9700-EXIT
010320     END-IF
010330     IF QSC-NOT-ON-MASTER-COUNT > 0
010340         MOVE 4 TO ALERT-SEVERITY
010350         MOVE "NOMASTER" TO ALERT-CODE
010360         MOVE QSC-NOT-ON-MASTER-COUNT TO ALERT-COUNT
010370         MOVE "BUILDINGS NOT ON THE BUILDING MASTER"
010380             TO ALERT-TEXT
010390         PERFORM 9700-WRITE-ALERT-RTN
010400             THRU 9700-EXIT
010410     END-IF
010420     PERFORM 9720-ALERT-STEP-END-RTN
010430         THRU 9720-EXIT.
010440 8200-EXIT.
010450     EXIT.
010460*
010470*-----------------------------------------------------------*
010480* 9050-CHECK-LEAP-RTN - SETS QSC-LEAP-SW FOR THE YEAR IN
010490* QSC-CONV-YEAR: DIVISIBLE BY FOUR, EXCEPT CENTURIES NOT
010500* DIVISIBLE BY FOUR HUNDRED.
010510*-----------------------------------------------------------*
010520 9050-CHECK-LEAP-RTN.
010530     MOVE "N" TO QSC-LEAP-SW
010540     DIVIDE QSC-CONV-YEAR BY 4
010550         GIVING QSC-PRIOR-YEAR REMAINDER QSC-LEAP-REM
010560     IF QSC-LEAP-REM = 0
010570         SET QSC-LEAP-YEAR TO TRUE
010580         DIVIDE QSC-CONV-YEAR BY 100
010590             GIVING QSC-PRIOR-YEAR REMAINDER QSC-LEAP-REM
010600         IF QSC-LEAP-REM = 0
010610             MOVE "N" TO QSC-LEAP-SW
010620             DIVIDE QSC-CONV-YEAR BY 400
010630                 GIVING QSC-PRIOR-YEAR REMAINDER QSC-LEAP-REM
010640             IF QSC-LEAP-REM = 0
010650                 SET QSC-LEAP-YEAR TO TRUE
010660             END-IF
010670         END-IF
010680     END-IF.
010690 9050-EXIT.
010700     EXIT.
010710*
010720*-----------------------------------------------------------*
010730* 9150-PREV-DATE-RTN - STEPS THE YYYYMMDD DATE IN
010740* QSC-CONV-DATE BACK ONE CALENDAR DAY, HONORING MONTH LENGTHS
010750* AND THE LEAP-YEAR FEBRUARY - DAY01VAL'S 9100-NEXT-DATE-RTN
010760* RUN IN REVERSE.
010770*-----------------------------------------------------------*
010780 9150-PREV-DATE-RTN.
010790     DIVIDE QSC-CONV-DATE BY 10000
010800         GIVING QSC-CONV-YEAR REMAINDER QSC-CONV-MMDD
010810     DIVIDE QSC-CONV-MMDD BY 100
010820         GIVING QSC-CONV-MONTH REMAINDER QSC-CONV-DAY
010830     IF QSC-CONV-DAY > 1
010840         SUBTRACT 1 FROM QSC-CONV-DAY
010850     ELSE
010860         IF QSC-CONV-MONTH > 1
010870             SUBTRACT 1 FROM QSC-CONV-MONTH
010880         ELSE
010890             MOVE 12 TO QSC-CONV-MONTH
010900             SUBTRACT 1 FROM QSC-CONV-YEAR
010910         END-IF
010920         MOVE QSC-MONTH-LEN-DAYS(QSC-CONV-MONTH) TO QSC-CONV-DAY
010930         PERFORM 9050-CHECK-LEAP-RTN
010940             THRU 9050-EXIT
010950         IF QSC-CONV-MONTH = 2 AND QSC-LEAP-YEAR
010960             MOVE 29 TO QSC-CONV-DAY
010970         END-IF
010980     END-IF
010990     COMPUTE QSC-CONV-DATE =
011000         (QSC-CONV-YEAR * 10000)
011010         + (QSC-CONV-MONTH * 100)
011020         + QSC-CONV-DAY.
011030 9150-EXIT.
011040     EXIT.
011050*
011060*-----------------------------------------------------------*
011070* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
011080* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
011090* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
011100* NEXT CALLER STARTS CLEAN.
011110*-----------------------------------------------------------*
011120 9700-WRITE-ALERT-RTN.
011130     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
011140         PERFORM 9710-OPEN-ALERT-RTN
011150             THRU 9710-EXIT
011160     END-IF
011170     IF NOT ALERT-FILE-OPEN
011180         GO TO 9700-CLEAR
011190     END-IF
011200     MOVE SPACES TO ALERT-RECORD
011210     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
011220     ACCEPT ALR-RAISED-TIME FROM TIME
011230     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
011240     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
011250     MOVE "DAY01QSC" TO ALR-PROGRAM-ID
011260     MOVE ALERT-SEVERITY TO ALR-SEVERITY
011270     MOVE ALERT-CODE TO ALR-CODE
011280     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
011290     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
011300     MOVE ALERT-COUNT TO ALR-COUNT
011310     MOVE ALERT-TEXT TO ALR-TEXT
011320     WRITE ALERT-RECORD
011330     IF ALERT-FILE-OK
011340         ADD 1 TO ALERT-RAISED-COUNT
011350     ELSE
011360         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
011370             " STATUS " ALERT-FILE-STATUS
011380         CLOSE ALERT-FILE
011390         SET ALERT-FILE-FAILED TO TRUE
011400     END-IF.
011410 9700-CLEAR.
011420     MOVE SPACES TO ALERT-BUILDING-ID
011430     MOVE 0 TO ALERT-ROUTE-DATE
011440     MOVE 0 TO ALERT-COUNT.
011450 9700-EXIT.
011460     EXIT.
011470*
011480*-----------------------------------------------------------*
011490* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
011500* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
011510* JOB AND STEP NAME OFF THE EXEC PARM.
011520*-----------------------------------------------------------*
011530 9710-OPEN-ALERT-RTN.
011540     OPEN EXTEND ALERT-FILE
011550     IF NOT ALERT-FILE-OK
011560         OPEN OUTPUT ALERT-FILE
011570     END-IF
011580     IF NOT ALERT-FILE-OK
011590         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
011600             ALERT-FILE-STATUS
011610         SET ALERT-FILE-FAILED TO TRUE
011620         GO TO 9710-EXIT
011630     END-IF
011640     SET ALERT-FILE-OPEN TO TRUE
011650     IF JOB-STEP-PARM-LENGTH > 0
011660         AND JOB-STEP-PARM-LENGTH NOT > 100
011670         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
011680             DELIMITED BY ","
011690             INTO ALERT-JOB-NAME ALERT-STEP-NAME
011700         END-UNSTRING
011710     END-IF
011720     IF ALERT-STEP-NAME = SPACES
011730         MOVE "DAY01QSC" TO ALERT-STEP-NAME
011740     END-IF.
011750 9710-EXIT.
011760     EXIT.
011770*
011780*-----------------------------------------------------------*
011790* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
011800* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
011810* DATASET IF THIS STEP OPENED IT.
011820*-----------------------------------------------------------*
011830 9720-ALERT-STEP-END-RTN.
011840     IF RETURN-CODE > 0
011850         IF RETURN-CODE > 9
011860             MOVE 9 TO ALERT-SEVERITY
011870         ELSE
011880             MOVE RETURN-CODE TO ALERT-SEVERITY
011890         END-IF
011900         MOVE "STEPEND" TO ALERT-CODE
011910         MOVE RETURN-CODE TO ALERT-COUNT
011920         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
011930             TO ALERT-TEXT
011940         PERFORM 9700-WRITE-ALERT-RTN
011950             THRU 9700-EXIT
011960     END-IF
011970     IF ALERT-FILE-OPEN
011980         CLOSE ALERT-FILE
011990         MOVE "N" TO ALERT-OPEN-SW
012000     END-IF.
012010 9720-EXIT.
012020     EXIT.
012030*
012040*-----------------------------------------------------------*
012050* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
012060* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
012070* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
012080*-----------------------------------------------------------*
012090 9750-ALERT-STEP-STOPPED-RTN.
012100     MOVE 8 TO ALERT-SEVERITY
012110     MOVE "STEPSTOP" TO ALERT-CODE
012120     MOVE 8 TO ALERT-COUNT
012130     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
012140         TO ALERT-TEXT
012150     PERFORM 9700-WRITE-ALERT-RTN
012160         THRU 9700-EXIT
012170     IF ALERT-FILE-OPEN
012180         CLOSE ALERT-FILE
012190         MOVE "N" TO ALERT-OPEN-SW
012200     END-IF.
012210 9750-EXIT.
012220     EXIT.
