000010*-----------------------------------------------------------*
000020* PROGRAM-ID: DAY01ALS
000030*-----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     DAY01ALS.
000060 AUTHOR.         R WHITMORE.
000070 INSTALLATION.   CANDY CANE LANE DATA CENTER.
000080 DATE-WRITTEN.   2026-10-13.
000090 DATE-COMPILED.
000100*-----------------------------------------------------------*
000110* MODIFICATION HISTORY.
000120*-----------------------------------------------------------*
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-13 RW    ORIGINAL PROGRAM - OPERATOR ALERT SUMMARY, RUN
000150*                  AS THE LAST STEP OF EVERY DAY01 JOB. READS THE
000160*                  SHARED ALERT DATASET (COPYBOOK ALERTREC) THE
000170*                  JOB'S STEPS APPEND TO AND PRINTS ONE PAGE FOR
000180*                  THE OPERATOR: EVERY ALERT THE JOB HAS RAISED
000190*                  SINCE ITS LAST SUMMARY, WORST FIRST. ALERTS AT
000200*                  OR ABOVE THE PAGING SEVERITY ON THE ALSPARM
000210*                  CARD (8 WHEN THERE IS NO CARD) ARE ALSO COPIED
000220*                  TO THE PAGING EXTRACT (DD ALRTPAGE) FOR THE
000230*                  ENTERPRISE PAGING SYSTEM. A SUMMARY MARKER IS
000240*                  THEN APPENDED TO THE ALERT DATASET SO THE
000250*                  JOB'S NEXT SUMMARY STARTS AFTER IT.
000260*-----------------------------------------------------------*
000270*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.    IBM-370.
000310 OBJECT-COMPUTER.    IBM-370.
000320 SPECIAL-NAMES.
000330     CONSOLE IS CONSOLE-DEVICE.
000340*
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PARM-FILE
000380         ASSIGN TO ALSPARM
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS PARM-FILE-STATUS.
000410     SELECT ALERT-FILE
000420         ASSIGN TO ALERTS
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS ALERT-FILE-STATUS.
000450     SELECT PAGE-FILE
000460         ASSIGN TO ALRTPAGE
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS PAGE-FILE-STATUS.
000490     SELECT SUMMARY-REPORT-FILE
000500         ASSIGN TO ALSRPT
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS SUMMARY-REPORT-STATUS.
000530     SELECT SORT-FILE
000540         ASSIGN TO SORTWK.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580*-----------------------------------------------------------*
000590* THE PAGING CARD. COLUMN 1 IS THE LOWEST SEVERITY (0-9) SENT
000600* TO THE PAGING EXTRACT. THE CARD IS OPTIONAL - A MISSING,
000610* EMPTY OR NON-NUMERIC CARD PAGES ON ERRORS ONLY (8 AND UP).
000620*-----------------------------------------------------------*
000630 FD  PARM-FILE.
000640 01  PARM-RECORD.
000650     05  PRM-PAGE-SEVERITY       PIC 9(01).
000660     05  FILLER                  PIC X(79).
000670*
000680 FD  ALERT-FILE
000690     RECORD CONTAINS 120 CHARACTERS
000700     RECORDING MODE IS F.
000710     COPY "ALERTREC.cpy".
000720*
000730*-----------------------------------------------------------*
000740* THE PAGING EXTRACT - ONE ALERT PER RECORD, IN THE SAME FIXED
000750* 120-BYTE LAYOUT AS THE ALERT DATASET (COPYBOOK ALERTREC), SO
000760* THE PAGING SYSTEM HAS ONE LAYOUT TO MAP.
000770*-----------------------------------------------------------*
000780 FD  PAGE-FILE
000790     RECORD CONTAINS 120 CHARACTERS
000800     RECORDING MODE IS F.
000810 01  PAGE-RECORD                     PIC X(120).
000820*
000830 FD  SUMMARY-REPORT-FILE.
000840 01  SUMMARY-REPORT-RECORD           PIC X(132).
000850*
000860*-----------------------------------------------------------*
000870* THE JOB'S ALERTS ARE SORTED WORST FIRST, AND IN THE ORDER
000880* THEY WERE RAISED WITHIN A SEVERITY. THE SORT RECORD IS THE
000890* WHOLE ALERT RECORD; ONLY THE KEYS ARE NAMED.
000900*-----------------------------------------------------------*
000910 SD  SORT-FILE.
000920 01  SORT-RECORD.
000930     05  SRT-RAISED-STAMP        PIC X(16).
000940     05  FILLER                  PIC X(24).
000950     05  SRT-SEVERITY            PIC 9(01).
000960     05  FILLER                  PIC X(79).
000970*
000980 WORKING-STORAGE SECTION.
000990*-----------------------------------------------------------*
001000* FILE STATUS AND SWITCHES.
001010*-----------------------------------------------------------*
001020 77  PARM-FILE-STATUS            PIC X(02) VALUE SPACES.
001030     88  PARM-FILE-OK                      VALUE "00".
001040 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
001050     88  ALERT-FILE-OK                     VALUE "00".
001060     88  ALERT-FILE-NOT-FOUND              VALUE "35".
001070 77  ALERT-EOF-SW                PIC X(01) VALUE "N".
001080     88  ALERT-EOF                         VALUE "Y".
001090 77  PAGE-FILE-STATUS            PIC X(02) VALUE SPACES.
001100     88  PAGE-FILE-OK                      VALUE "00".
001110 77  SUMMARY-REPORT-STATUS       PIC X(02) VALUE SPACES.
001120     88  SUMMARY-REPORT-OK                 VALUE "00".
001130 77  SORT-EOF-SW                 PIC X(01) VALUE "N".
001140     88  SORT-EOF                          VALUE "Y".
001150*-----------------------------------------------------------*
001160* SET WHEN THE ALERT DATASET HAS NEVER BEEN WRITTEN - NO STEP
001170* OF ANY JOB HAS RAISED AN ALERT YET, WHICH IS A CLEAN RESULT,
001180* NOT AN ERROR.
001190*-----------------------------------------------------------*
001200 77  ALS-NO-ALERT-FILE-SW        PIC X(01) VALUE "N".
001210     88  ALS-NO-ALERT-FILE                 VALUE "Y".
001220*-----------------------------------------------------------*
001230* THE FINAL STATUS OF EACH PASS OVER THE ALERT DATASET, SAVED
001240* BEFORE IT IS CLOSED - A SUCCESSFUL CLOSE OVERWRITES FILE
001250* STATUS WITH "00". A PASS THAT STOPPED SHORT OF A CLEAN END
001260* OF FILE MAY HAVE MISSED SOME OF THE JOB'S ALERTS, SO NO
001270* SUMMARY MARKER IS WRITTEN AND THE NEXT SUMMARY REPORTS THEM
001280* AGAIN.
001290*-----------------------------------------------------------*
001300 77  ALS-SCAN-FINAL-STATUS       PIC X(02) VALUE "10".
001310     88  ALS-SCAN-ENDED-CLEAN              VALUE "10".
001320 77  ALS-SELECT-FINAL-STATUS     PIC X(02) VALUE "10".
001330     88  ALS-SELECT-ENDED-CLEAN            VALUE "10".
001340*-----------------------------------------------------------*
001350* SET THE ONE TIME A REPORT, PAGING EXTRACT OR MARKER WRITE
001360* COMES BACK WITH A BAD STATUS.
001370*-----------------------------------------------------------*
001380 77  ALS-HARD-ERROR-SW           PIC X(01) VALUE "N".
001390     88  ALS-HARD-ERROR                    VALUE "Y".
001400*-----------------------------------------------------------*
001410* THE JOB BEING SUMMARIZED AND THIS STEP'S NAME, FROM THE EXEC
001420* PARM ('JOB,STEP'). A RUN WITH NO PARM SUMMARIZES EVERY JOB'S
001430* ALERTS SINCE THE LAST SUMMARY RUN THE SAME WAY.
001440*-----------------------------------------------------------*
001450 77  ALS-JOB-NAME                PIC X(08) VALUE SPACES.
001460 77  ALS-STEP-NAME               PIC X(08) VALUE SPACES.
001470 77  ALS-PAGE-SEVERITY           PIC 9(01) VALUE 8.
001480 77  ALS-RUN-DATE                PIC 9(08) VALUE 0.
001490 77  ALS-RUN-TIME                PIC 9(08) VALUE 0.
001500*-----------------------------------------------------------*
001510* WHERE THE JOB'S LAST SUMMARY MARKER STANDS ON THE ALERT
001520* DATASET - ITS RELATIVE RECORD NUMBER AND WHEN IT WAS
001530* WRITTEN. ONLY THE JOB'S ALERTS PAST IT ARE REPORTED.
001540*-----------------------------------------------------------*
001550 77  ALS-RECORD-NUMBER           PIC 9(09) COMP VALUE 0.
001560 77  ALS-LAST-MARKER-NUMBER      PIC 9(09) COMP VALUE 0.
001570 77  ALS-LAST-MARKER-DATE        PIC 9(08) VALUE 0.
001580 77  ALS-LAST-MARKER-TIME        PIC 9(08) VALUE 0.
001590*-----------------------------------------------------------*
001600* CONTROL COUNTERS.
001610*-----------------------------------------------------------*
001620 77  ALS-REPORTED-COUNT          PIC 9(09) COMP VALUE 0.
001630 77  ALS-ERROR-COUNT             PIC 9(09) COMP VALUE 0.
001640 77  ALS-WARNING-COUNT           PIC 9(09) COMP VALUE 0.
001650 77  ALS-ADVISORY-COUNT          PIC 9(09) COMP VALUE 0.
001660 77  ALS-PAGED-COUNT             PIC 9(09) COMP VALUE 0.
001670 77  ALS-HIGHEST-SEVERITY        PIC 9(01) VALUE 0.
001680*-----------------------------------------------------------*
001690* REPORT LINE LAYOUTS - EACH PADDED TO THE FULL 132-BYTE
001700* SUMMARY-REPORT-FILE RECORD LENGTH.
001710*-----------------------------------------------------------*
001720 01  ALS-BANNER-LINE.
001730     05  FILLER                  PIC X(60)
001740         VALUE "CANDY CANE LANE DATA CENTER - AOC 2015 DAY 1".
001750     05  FILLER                  PIC X(72) VALUE SPACES.
001760*
001770 01  ALS-TITLE-LINE.
001780     05  FILLER                  PIC X(60)
001790         VALUE "OPERATOR ALERT SUMMARY".
001800     05  FILLER                  PIC X(72) VALUE SPACES.
001810*
001820 01  ALS-RUNDATE-LINE.
001830     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001840     05  ALS-RUNDATE-VALUE       PIC 9(08).
001850     05  FILLER                  PIC X(12) VALUE "  RUN TIME: ".
001860     05  ALS-RUNDATE-TIME        PIC 9(08).
001870     05  FILLER                  PIC X(94) VALUE SPACES.
001880*
001890 01  ALS-JOB-LINE.
001900     05  FILLER                  PIC X(05) VALUE "JOB: ".
001910     05  ALS-JOB-VALUE           PIC X(08).
001920     05  FILLER                  PIC X(30)
001930         VALUE "  PAGING ALERTS OF SEVERITY: ".
001940     05  ALS-JOB-PAGE-SEVERITY   PIC 9(01).
001950     05  FILLER                  PIC X(88) VALUE " AND UP".
001960*
001970 01  ALS-SINCE-LINE.
001980     05  FILLER                  PIC X(14) VALUE "ALERTS SINCE: ".
001990     05  ALS-SINCE-TEXT          PIC X(30).
002000     05  ALS-SINCE-DATE          PIC 9(08) BLANK WHEN ZERO.
002010     05  FILLER                  PIC X(01) VALUE SPACES.
002020     05  ALS-SINCE-TIME          PIC 9(08) BLANK WHEN ZERO.
002030     05  FILLER                  PIC X(71) VALUE SPACES.
002040*
002050 01  ALS-COLUMN-LINE.
002060     05  FILLER                  PIC X(20)
002070         VALUE "S RAISED".
002080     05  FILLER                  PIC X(10) VALUE "STEP".
002090     05  FILLER                  PIC X(10) VALUE "PROGRAM".
002100     05  FILLER                  PIC X(10) VALUE "CODE".
002110     05  FILLER                  PIC X(12) VALUE "BUILDING".
002120     05  FILLER                  PIC X(10) VALUE "DATE".
002130     05  FILLER                  PIC X(11) VALUE "    COUNT".
002140     05  FILLER                  PIC X(42) VALUE "TEXT".
002150     05  FILLER                  PIC X(07) VALUE "PAGED".
002160*
002170 01  ALS-DETAIL-LINE.
002180     05  ALS-DETAIL-SEVERITY     PIC 9(01).
002190     05  FILLER                  PIC X(01) VALUE SPACES.
002200     05  ALS-DETAIL-RAISED-DATE  PIC 9(08).
002210     05  FILLER                  PIC X(01) VALUE SPACES.
002220     05  ALS-DETAIL-RAISED-TIME  PIC 9(08).
002230     05  FILLER                  PIC X(01) VALUE SPACES.
002240     05  ALS-DETAIL-STEP         PIC X(08).
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  ALS-DETAIL-PROGRAM      PIC X(08).
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  ALS-DETAIL-CODE         PIC X(08).
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  ALS-DETAIL-BUILDING-ID  PIC X(10).
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  ALS-DETAIL-ROUTE-DATE   PIC 9(08) BLANK WHEN ZERO.
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  ALS-DETAIL-COUNT        PIC ZZZZZZZZ9.
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  ALS-DETAIL-TEXT         PIC X(40).
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  ALS-DETAIL-PAGED        PIC X(05).
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400*
002410 01  ALS-NONE-LINE.
002420     05  FILLER                  PIC X(60)
002430         VALUE "NO ALERTS RAISED SINCE THE LAST SUMMARY".
002440     05  FILLER                  PIC X(72) VALUE SPACES.
002450*
002460 01  ALS-TOTAL-LINE.
002470     05  ALS-TOTAL-LABEL         PIC X(30).
002480     05  ALS-TOTAL-VALUE         PIC 9(09).
002490     05  FILLER                  PIC X(93) VALUE SPACES.
002500*
002510 LINKAGE SECTION.
002520*-----------------------------------------------------------*
002530* THE EXEC PARM, 'JOB,STEP' - THE JOB WHOSE ALERTS ARE
002540* SUMMARIZED AND THE NAME THIS STEP'S MARKER CARRIES.
002550*-----------------------------------------------------------*
002560 01  JOB-STEP-PARM.
002570     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
002580     05  JOB-STEP-PARM-TEXT      PIC X(100).
002590*
002600 PROCEDURE DIVISION USING JOB-STEP-PARM.
002610*-----------------------------------------------------------*
002620* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW: SETTLES THE JOB
002630* AND PAGING SEVERITY, FINDS THE JOB'S LAST SUMMARY MARKER,
002640* PRINTS AND PAGES THE JOB'S ALERTS SINCE IT WORST FIRST, AND
002650* APPENDS THE NEW MARKER.
002660*-----------------------------------------------------------*
002670 0000-MAIN-PARA.
002680     PERFORM 0300-LOAD-PARMS-RTN
002690         THRU 0300-EXIT
002700     PERFORM 0100-OPEN-FILES-RTN
002710         THRU 0100-EXIT
002720     PERFORM 1000-FIND-LAST-MARKER-RTN
002730         THRU 1000-EXIT
002740     PERFORM 0200-WRITE-HEADING-RTN
002750         THRU 0200-EXIT
002760     SORT SORT-FILE
002770         ON DESCENDING KEY SRT-SEVERITY
002780         ON ASCENDING KEY SRT-RAISED-STAMP
002790         INPUT PROCEDURE IS 4000-SELECT-ALERTS-RTN
002800             THRU 4000-EXIT
002810         OUTPUT PROCEDURE IS 5000-REPORT-ALERTS-RTN
002820             THRU 5000-EXIT
002830     PERFORM 7000-WRITE-TOTALS-RTN
002840         THRU 7000-EXIT
002850     PERFORM 6000-WRITE-MARKER-RTN
002860         THRU 6000-EXIT
002870     PERFORM 0900-CLOSE-FILES-RTN
002880         THRU 0900-EXIT
002890     PERFORM 8100-SET-RETURN-CODE-RTN
002900         THRU 8100-EXIT
002910     STOP RUN.
002920*
002930*-----------------------------------------------------------*
002940* 0100-OPEN-FILES-RTN - OPENS THE REPORT AND THE PAGING
002950* EXTRACT. THE EXTRACT IS APPENDED TO (OUTPUT THE FIRST TIME IT
002960* IS EVER WRITTEN) - THE PAGING SYSTEM EMPTIES IT AS IT SENDS.
002970*-----------------------------------------------------------*
002980 0100-OPEN-FILES-RTN.
002990     OPEN OUTPUT SUMMARY-REPORT-FILE
003000     IF NOT SUMMARY-REPORT-OK
003010         DISPLAY "ERROR OPENING ALERT SUMMARY REPORT. STATUS: "
003020             SUMMARY-REPORT-STATUS
003030         MOVE 8 TO RETURN-CODE
003040         STOP RUN
003050     END-IF
003060     OPEN EXTEND PAGE-FILE
003070     IF NOT PAGE-FILE-OK
003080         OPEN OUTPUT PAGE-FILE
003090     END-IF
003100     IF NOT PAGE-FILE-OK
003110         DISPLAY "ERROR OPENING PAGING EXTRACT. STATUS: "
003120             PAGE-FILE-STATUS
003130         MOVE 8 TO RETURN-CODE
003140         STOP RUN
003150     END-IF.
003160 0100-EXIT.
003170     EXIT.
003180*
003190*-----------------------------------------------------------*
003200* 0200-WRITE-HEADING-RTN - WRITES THE REPORT BANNER, TITLE,
003210* RUN DATE/TIME, THE JOB AND PAGING SEVERITY, WHERE THE
003220* SUMMARY STARTS AND THE COLUMN HEADINGS.
003230*-----------------------------------------------------------*
003240 0200-WRITE-HEADING-RTN.
003250     MOVE ALS-BANNER-LINE TO SUMMARY-REPORT-RECORD
003260     WRITE SUMMARY-REPORT-RECORD
003270     MOVE ALS-TITLE-LINE TO SUMMARY-REPORT-RECORD
003280     WRITE SUMMARY-REPORT-RECORD
003290     MOVE ALS-RUN-DATE TO ALS-RUNDATE-VALUE
003300     MOVE ALS-RUN-TIME TO ALS-RUNDATE-TIME
003310     MOVE ALS-RUNDATE-LINE TO SUMMARY-REPORT-RECORD
003320     WRITE SUMMARY-REPORT-RECORD
003330     IF ALS-JOB-NAME = SPACES
003340         MOVE "(ALL)" TO ALS-JOB-VALUE
003350     ELSE
003360         MOVE ALS-JOB-NAME TO ALS-JOB-VALUE
003370     END-IF
003380     MOVE ALS-PAGE-SEVERITY TO ALS-JOB-PAGE-SEVERITY
003390     MOVE ALS-JOB-LINE TO SUMMARY-REPORT-RECORD
003400     WRITE SUMMARY-REPORT-RECORD
003410     IF ALS-LAST-MARKER-NUMBER = 0
003420         MOVE "START OF THE ALERT DATASET" TO ALS-SINCE-TEXT
003430         MOVE 0 TO ALS-SINCE-DATE
003440         MOVE 0 TO ALS-SINCE-TIME
003450     ELSE
003460         MOVE "LAST SUMMARY AT " TO ALS-SINCE-TEXT
003470         MOVE ALS-LAST-MARKER-DATE TO ALS-SINCE-DATE
003480         MOVE ALS-LAST-MARKER-TIME TO ALS-SINCE-TIME
003490     END-IF
003500     MOVE ALS-SINCE-LINE TO SUMMARY-REPORT-RECORD
003510     WRITE SUMMARY-REPORT-RECORD
003520     MOVE ALS-BANNER-LINE TO SUMMARY-REPORT-RECORD
003530     WRITE SUMMARY-REPORT-RECORD
003540     MOVE ALS-COLUMN-LINE TO SUMMARY-REPORT-RECORD
003550     WRITE SUMMARY-REPORT-RECORD.
003560 0200-EXIT.
003570     EXIT.
003580*
003590*-----------------------------------------------------------*
003600* 0300-LOAD-PARMS-RTN - TAKES THE JOB AND STEP NAME OFF THE
003610* EXEC PARM AND THE PAGING SEVERITY OFF THE ALSPARM CARD. THE
003620* CARD IS OPTIONAL; A BAD ONE IS WARNED ON AND THE DEFAULT OF
003630* 8 STANDS, SO A BROKEN CARD NEVER STOPS THE ERRORS PAGING.
003640*-----------------------------------------------------------*
003650 0300-LOAD-PARMS-RTN.
003660     ACCEPT ALS-RUN-DATE FROM DATE YYYYMMDD
003670     ACCEPT ALS-RUN-TIME FROM TIME
003680     IF JOB-STEP-PARM-LENGTH > 0
003690         AND JOB-STEP-PARM-LENGTH NOT > 100
003700         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
003710             DELIMITED BY ","
003720             INTO ALS-JOB-NAME ALS-STEP-NAME
003730         END-UNSTRING
003740     END-IF
003750     IF ALS-STEP-NAME = SPACES
003760         MOVE "DAY01ALS" TO ALS-STEP-NAME
003770     END-IF
003780     OPEN INPUT PARM-FILE
003790     IF NOT PARM-FILE-OK
003800         GO TO 0300-EXIT
003810     END-IF
003820     READ PARM-FILE
003830         AT END
003840             MOVE SPACES TO PARM-RECORD
003850     END-READ
003860     CLOSE PARM-FILE
003870     IF PRM-PAGE-SEVERITY NUMERIC
003880         MOVE PRM-PAGE-SEVERITY TO ALS-PAGE-SEVERITY
003890     ELSE
003900         DISPLAY "PAGING SEVERITY ON ALSPARM NOT NUMERIC - "
003910             "USING " ALS-PAGE-SEVERITY
003920     END-IF.
003930 0300-EXIT.
003940     EXIT.
003950*
003960*-----------------------------------------------------------*
003970* 0900-CLOSE-FILES-RTN - CLOSES THE REPORT AND THE EXTRACT.
003980* THE ALERT DATASET IS OPENED AND CLOSED BY EACH PASS.
003990*-----------------------------------------------------------*
004000 0900-CLOSE-FILES-RTN.
004010     CLOSE PAGE-FILE
004020     CLOSE SUMMARY-REPORT-FILE.
004030 0900-EXIT.
004040     EXIT.
004050*
004060*-----------------------------------------------------------*
004070* 1000-FIND-LAST-MARKER-RTN - THE FIRST PASS OVER THE ALERT
004080* DATASET: NUMBERS EVERY RECORD AND REMEMBERS WHERE THE JOB'S
004090* LAST SUMMARY MARKER STANDS. AN ALERT DATASET NEVER WRITTEN
004100* HOLDS NO ALERTS AT ALL.
004110*-----------------------------------------------------------*
004120 1000-FIND-LAST-MARKER-RTN.
004130     OPEN INPUT ALERT-FILE
004140     IF ALERT-FILE-NOT-FOUND
004150         SET ALS-NO-ALERT-FILE TO TRUE
004160         GO TO 1000-EXIT
004170     END-IF
004180     IF NOT ALERT-FILE-OK
004190         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
004200             ALERT-FILE-STATUS
004210         MOVE 8 TO RETURN-CODE
004220         STOP RUN
004230     END-IF
004240     MOVE 0 TO ALS-RECORD-NUMBER
004250     PERFORM 1100-READ-ALERT-RTN
004260         THRU 1100-EXIT
004270     PERFORM 1200-CHECK-MARKER-RTN
004280         THRU 1200-EXIT
004290         UNTIL ALERT-EOF
004300     MOVE ALERT-FILE-STATUS TO ALS-SCAN-FINAL-STATUS
004310     CLOSE ALERT-FILE.
004320 1000-EXIT.
004330     EXIT.
004340*
004350*-----------------------------------------------------------*
004360* 1100-READ-ALERT-RTN - READS THE NEXT ALERT RECORD AND
004370* NUMBERS IT.
004380*-----------------------------------------------------------*
004390 1100-READ-ALERT-RTN.
004400     READ ALERT-FILE
004410         AT END
004420             SET ALERT-EOF TO TRUE
004430         NOT AT END
004440             ADD 1 TO ALS-RECORD-NUMBER
004450     END-READ
004460     IF NOT ALERT-FILE-OK AND NOT ALERT-EOF
004470         SET ALERT-EOF TO TRUE
004480     END-IF.
004490 1100-EXIT.
004500     EXIT.
004510*
004520 1200-CHECK-MARKER-RTN.
004530     IF ALR-SUMMARY-MARKER
004540         AND ALR-JOB-NAME = ALS-JOB-NAME
004550         MOVE ALS-RECORD-NUMBER TO ALS-LAST-MARKER-NUMBER
004560         MOVE ALR-RAISED-DATE TO ALS-LAST-MARKER-DATE
004570         MOVE ALR-RAISED-TIME TO ALS-LAST-MARKER-TIME
004580     END-IF
004590     PERFORM 1100-READ-ALERT-RTN
004600         THRU 1100-EXIT.
004610 1200-EXIT.
004620     EXIT.
004630*
004640*-----------------------------------------------------------*
004650* 4000-SELECT-ALERTS-RTN - THE SORT INPUT PROCEDURE: THE
004660* SECOND PASS OVER THE ALERT DATASET. RELEASES EVERY ALERT
004670* THE JOB RAISED PAST ITS LAST SUMMARY MARKER - EVERY JOB'S,
004680* WHEN NO JOB WAS NAMED. OTHER SUMMARY MARKERS ARE NOT ALERTS
004690* AND ARE PASSED OVER.
004700*-----------------------------------------------------------*
004710 4000-SELECT-ALERTS-RTN.
004720     IF ALS-NO-ALERT-FILE
004730         GO TO 4000-EXIT
004740     END-IF
004750     OPEN INPUT ALERT-FILE
004760     IF NOT ALERT-FILE-OK
004770         DISPLAY "ERROR REOPENING OPERATOR ALERTS. STATUS: "
004780             ALERT-FILE-STATUS
004790         MOVE ALERT-FILE-STATUS TO ALS-SELECT-FINAL-STATUS
004800         GO TO 4000-EXIT
004810     END-IF
004820     MOVE "N" TO ALERT-EOF-SW
004830     MOVE 0 TO ALS-RECORD-NUMBER
004840     PERFORM 1100-READ-ALERT-RTN
004850         THRU 1100-EXIT
004860     PERFORM 4100-SELECT-ONE-RTN
004870         THRU 4100-EXIT
004880         UNTIL ALERT-EOF
004890     MOVE ALERT-FILE-STATUS TO ALS-SELECT-FINAL-STATUS
004900     CLOSE ALERT-FILE.
004910 4000-EXIT.
004920     EXIT.
004930*
004940 4100-SELECT-ONE-RTN.
004950     IF ALS-RECORD-NUMBER > ALS-LAST-MARKER-NUMBER
004960         AND NOT ALR-SUMMARY-MARKER
004970         AND (ALS-JOB-NAME = SPACES
004980             OR ALR-JOB-NAME = ALS-JOB-NAME)
004990         RELEASE SORT-RECORD FROM ALERT-RECORD
005000     END-IF
005010     PERFORM 1100-READ-ALERT-RTN
005020         THRU 1100-EXIT.
005030 4100-EXIT.
005040     EXIT.
005050*
005060*-----------------------------------------------------------*
005070* 5000-REPORT-ALERTS-RTN - THE SORT OUTPUT PROCEDURE: PRINTS
005080* THE JOB'S ALERTS WORST FIRST AND COPIES THOSE AT OR ABOVE
005090* THE PAGING SEVERITY TO THE PAGING EXTRACT.
005100*-----------------------------------------------------------*
005110 5000-REPORT-ALERTS-RTN.
005120     RETURN SORT-FILE INTO ALERT-RECORD
005130         AT END
005140             SET SORT-EOF TO TRUE
005150     END-RETURN
005160     PERFORM 5100-REPORT-ONE-RTN
005170         THRU 5100-EXIT
005180         UNTIL SORT-EOF.
005190 5000-EXIT.
005200     EXIT.
005210*
005220*-----------------------------------------------------------*
005230* 5100-REPORT-ONE-RTN - PRINTS ONE ALERT, COUNTS IT BY CLASS,
005240* PAGES IT WHEN IT IS SEVERE ENOUGH, AND RETURNS THE NEXT.
005250*-----------------------------------------------------------*
005260 5100-REPORT-ONE-RTN.
005270     ADD 1 TO ALS-REPORTED-COUNT
005280     EVALUATE TRUE
005290         WHEN ALR-ERROR
005300             ADD 1 TO ALS-ERROR-COUNT
005310         WHEN ALR-WARNING
005320             ADD 1 TO ALS-WARNING-COUNT
005330         WHEN OTHER
005340             ADD 1 TO ALS-ADVISORY-COUNT
005350     END-EVALUATE
005360     IF ALR-SEVERITY > ALS-HIGHEST-SEVERITY
005370         MOVE ALR-SEVERITY TO ALS-HIGHEST-SEVERITY
005380     END-IF
005390     MOVE SPACES TO ALS-DETAIL-PAGED
005400     IF ALR-SEVERITY NOT < ALS-PAGE-SEVERITY
005410         WRITE PAGE-RECORD FROM ALERT-RECORD
005420         IF PAGE-FILE-OK
005430             ADD 1 TO ALS-PAGED-COUNT
005440             MOVE "PAGED" TO ALS-DETAIL-PAGED
005450         ELSE
005460             DISPLAY "ERROR WRITING PAGING EXTRACT. STATUS: "
005470                 PAGE-FILE-STATUS
005480             SET ALS-HARD-ERROR TO TRUE
005490         END-IF
005500     END-IF
005510     MOVE ALR-SEVERITY TO ALS-DETAIL-SEVERITY
005520     MOVE ALR-RAISED-DATE TO ALS-DETAIL-RAISED-DATE
005530     MOVE ALR-RAISED-TIME TO ALS-DETAIL-RAISED-TIME
005540     MOVE ALR-STEP-NAME TO ALS-DETAIL-STEP
005550     MOVE ALR-PROGRAM-ID TO ALS-DETAIL-PROGRAM
005560     MOVE ALR-CODE TO ALS-DETAIL-CODE
005570     MOVE ALR-BUILDING-ID TO ALS-DETAIL-BUILDING-ID
005580     MOVE ALR-ROUTE-DATE TO ALS-DETAIL-ROUTE-DATE
005590     MOVE ALR-COUNT TO ALS-DETAIL-COUNT
005600     MOVE ALR-TEXT TO ALS-DETAIL-TEXT
005610     MOVE ALS-DETAIL-LINE TO SUMMARY-REPORT-RECORD
005620     WRITE SUMMARY-REPORT-RECORD
005630     IF NOT SUMMARY-REPORT-OK
005640         SET ALS-HARD-ERROR TO TRUE
005650     END-IF
005660     RETURN SORT-FILE INTO ALERT-RECORD
005670         AT END
005680             SET SORT-EOF TO TRUE
005690     END-RETURN.
005700 5100-EXIT.
005710     EXIT.
005720*
005730*-----------------------------------------------------------*
005740* 6000-WRITE-MARKER-RTN - APPENDS THE JOB'S SUMMARY MARKER TO
005750* THE ALERT DATASET, CARRYING THE NUMBER OF ALERTS REPORTED,
005760* SO THE NEXT SUMMARY STARTS AFTER IT. NO MARKER IS WRITTEN
005770* WHEN EITHER PASS FAILED TO READ THE DATASET WHOLE - THOSE
005780* ALERTS ARE REPORTED AGAIN NEXT TIME RATHER THAN LOST.
005790*-----------------------------------------------------------*
005800 6000-WRITE-MARKER-RTN.
005810     IF NOT ALS-SCAN-ENDED-CLEAN
005820         OR NOT ALS-SELECT-ENDED-CLEAN
005830         DISPLAY "ALERT DATASET NOT READ WHOLE - NO SUMMARY "
005840             "MARKER WRITTEN"
005850         GO TO 6000-EXIT
005860     END-IF
005870     OPEN EXTEND ALERT-FILE
005880     IF NOT ALERT-FILE-OK
005890         OPEN OUTPUT ALERT-FILE
005900     END-IF
005910     IF NOT ALERT-FILE-OK
005920         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
005930             ALERT-FILE-STATUS
005940         SET ALS-HARD-ERROR TO TRUE
005950         GO TO 6000-EXIT
005960     END-IF
005970     MOVE SPACES TO ALERT-RECORD
005980     MOVE ALS-RUN-DATE TO ALR-RAISED-DATE
005990     MOVE ALS-RUN-TIME TO ALR-RAISED-TIME
006000     MOVE ALS-JOB-NAME TO ALR-JOB-NAME
006010     MOVE ALS-STEP-NAME TO ALR-STEP-NAME
006020     MOVE "DAY01ALS" TO ALR-PROGRAM-ID
006030     MOVE 0 TO ALR-SEVERITY
006040     SET ALR-SUMMARY-MARKER TO TRUE
006050     MOVE 0 TO ALR-ROUTE-DATE
006060     MOVE ALS-REPORTED-COUNT TO ALR-COUNT
006070     MOVE "ALERT SUMMARY PRINTED - ALERTS REPORTED"
006080         TO ALR-TEXT
006090     WRITE ALERT-RECORD
006100     IF NOT ALERT-FILE-OK
006110         DISPLAY "ERROR WRITING SUMMARY MARKER. STATUS: "
006120             ALERT-FILE-STATUS
006130         SET ALS-HARD-ERROR TO TRUE
006140     END-IF
006150     CLOSE ALERT-FILE.
006160 6000-EXIT.
006170     EXIT.
006180*
006190*-----------------------------------------------------------*
006200* 7000-WRITE-TOTALS-RTN - WRITES THE ALERT COUNTS BY CLASS,
006210* THE NUMBER PAGED AND THE WORST SEVERITY SEEN - OR THE ONE
006220* LINE SAYING THE JOB RAISED NOTHING.
006230*-----------------------------------------------------------*
006240 7000-WRITE-TOTALS-RTN.
006250     IF ALS-REPORTED-COUNT = 0
006260         MOVE ALS-NONE-LINE TO SUMMARY-REPORT-RECORD
006270         WRITE SUMMARY-REPORT-RECORD
006280     END-IF
006290     MOVE ALS-BANNER-LINE TO SUMMARY-REPORT-RECORD
006300     WRITE SUMMARY-REPORT-RECORD
006310     MOVE "ALERTS REPORTED:" TO ALS-TOTAL-LABEL
006320     MOVE ALS-REPORTED-COUNT TO ALS-TOTAL-VALUE
006330     MOVE ALS-TOTAL-LINE TO SUMMARY-REPORT-RECORD
006340     WRITE SUMMARY-REPORT-RECORD
006350     MOVE "  ERRORS (SEVERITY 8-9):" TO ALS-TOTAL-LABEL
006360     MOVE ALS-ERROR-COUNT TO ALS-TOTAL-VALUE
006370     MOVE ALS-TOTAL-LINE TO SUMMARY-REPORT-RECORD
006380     WRITE SUMMARY-REPORT-RECORD
006390     MOVE "  WARNINGS (SEVERITY 4-7):" TO ALS-TOTAL-LABEL
006400     MOVE ALS-WARNING-COUNT TO ALS-TOTAL-VALUE
006410     MOVE ALS-TOTAL-LINE TO SUMMARY-REPORT-RECORD
006420     WRITE SUMMARY-REPORT-RECORD
006430     MOVE "  ADVISORIES (SEVERITY 0-3):" TO ALS-TOTAL-LABEL
006440     MOVE ALS-ADVISORY-COUNT TO ALS-TOTAL-VALUE
006450     MOVE ALS-TOTAL-LINE TO SUMMARY-REPORT-RECORD
006460     WRITE SUMMARY-REPORT-RECORD
006470     MOVE "SENT TO PAGING:" TO ALS-TOTAL-LABEL
006480     MOVE ALS-PAGED-COUNT TO ALS-TOTAL-VALUE
006490     MOVE ALS-TOTAL-LINE TO SUMMARY-REPORT-RECORD
006500     WRITE SUMMARY-REPORT-RECORD
006510     MOVE "HIGHEST SEVERITY:" TO ALS-TOTAL-LABEL
006520     MOVE ALS-HIGHEST-SEVERITY TO ALS-TOTAL-VALUE
006530     MOVE ALS-TOTAL-LINE TO SUMMARY-REPORT-RECORD
006540     WRITE SUMMARY-REPORT-RECORD
006550     IF NOT SUMMARY-REPORT-OK
006560         SET ALS-HARD-ERROR TO TRUE
006570     END-IF.
006580 7000-EXIT.
006590     EXIT.
006600*
006610*-----------------------------------------------------------*
006620* 8100-SET-RETURN-CODE-RTN - SETS THE CONDITION CODE THIS
006630* STEP HANDS BACK TO JCL. THE ALERTS THEMSELVES DO NOT MOVE
006640* IT - THE STEPS THAT RAISED THEM HAVE ALREADY SET THEIR OWN.
006650* 0 MEANS THE SUMMARY PRINTED AND PAGED WHOLE; 8 MEANS THE
006660* ALERT DATASET DID NOT READ WHOLE OR THE REPORT, EXTRACT OR
006670* MARKER DID NOT WRITE - SOME ALERT MAY NOT HAVE REACHED THE
006680* OPERATOR OR THE PAGING SYSTEM.
006690*-----------------------------------------------------------*
006700 8100-SET-RETURN-CODE-RTN.
006710     IF ALS-HARD-ERROR
006720         OR NOT ALS-SCAN-ENDED-CLEAN
006730         OR NOT ALS-SELECT-ENDED-CLEAN
006740         MOVE 8 TO RETURN-CODE
006750     ELSE
006760         MOVE 0 TO RETURN-CODE
006770     END-IF.
006780 8100-EXIT.
006790     EXIT.
