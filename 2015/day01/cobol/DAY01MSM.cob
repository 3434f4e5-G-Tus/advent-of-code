000010*-----------------------------------------------------------*
000020* PROGRAM-ID: DAY01MSM
000030*-----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     DAY01MSM.
000060 AUTHOR.         R WHITMORE.
000070 INSTALLATION.   CANDY CANE LANE DATA CENTER.
000080 DATE-WRITTEN.   2026-10-10.
000090 DATE-COMPILED.
000100*-----------------------------------------------------------*
000110* MODIFICATION HISTORY.
000120*-----------------------------------------------------------*
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-10 RW    ORIGINAL PROGRAM - MONTHLY SUMMARY BUILD. ONE
000150*                  PASS OF THE STATS HISTORY IN KEY ORDER ROLLS
000160*                  EACH BUILDING'S ROUTE DATES UP BY CALENDAR
000170*                  MONTH INTO THE PERMANENT MONTHLY SUMMARY FILE
000180*                  (COPYBOOK MSUMREC): DATES PROCESSED, BUSINESS
000190*                  DAYS OWED PER THE CALENDAR MASTER, UP AND
000200*                  DOWN MOVE TOTALS, AVERAGE/HIGHEST/LOWEST
000210*                  FINAL FLOOR, BASEMENT ENTRIES AND REJECTS.
000220*                  RUNS AHEAD OF THE PURGE IN DAY01PRG, AND AT
000230*                  MONTH END AHEAD OF THE MANAGEMENT REPORT, SO
000240*                  ARCHIVED HISTORY NEVER TAKES THE MONTHLY
000250*                  FIGURES WITH IT.
000251* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000252*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000253*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000254*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000255*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000256*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000257*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000258*                  ('JOB,STEP').
000261* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000264*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000267*-----------------------------------------------------------*
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
000370     SELECT STATS-HIST-FILE
000380         ASSIGN TO HISTFILE
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS HST-KEY
000420         FILE STATUS IS HIST-FILE-STATUS.
000430     SELECT MONTH-SUMMARY-FILE
000440         ASSIGN TO MSUMFILE
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS MSM-KEY
000480         FILE STATUS IS MSUM-FILE-STATUS.
000490     SELECT CALENDAR-FILE
000500         ASSIGN TO CALFILE
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS CAL-DATE
000540         FILE STATUS IS CALENDAR-FILE-STATUS.
000550     SELECT SUM-REPORT-FILE
000560         ASSIGN TO MSMRPT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS SUM-REPORT-STATUS.
000582     SELECT ALERT-FILE
000584         ASSIGN TO ALERTS
000586         ORGANIZATION IS SEQUENTIAL
000588         FILE STATUS IS ALERT-FILE-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  STATS-HIST-FILE.
000630     COPY "STATHREC.cpy".
000640*
000650 FD  MONTH-SUMMARY-FILE.
000660     COPY "MSUMREC.cpy".
000670*
000680 FD  CALENDAR-FILE.
000690     COPY "CALREC.cpy".
000700*
000710 FD  SUM-REPORT-FILE.
000720 01  SUM-REPORT-RECORD               PIC X(132).
000721*
000722 FD  ALERT-FILE
000723     RECORD CONTAINS 120 CHARACTERS
000724     RECORDING MODE IS F.
000725     COPY "ALERTREC.cpy".
000730*
000731 WORKING-STORAGE SECTION.
000732*-----------------------------------------------------------*
000733* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
000734* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
000735* COUNT WHERE THERE ARE ANY - AND PERFORMS
000736* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
000737* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
000738* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
000739* CODE - THE STEP'S OWN WORK STANDS.
000740*-----------------------------------------------------------*
000741 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
000742     88  ALERT-FILE-OK                     VALUE "00".
000743 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
000744     88  ALERT-FILE-OPEN                   VALUE "Y".
000745     88  ALERT-FILE-FAILED                 VALUE "F".
000746 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
000747 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
000748 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
000749 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
000750 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
000751 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
000752 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
000753 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
000754 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
000755*-----------------------------------------------------------*
000760* FILE STATUS AND SWITCHES.
000770*-----------------------------------------------------------*
000780 77  HIST-FILE-STATUS            PIC X(02) VALUE SPACES.
000790     88  HIST-FILE-OK                      VALUE "00".
000800 77  HIST-EOF-SW                 PIC X(01) VALUE "N".
000810     88  HIST-EOF                          VALUE "Y".
000820 77  MSUM-FILE-STATUS            PIC X(02) VALUE SPACES.
000830     88  MSUM-FILE-OK                      VALUE "00".
000840     88  MSUM-KEY-NOT-FOUND                VALUE "23".
000850     88  MSUM-NOT-ON-CATALOG               VALUE "35".
000860 77  CALENDAR-FILE-STATUS        PIC X(02) VALUE SPACES.
000870     88  CALENDAR-FILE-OK                  VALUE "00".
000880 77  SUM-REPORT-STATUS           PIC X(02) VALUE SPACES.
000890     88  SUM-REPORT-OK                     VALUE "00".
000900*-----------------------------------------------------------*
000910* THE FINAL READ STATUS OF THE HISTORY, SAVED BY
000920* 0900-CLOSE-FILES-RTN BEFORE THE CLOSE RUNS - A HISTORY THAT
000930* DID NOT READ TO A CLEAN END LEFT MONTHS SHORT, AND THE PURGE
000940* MUST NOT FOLLOW.
000950*-----------------------------------------------------------*
000960 77  SUM-HIST-FINAL-STATUS       PIC X(02) VALUE SPACES.
000970     88  SUM-HIST-ENDED-CLEAN              VALUE "10".
000980*-----------------------------------------------------------*
000990* THE CALENDAR IS OPTIONAL - WITH NO CALENDAR THE WEEKDAY RULE
001000* ALONE DECIDES A BUSINESS DAY, AS IN DAY01DCK, AND THE RUN
001010* ENDS RC=4 SO SOMEBODY LOOKS AT THE DAYS-OWED FIGURES.
001020*-----------------------------------------------------------*
001030 77  SUM-CAL-AVAILABLE-SW        PIC X(01) VALUE "N".
001040     88  SUM-CAL-AVAILABLE                 VALUE "Y".
001050*-----------------------------------------------------------*
001060* SET THE ONE TIME A SUMMARY READ, WRITE OR REWRITE COMES BACK
001070* WITH ANYTHING BUT SUCCESS OR NOT-FOUND - A MONTH DID NOT POST
001080* AND THE PURGE MUST NOT RUN.
001090*-----------------------------------------------------------*
001100 77  SUM-HARD-ERROR-SW           PIC X(01) VALUE "N".
001110     88  SUM-HARD-ERROR                    VALUE "Y".
001120 77  SUM-GROUP-OPEN-SW           PIC X(01) VALUE "N".
001130     88  SUM-GROUP-OPEN                    VALUE "Y".
001140*-----------------------------------------------------------*
001150* RUN DATE AND THE RUN MONTH - A MONTH BEFORE THE RUN MONTH IS
001160* CLOSED; THE RUN MONTH ITSELF IS SUMMARIZED TO DATE AND LEFT
001170* OPEN.
001180*-----------------------------------------------------------*
001190 77  SUM-RUN-DATE                PIC 9(08) VALUE 0.
001200 77  SUM-RUN-MONTH               PIC 9(06) VALUE 0.
001210*-----------------------------------------------------------*
001220* THE BUILDING/MONTH GROUP IN HAND - ITS KEY AND THE FIGURES
001230* ROLLED UP FROM EACH OF ITS HISTORY RECORDS.
001240*-----------------------------------------------------------*
001250 77  SUM-CURRENT-BUILDING        PIC X(10) VALUE SPACES.
001260 77  SUM-CURRENT-MONTH           PIC 9(06) VALUE 0.
001270 77  SUM-RECORD-MONTH            PIC 9(06) VALUE 0.
001280 77  SUM-WALK-MONTH              PIC 9(06) VALUE 0.
001290 77  SUM-DATES                   PIC 9(05) COMP VALUE 0.
001300 77  SUM-UP-TOTAL                PIC 9(11) COMP VALUE 0.
001310 77  SUM-DOWN-TOTAL              PIC 9(11) COMP VALUE 0.
001320 77  SUM-FLOOR-TOTAL             PIC S9(12) COMP VALUE 0.
001330 77  SUM-HIGH-FLOOR              PIC S9(08) COMP VALUE 0.
001340 77  SUM-LOW-FLOOR               PIC S9(08) COMP VALUE 0.
001350 77  SUM-BASEMENTS               PIC 9(05) COMP VALUE 0.
001360 77  SUM-REJECTS                 PIC 9(11) COMP VALUE 0.
001370 77  SUM-FIRST-DATE              PIC 9(08) VALUE 0.
001380 77  SUM-LAST-DATE               PIC 9(08) VALUE 0.
001390 77  SUM-OWED                    PIC 9(05) COMP VALUE 0.
001400*-----------------------------------------------------------*
001410* BUSINESS DAYS PER MONTH, WORKED OUT ONCE PER MONTH AND KEPT
001420* HERE - EVERY BUILDING OWES THE SAME DAYS IN A MONTH. A FULL
001430* TABLE ONLY MEANS LATER MONTHS ARE WORKED OUT EACH TIME.
001440*-----------------------------------------------------------*
001450 01  SUM-OWED-TABLE.
001460     05  SOT-ENTRY OCCURS 120 TIMES.
001470         10  SOT-MONTH           PIC 9(06).
001480         10  SOT-DAYS            PIC 9(05) COMP.
001490 77  SUM-OWED-COUNT              PIC 9(03) COMP VALUE 0.
001500 77  SUM-OWED-SUB                PIC 9(03) COMP VALUE 0.
001510 77  SUM-OWED-FOUND-SW           PIC X(01) VALUE "N".
001520     88  SUM-OWED-FOUND                    VALUE "Y".
001530*-----------------------------------------------------------*
001540* RUN COUNTERS.
001550*-----------------------------------------------------------*
001560 77  SUM-HIST-READ-COUNT         PIC 9(09) COMP VALUE 0.
001570 77  SUM-GROUP-COUNT             PIC 9(09) COMP VALUE 0.
001580 77  SUM-ADDED-COUNT             PIC 9(09) COMP VALUE 0.
001590 77  SUM-REFRESHED-COUNT         PIC 9(09) COMP VALUE 0.
001600 77  SUM-KEPT-COUNT              PIC 9(09) COMP VALUE 0.
001610 77  SUM-ERROR-COUNT             PIC 9(09) COMP VALUE 0.
001620*-----------------------------------------------------------*
001630* DATE CONVERSION WORK FIELDS - THE SAME DAY-SERIAL AND
001640* NEXT-DATE ARITHMETIC DAY01DCK USES, ON SUM-CONV-DATE.
001650*-----------------------------------------------------------*
001660 77  SUM-BUSINESS-DAY-SW         PIC X(01) VALUE "Y".
001670     88  SUM-BUSINESS-DAY                  VALUE "Y".
001680 77  SUM-CONV-DATE               PIC 9(08) VALUE 0.
001690 77  SUM-CONV-SERIAL             PIC S9(09) COMP VALUE 0.
001700 77  SUM-CONV-YEAR               PIC 9(04) COMP VALUE 0.
001710 77  SUM-CONV-MONTH              PIC 9(02) COMP VALUE 0.
001720 77  SUM-CONV-DAY                PIC 9(02) COMP VALUE 0.
001730 77  SUM-CONV-MMDD               PIC 9(04) COMP VALUE 0.
001740 77  SUM-PRIOR-YEAR              PIC 9(04) COMP VALUE 0.
001750 77  SUM-QUARTER-DAYS            PIC 9(04) COMP VALUE 0.
001760 77  SUM-CENTURY-DAYS            PIC 9(04) COMP VALUE 0.
001770 77  SUM-GREGORIAN-DAYS          PIC 9(04) COMP VALUE 0.
001780 77  SUM-LEAP-REM                PIC 9(04) COMP VALUE 0.
001790 77  SUM-LEAP-SW                 PIC X(01) VALUE "N".
001800     88  SUM-LEAP-YEAR                     VALUE "Y".
001810 77  SUM-MONTH-LENGTH            PIC 9(02) COMP VALUE 0.
001820 77  SUM-DOW-QUOTIENT            PIC 9(08) COMP VALUE 0.
001830 77  SUM-DAY-OF-WEEK             PIC 9(01) COMP VALUE 0.
001840 01  SUM-CUM-DAYS-TABLE.
001850     05  FILLER                  PIC X(36) VALUE
001860         "000031059090120151181212243273304334".
001870 01  SUM-CUM-DAYS REDEFINES SUM-CUM-DAYS-TABLE.
001880     05  SUM-CUM-DAYS-AHEAD      PIC 9(03) OCCURS 12 TIMES.
001890 01  SUM-MONTH-LEN-TABLE.
001900     05  FILLER                  PIC X(24) VALUE
001910         "312831303130313130313031".
001920 01  SUM-MONTH-LEN REDEFINES SUM-MONTH-LEN-TABLE.
001930     05  SUM-MONTH-LEN-DAYS      PIC 9(02) OCCURS 12 TIMES.
001940*-----------------------------------------------------------*
001950* SUMMARY BUILD REPORT LINE LAYOUTS - EACH PADDED TO THE FULL
001960* 132-BYTE SUM-REPORT-FILE RECORD LENGTH.
001970*-----------------------------------------------------------*
001980 01  SUM-BANNER-LINE.
001990     05  FILLER                  PIC X(60)
002000         VALUE "CANDY CANE LANE DATA CENTER - AOC 2015 DAY 1".
002010     05  FILLER                  PIC X(72) VALUE SPACES.
002020*
002030 01  SUM-TITLE-LINE.
002040     05  FILLER                  PIC X(60)
002050         VALUE "MONTHLY SUMMARY BUILD REPORT".
002060     05  FILLER                  PIC X(72) VALUE SPACES.
002070*
002080 01  SUM-RUNDATE-LINE.
002090     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002100     05  SUM-RUNDATE-VALUE       PIC 9(08).
002110     05  FILLER                  PIC X(114) VALUE SPACES.
002120*
002130 01  SUM-DETAIL-LINE.
002140     05  FILLER                  PIC X(10) VALUE "BUILDING: ".
002150     05  SUM-DETAIL-BUILDING-ID  PIC X(10).
002160     05  FILLER                  PIC X(09) VALUE "  MONTH: ".
002170     05  SUM-DETAIL-MONTH        PIC 9(06).
002180     05  FILLER                  PIC X(09) VALUE "  DATES: ".
002190     05  SUM-DETAIL-DATES        PIC ZZZZ9.
002200     05  FILLER                  PIC X(08) VALUE "  OWED: ".
002210     05  SUM-DETAIL-OWED         PIC ZZZZ9.
002220     05  FILLER                  PIC X(12) VALUE "  ON FILE: ".
002230     05  SUM-DETAIL-ON-FILE      PIC ZZZZ9.
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  SUM-DETAIL-DISPOSITION  PIC X(30).
002260     05  FILLER                  PIC X(21) VALUE SPACES.
002270*
002280 01  SUM-TOTAL-LINE.
002290     05  SUM-TOTAL-LABEL         PIC X(30).
002300     05  SUM-TOTAL-VALUE         PIC 9(09).
002310     05  FILLER                  PIC X(93) VALUE SPACES.
002311*
002312 LINKAGE SECTION.
002313*-----------------------------------------------------------*
002314* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
002315* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
002316* PROGRAM NAME.
002317*-----------------------------------------------------------*
002318 01  JOB-STEP-PARM.
002319     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
002320     05  JOB-STEP-PARM-TEXT      PIC X(100).
002321*
002330 PROCEDURE DIVISION USING JOB-STEP-PARM.
002340*-----------------------------------------------------------*
002350* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE SUMMARY
002360* BUILD.
002370*-----------------------------------------------------------*
002380 0000-MAIN-PARA.
002390     PERFORM 0100-OPEN-FILES-RTN
002400         THRU 0100-EXIT
002410     PERFORM 0200-WRITE-HEADING-RTN
002420         THRU 0200-EXIT
002430     PERFORM 1100-READ-HIST-RTN
002440         THRU 1100-EXIT
002450     PERFORM 2000-TAKE-ONE-RECORD-RTN
002460         THRU 2000-EXIT
002470         UNTIL HIST-EOF
002480     PERFORM 3000-POST-MONTH-RTN
002490         THRU 3000-EXIT
002500     PERFORM 7000-WRITE-TOTALS-RTN
002510         THRU 7000-EXIT
002520     PERFORM 0900-CLOSE-FILES-RTN
002530         THRU 0900-EXIT
002540     PERFORM 8100-SET-RETURN-CODE-RTN
002550         THRU 8100-EXIT
002553     PERFORM 8200-RAISE-ALERTS-RTN
002556         THRU 8200-EXIT
002560     STOP RUN.
002570*
002580*-----------------------------------------------------------*
002590* 0100-OPEN-FILES-RTN - OPENS THE HISTORY FOR SEQUENTIAL READ
002600* (KEY ORDER: BUILDING, THEN DATE ASCENDING), THE MONTHLY
002610* SUMMARY FOR UPDATE - CREATING IT ON ITS FIRST RUN, THE SAME
002620* WAY DAY01HST CREATES THE HISTORY - AND THE REPORT FOR
002630* OUTPUT. THE CALENDAR IS OPENED IF IT WILL OPEN.
002640*-----------------------------------------------------------*
002650 0100-OPEN-FILES-RTN.
002660     ACCEPT SUM-RUN-DATE FROM DATE YYYYMMDD
002670     DIVIDE SUM-RUN-DATE BY 100
002680         GIVING SUM-RUN-MONTH
002690     OPEN INPUT STATS-HIST-FILE
002700     IF NOT HIST-FILE-OK
002710         DISPLAY "ERROR OPENING STATS HISTORY FILE. STATUS: "
002720             HIST-FILE-STATUS
002723         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002726             THRU 9750-EXIT
002730         MOVE 8 TO RETURN-CODE
002740         STOP RUN
002750     END-IF
002760     OPEN I-O MONTH-SUMMARY-FILE
002770     IF MSUM-NOT-ON-CATALOG
002780         OPEN OUTPUT MONTH-SUMMARY-FILE
002790         CLOSE MONTH-SUMMARY-FILE
002800         OPEN I-O MONTH-SUMMARY-FILE
002810     END-IF
002820     IF NOT MSUM-FILE-OK
002830         DISPLAY "ERROR OPENING MONTHLY SUMMARY. STATUS: "
002840             MSUM-FILE-STATUS
002843         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002846             THRU 9750-EXIT
002850         MOVE 8 TO RETURN-CODE
002860         STOP RUN
002870     END-IF
002880     OPEN OUTPUT SUM-REPORT-FILE
002890     IF NOT SUM-REPORT-OK
002900         DISPLAY "ERROR OPENING SUMMARY BUILD REPORT. STATUS: "
002910             SUM-REPORT-STATUS
002913         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002916             THRU 9750-EXIT
002920         MOVE 8 TO RETURN-CODE
002930         STOP RUN
002940     END-IF
002950     OPEN INPUT CALENDAR-FILE
002960     IF CALENDAR-FILE-OK
002970         SET SUM-CAL-AVAILABLE TO TRUE
002980     ELSE
002990         DISPLAY "WARNING - CALENDAR MASTER NOT USABLE, "
003000             "STATUS " CALENDAR-FILE-STATUS
003010             " - WEEKDAYS ALONE ARE BUSINESS DAYS"
003020     END-IF.
003030 0100-EXIT.
003040     EXIT.
003050*
003060*-----------------------------------------------------------*
003070* 0200-WRITE-HEADING-RTN - WRITES THE REPORT BANNER, TITLE
003080* AND RUN DATE ONCE AT THE TOP OF THE REPORT.
003090*-----------------------------------------------------------*
003100 0200-WRITE-HEADING-RTN.
003110     MOVE SUM-BANNER-LINE TO SUM-REPORT-RECORD
003120     WRITE SUM-REPORT-RECORD
003130     MOVE SUM-TITLE-LINE TO SUM-REPORT-RECORD
003140     WRITE SUM-REPORT-RECORD
003150     MOVE SUM-RUN-DATE TO SUM-RUNDATE-VALUE
003160     MOVE SUM-RUNDATE-LINE TO SUM-REPORT-RECORD
003170     WRITE SUM-REPORT-RECORD
003180     MOVE SUM-BANNER-LINE TO SUM-REPORT-RECORD
003190     WRITE SUM-REPORT-RECORD.
003200 0200-EXIT.
003210     EXIT.
003220*
003230*-----------------------------------------------------------*
003240* 0900-CLOSE-FILES-RTN - SAVES THE HISTORY'S FINAL READ STATUS
003250* FOR THE RETURN-CODE CHECK, THEN CLOSES THE FILES.
003260*-----------------------------------------------------------*
003270 0900-CLOSE-FILES-RTN.
003280     MOVE HIST-FILE-STATUS TO SUM-HIST-FINAL-STATUS
003290     CLOSE STATS-HIST-FILE
003300     CLOSE MONTH-SUMMARY-FILE
003310     CLOSE SUM-REPORT-FILE
003320     IF SUM-CAL-AVAILABLE
003330         CLOSE CALENDAR-FILE
003340     END-IF.
003350 0900-EXIT.
003360     EXIT.
003370*
003380*-----------------------------------------------------------*
003390* 1100-READ-HIST-RTN - READS THE NEXT HISTORY RECORD IN KEY
003400* ORDER.
003410*-----------------------------------------------------------*
003420 1100-READ-HIST-RTN.
003430     READ STATS-HIST-FILE
003440         AT END
003450             SET HIST-EOF TO TRUE
003460     END-READ
003470     IF NOT HIST-EOF
003480         ADD 1 TO SUM-HIST-READ-COUNT
003490     END-IF.
003500 1100-EXIT.
003510     EXIT.
003520*
003530*-----------------------------------------------------------*
003540* 2000-TAKE-ONE-RECORD-RTN - POSTS THE GROUP IN HAND WHEN THE
003550* BUILDING OR THE MONTH BREAKS, THEN ROLLS THE HISTORY RECORD
003560* IN HAND INTO THE (NEW OR CONTINUING) GROUP.
003570*-----------------------------------------------------------*
003580 2000-TAKE-ONE-RECORD-RTN.
003590     DIVIDE HST-ROUTE-DATE BY 100
003600         GIVING SUM-RECORD-MONTH
003610     IF SUM-GROUP-OPEN
003620         AND (HST-BUILDING-ID NOT = SUM-CURRENT-BUILDING
003630             OR SUM-RECORD-MONTH NOT = SUM-CURRENT-MONTH)
003640         PERFORM 3000-POST-MONTH-RTN
003650             THRU 3000-EXIT
003660     END-IF
003670     IF NOT SUM-GROUP-OPEN
003680         PERFORM 2100-START-GROUP-RTN
003690             THRU 2100-EXIT
003700     END-IF
003710     ADD 1 TO SUM-DATES
003720     ADD HST-FLOOR-UP-COUNT TO SUM-UP-TOTAL
003730     ADD HST-FLOOR-DOWN-COUNT TO SUM-DOWN-TOTAL
003740     ADD HST-FINAL-FLOOR TO SUM-FLOOR-TOTAL
003750     ADD HST-REJECT-COUNT TO SUM-REJECTS
003760     IF HST-FINAL-FLOOR > SUM-HIGH-FLOOR
003770         MOVE HST-FINAL-FLOOR TO SUM-HIGH-FLOOR
003780     END-IF
003790     IF HST-FINAL-FLOOR < SUM-LOW-FLOOR
003800         MOVE HST-FINAL-FLOOR TO SUM-LOW-FLOOR
003810     END-IF
003820     IF HST-BASEMENT-FOUND
003830         ADD 1 TO SUM-BASEMENTS
003840     END-IF
003850     MOVE HST-ROUTE-DATE TO SUM-LAST-DATE
003860     PERFORM 1100-READ-HIST-RTN
003870         THRU 1100-EXIT.
003880 2000-EXIT.
003890     EXIT.
003900*
003910*-----------------------------------------------------------*
003920* 2100-START-GROUP-RTN - OPENS A NEW BUILDING/MONTH GROUP ON
003930* THE HISTORY RECORD IN HAND. HIGH AND LOW START AT ITS OWN
003940* FINAL FLOOR.
003950*-----------------------------------------------------------*
003960 2100-START-GROUP-RTN.
003970     MOVE HST-BUILDING-ID TO SUM-CURRENT-BUILDING
003980     MOVE SUM-RECORD-MONTH TO SUM-CURRENT-MONTH
003990     MOVE 0 TO SUM-DATES
004000     MOVE 0 TO SUM-UP-TOTAL
004010     MOVE 0 TO SUM-DOWN-TOTAL
004020     MOVE 0 TO SUM-FLOOR-TOTAL
004030     MOVE 0 TO SUM-REJECTS
004040     MOVE 0 TO SUM-BASEMENTS
004050     MOVE HST-FINAL-FLOOR TO SUM-HIGH-FLOOR
004060     MOVE HST-FINAL-FLOOR TO SUM-LOW-FLOOR
004070     MOVE HST-ROUTE-DATE TO SUM-FIRST-DATE
004080     MOVE HST-ROUTE-DATE TO SUM-LAST-DATE
004090     SET SUM-GROUP-OPEN TO TRUE.
004100 2100-EXIT.
004110     EXIT.
004120*
004130*-----------------------------------------------------------*
004140* 3000-POST-MONTH-RTN - POSTS THE GROUP IN HAND TO THE MONTHLY
004150* SUMMARY. A MONTH NOT ON FILE IS ADDED. A MONTH ON FILE IS
004160* REWRITTEN WHEN THE HISTORY STILL HOLDS AT LEAST AS MANY
004170* ROUTE DATES FOR IT AS THE SUMMARY SAYS - A CATCH-UP NIGHT
004180* OR A CORRECTION SINCE THE LAST RUN IS PICKED UP - AND KEPT
004190* AS IT IS WHEN THE HISTORY HOLDS FEWER: THE PURGE HAS TAKEN
004200* PART OF THE MONTH AND THE SUMMARY IS NOW THE ONLY WHOLE
004210* RECORD OF IT. CALLED ON EVERY BREAK AND ONCE MORE AT END OF
004220* FILE; NOTHING OPEN FALLS STRAIGHT THROUGH.
004230*-----------------------------------------------------------*
004240 3000-POST-MONTH-RTN.
004250     IF NOT SUM-GROUP-OPEN
004260         GO TO 3000-EXIT
004270     END-IF
004280     MOVE "N" TO SUM-GROUP-OPEN-SW
004290     ADD 1 TO SUM-GROUP-COUNT
004300     PERFORM 3100-FIND-OWED-RTN
004310         THRU 3100-EXIT
004320     MOVE SUM-CURRENT-BUILDING TO SUM-DETAIL-BUILDING-ID
004330     MOVE SUM-CURRENT-MONTH TO SUM-DETAIL-MONTH
004340     MOVE SUM-DATES TO SUM-DETAIL-DATES
004350     MOVE SUM-OWED TO SUM-DETAIL-OWED
004360     MOVE 0 TO SUM-DETAIL-ON-FILE
004370     MOVE SUM-CURRENT-BUILDING TO MSM-BUILDING-ID
004380     MOVE SUM-CURRENT-MONTH TO MSM-MONTH
004390     READ MONTH-SUMMARY-FILE
004400         INVALID KEY
004410             CONTINUE
004420     END-READ
004430     EVALUATE TRUE
004440         WHEN MSUM-KEY-NOT-FOUND
004450             PERFORM 3200-LOAD-SUMMARY-RTN
004460                 THRU 3200-EXIT
004470             WRITE MONTH-SUMMARY-RECORD
004480                 INVALID KEY
004490                     CONTINUE
004500             END-WRITE
004510             IF MSUM-FILE-OK
004520                 ADD 1 TO SUM-ADDED-COUNT
004530                 MOVE "ADDED" TO SUM-DETAIL-DISPOSITION
004540             ELSE
004550                 GO TO 3000-ERROR
004560             END-IF
004570         WHEN MSUM-FILE-OK
004580             MOVE MSM-DATES-PROCESSED TO SUM-DETAIL-ON-FILE
004590             IF SUM-DATES < MSM-DATES-PROCESSED
004600                 ADD 1 TO SUM-KEPT-COUNT
004610                 MOVE "KEPT - HISTORY PURGED"
004620                     TO SUM-DETAIL-DISPOSITION
004630             ELSE
004640                 PERFORM 3200-LOAD-SUMMARY-RTN
004650                     THRU 3200-EXIT
004660                 REWRITE MONTH-SUMMARY-RECORD
004670                     INVALID KEY
004680                         CONTINUE
004690                 END-REWRITE
004700                 IF MSUM-FILE-OK
004710                     ADD 1 TO SUM-REFRESHED-COUNT
004720                     MOVE "REFRESHED" TO SUM-DETAIL-DISPOSITION
004730                 ELSE
004740                     GO TO 3000-ERROR
004750                 END-IF
004760             END-IF
004770         WHEN OTHER
004780             GO TO 3000-ERROR
004790     END-EVALUATE
004800     PERFORM 7500-WRITE-DETAIL-RTN
004810         THRU 7500-EXIT
004820     GO TO 3000-EXIT.
004830 3000-ERROR.
004840     DISPLAY "ERROR POSTING MONTHLY SUMMARY FOR "
004850         SUM-CURRENT-BUILDING " MONTH " SUM-CURRENT-MONTH
004860         " STATUS " MSUM-FILE-STATUS
004870     SET SUM-HARD-ERROR TO TRUE
004880     ADD 1 TO SUM-ERROR-COUNT
004890     MOVE "NOT POSTED - I/O ERROR" TO SUM-DETAIL-DISPOSITION
004900     PERFORM 7500-WRITE-DETAIL-RTN
004910         THRU 7500-EXIT.
004920 3000-EXIT.
004930     EXIT.
004940*
004950*-----------------------------------------------------------*
004960* 3100-FIND-OWED-RTN - THE BUSINESS DAYS IN THE GROUP'S MONTH,
004970* FROM THE TABLE WHEN THE MONTH HAS BEEN WORKED OUT BEFORE,
004980* OTHERWISE BY WALKING THE MONTH A DAY AT A TIME AGAINST THE
004990* CALENDAR AND TABLING THE ANSWER.
005000*-----------------------------------------------------------*
005010 3100-FIND-OWED-RTN.
005020     MOVE "N" TO SUM-OWED-FOUND-SW
005030     PERFORM 3110-SCAN-OWED-TABLE-RTN
005040         THRU 3110-EXIT
005050         VARYING SUM-OWED-SUB FROM 1 BY 1
005060         UNTIL SUM-OWED-SUB > SUM-OWED-COUNT
005070             OR SUM-OWED-FOUND
005080     IF SUM-OWED-FOUND
005090         GO TO 3100-EXIT
005100     END-IF
005110     MOVE 0 TO SUM-OWED
005120     COMPUTE SUM-CONV-DATE = (SUM-CURRENT-MONTH * 100) + 1
005130     MOVE SUM-CURRENT-MONTH TO SUM-WALK-MONTH
005140     PERFORM 3150-CHECK-ONE-DATE-RTN
005150         THRU 3150-EXIT
005160         UNTIL SUM-WALK-MONTH NOT = SUM-CURRENT-MONTH
005170     IF SUM-OWED-COUNT < 120
005180         ADD 1 TO SUM-OWED-COUNT
005190         MOVE SUM-CURRENT-MONTH TO SOT-MONTH(SUM-OWED-COUNT)
005200         MOVE SUM-OWED TO SOT-DAYS(SUM-OWED-COUNT)
005210     END-IF.
005220 3100-EXIT.
005230     EXIT.
005240*
005250 3110-SCAN-OWED-TABLE-RTN.
005260     IF SOT-MONTH(SUM-OWED-SUB) = SUM-CURRENT-MONTH
005270         SET SUM-OWED-FOUND TO TRUE
005280         MOVE SOT-DAYS(SUM-OWED-SUB) TO SUM-OWED
005290     END-IF.
005300 3110-EXIT.
005310     EXIT.
005320*
005330*-----------------------------------------------------------*
005340* 3150-CHECK-ONE-DATE-RTN - JUDGES ONE DATE OF THE MONTH
005350* AGAINST THE CALENDAR, COUNTS IT WHEN IT IS A BUSINESS DAY,
005360* AND STEPS FORWARD.
005370*-----------------------------------------------------------*
005380 3150-CHECK-ONE-DATE-RTN.
005390     PERFORM 9300-CHECK-BUSINESS-DAY-RTN
005400         THRU 9300-EXIT
005410     IF SUM-BUSINESS-DAY
005420         ADD 1 TO SUM-OWED
005430     END-IF
005440     PERFORM 9100-NEXT-DATE-RTN
005450         THRU 9100-EXIT
005460     DIVIDE SUM-CONV-DATE BY 100
005470         GIVING SUM-WALK-MONTH.
005480 3150-EXIT.
005490     EXIT.
005500*
005510*-----------------------------------------------------------*
005520* 3200-LOAD-SUMMARY-RTN - LOADS THE SUMMARY RECORD FROM THE
005530* GROUP IN HAND. THE AVERAGE FINAL FLOOR IS ROUNDED.
005540*-----------------------------------------------------------*
005550 3200-LOAD-SUMMARY-RTN.
005560     MOVE SPACES TO MONTH-SUMMARY-RECORD
005570     MOVE SUM-CURRENT-BUILDING TO MSM-BUILDING-ID
005580     MOVE SUM-CURRENT-MONTH TO MSM-MONTH
005590     IF SUM-CURRENT-MONTH < SUM-RUN-MONTH
005600         SET MSM-MONTH-CLOSED TO TRUE
005610     ELSE
005620         SET MSM-MONTH-OPEN TO TRUE
005630     END-IF
005640     MOVE SUM-DATES TO MSM-DATES-PROCESSED
005650     MOVE SUM-OWED TO MSM-BUSINESS-DAYS
005660     MOVE SUM-UP-TOTAL TO MSM-FLOOR-UP-TOTAL
005670     MOVE SUM-DOWN-TOTAL TO MSM-FLOOR-DOWN-TOTAL
005680     MOVE SUM-FLOOR-TOTAL TO MSM-FINAL-FLOOR-TOTAL
005690     COMPUTE MSM-AVG-FINAL-FLOOR ROUNDED =
005700         SUM-FLOOR-TOTAL / SUM-DATES
005710     MOVE SUM-HIGH-FLOOR TO MSM-HIGH-FINAL-FLOOR
005720     MOVE SUM-LOW-FLOOR TO MSM-LOW-FINAL-FLOOR
005730     MOVE SUM-BASEMENTS TO MSM-BASEMENT-COUNT
005740     MOVE SUM-REJECTS TO MSM-REJECT-TOTAL
005750     MOVE SUM-FIRST-DATE TO MSM-FIRST-DATE
005760     MOVE SUM-LAST-DATE TO MSM-LAST-DATE
005770     MOVE SUM-RUN-DATE TO MSM-UPDATED-DATE.
005780 3200-EXIT.
005790     EXIT.
005800*
005810*-----------------------------------------------------------*
005820* 7000-WRITE-TOTALS-RTN - WRITES THE RUN TOTALS.
005830*-----------------------------------------------------------*
005840 7000-WRITE-TOTALS-RTN.
005850     MOVE SUM-BANNER-LINE TO SUM-REPORT-RECORD
005860     WRITE SUM-REPORT-RECORD
005870     MOVE "HISTORY RECORDS READ:" TO SUM-TOTAL-LABEL
005880     MOVE SUM-HIST-READ-COUNT TO SUM-TOTAL-VALUE
005890     PERFORM 7200-WRITE-TOTAL-LINE-RTN
005900         THRU 7200-EXIT
005910     MOVE "BUILDING-MONTHS SUMMARIZED:" TO SUM-TOTAL-LABEL
005920     MOVE SUM-GROUP-COUNT TO SUM-TOTAL-VALUE
005930     PERFORM 7200-WRITE-TOTAL-LINE-RTN
005940         THRU 7200-EXIT
005950     MOVE "ADDED:" TO SUM-TOTAL-LABEL
005960     MOVE SUM-ADDED-COUNT TO SUM-TOTAL-VALUE
005970     PERFORM 7200-WRITE-TOTAL-LINE-RTN
005980         THRU 7200-EXIT
005990     MOVE "REFRESHED:" TO SUM-TOTAL-LABEL
006000     MOVE SUM-REFRESHED-COUNT TO SUM-TOTAL-VALUE
006010     PERFORM 7200-WRITE-TOTAL-LINE-RTN
006020         THRU 7200-EXIT
006030     MOVE "KEPT - HISTORY PURGED:" TO SUM-TOTAL-LABEL
006040     MOVE SUM-KEPT-COUNT TO SUM-TOTAL-VALUE
006050     PERFORM 7200-WRITE-TOTAL-LINE-RTN
006060         THRU 7200-EXIT
006070     MOVE "NOT POSTED - I/O ERROR:" TO SUM-TOTAL-LABEL
006080     MOVE SUM-ERROR-COUNT TO SUM-TOTAL-VALUE
006090     PERFORM 7200-WRITE-TOTAL-LINE-RTN
006100         THRU 7200-EXIT.
006110 7000-EXIT.
006120     EXIT.
006130*
006140*-----------------------------------------------------------*
006150* 7200-WRITE-TOTAL-LINE-RTN - WRITES THE TOTAL LINE AS LOADED.
006160*-----------------------------------------------------------*
006170 7200-WRITE-TOTAL-LINE-RTN.
006180     MOVE SUM-TOTAL-LINE TO SUM-REPORT-RECORD
006190     WRITE SUM-REPORT-RECORD.
006200 7200-EXIT.
006210     EXIT.
006220*
006230*-----------------------------------------------------------*
006240* 7500-WRITE-DETAIL-RTN - WRITES ONE BUILDING/MONTH LINE.
006250*-----------------------------------------------------------*
006260 7500-WRITE-DETAIL-RTN.
006270     MOVE SUM-DETAIL-LINE TO SUM-REPORT-RECORD
006280     WRITE SUM-REPORT-RECORD.
006290 7500-EXIT.
006300     EXIT.
006310*
006320*-----------------------------------------------------------*
006330* 8100-SET-RETURN-CODE-RTN - SETS THE CONDITION CODE THIS
006340* STEP HANDS BACK TO JCL: 8 MEANS A MONTH DID NOT POST OR THE
006350* HISTORY DID NOT READ TO A CLEAN END - THE SUMMARY IS SHORT
006360* AND THE PURGE BEHIND THIS STEP MUST NOT RUN. 4 MEANS THE
006370* CALENDAR WAS NOT THERE AND THE DAYS OWED ARE WEEKDAYS ONLY.
006380* 0 MEANS A CLEAN BUILD.
006390*-----------------------------------------------------------*
006400 8100-SET-RETURN-CODE-RTN.
006410     IF SUM-HARD-ERROR
006420         OR NOT SUM-HIST-ENDED-CLEAN
006430         MOVE 8 TO RETURN-CODE
006440     ELSE
006450         IF NOT SUM-CAL-AVAILABLE
006460             MOVE 4 TO RETURN-CODE
006470         ELSE
006480             MOVE 0 TO RETURN-CODE
006490         END-IF
006500     END-IF.
006510 8100-EXIT.
006511     EXIT.
006512*
006513*-----------------------------------------------------------*
006514* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
006515* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
006516* ALERT.
006517*-----------------------------------------------------------*
006518 8200-RAISE-ALERTS-RTN.
006519     IF SUM-HARD-ERROR
006520         MOVE 8 TO ALERT-SEVERITY
006521         MOVE "IOERROR" TO ALERT-CODE
006522         MOVE "MONTHLY SUMMARY HARD I/O ERROR"
006523             TO ALERT-TEXT
006524         PERFORM 9700-WRITE-ALERT-RTN
006525             THRU 9700-EXIT
006526     END-IF
006527     IF NOT SUM-HIST-ENDED-CLEAN
006528         MOVE 8 TO ALERT-SEVERITY
006529         MOVE "BADEND" TO ALERT-CODE
006530         MOVE "STATS HISTORY DID NOT READ CLEAN"
006531             TO ALERT-TEXT
006532         PERFORM 9700-WRITE-ALERT-RTN
006533             THRU 9700-EXIT
006534     END-IF
006535     IF NOT SUM-CAL-AVAILABLE
006536         MOVE 4 TO ALERT-SEVERITY
006537         MOVE "NOTUSABL" TO ALERT-CODE
006538         MOVE "CALENDAR MISSING - WEEKDAYS ASSUMED"
006539             TO ALERT-TEXT
006540         PERFORM 9700-WRITE-ALERT-RTN
006541             THRU 9700-EXIT
006542     END-IF
006543     PERFORM 9720-ALERT-STEP-END-RTN
006544         THRU 9720-EXIT.
006545 8200-EXIT.
006546     EXIT.
006547*
006548*-----------------------------------------------------------*
006550* 9000-DATE-TO-SERIAL-RTN - TURNS THE YYYYMMDD DATE IN
006560* SUM-CONV-DATE INTO A DAY SERIAL IN SUM-CONV-SERIAL - THE
006570* SAME ARITHMETIC AS DAY01DCK'S PARAGRAPH OF THE SAME NAME.
006580*-----------------------------------------------------------*
006590 9000-DATE-TO-SERIAL-RTN.
006600     DIVIDE SUM-CONV-DATE BY 10000
006610         GIVING SUM-CONV-YEAR REMAINDER SUM-CONV-MMDD
006620     DIVIDE SUM-CONV-MMDD BY 100
006630         GIVING SUM-CONV-MONTH REMAINDER SUM-CONV-DAY
006640     COMPUTE SUM-PRIOR-YEAR = SUM-CONV-YEAR - 1
006650     DIVIDE SUM-PRIOR-YEAR BY 4
006660         GIVING SUM-QUARTER-DAYS
006670     DIVIDE SUM-PRIOR-YEAR BY 100
006680         GIVING SUM-CENTURY-DAYS
006690     DIVIDE SUM-PRIOR-YEAR BY 400
006700         GIVING SUM-GREGORIAN-DAYS
006710     COMPUTE SUM-CONV-SERIAL =
006720         (SUM-PRIOR-YEAR * 365)
006730         + SUM-QUARTER-DAYS
006740         - SUM-CENTURY-DAYS
006750         + SUM-GREGORIAN-DAYS
006760         + SUM-CUM-DAYS-AHEAD(SUM-CONV-MONTH)
006770         + SUM-CONV-DAY
006780     PERFORM 9050-CHECK-LEAP-RTN
006790         THRU 9050-EXIT
006800     IF SUM-LEAP-YEAR AND SUM-CONV-MONTH > 2
006810         ADD 1 TO SUM-CONV-SERIAL
006820     END-IF.
006830 9000-EXIT.
006840     EXIT.
006850*
006860*-----------------------------------------------------------*
006870* 9050-CHECK-LEAP-RTN - SETS SUM-LEAP-SW FOR THE YEAR IN
006880* SUM-CONV-YEAR: DIVISIBLE BY FOUR, EXCEPT CENTURIES NOT
006890* DIVISIBLE BY FOUR HUNDRED.
006900*-----------------------------------------------------------*
006910 9050-CHECK-LEAP-RTN.
006920     MOVE "N" TO SUM-LEAP-SW
006930     DIVIDE SUM-CONV-YEAR BY 4
006940         GIVING SUM-PRIOR-YEAR REMAINDER SUM-LEAP-REM
006950     IF SUM-LEAP-REM = 0
006960         SET SUM-LEAP-YEAR TO TRUE
006970         DIVIDE SUM-CONV-YEAR BY 100
006980             GIVING SUM-PRIOR-YEAR REMAINDER SUM-LEAP-REM
006990         IF SUM-LEAP-REM = 0
007000             MOVE "N" TO SUM-LEAP-SW
007010             DIVIDE SUM-CONV-YEAR BY 400
007020                 GIVING SUM-PRIOR-YEAR REMAINDER SUM-LEAP-REM
007030             IF SUM-LEAP-REM = 0
007040                 SET SUM-LEAP-YEAR TO TRUE
007050             END-IF
007060         END-IF
007070     END-IF.
007080 9050-EXIT.
007090     EXIT.
007100*
007110*-----------------------------------------------------------*
007120* 9100-NEXT-DATE-RTN - STEPS THE YYYYMMDD DATE IN
007130* SUM-CONV-DATE FORWARD ONE CALENDAR DAY, HONORING MONTH
007140* LENGTHS AND THE LEAP-YEAR FEBRUARY.
007150*-----------------------------------------------------------*
007160 9100-NEXT-DATE-RTN.
007170     DIVIDE SUM-CONV-DATE BY 10000
007180         GIVING SUM-CONV-YEAR REMAINDER SUM-CONV-MMDD
007190     DIVIDE SUM-CONV-MMDD BY 100
007200         GIVING SUM-CONV-MONTH REMAINDER SUM-CONV-DAY
007210     MOVE SUM-MONTH-LEN-DAYS(SUM-CONV-MONTH)
007220         TO SUM-MONTH-LENGTH
007230     PERFORM 9050-CHECK-LEAP-RTN
007240         THRU 9050-EXIT
007250     IF SUM-CONV-MONTH = 2 AND SUM-LEAP-YEAR
007260         MOVE 29 TO SUM-MONTH-LENGTH
007270     END-IF
007280     IF SUM-CONV-DAY < SUM-MONTH-LENGTH
007290         ADD 1 TO SUM-CONV-DAY
007300     ELSE
007310         MOVE 1 TO SUM-CONV-DAY
007320         IF SUM-CONV-MONTH < 12
007330             ADD 1 TO SUM-CONV-MONTH
007340         ELSE
007350             MOVE 1 TO SUM-CONV-MONTH
007360             ADD 1 TO SUM-CONV-YEAR
007370         END-IF
007380     END-IF
007390     COMPUTE SUM-CONV-DATE =
007400         (SUM-CONV-YEAR * 10000)
007410         + (SUM-CONV-MONTH * 100)
007420         + SUM-CONV-DAY.
007430 9100-EXIT.
007440     EXIT.
007450*
007460*-----------------------------------------------------------*
007470* 9300-CHECK-BUSINESS-DAY-RTN - JUDGES THE DATE IN
007480* SUM-CONV-DATE: A CALENDAR RECORD SETTLES IT (ONLY TYPE B IS
007490* A BUSINESS DAY - H AND N ARE NOT); A DATE NOT ON THE
007500* CALENDAR IS A BUSINESS DAY UNLESS THE DAY SERIAL SAYS
007510* SATURDAY OR SUNDAY - THE SAME RULE DAY01DCK APPLIES. WITH NO
007520* CALENDAR, THE WEEKDAY RULE.
007530*-----------------------------------------------------------*
007540 9300-CHECK-BUSINESS-DAY-RTN.
007550     MOVE "Y" TO SUM-BUSINESS-DAY-SW
007560     IF NOT SUM-CAL-AVAILABLE
007570         PERFORM 9350-CHECK-WEEKDAY-RTN
007580             THRU 9350-EXIT
007590         GO TO 9300-EXIT
007600     END-IF
007610     MOVE SUM-CONV-DATE TO CAL-DATE
007620     READ CALENDAR-FILE
007630         INVALID KEY
007640             PERFORM 9350-CHECK-WEEKDAY-RTN
007650                 THRU 9350-EXIT
007660         NOT INVALID KEY
007670             IF NOT CAL-BUSINESS-DAY
007680                 MOVE "N" TO SUM-BUSINESS-DAY-SW
007690             END-IF
007700     END-READ.
007710 9300-EXIT.
007720     EXIT.
007730*
007740*-----------------------------------------------------------*
007750* 9350-CHECK-WEEKDAY-RTN - THE WEEKDAY RULE ON ITS OWN, FOR A
007760* DATE NOT ON THE CALENDAR OR A RUN WITH NO CALENDAR AT ALL.
007770*-----------------------------------------------------------*
007780 9350-CHECK-WEEKDAY-RTN.
007790     PERFORM 9000-DATE-TO-SERIAL-RTN
007800         THRU 9000-EXIT
007810     DIVIDE SUM-CONV-SERIAL BY 7
007820         GIVING SUM-DOW-QUOTIENT
007830         REMAINDER SUM-DAY-OF-WEEK
007840     IF SUM-DAY-OF-WEEK = 6 OR SUM-DAY-OF-WEEK = 0
007850         MOVE "N" TO SUM-BUSINESS-DAY-SW
007860     END-IF.
007870 9350-EXIT.
007880     EXIT.
007890*
007900*-----------------------------------------------------------*
007910* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
007920* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
007930* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
007940* NEXT CALLER STARTS CLEAN.
007950*-----------------------------------------------------------*
007960 9700-WRITE-ALERT-RTN.
007970     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
007980         PERFORM 9710-OPEN-ALERT-RTN
007990             THRU 9710-EXIT
008000     END-IF
008010     IF NOT ALERT-FILE-OPEN
008020         GO TO 9700-CLEAR
008030     END-IF
008040     MOVE SPACES TO ALERT-RECORD
008050     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
008060     ACCEPT ALR-RAISED-TIME FROM TIME
008070     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
008080     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
008090     MOVE "DAY01MSM" TO ALR-PROGRAM-ID
008100     MOVE ALERT-SEVERITY TO ALR-SEVERITY
008110     MOVE ALERT-CODE TO ALR-CODE
008120     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
008130     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
008140     MOVE ALERT-COUNT TO ALR-COUNT
008150     MOVE ALERT-TEXT TO ALR-TEXT
008160     WRITE ALERT-RECORD
008170     IF ALERT-FILE-OK
008180         ADD 1 TO ALERT-RAISED-COUNT
008190     ELSE
008200         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
008210             " STATUS " ALERT-FILE-STATUS
008220         CLOSE ALERT-FILE
008230         SET ALERT-FILE-FAILED TO TRUE
008240     END-IF.
008250 9700-CLEAR.
008260     MOVE SPACES TO ALERT-BUILDING-ID
008270     MOVE 0 TO ALERT-ROUTE-DATE
008280     MOVE 0 TO ALERT-COUNT.
008290 9700-EXIT.
008300     EXIT.
008310*
008320*-----------------------------------------------------------*
008330* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
008340* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
008350* JOB AND STEP NAME OFF THE EXEC PARM.
008360*-----------------------------------------------------------*
008370 9710-OPEN-ALERT-RTN.
008380     OPEN EXTEND ALERT-FILE
008390     IF NOT ALERT-FILE-OK
008400         OPEN OUTPUT ALERT-FILE
008410     END-IF
008420     IF NOT ALERT-FILE-OK
008430         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
008440             ALERT-FILE-STATUS
008450         SET ALERT-FILE-FAILED TO TRUE
008460         GO TO 9710-EXIT
008470     END-IF
008480     SET ALERT-FILE-OPEN TO TRUE
008490     IF JOB-STEP-PARM-LENGTH > 0
008500         AND JOB-STEP-PARM-LENGTH NOT > 100
008510         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
008520             DELIMITED BY ","
008530             INTO ALERT-JOB-NAME ALERT-STEP-NAME
008540         END-UNSTRING
008550     END-IF
008560     IF ALERT-STEP-NAME = SPACES
008570         MOVE "DAY01MSM" TO ALERT-STEP-NAME
008580     END-IF.
008590 9710-EXIT.
008600     EXIT.
008610*
008620*-----------------------------------------------------------*
008630* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
008640* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
008650* DATASET IF THIS STEP OPENED IT.
008660*-----------------------------------------------------------*
008670 9720-ALERT-STEP-END-RTN.
008680     IF RETURN-CODE > 0
008690         IF RETURN-CODE > 9
008700             MOVE 9 TO ALERT-SEVERITY
008710         ELSE
008720             MOVE RETURN-CODE TO ALERT-SEVERITY
008730         END-IF
008740         MOVE "STEPEND" TO ALERT-CODE
008750         MOVE RETURN-CODE TO ALERT-COUNT
008760         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
008770             TO ALERT-TEXT
008780         PERFORM 9700-WRITE-ALERT-RTN
008790             THRU 9700-EXIT
008800     END-IF
008810     IF ALERT-FILE-OPEN
008820         CLOSE ALERT-FILE
008830         MOVE "N" TO ALERT-OPEN-SW
008840     END-IF.
008850 9720-EXIT.
008860     EXIT.
008870*
008880*-----------------------------------------------------------*
008890* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
008900* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
008910* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
008920*-----------------------------------------------------------*
008930 9750-ALERT-STEP-STOPPED-RTN.
008940     MOVE 8 TO ALERT-SEVERITY
008950     MOVE "STEPSTOP" TO ALERT-CODE
008960     MOVE 8 TO ALERT-COUNT
008970     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
008980         TO ALERT-TEXT
008990     PERFORM 9700-WRITE-ALERT-RTN
009000         THRU 9700-EXIT
009010     IF ALERT-FILE-OPEN
009020         CLOSE ALERT-FILE
009030         MOVE "N" TO ALERT-OPEN-SW
009040     END-IF.
009050 9750-EXIT.
009060     EXIT.
