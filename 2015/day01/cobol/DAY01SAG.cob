000010*-----------------------------------------------------------*
000020* PROGRAM-ID: DAY01SAG
000030*-----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     DAY01SAG.
000060 AUTHOR.         R WHITMORE.
000070 INSTALLATION.   CANDY CANE LANE DATA CENTER.
000080 DATE-WRITTEN.   2026-10-05.
000090 DATE-COMPILED.
000100*-----------------------------------------------------------*
000110* MODIFICATION HISTORY.
000120*-----------------------------------------------------------*
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-05 RW    ORIGINAL PROGRAM - SUSPENSE AGING REPORT.
000150*                  READS THE WHOLE SUSPENSE FILE (COPYBOOK
000160*                  SUSPREC) AND LISTS EVERY ITEM STILL OPEN -
000170*                  SUSPENDED AND WAITING ON THE DESK, OR
000180*                  RELEASED AND WAITING ON THE NEXT FEED -
000190*                  WITH ITS REASON AND HOW MANY DAYS IT HAS
000200*                  BEEN OUTSTANDING, THEN TOTALS THE OPEN
000210*                  ITEMS BY AGE BAND AND BY REASON AND COUNTS
000220*                  THE RESOLVED ONES BY STATUS. AN ITEM OLDER
000230*                  THAN SAG-AGE-LIMIT DAYS IS FLAGGED AND SETS
000240*                  RETURN-CODE 4, SO A ROUTE NOBODY HAS LOOKED
000250*                  AT CANNOT SIT IN SUSPENSE UNNOTICED.
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
000370     SELECT SUSPENSE-FILE
000380         ASSIGN TO SUSFILE
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS SUS-KEY
000420         FILE STATUS IS SUSPENSE-FILE-STATUS.
000430     SELECT AGING-REPORT-FILE
000440         ASSIGN TO SAGRPT
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS AGING-REPORT-STATUS.
000462     SELECT ALERT-FILE
000464         ASSIGN TO ALERTS
000466         ORGANIZATION IS SEQUENTIAL
000468         FILE STATUS IS ALERT-FILE-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  SUSPENSE-FILE.
000510     COPY "SUSPREC.cpy".
000520*
000530 FD  AGING-REPORT-FILE.
000540 01  AGING-REPORT-RECORD             PIC X(132).
000541*
000542 FD  ALERT-FILE
000543     RECORD CONTAINS 120 CHARACTERS
000544     RECORDING MODE IS F.
000545     COPY "ALERTREC.cpy".
000550*
000551 WORKING-STORAGE SECTION.
000552*-----------------------------------------------------------*
000553* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
000554* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
000555* COUNT WHERE THERE ARE ANY - AND PERFORMS
000556* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
000557* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
000558* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
000559* CODE - THE STEP'S OWN WORK STANDS.
000560*-----------------------------------------------------------*
000561 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
000562     88  ALERT-FILE-OK                     VALUE "00".
000563 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
000564     88  ALERT-FILE-OPEN                   VALUE "Y".
000565     88  ALERT-FILE-FAILED                 VALUE "F".
000566 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
000567 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
000568 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
000569 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
000570 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
000571 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
000572 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
000573 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
000574 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
000575*-----------------------------------------------------------*
000580* FILE STATUS AND SWITCHES.
000590*-----------------------------------------------------------*
000600 77  SUSPENSE-FILE-STATUS        PIC X(02) VALUE SPACES.
000610     88  SUSPENSE-FILE-OK                  VALUE "00".
000620     88  SUSPENSE-FILE-AT-EOF              VALUE "10".
000630 77  SUSPENSE-EOF-SW             PIC X(01) VALUE "N".
000640     88  SUSPENSE-EOF                      VALUE "Y".
000650 77  AGING-REPORT-STATUS         PIC X(02) VALUE SPACES.
000660     88  AGING-REPORT-OK                   VALUE "00".
000670*-----------------------------------------------------------*
000680* THE FINAL I/O STATUS OF EACH FILE, SAVED BY
000690* 0900-CLOSE-FILES-RTN BEFORE THE CLOSE RUNS - THE SAME
000700* REASON DAY01RPT SAVES ITS OWN.
000710*-----------------------------------------------------------*
000720 77  SAG-SUSPENSE-FINAL-STATUS   PIC X(02) VALUE SPACES.
000730     88  SAG-SUSPENSE-ENDED-CLEAN          VALUE "10".
000740 77  SAG-REPORT-FINAL-STATUS     PIC X(02) VALUE SPACES.
000750     88  SAG-REPORT-ENDED-CLEAN            VALUE "00".
000760*-----------------------------------------------------------*
000770* AGING LIMIT - AN OPEN ITEM OUTSTANDING MORE THAN THIS MANY
000780* DAYS IS FLAGGED ON ITS DETAIL LINE AND SETS RETURN-CODE 4.
000790* FIVE DAYS COVERS A LONG WEEKEND WITH A DAY TO SPARE.
000800*-----------------------------------------------------------*
000810 77  SAG-AGE-LIMIT               PIC 9(05) COMP VALUE 5.
000820*-----------------------------------------------------------*
000830* ITEM COUNTERS - OPEN ITEMS BY AGE BAND AND BY REASON, AND
000840* EVERY ITEM BY STATUS.
000850*-----------------------------------------------------------*
000860 77  SAG-ITEM-COUNT              PIC 9(09) COMP VALUE 0.
000870 77  SAG-SUSPENDED-COUNT         PIC 9(09) COMP VALUE 0.
000880 77  SAG-RELEASED-COUNT          PIC 9(09) COMP VALUE 0.
000890 77  SAG-SENT-COUNT              PIC 9(09) COMP VALUE 0.
000900 77  SAG-KILLED-COUNT            PIC 9(09) COMP VALUE 0.
000910 77  SAG-AGE-0-1-COUNT           PIC 9(09) COMP VALUE 0.
000920 77  SAG-AGE-2-3-COUNT           PIC 9(09) COMP VALUE 0.
000930 77  SAG-AGE-4-7-COUNT           PIC 9(09) COMP VALUE 0.
000940 77  SAG-AGE-8-UP-COUNT          PIC 9(09) COMP VALUE 0.
000950 77  SAG-CHAIN-COUNT             PIC 9(09) COMP VALUE 0.
000960 77  SAG-RANGE-COUNT             PIC 9(09) COMP VALUE 0.
000970 77  SAG-REJECT-COUNT            PIC 9(09) COMP VALUE 0.
000980 77  SAG-OVER-LIMIT-COUNT        PIC 9(09) COMP VALUE 0.
000990*-----------------------------------------------------------*
001000* AGE OF THE ITEM IN HAND, IN DAYS, AND THE RUN DATE'S DAY
001010* SERIAL IT IS MEASURED AGAINST.
001020*-----------------------------------------------------------*
001030 77  SAG-ITEM-AGE                PIC S9(09) COMP VALUE 0.
001040 77  SAG-RUN-SERIAL              PIC S9(09) COMP VALUE 0.
001050*-----------------------------------------------------------*
001060* DATE CONVERSION WORK FIELDS - 9000-DATE-TO-SERIAL-RTN WORKS
001070* ON SAG-CONV-DATE, THE SAME WAY DAY01AUD'S DOES. THE MONTH
001080* TABLE CARRIES THE CUMULATIVE DAYS AHEAD OF EACH MONTH FOR A
001090* COMMON (NON-LEAP) YEAR; THE LEAP-YEAR DAY IS APPLIED IN THE
001100* PARAGRAPH.
001110*-----------------------------------------------------------*
001120 77  SAG-CONV-DATE               PIC 9(08) VALUE 0.
001130 77  SAG-CONV-SERIAL             PIC S9(09) COMP VALUE 0.
001140 77  SAG-CONV-YEAR               PIC 9(04) COMP VALUE 0.
001150 77  SAG-CONV-MONTH              PIC 9(02) COMP VALUE 0.
001160 77  SAG-CONV-DAY                PIC 9(02) COMP VALUE 0.
001170 77  SAG-CONV-MMDD               PIC 9(04) COMP VALUE 0.
001180 77  SAG-PRIOR-YEAR              PIC 9(04) COMP VALUE 0.
001190 77  SAG-QUARTER-DAYS            PIC 9(04) COMP VALUE 0.
001200 77  SAG-CENTURY-DAYS            PIC 9(04) COMP VALUE 0.
001210 77  SAG-GREGORIAN-DAYS          PIC 9(04) COMP VALUE 0.
001220 77  SAG-LEAP-REM                PIC 9(04) COMP VALUE 0.
001230 77  SAG-LEAP-SW                 PIC X(01) VALUE "N".
001240     88  SAG-LEAP-YEAR                     VALUE "Y".
001250 01  SAG-CUM-DAYS-TABLE.
001260     05  FILLER                  PIC X(36) VALUE
001270         "000031059090120151181212243273304334".
001280 01  SAG-CUM-DAYS REDEFINES SAG-CUM-DAYS-TABLE.
001290     05  SAG-CUM-DAYS-AHEAD      PIC 9(03) OCCURS 12 TIMES.
001300*-----------------------------------------------------------*
001310* RUN DATE AND REPORT LINE LAYOUTS - EACH PADDED TO THE FULL
001320* 132-BYTE AGING-REPORT-FILE RECORD LENGTH.
001330*-----------------------------------------------------------*
001340 77  SAG-RUN-DATE                PIC 9(08) VALUE 0.
001350*
001360 01  SAG-BANNER-LINE.
001370     05  FILLER                  PIC X(60)
001380         VALUE "CANDY CANE LANE DATA CENTER - AOC 2015 DAY 1".
001390     05  FILLER                  PIC X(72) VALUE SPACES.
001400*
001410 01  SAG-TITLE-LINE.
001420     05  FILLER                  PIC X(60)
001430         VALUE "SUSPENSE AGING REPORT".
001440     05  FILLER                  PIC X(72) VALUE SPACES.
001450*
001460 01  SAG-RUNDATE-LINE.
001470     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001480     05  SAG-RUNDATE-VALUE       PIC 9(08).
001490     05  FILLER                  PIC X(114) VALUE SPACES.
001500*
001510 01  SAG-DETAIL-LINE.
001520     05  FILLER                  PIC X(10) VALUE "BUILDING: ".
001530     05  SAG-DETAIL-BUILDING-ID  PIC X(10).
001540     05  FILLER                  PIC X(08) VALUE "  DATE: ".
001550     05  SAG-DETAIL-ROUTE-DATE   PIC 9(08).
001560     05  FILLER                  PIC X(10) VALUE "  STATUS: ".
001570     05  SAG-DETAIL-STATUS       PIC X(01).
001580     05  FILLER                  PIC X(10) VALUE "  REASON: ".
001590     05  SAG-DETAIL-REASON       PIC X(04).
001600     05  FILLER                  PIC X(13) VALUE "  SUSPENDED: ".
001610     05  SAG-DETAIL-SUSP-DATE    PIC 9(08).
001620     05  FILLER                  PIC X(07) VALUE "  AGE: ".
001630     05  SAG-DETAIL-AGE          PIC ZZZZ9.
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  SAG-DETAIL-FLAG         PIC X(10).
001660     05  FILLER                  PIC X(26) VALUE SPACES.
001670*
001680 01  SAG-TOTAL-LINE.
001690     05  SAG-TOTAL-LABEL         PIC X(30).
001700     05  SAG-TOTAL-VALUE         PIC 9(09).
001710     05  FILLER                  PIC X(93) VALUE SPACES.
001711*
001712 LINKAGE SECTION.
001713*-----------------------------------------------------------*
001714* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
001715* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
001716* PROGRAM NAME.
001717*-----------------------------------------------------------*
001718 01  JOB-STEP-PARM.
001719     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
001720     05  JOB-STEP-PARM-TEXT      PIC X(100).
001721*
001730 PROCEDURE DIVISION USING JOB-STEP-PARM.
001740*-----------------------------------------------------------*
001750* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE SUSPENSE
001760* AGING REPORT STEP.
001770*-----------------------------------------------------------*
001780 0000-MAIN-PARA.
001790     PERFORM 0100-OPEN-FILES-RTN
001800         THRU 0100-EXIT
001810     PERFORM 0200-WRITE-HEADING-RTN
001820         THRU 0200-EXIT
001830     PERFORM 1100-READ-SUSPENSE-RTN
001840         THRU 1100-EXIT
001850     PERFORM 2000-AGE-ONE-ITEM-RTN
001860         THRU 2000-EXIT
001870         UNTIL SUSPENSE-EOF
001880     PERFORM 7000-WRITE-TOTALS-RTN
001890         THRU 7000-EXIT
001900     PERFORM 0900-CLOSE-FILES-RTN
001910         THRU 0900-EXIT
001920     PERFORM 8100-SET-RETURN-CODE-RTN
001930         THRU 8100-EXIT
001933     PERFORM 8200-RAISE-ALERTS-RTN
001936         THRU 8200-EXIT
001940     STOP RUN.
001950*
001960*-----------------------------------------------------------*
001970* 0100-OPEN-FILES-RTN - OPENS THE SUSPENSE FILE FOR INPUT AND
001980* THE REPORT FOR OUTPUT, AND TURNS THE RUN DATE INTO THE DAY
001990* SERIAL EVERY ITEM'S AGE IS MEASURED AGAINST.
002000*-----------------------------------------------------------*
002010 0100-OPEN-FILES-RTN.
002020     ACCEPT SAG-RUN-DATE FROM DATE YYYYMMDD
002030     MOVE SAG-RUN-DATE TO SAG-CONV-DATE
002040     PERFORM 9000-DATE-TO-SERIAL-RTN
002050         THRU 9000-EXIT
002060     MOVE SAG-CONV-SERIAL TO SAG-RUN-SERIAL
002070     OPEN INPUT SUSPENSE-FILE
002080     IF NOT SUSPENSE-FILE-OK
002090         DISPLAY "ERROR OPENING SUSPENSE FILE. STATUS: "
002100             SUSPENSE-FILE-STATUS
002103         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002106             THRU 9750-EXIT
002110         MOVE 8 TO RETURN-CODE
002120         STOP RUN
002130     END-IF
002140     OPEN OUTPUT AGING-REPORT-FILE
002150     IF NOT AGING-REPORT-OK
002160         DISPLAY "ERROR OPENING AGING REPORT. STATUS: "
002170             AGING-REPORT-STATUS
002173         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002176             THRU 9750-EXIT
002180         MOVE 8 TO RETURN-CODE
002190         STOP RUN
002200     END-IF.
002210 0100-EXIT.
002220     EXIT.
002230*
002240*-----------------------------------------------------------*
002250* 0200-WRITE-HEADING-RTN - WRITES THE REPORT BANNER, TITLE
002260* AND RUN DATE ONCE AT THE TOP OF THE REPORT.
002270*-----------------------------------------------------------*
002280 0200-WRITE-HEADING-RTN.
002290     MOVE SAG-BANNER-LINE TO AGING-REPORT-RECORD
002300     WRITE AGING-REPORT-RECORD
002310     MOVE SAG-TITLE-LINE TO AGING-REPORT-RECORD
002320     WRITE AGING-REPORT-RECORD
002330     MOVE SAG-RUN-DATE TO SAG-RUNDATE-VALUE
002340     MOVE SAG-RUNDATE-LINE TO AGING-REPORT-RECORD
002350     WRITE AGING-REPORT-RECORD
002360     MOVE SAG-BANNER-LINE TO AGING-REPORT-RECORD
002370     WRITE AGING-REPORT-RECORD.
002380 0200-EXIT.
002390     EXIT.
002400*
002410*-----------------------------------------------------------*
002420* 0900-CLOSE-FILES-RTN - SAVES EACH FILE'S FINAL STATUS FOR
002430* 8100-SET-RETURN-CODE-RTN, THEN CLOSES BOTH FILES.
002440*-----------------------------------------------------------*
002450 0900-CLOSE-FILES-RTN.
002460     MOVE SUSPENSE-FILE-STATUS TO SAG-SUSPENSE-FINAL-STATUS
002470     MOVE AGING-REPORT-STATUS TO SAG-REPORT-FINAL-STATUS
002480     CLOSE SUSPENSE-FILE
002490     CLOSE AGING-REPORT-FILE.
002500 0900-EXIT.
002510     EXIT.
002520*
002530*-----------------------------------------------------------*
002540* 1100-READ-SUSPENSE-RTN - READS THE NEXT SUSPENSE ITEM IN
002550* BUILDING AND ROUTE-DATE ORDER. ANY STATUS OTHER THAN A
002560* GOOD READ ENDS THE LOOP; 8100-SET-RETURN-CODE-RTN TELLS A
002570* CLEAN END OF FILE APART FROM A FAILURE.
002580*-----------------------------------------------------------*
002590 1100-READ-SUSPENSE-RTN.
002600     READ SUSPENSE-FILE
002610         AT END
002620             SET SUSPENSE-EOF TO TRUE
002630     END-READ
002640     IF NOT SUSPENSE-FILE-OK
002650         SET SUSPENSE-EOF TO TRUE
002660     END-IF.
002670 1100-EXIT.
002680     EXIT.
002690*
002700*-----------------------------------------------------------*
002710* 2000-AGE-ONE-ITEM-RTN - COUNTS ONE ITEM BY STATUS. A SENT OR
002720* KILLED ITEM IS RESOLVED AND ONLY COUNTED; AN OPEN ITEM -
002730* SUSPENDED OR RELEASED - IS AGED, BANDED, COUNTED BY REASON
002740* AND LISTED.
002750*-----------------------------------------------------------*
002760 2000-AGE-ONE-ITEM-RTN.
002770     ADD 1 TO SAG-ITEM-COUNT
002780     EVALUATE TRUE
002790         WHEN SUS-SUSPENDED
002800             ADD 1 TO SAG-SUSPENDED-COUNT
002810         WHEN SUS-RELEASED
002820             ADD 1 TO SAG-RELEASED-COUNT
002830         WHEN SUS-SENT
002840             ADD 1 TO SAG-SENT-COUNT
002850         WHEN SUS-KILLED
002860             ADD 1 TO SAG-KILLED-COUNT
002870     END-EVALUATE
002880     IF SUS-SUSPENDED OR SUS-RELEASED
002890         PERFORM 2500-AGE-OPEN-ITEM-RTN
002900             THRU 2500-EXIT
002910     END-IF
002920     PERFORM 1100-READ-SUSPENSE-RTN
002930         THRU 1100-EXIT.
002940 2000-EXIT.
002950     EXIT.
002960*
002970*-----------------------------------------------------------*
002980* 2500-AGE-OPEN-ITEM-RTN - WORKS OUT HOW MANY DAYS THE OPEN
002990* ITEM HAS BEEN OUTSTANDING SINCE IT WAS SUSPENDED, BANDS IT,
003000* COUNTS ITS REASON, AND WRITES ITS DETAIL LINE - FLAGGED
003010* WHEN IT IS PAST THE AGING LIMIT.
003020*-----------------------------------------------------------*
003030 2500-AGE-OPEN-ITEM-RTN.
003040     MOVE SUS-SUSPENDED-DATE TO SAG-CONV-DATE
003050     PERFORM 9000-DATE-TO-SERIAL-RTN
003060         THRU 9000-EXIT
003070     COMPUTE SAG-ITEM-AGE = SAG-RUN-SERIAL - SAG-CONV-SERIAL
003080     IF SAG-ITEM-AGE < 0
003090         MOVE 0 TO SAG-ITEM-AGE
003100     END-IF
003110     EVALUATE TRUE
003120         WHEN SAG-ITEM-AGE < 2
003130             ADD 1 TO SAG-AGE-0-1-COUNT
003140         WHEN SAG-ITEM-AGE < 4
003150             ADD 1 TO SAG-AGE-2-3-COUNT
003160         WHEN SAG-ITEM-AGE < 8
003170             ADD 1 TO SAG-AGE-4-7-COUNT
003180         WHEN OTHER
003190             ADD 1 TO SAG-AGE-8-UP-COUNT
003200     END-EVALUATE
003210     EVALUATE TRUE
003220         WHEN SUS-RSN-BROKEN-CHAIN
003230             ADD 1 TO SAG-CHAIN-COUNT
003240         WHEN SUS-RSN-FLOOR-RANGE
003250             ADD 1 TO SAG-RANGE-COUNT
003260         WHEN SUS-RSN-REJECTS
003270             ADD 1 TO SAG-REJECT-COUNT
003280     END-EVALUATE
003290     MOVE SPACES TO SAG-DETAIL-FLAG
003300     IF SAG-ITEM-AGE > SAG-AGE-LIMIT
003310         ADD 1 TO SAG-OVER-LIMIT-COUNT
003320         MOVE "OVER LIMIT" TO SAG-DETAIL-FLAG
003330     END-IF
003340     MOVE SUS-BUILDING-ID TO SAG-DETAIL-BUILDING-ID
003350     MOVE SUS-ROUTE-DATE TO SAG-DETAIL-ROUTE-DATE
003360     MOVE SUS-STATUS-FLAG TO SAG-DETAIL-STATUS
003370     MOVE SUS-REASON-CODE TO SAG-DETAIL-REASON
003380     MOVE SUS-SUSPENDED-DATE TO SAG-DETAIL-SUSP-DATE
003390     MOVE SAG-ITEM-AGE TO SAG-DETAIL-AGE
003400     MOVE SAG-DETAIL-LINE TO AGING-REPORT-RECORD
003410     WRITE AGING-REPORT-RECORD.
003420 2500-EXIT.
003430     EXIT.
003440*
003450*-----------------------------------------------------------*
003460* 7000-WRITE-TOTALS-RTN - WRITES THE OPEN ITEMS BY AGE BAND
003470* AND BY REASON, THEN EVERY ITEM BY STATUS.
003480*-----------------------------------------------------------*
003490 7000-WRITE-TOTALS-RTN.
003500     MOVE SAG-BANNER-LINE TO AGING-REPORT-RECORD
003510     WRITE AGING-REPORT-RECORD
003520     MOVE "OPEN 0-1 DAYS:" TO SAG-TOTAL-LABEL
003530     MOVE SAG-AGE-0-1-COUNT TO SAG-TOTAL-VALUE
003540     PERFORM 7100-WRITE-TOTAL-LINE-RTN
003550         THRU 7100-EXIT
003560     MOVE "OPEN 2-3 DAYS:" TO SAG-TOTAL-LABEL
003570     MOVE SAG-AGE-2-3-COUNT TO SAG-TOTAL-VALUE
003580     PERFORM 7100-WRITE-TOTAL-LINE-RTN
003590         THRU 7100-EXIT
003600     MOVE "OPEN 4-7 DAYS:" TO SAG-TOTAL-LABEL
003610     MOVE SAG-AGE-4-7-COUNT TO SAG-TOTAL-VALUE
003620     PERFORM 7100-WRITE-TOTAL-LINE-RTN
003630         THRU 7100-EXIT
003640     MOVE "OPEN 8 DAYS AND OVER:" TO SAG-TOTAL-LABEL
003650     MOVE SAG-AGE-8-UP-COUNT TO SAG-TOTAL-VALUE
003660     PERFORM 7100-WRITE-TOTAL-LINE-RTN
003670         THRU 7100-EXIT
003680     MOVE "OPEN PAST AGING LIMIT:" TO SAG-TOTAL-LABEL
003690     MOVE SAG-OVER-LIMIT-COUNT TO SAG-TOTAL-VALUE
003700     PERFORM 7100-WRITE-TOTAL-LINE-RTN
003710         THRU 7100-EXIT
003720     MOVE "OPEN - BROKEN CHAIN:" TO SAG-TOTAL-LABEL
003730     MOVE SAG-CHAIN-COUNT TO SAG-TOTAL-VALUE
003740     PERFORM 7100-WRITE-TOTAL-LINE-RTN
003750         THRU 7100-EXIT
003760     MOVE "OPEN - FLOOR RANGE:" TO SAG-TOTAL-LABEL
003770     MOVE SAG-RANGE-COUNT TO SAG-TOTAL-VALUE
003780     PERFORM 7100-WRITE-TOTAL-LINE-RTN
003790         THRU 7100-EXIT
003800     MOVE "OPEN - REJECT LIMIT:" TO SAG-TOTAL-LABEL
003810     MOVE SAG-REJECT-COUNT TO SAG-TOTAL-VALUE
003820     PERFORM 7100-WRITE-TOTAL-LINE-RTN
003830         THRU 7100-EXIT
003840     MOVE SAG-BANNER-LINE TO AGING-REPORT-RECORD
003850     WRITE AGING-REPORT-RECORD
003860     MOVE "ITEMS ON FILE:" TO SAG-TOTAL-LABEL
003870     MOVE SAG-ITEM-COUNT TO SAG-TOTAL-VALUE
003880     PERFORM 7100-WRITE-TOTAL-LINE-RTN
003890         THRU 7100-EXIT
003900     MOVE "SUSPENDED:" TO SAG-TOTAL-LABEL
003910     MOVE SAG-SUSPENDED-COUNT TO SAG-TOTAL-VALUE
003920     PERFORM 7100-WRITE-TOTAL-LINE-RTN
003930         THRU 7100-EXIT
003940     MOVE "RELEASED, NOT YET SENT:" TO SAG-TOTAL-LABEL
003950     MOVE SAG-RELEASED-COUNT TO SAG-TOTAL-VALUE
003960     PERFORM 7100-WRITE-TOTAL-LINE-RTN
003970         THRU 7100-EXIT
003980     MOVE "RELEASED AND SENT:" TO SAG-TOTAL-LABEL
003990     MOVE SAG-SENT-COUNT TO SAG-TOTAL-VALUE
004000     PERFORM 7100-WRITE-TOTAL-LINE-RTN
004010         THRU 7100-EXIT
004020     MOVE "KILLED:" TO SAG-TOTAL-LABEL
004030     MOVE SAG-KILLED-COUNT TO SAG-TOTAL-VALUE
004040     PERFORM 7100-WRITE-TOTAL-LINE-RTN
004050         THRU 7100-EXIT.
004060 7000-EXIT.
004070     EXIT.
004080*
004090*-----------------------------------------------------------*
004100* 7100-WRITE-TOTAL-LINE-RTN - WRITES THE TOTAL LINE AS LOADED.
004110*-----------------------------------------------------------*
004120 7100-WRITE-TOTAL-LINE-RTN.
004130     MOVE SAG-TOTAL-LINE TO AGING-REPORT-RECORD
004140     WRITE AGING-REPORT-RECORD.
004150 7100-EXIT.
004160     EXIT.
004170*
004180*-----------------------------------------------------------*
004190* 8100-SET-RETURN-CODE-RTN - SETS THE CONDITION CODE THIS
004200* STEP HANDS BACK TO JCL: 8 MEANS THE SUSPENSE FILE OR THE
004210* REPORT DID NOT END IN GOOD STANDING, 4 MEANS AT LEAST ONE
004220* OPEN ITEM IS PAST THE AGING LIMIT, 0 MEANS NOTHING IS
004230* OVERDUE.
004240*-----------------------------------------------------------*
004250 8100-SET-RETURN-CODE-RTN.
004260     IF NOT SAG-SUSPENSE-ENDED-CLEAN
004270         OR NOT SAG-REPORT-ENDED-CLEAN
004280         MOVE 8 TO RETURN-CODE
004290     ELSE
004300         IF SAG-OVER-LIMIT-COUNT > 0
004310             MOVE 4 TO RETURN-CODE
004320         ELSE
004330             MOVE 0 TO RETURN-CODE
004340         END-IF
004350     END-IF.
004360 8100-EXIT.
004361     EXIT.
004362*
004363*-----------------------------------------------------------*
004364* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
004365* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
004366* ALERT.
004367*-----------------------------------------------------------*
004368 8200-RAISE-ALERTS-RTN.
004369     IF NOT SAG-SUSPENSE-ENDED-CLEAN
004370             OR NOT SAG-REPORT-ENDED-CLEAN
004371         MOVE 8 TO ALERT-SEVERITY
004372         MOVE "BADEND" TO ALERT-CODE
004373         MOVE "SUSPENSE FILE OR REPORT NOT CLEAN"
004374             TO ALERT-TEXT
004375         PERFORM 9700-WRITE-ALERT-RTN
004376             THRU 9700-EXIT
004377     END-IF
004378     IF SAG-OVER-LIMIT-COUNT > 0
004379         MOVE 4 TO ALERT-SEVERITY
004380         MOVE "OVERLIMT" TO ALERT-CODE
004381         MOVE SAG-OVER-LIMIT-COUNT TO ALERT-COUNT
004382         MOVE "SUSPENSE ITEMS HELD PAST THE LIMIT"
004383             TO ALERT-TEXT
004384         PERFORM 9700-WRITE-ALERT-RTN
004385             THRU 9700-EXIT
004386     END-IF
004387     PERFORM 9720-ALERT-STEP-END-RTN
004388         THRU 9720-EXIT.
004389 8200-EXIT.
004390     EXIT.
004391*
004392*-----------------------------------------------------------*
004400* 9000-DATE-TO-SERIAL-RTN - TURNS THE YYYYMMDD DATE IN
004410* SAG-CONV-DATE INTO A DAY SERIAL IN SAG-CONV-SERIAL: WHOLE
004420* YEARS OF DAYS (WITH THE GREGORIAN LEAP RULES), THE DAYS
004430* AHEAD OF THE MONTH, THE DAY ITSELF, AND ONE MORE FOR A DATE
004440* PAST FEBRUARY OF A LEAP YEAR.
004450*-----------------------------------------------------------*
004460 9000-DATE-TO-SERIAL-RTN.
004470     DIVIDE SAG-CONV-DATE BY 10000
004480         GIVING SAG-CONV-YEAR REMAINDER SAG-CONV-MMDD
004490     DIVIDE SAG-CONV-MMDD BY 100
004500         GIVING SAG-CONV-MONTH REMAINDER SAG-CONV-DAY
004510     COMPUTE SAG-PRIOR-YEAR = SAG-CONV-YEAR - 1
004520     DIVIDE SAG-PRIOR-YEAR BY 4
004530         GIVING SAG-QUARTER-DAYS
004540     DIVIDE SAG-PRIOR-YEAR BY 100
004550         GIVING SAG-CENTURY-DAYS
004560     DIVIDE SAG-PRIOR-YEAR BY 400
004570         GIVING SAG-GREGORIAN-DAYS
004580     COMPUTE SAG-CONV-SERIAL =
004590         (SAG-PRIOR-YEAR * 365)
004600         + SAG-QUARTER-DAYS
004610         - SAG-CENTURY-DAYS
004620         + SAG-GREGORIAN-DAYS
004630         + SAG-CUM-DAYS-AHEAD(SAG-CONV-MONTH)
004640         + SAG-CONV-DAY
004650     PERFORM 9050-CHECK-LEAP-RTN
004660         THRU 9050-EXIT
004670     IF SAG-LEAP-YEAR AND SAG-CONV-MONTH > 2
004680         ADD 1 TO SAG-CONV-SERIAL
004690     END-IF.
004700 9000-EXIT.
004710     EXIT.
004720*
004730*-----------------------------------------------------------*
004740* 9050-CHECK-LEAP-RTN - SETS SAG-LEAP-SW FOR THE YEAR IN
004750* SAG-CONV-YEAR: DIVISIBLE BY FOUR, EXCEPT CENTURIES NOT
004760* DIVISIBLE BY FOUR HUNDRED.
004770*-----------------------------------------------------------*
004780 9050-CHECK-LEAP-RTN.
004790     MOVE "N" TO SAG-LEAP-SW
004800     DIVIDE SAG-CONV-YEAR BY 4
004810         GIVING SAG-PRIOR-YEAR REMAINDER SAG-LEAP-REM
004820     IF SAG-LEAP-REM = 0
004830         SET SAG-LEAP-YEAR TO TRUE
004840         DIVIDE SAG-CONV-YEAR BY 100
004850             GIVING SAG-PRIOR-YEAR REMAINDER SAG-LEAP-REM
004860         IF SAG-LEAP-REM = 0
004870             MOVE "N" TO SAG-LEAP-SW
004880             DIVIDE SAG-CONV-YEAR BY 400
004890                 GIVING SAG-PRIOR-YEAR REMAINDER SAG-LEAP-REM
004900             IF SAG-LEAP-REM = 0
004910                 SET SAG-LEAP-YEAR TO TRUE
004920             END-IF
004930         END-IF
004940     END-IF.
004950 9050-EXIT.
004960     EXIT.
004970*
004980*-----------------------------------------------------------*
004990* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
005000* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
005010* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
005020* NEXT CALLER STARTS CLEAN.
005030*-----------------------------------------------------------*
005040 9700-WRITE-ALERT-RTN.
005050     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
005060         PERFORM 9710-OPEN-ALERT-RTN
005070             THRU 9710-EXIT
005080     END-IF
005090     IF NOT ALERT-FILE-OPEN
005100         GO TO 9700-CLEAR
005110     END-IF
005120     MOVE SPACES TO ALERT-RECORD
005130     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
005140     ACCEPT ALR-RAISED-TIME FROM TIME
005150     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
005160     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
005170     MOVE "DAY01SAG" TO ALR-PROGRAM-ID
005180     MOVE ALERT-SEVERITY TO ALR-SEVERITY
005190     MOVE ALERT-CODE TO ALR-CODE
005200     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
005210     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
005220     MOVE ALERT-COUNT TO ALR-COUNT
005230     MOVE ALERT-TEXT TO ALR-TEXT
005240     WRITE ALERT-RECORD
005250     IF ALERT-FILE-OK
005260         ADD 1 TO ALERT-RAISED-COUNT
005270     ELSE
005280         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
005290             " STATUS " ALERT-FILE-STATUS
005300         CLOSE ALERT-FILE
005310         SET ALERT-FILE-FAILED TO TRUE
005320     END-IF.
005330 9700-CLEAR.
005340     MOVE SPACES TO ALERT-BUILDING-ID
005350     MOVE 0 TO ALERT-ROUTE-DATE
005360     MOVE 0 TO ALERT-COUNT.
005370 9700-EXIT.
005380     EXIT.
005390*
005400*-----------------------------------------------------------*
005410* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
005420* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
005430* JOB AND STEP NAME OFF THE EXEC PARM.
005440*-----------------------------------------------------------*
005450 9710-OPEN-ALERT-RTN.
005460     OPEN EXTEND ALERT-FILE
005470     IF NOT ALERT-FILE-OK
005480         OPEN OUTPUT ALERT-FILE
005490     END-IF
005500     IF NOT ALERT-FILE-OK
005510         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
005520             ALERT-FILE-STATUS
005530         SET ALERT-FILE-FAILED TO TRUE
005540         GO TO 9710-EXIT
005550     END-IF
005560     SET ALERT-FILE-OPEN TO TRUE
005570     IF JOB-STEP-PARM-LENGTH > 0
005580         AND JOB-STEP-PARM-LENGTH NOT > 100
005590         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
005600             DELIMITED BY ","
005610             INTO ALERT-JOB-NAME ALERT-STEP-NAME
005620         END-UNSTRING
005630     END-IF
005640     IF ALERT-STEP-NAME = SPACES
005650         MOVE "DAY01SAG" TO ALERT-STEP-NAME
005660     END-IF.
005670 9710-EXIT.
005680     EXIT.
005690*
005700*-----------------------------------------------------------*
005710* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
005720* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
005730* DATASET IF THIS STEP OPENED IT.
005740*-----------------------------------------------------------*
005750 9720-ALERT-STEP-END-RTN.
005760     IF RETURN-CODE > 0
005770         IF RETURN-CODE > 9
005780             MOVE 9 TO ALERT-SEVERITY
005790         ELSE
005800             MOVE RETURN-CODE TO ALERT-SEVERITY
005810         END-IF
005820         MOVE "STEPEND" TO ALERT-CODE
005830         MOVE RETURN-CODE TO ALERT-COUNT
005840         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
005850             TO ALERT-TEXT
005860         PERFORM 9700-WRITE-ALERT-RTN
005870             THRU 9700-EXIT
005880     END-IF
005890     IF ALERT-FILE-OPEN
005900         CLOSE ALERT-FILE
005910         MOVE "N" TO ALERT-OPEN-SW
005920     END-IF.
005930 9720-EXIT.
005940     EXIT.
005950*
005960*-----------------------------------------------------------*
005970* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
005980* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
005990* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
006000*-----------------------------------------------------------*
006010 9750-ALERT-STEP-STOPPED-RTN.
006020     MOVE 8 TO ALERT-SEVERITY
006030     MOVE "STEPSTOP" TO ALERT-CODE
006040     MOVE 8 TO ALERT-COUNT
006050     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
006060         TO ALERT-TEXT
006070     PERFORM 9700-WRITE-ALERT-RTN
006080         THRU 9700-EXIT
006090     IF ALERT-FILE-OPEN
006100         CLOSE ALERT-FILE
006110         MOVE "N" TO ALERT-OPEN-SW
006120     END-IF.
006130 9750-EXIT.
006140     EXIT.
