000010*-----------------------------------------------------------*
000020* PROGRAM-ID: DAY01RCV
000030*-----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     DAY01RCV.
000060 AUTHOR.         R WHITMORE.
000070 INSTALLATION.   CANDY CANE LANE DATA CENTER.
000080 DATE-WRITTEN.   2026-10-12.
000090 DATE-COMPILED.
000100*-----------------------------------------------------------*
000110* MODIFICATION HISTORY.
000120*-----------------------------------------------------------*
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-12 RW    ORIGINAL PROGRAM - ROUTE-FILE RECOVERY FROM
000150*                  THE CHANGE JOURNAL DAY01LOD NOW WRITES
000160*                  (COPYBOOK RTJREC). TWO MODES, CHOSEN ON THE
000170*                  RCVPARM CARD:
000180*                  F (ROLL FORWARD) - REBUILDS ROUTE-FILE FROM A
000190*                  BACKUP UNLOAD, THEN REAPPLIES EVERY JOURNALED
000200*                  CHANGE MADE AFTER THE BACKUP WAS TAKEN UP TO
000210*                  AND INCLUDING A CHOSEN DATE/TIME, FROM THE
000220*                  AFTER IMAGES.
000230*                  B (BACK OUT) - UNDOES ONE NAMED LOAD RUN ON THE
000240*                  LIVE ROUTE-FILE FROM THE BEFORE IMAGES, LAST
000250*                  TRANSACTION FIRST. A ROUTE CHANGED AGAIN SINCE
000260*                  THAT RUN IS LEFT ALONE AND REPORTED, NOT
000270*                  OVERLAID. THE BACKOUT'S OWN CHANGES ARE
000280*                  JOURNALED UNDER THIS RUN'S DATE/TIME, SO A
000290*                  LATER ROLL FORWARD REPLAYS THE BACKOUT TOO.
000300*                  PRINTS EVERY KEY TOUCHED OR PASSED OVER IN THE
000310*                  WINDOW, AND PROVES JOURNAL RECORDS READ EQUALS
000320*                  APPLIED PLUS SKIPPED.
000321* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000322*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000323*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000324*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000325*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000326*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000327*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000328*                  ('JOB,STEP').
000329* 2026-10-15 RW    EVERY ROUTE REAPPLIED OR BACKED OUT FOR A DATE
000330*                  THAT ALREADY HAS A STATS HISTORY RECORD IS NOW
000331*                  FLAGGED PENDING ON THE CORRECTION FILE
000332*                  (COPYBOOK CORRREC) EXACTLY AS DAY01LOD FLAGS
000333*                  ITS OWN CHANGES, SO THE DAY01COR STEP THAT NOW
000334*                  FOLLOWS RECOVERY TELLS ELF-SCHEDULING WHERE THE
000335*                  RECOVERED FINAL FLOOR DIFFERS FROM WHAT WAS
000336*                  SENT. A CORRECTION ITEM THAT WILL NOT POST IS A
000337*                  HARD I/O ERROR (RC=8); A STATS HISTORY THAT
000338*                  CANNOT BE ASKED IS RC=4.
000340* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000342*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000344*-----------------------------------------------------------*
000346*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.    IBM-370.
000380 OBJECT-COMPUTER.    IBM-370.
000390 SPECIAL-NAMES.
000400     CONSOLE IS CONSOLE-DEVICE.
000410*
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PARM-FILE
000450         ASSIGN TO RCVPARM
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PARM-FILE-STATUS.
000480     SELECT BACKUP-FILE
000490         ASSIGN TO RTEBKUP
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS BACKUP-FILE-STATUS.
000520     SELECT ROUTE-FILE
000530         ASSIGN TO RTEFILE
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS RTE-KEY
000561         FILE STATUS IS FILE-STATUS.
000562     SELECT STATS-HIST-FILE
000563         ASSIGN TO HISTFILE
000564         ORGANIZATION IS INDEXED
000565         ACCESS MODE IS RANDOM
000566         RECORD KEY IS HST-KEY
000567         FILE STATUS IS HIST-FILE-STATUS.
000568     SELECT CORRECTION-FILE
000569         ASSIGN TO CORRFILE
000570         ORGANIZATION IS INDEXED
000571         ACCESS MODE IS RANDOM
000572         RECORD KEY IS COR-KEY
000573         FILE STATUS IS CORRECTION-FILE-STATUS.
000580     SELECT ROUTE-JOURNAL-FILE
000590         ASSIGN TO RTEJRNL
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS JOURNAL-FILE-STATUS.
000620     SELECT RECOVERY-REPORT-FILE
000630         ASSIGN TO RCVRPT
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS RECOVERY-REPORT-STATUS.
000660     SELECT SORT-FILE
000670         ASSIGN TO SORTWK.
000672     SELECT ALERT-FILE
000674         ASSIGN TO ALERTS
000676         ORGANIZATION IS SEQUENTIAL
000678         FILE STATUS IS ALERT-FILE-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710*-----------------------------------------------------------*
000720* THE RECOVERY CARD. MODE F NEEDS THE DATE/TIME THE BACKUP WAS
000730* TAKEN (JOURNALED CHANGES AT OR BEFORE IT ARE ALREADY IN THE
000740* BACKUP) AND THE DATE/TIME TO ROLL FORWARD TO; A ZERO OR BLANK
000750* TARGET ROLLS TO THE END OF THE JOURNAL. MODE B NEEDS THE RUN
000760* DATE/TIME OF THE LOAD TO BACK OUT, AS PRINTED IN THAT RUN'S
000770* MAINTENANCE REPORT HEADING.
000780*-----------------------------------------------------------*
000790 FD  PARM-FILE.
000800 01  PARM-RECORD.
000810     05  PRM-MODE                PIC X(01).
000820         88  PRM-ROLL-FORWARD               VALUE "F".
000830         88  PRM-BACK-OUT                   VALUE "B".
000840     05  FILLER                  PIC X(01).
000850     05  PRM-STAMP-1.
000860         10  PRM-STAMP-1-DATE    PIC 9(08).
000870         10  PRM-STAMP-1-TIME    PIC 9(08).
000880     05  FILLER                  PIC X(01).
000890     05  PRM-STAMP-2.
000900         10  PRM-STAMP-2-DATE    PIC 9(08).
000910         10  PRM-STAMP-2-TIME    PIC 9(08).
000920     05  FILLER                  PIC X(45).
000930*
000940 FD  BACKUP-FILE
000950     RECORD CONTAINS 4117 CHARACTERS
000960     RECORDING MODE IS F.
000970 01  BACKUP-RECORD                   PIC X(4117).
000980*
000990 FD  ROUTE-FILE.
001000     COPY "ROUTEREC.cpy".
001010*
001011 FD  STATS-HIST-FILE.
001012     COPY "STATHREC.cpy".
001013*
001014 FD  CORRECTION-FILE.
001015     COPY "CORRREC.cpy".
001016*
001020 FD  ROUTE-JOURNAL-FILE
001030     RECORD CONTAINS 8300 CHARACTERS
001040     RECORDING MODE IS F.
001050     COPY "RTJREC.cpy".
001060*
001070 FD  RECOVERY-REPORT-FILE.
001080 01  RECOVERY-REPORT-RECORD          PIC X(132).
001090*
001100*-----------------------------------------------------------*
001110* A BACKOUT SORTS THE NAMED RUN'S JOURNAL RECORDS LAST
001120* TRANSACTION FIRST, SO A KEY THE RUN TOUCHED MORE THAN ONCE
001130* IS UNWOUND IN THE RIGHT ORDER. THE SORT RECORD IS THE WHOLE
001140* JOURNAL RECORD; ONLY THE SEQUENCE NUMBER IS NAMED.
001150*-----------------------------------------------------------*
001160 SD  SORT-FILE.
001170 01  SORT-RECORD.
001180     05  FILLER                  PIC X(16).
001190     05  SRT-TRANS-SEQUENCE      PIC 9(09).
001200     05  FILLER                  PIC X(8275).
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
001280 77  BACKUP-FILE-STATUS          PIC X(02) VALUE SPACES.
001290     88  BACKUP-FILE-OK                    VALUE "00".
001300 77  BACKUP-EOF-SW               PIC X(01) VALUE "N".
001310     88  BACKUP-EOF                        VALUE "Y".
001320 77  FILE-STATUS                 PIC X(02) VALUE SPACES.
001330     88  FILE-OK                           VALUE "00".
001340     88  FILE-DUPLICATE-KEY                VALUE "22".
001350     88  FILE-KEY-NOT-FOUND                VALUE "23".
001351 77  HIST-FILE-STATUS            PIC X(02) VALUE SPACES.
001352     88  HIST-FILE-OK                      VALUE "00".
001353     88  HIST-NOT-ON-CATALOG               VALUE "35".
001354 77  CORRECTION-FILE-STATUS      PIC X(02) VALUE SPACES.
001355     88  CORRECTION-OK                     VALUE "00".
001356     88  CORRECTION-KEY-NOT-FOUND          VALUE "23".
001357     88  CORRECTION-NOT-ON-CATALOG         VALUE "35".
001360 77  JOURNAL-FILE-STATUS         PIC X(02) VALUE SPACES.
001370     88  JOURNAL-FILE-OK                   VALUE "00".
001380 77  JOURNAL-EOF-SW              PIC X(01) VALUE "N".
001390     88  JOURNAL-EOF                       VALUE "Y".
001400 77  RECOVERY-REPORT-STATUS      PIC X(02) VALUE SPACES.
001410     88  RECOVERY-REPORT-OK                VALUE "00".
001420 77  SORT-EOF-SW                 PIC X(01) VALUE "N".
001430     88  SORT-EOF                          VALUE "Y".
001440*-----------------------------------------------------------*
001450* THE FINAL STATUS OF THE BACKUP AND JOURNAL READS, SAVED
001460* BEFORE EACH IS CLOSED - A SUCCESSFUL CLOSE OVERWRITES FILE
001470* STATUS WITH "00". A READ THAT STOPPED SHORT OF A CLEAN END
001480* OF FILE MEANS THE FILE WAS NOT RECOVERED WHOLE.
001490*-----------------------------------------------------------*
001500 77  RCV-BACKUP-FINAL-STATUS     PIC X(02) VALUE "10".
001510     88  RCV-BACKUP-ENDED-CLEAN            VALUE "10".
001520 77  RCV-JOURNAL-FINAL-STATUS    PIC X(02) VALUE SPACES.
001530     88  RCV-JOURNAL-ENDED-CLEAN           VALUE "10".
001540*-----------------------------------------------------------*
001550* SET THE ONE TIME A ROUTE-FILE OR JOURNAL I/O COMES BACK WITH
001560* SOME STATUS OTHER THAN SUCCESS, A DUPLICATE KEY OR A
001570* NOT-FOUND KEY - A GENUINE HARD I/O ERROR, THE SAME AS
001580* DAY01LOD'S OWN SWITCH.
001590*-----------------------------------------------------------*
001600 77  RCV-HARD-ERROR-SW           PIC X(01) VALUE "N".
001601     88  RCV-HARD-ERROR                    VALUE "Y".
001602*-----------------------------------------------------------*
001603* THE STATS HISTORY IS ONLY READ, TO ASK WHETHER A RECOVERED
001604* ROUTE'S DATE HAS ALREADY GONE OUT - THE SAME RULES AS
001605* DAY01LOD: NONE ON CATALOG MEANS NOTHING NEEDS FLAGGING, ONE
001606* THAT WILL NOT OPEN OR READ FOR ANY OTHER REASON LEAVES THE
001607* RECOVERY RUNNING UNFLAGGED AND ENDS RC=4. A CORRECTION ITEM
001608* THAT WILL NOT READ, WRITE OR REWRITE IS A HARD ERROR - THE
001609* ROUTE CHANGED BUT DOWNSTREAM WILL NEVER BE TOLD. THE FLAG
001610* ACTION IS THE CHANGE JUST MADE TO ROUTE-FILE: THE JOURNALED
001611* ACTION FOR A REPLAY, THE UNDO ACTION FOR A BACKOUT.
001612*-----------------------------------------------------------*
001613 77  RCV-HIST-AVAILABLE-SW       PIC X(01) VALUE "N".
001614     88  RCV-HIST-AVAILABLE                VALUE "Y".
001615 77  RCV-HIST-UNUSABLE-SW        PIC X(01) VALUE "N".
001616     88  RCV-HIST-UNUSABLE                 VALUE "Y".
001617 77  RCV-CORR-ERROR-SW           PIC X(01) VALUE "N".
001618     88  RCV-CORR-HARD-ERROR               VALUE "Y".
001619 77  RCV-FLAG-ACTION             PIC X(01) VALUE SPACES.
001620*-----------------------------------------------------------*
001630* THE RECOVERY WINDOW, SETTLED FROM THE CARD BY
001640* 0300-LOAD-PARMS-RTN. EACH STAMP IS DATE THEN TIME, SO THE
001650* GROUPS COMPARE IN TIME ORDER AGAINST RTJ-RUN-STAMP.
001660*-----------------------------------------------------------*
001670 77  RCV-MODE                    PIC X(01) VALUE SPACES.
001680     88  RCV-ROLL-FORWARD                  VALUE "F".
001690     88  RCV-BACK-OUT                      VALUE "B".
001700 01  RCV-BACKUP-STAMP.
001710     05  RCV-BACKUP-DATE         PIC 9(08) VALUE 0.
001720     05  RCV-BACKUP-TIME         PIC 9(08) VALUE 0.
001730 01  RCV-TARGET-STAMP.
001740     05  RCV-TARGET-DATE         PIC 9(08) VALUE 99999999.
001750     05  RCV-TARGET-TIME         PIC 9(08) VALUE 99999999.
001760 01  RCV-BACKOUT-STAMP.
001770     05  RCV-BACKOUT-DATE        PIC 9(08) VALUE 0.
001780     05  RCV-BACKOUT-TIME        PIC 9(08) VALUE 0.
001790*-----------------------------------------------------------*
001800* RUN DATE AND TIME - THE BACKOUT JOURNALS ITS OWN CHANGES
001810* UNDER THEM, NUMBERED BY RCV-OWN-SEQUENCE.
001820*-----------------------------------------------------------*
001830 77  RCV-RUN-DATE                PIC 9(08) VALUE 0.
001840 77  RCV-RUN-TIME                PIC 9(08) VALUE 0.
001850 77  RCV-OWN-SEQUENCE            PIC 9(09) COMP VALUE 0.
001860*-----------------------------------------------------------*
001870* THE JOURNAL RECORD IN HAND, HELD WHILE ROUTE-FILE IS READ
001880* AND THE BACKOUT'S OWN JOURNAL RECORD IS BUILT, AND THE
001890* ROUTE AS IT STOOD BEFORE THIS RUN CHANGED IT.
001900*-----------------------------------------------------------*
001910 01  RCV-HELD-JOURNAL            PIC X(8300) VALUE SPACES.
001920 01  RCV-CURRENT-IMAGE           PIC X(4117) VALUE SPACES.
001930 77  RCV-CURRENT-SW              PIC X(01) VALUE "N".
001940     88  RCV-CURRENT-PRESENT               VALUE "Y".
001950 77  RCV-UNDO-ACTION             PIC X(01) VALUE SPACES.
001960*-----------------------------------------------------------*
001970* CONTROL COUNTERS. EVERY JOURNAL RECORD READ IS EITHER
001980* APPLIED OR SKIPPED FOR ONE OF THE REASONS BELOW, AND
001990* 7000-WRITE-TOTALS-RTN PROVES IT.
002000*-----------------------------------------------------------*
002010 77  RCV-BACKUP-LOADED-COUNT     PIC 9(09) COMP VALUE 0.
002020 77  RCV-JOURNAL-READ-COUNT      PIC 9(09) COMP VALUE 0.
002030 77  RCV-APPLIED-COUNT           PIC 9(09) COMP VALUE 0.
002040 77  RCV-SKIP-IN-BACKUP-COUNT    PIC 9(09) COMP VALUE 0.
002050 77  RCV-SKIP-AFTER-TARGET-COUNT PIC 9(09) COMP VALUE 0.
002060 77  RCV-SKIP-OTHER-RUN-COUNT    PIC 9(09) COMP VALUE 0.
002070 77  RCV-SKIP-CONFLICT-COUNT     PIC 9(09) COMP VALUE 0.
002080 77  RCV-SKIPPED-COUNT           PIC 9(09) COMP VALUE 0.
002090 77  RCV-PROVED-COUNT            PIC 9(09) COMP VALUE 0.
002100 77  RCV-JOURNALED-COUNT         PIC 9(09) COMP VALUE 0.
002105 77  RCV-FLAGGED-COUNT           PIC 9(09) COMP VALUE 0.
002110*-----------------------------------------------------------*
002120* REPORT LINE LAYOUTS - EACH PADDED TO THE FULL 132-BYTE
002130* RECOVERY-REPORT-FILE RECORD LENGTH.
002140*-----------------------------------------------------------*
002150 01  RCV-BANNER-LINE.
002160     05  FILLER                  PIC X(60)
002170         VALUE "CANDY CANE LANE DATA CENTER - AOC 2015 DAY 1".
002180     05  FILLER                  PIC X(72) VALUE SPACES.
002190*
002200 01  RCV-TITLE-LINE.
002210     05  FILLER                  PIC X(60)
002220         VALUE "ROUTE FILE RECOVERY REPORT".
002230     05  FILLER                  PIC X(72) VALUE SPACES.
002240*
002250 01  RCV-RUNDATE-LINE.
002260     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002270     05  RCV-RUNDATE-VALUE       PIC 9(08).
002280     05  FILLER                  PIC X(12) VALUE "  RUN TIME: ".
002290     05  RCV-RUNDATE-TIME        PIC 9(08).
002300     05  FILLER                  PIC X(94) VALUE SPACES.
002310*
002320 01  RCV-MODE-LINE.
002330     05  RCV-MODE-TEXT           PIC X(30).
002340     05  RCV-MODE-LABEL-1        PIC X(12).
002350     05  RCV-MODE-DATE-1         PIC 9(08).
002360     05  FILLER                  PIC X(01) VALUE SPACES.
002370     05  RCV-MODE-TIME-1         PIC 9(08).
002380     05  RCV-MODE-LABEL-2        PIC X(12).
002390     05  RCV-MODE-DATE-2         PIC 9(08).
002400     05  FILLER                  PIC X(01) VALUE SPACES.
002410     05  RCV-MODE-TIME-2         PIC 9(08).
002420     05  FILLER                  PIC X(44) VALUE SPACES.
002430*
002440 01  RCV-DETAIL-LINE.
002450     05  FILLER                  PIC X(06) VALUE "RUN: ".
002460     05  RCV-DETAIL-RUN-DATE     PIC 9(08).
002470     05  FILLER                  PIC X(01) VALUE SPACES.
002480     05  RCV-DETAIL-RUN-TIME     PIC 9(08).
002490     05  FILLER                  PIC X(07) VALUE "  SEQ: ".
002500     05  RCV-DETAIL-SEQUENCE     PIC 9(09).
002510     05  FILLER                  PIC X(10) VALUE "  ACTION: ".
002520     05  RCV-DETAIL-ACTION       PIC X(01).
002530     05  FILLER                  PIC X(12) VALUE "  BUILDING: ".
002540     05  RCV-DETAIL-BUILDING-ID  PIC X(10).
002550     05  FILLER                  PIC X(08) VALUE "  DATE: ".
002560     05  RCV-DETAIL-ROUTE-DATE   PIC 9(08).
002570     05  FILLER                  PIC X(07) VALUE "  SEG: ".
002580     05  RCV-DETAIL-SEGMENT      PIC 9(03).
002590     05  FILLER                  PIC X(02) VALUE SPACES.
002600     05  RCV-DETAIL-DISPOSITION  PIC X(32).
002610*
002620 01  RCV-TOTAL-LINE.
002630     05  RCV-TOTAL-LABEL         PIC X(30).
002640     05  RCV-TOTAL-VALUE         PIC 9(09).
002650     05  FILLER                  PIC X(93) VALUE SPACES.
002660*
002670 01  RCV-PROOF-LINE.
002680     05  FILLER                  PIC X(30)
002690         VALUE "CONTROL CHECK:".
002700     05  RCV-PROOF-TEXT          PIC X(60).
002710     05  FILLER                  PIC X(42) VALUE SPACES.
002711*
002712 LINKAGE SECTION.
002713*-----------------------------------------------------------*
002714* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
002715* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
002716* PROGRAM NAME.
002717*-----------------------------------------------------------*
002718 01  JOB-STEP-PARM.
002719     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
002720     05  JOB-STEP-PARM-TEXT      PIC X(100).
002721*
002730 PROCEDURE DIVISION USING JOB-STEP-PARM.
002740*-----------------------------------------------------------*
002750* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW: READS THE CARD,
002760* OPENS THE FILES FOR THE MODE CHOSEN, RUNS THE ROLL FORWARD
002770* OR THE BACKOUT, AND PRINTS THE CONTROL TOTALS.
002780*-----------------------------------------------------------*
002790 0000-MAIN-PARA.
002800     PERFORM 0300-LOAD-PARMS-RTN
002810         THRU 0300-EXIT
002820     PERFORM 0100-OPEN-FILES-RTN
002830         THRU 0100-EXIT
002840     PERFORM 0200-WRITE-HEADING-RTN
002850         THRU 0200-EXIT
002860     IF RCV-ROLL-FORWARD
002870         PERFORM 1000-ROLL-FORWARD-RTN
002880             THRU 1000-EXIT
002890     ELSE
002900         SORT SORT-FILE
002910             ON DESCENDING KEY SRT-TRANS-SEQUENCE
002920             INPUT PROCEDURE IS 4000-BACKOUT-INPUT-RTN
002930                 THRU 4000-EXIT
002940             OUTPUT PROCEDURE IS 5000-BACKOUT-OUTPUT-RTN
002950                 THRU 5000-EXIT
002960     END-IF
002970     PERFORM 7000-WRITE-TOTALS-RTN
002980         THRU 7000-EXIT
002990     PERFORM 0900-CLOSE-FILES-RTN
003000         THRU 0900-EXIT
003010     PERFORM 8100-SET-RETURN-CODE-RTN
003020         THRU 8100-EXIT
003023     PERFORM 8200-RAISE-ALERTS-RTN
003026         THRU 8200-EXIT
003030     STOP RUN.
003040*
003050*-----------------------------------------------------------*
003060* 0100-OPEN-FILES-RTN - OPENS THE FILES THE MODE NEEDS. A ROLL
003070* FORWARD REBUILDS ROUTE-FILE FROM SCRATCH - OPEN OUTPUT EMPTIES
003080* IT FOR THE BACKUP LOAD, WHICH 1000-ROLL-FORWARD-RTN THEN
003090* REOPENS FOR UPDATE - AND NEVER WRITES THE JOURNAL. A BACKOUT
003100* WORKS ON THE LIVE ROUTE-FILE AND NEVER READS A BACKUP; ITS
003110* JOURNAL IS READ BY THE SORT INPUT PROCEDURE AND REOPENED FOR
003120* APPEND BY THE OUTPUT PROCEDURE.
003123* BOTH MODES READ THE STATS HISTORY AND UPDATE THE CORRECTION
003126* FILE, OPENED AS DAY01LOD OPENS THEM.
003130*-----------------------------------------------------------*
003140 0100-OPEN-FILES-RTN.
003150     IF RCV-ROLL-FORWARD
003160         OPEN INPUT BACKUP-FILE
003170         IF NOT BACKUP-FILE-OK
003180             DISPLAY "ERROR OPENING ROUTE FILE BACKUP. STATUS: "
003190                 BACKUP-FILE-STATUS
003193             PERFORM 9750-ALERT-STEP-STOPPED-RTN
003196                 THRU 9750-EXIT
003200             MOVE 8 TO RETURN-CODE
003210             STOP RUN
003220         END-IF
003230         OPEN OUTPUT ROUTE-FILE
003240     ELSE
003250         OPEN I-O ROUTE-FILE
003260     END-IF
003270     IF NOT FILE-OK
003280         DISPLAY "ERROR OPENING ROUTE FILE. STATUS: "
003290             FILE-STATUS
003293         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003296             THRU 9750-EXIT
003300         MOVE 8 TO RETURN-CODE
003310         STOP RUN
003311     END-IF
003312     OPEN INPUT STATS-HIST-FILE
003313     EVALUATE TRUE
003314         WHEN HIST-FILE-OK
003315             SET RCV-HIST-AVAILABLE TO TRUE
003316         WHEN HIST-NOT-ON-CATALOG
003317             CONTINUE
003318         WHEN OTHER
003319             SET RCV-HIST-UNUSABLE TO TRUE
003320             DISPLAY "WARNING - STATS HISTORY NOT USABLE, "
003321                 "STATUS " HIST-FILE-STATUS
003322                 " - NO ROUTE FLAGGED FOR CORRECTION"
003323     END-EVALUATE
003324     OPEN I-O CORRECTION-FILE
003325     IF CORRECTION-NOT-ON-CATALOG
003326         OPEN OUTPUT CORRECTION-FILE
003327         CLOSE CORRECTION-FILE
003328         OPEN I-O CORRECTION-FILE
003329     END-IF
003330     IF NOT CORRECTION-OK
003331         DISPLAY "ERROR OPENING CORRECTION FILE. STATUS: "
003332             CORRECTION-FILE-STATUS
003333         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003334             THRU 9750-EXIT
003335         MOVE 8 TO RETURN-CODE
003336         STOP RUN
003337     END-IF
003338     OPEN INPUT ROUTE-JOURNAL-FILE
003340     IF NOT JOURNAL-FILE-OK
003350         DISPLAY "ERROR OPENING ROUTE CHANGE JOURNAL. STATUS: "
003360             JOURNAL-FILE-STATUS
003363         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003366             THRU 9750-EXIT
003370         MOVE 8 TO RETURN-CODE
003380         STOP RUN
003390     END-IF
003400     OPEN OUTPUT RECOVERY-REPORT-FILE
003410     IF NOT RECOVERY-REPORT-OK
003420         DISPLAY "ERROR OPENING RECOVERY REPORT. STATUS: "
003430             RECOVERY-REPORT-STATUS
003433         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003436             THRU 9750-EXIT
003440         MOVE 8 TO RETURN-CODE
003450         STOP RUN
003460     END-IF.
003470 0100-EXIT.
003480     EXIT.
003490*
003500*-----------------------------------------------------------*
003510* 0200-WRITE-HEADING-RTN - WRITES THE REPORT BANNER, TITLE,
003520* RUN DATE/TIME AND THE RECOVERY WINDOW.
003530*-----------------------------------------------------------*
003540 0200-WRITE-HEADING-RTN.
003550     MOVE RCV-BANNER-LINE TO RECOVERY-REPORT-RECORD
003560     WRITE RECOVERY-REPORT-RECORD
003570     MOVE RCV-TITLE-LINE TO RECOVERY-REPORT-RECORD
003580     WRITE RECOVERY-REPORT-RECORD
003590     MOVE RCV-RUN-DATE TO RCV-RUNDATE-VALUE
003600     MOVE RCV-RUN-TIME TO RCV-RUNDATE-TIME
003610     MOVE RCV-RUNDATE-LINE TO RECOVERY-REPORT-RECORD
003620     WRITE RECOVERY-REPORT-RECORD
003630     IF RCV-ROLL-FORWARD
003640         MOVE "MODE: ROLL FORWARD FROM BACKUP" TO RCV-MODE-TEXT
003650         MOVE "  BACKUP: " TO RCV-MODE-LABEL-1
003660         MOVE RCV-BACKUP-DATE TO RCV-MODE-DATE-1
003670         MOVE RCV-BACKUP-TIME TO RCV-MODE-TIME-1
003680         MOVE "  TARGET: " TO RCV-MODE-LABEL-2
003690         MOVE RCV-TARGET-DATE TO RCV-MODE-DATE-2
003700         MOVE RCV-TARGET-TIME TO RCV-MODE-TIME-2
003710     ELSE
003720         MOVE "MODE: BACK OUT ONE LOAD RUN" TO RCV-MODE-TEXT
003730         MOVE "  RUN: " TO RCV-MODE-LABEL-1
003740         MOVE RCV-BACKOUT-DATE TO RCV-MODE-DATE-1
003750         MOVE RCV-BACKOUT-TIME TO RCV-MODE-TIME-1
003760         MOVE SPACES TO RCV-MODE-LABEL-2
003770         MOVE 0 TO RCV-MODE-DATE-2
003780         MOVE 0 TO RCV-MODE-TIME-2
003790     END-IF
003800     MOVE RCV-MODE-LINE TO RECOVERY-REPORT-RECORD
003810     WRITE RECOVERY-REPORT-RECORD
003820     MOVE RCV-BANNER-LINE TO RECOVERY-REPORT-RECORD
003830     WRITE RECOVERY-REPORT-RECORD.
003840 0200-EXIT.
003850     EXIT.
003860*
003870*-----------------------------------------------------------*
003880* 0300-LOAD-PARMS-RTN - READS THE RECOVERY CARD. UNLIKE THE
003890* REPORT PARMS, THE CARD IS NOT OPTIONAL: A RECOVERY RUN WITH
003900* NO CARD, AN UNKNOWN MODE OR A NON-NUMERIC STAMP COULD
003910* DESTROY ROUTE-FILE, SO IT STOPS RC=8 BEFORE ANYTHING OPENS.
003920*-----------------------------------------------------------*
003930 0300-LOAD-PARMS-RTN.
003940     ACCEPT RCV-RUN-DATE FROM DATE YYYYMMDD
003950     ACCEPT RCV-RUN-TIME FROM TIME
003960     OPEN INPUT PARM-FILE
003970     IF NOT PARM-FILE-OK
003980         DISPLAY "ERROR OPENING RECOVERY CARD. STATUS: "
003990             PARM-FILE-STATUS
003993         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003996             THRU 9750-EXIT
004000         MOVE 8 TO RETURN-CODE
004010         STOP RUN
004020     END-IF
004030     READ PARM-FILE
004040         AT END
004050             MOVE SPACES TO PARM-RECORD
004060     END-READ
004070     CLOSE PARM-FILE
004080     IF NOT PRM-ROLL-FORWARD AND NOT PRM-BACK-OUT
004090         DISPLAY "RECOVERY MODE ON RCVPARM NOT F OR B - "
004100             "NOTHING RECOVERED"
004103         PERFORM 9750-ALERT-STEP-STOPPED-RTN
004106             THRU 9750-EXIT
004110         MOVE 8 TO RETURN-CODE
004120         STOP RUN
004130     END-IF
004140     MOVE PRM-MODE TO RCV-MODE
004150     IF PRM-STAMP-1 NOT NUMERIC
004160         DISPLAY "FIRST DATE/TIME ON RCVPARM NOT NUMERIC - "
004170             "NOTHING RECOVERED"
004173         PERFORM 9750-ALERT-STEP-STOPPED-RTN
004176             THRU 9750-EXIT
004180         MOVE 8 TO RETURN-CODE
004190         STOP RUN
004200     END-IF
004210     IF RCV-BACK-OUT
004220         MOVE PRM-STAMP-1 TO RCV-BACKOUT-STAMP
004230         GO TO 0300-EXIT
004240     END-IF
004250     MOVE PRM-STAMP-1 TO RCV-BACKUP-STAMP
004260     IF PRM-STAMP-2 = SPACES
004270         GO TO 0300-EXIT
004280     END-IF
004290     IF PRM-STAMP-2 NOT NUMERIC
004300         DISPLAY "TARGET DATE/TIME ON RCVPARM NOT NUMERIC - "
004310             "NOTHING RECOVERED"
004313         PERFORM 9750-ALERT-STEP-STOPPED-RTN
004316             THRU 9750-EXIT
004320         MOVE 8 TO RETURN-CODE
004330         STOP RUN
004340     END-IF
004350     IF PRM-STAMP-2-DATE NOT = 0
004360         MOVE PRM-STAMP-2 TO RCV-TARGET-STAMP
004370     END-IF
004380     IF RCV-TARGET-STAMP < RCV-BACKUP-STAMP
004390         DISPLAY "TARGET ON RCVPARM IS BEFORE THE BACKUP - "
004400             "NOTHING RECOVERED"
004403         PERFORM 9750-ALERT-STEP-STOPPED-RTN
004406             THRU 9750-EXIT
004410         MOVE 8 TO RETURN-CODE
004420         STOP RUN
004430     END-IF.
004440 0300-EXIT.
004450     EXIT.
004460*
004470*-----------------------------------------------------------*
004480* 0900-CLOSE-FILES-RTN - SAVES THE JOURNAL'S FINAL STATUS
004490* WHERE IT IS STILL OPEN FOR INPUT (A ROLL FORWARD), THEN
004500* CLOSES THE FILES STILL OPEN.
004510*-----------------------------------------------------------*
004520 0900-CLOSE-FILES-RTN.
004530     IF RCV-ROLL-FORWARD
004540         MOVE JOURNAL-FILE-STATUS TO RCV-JOURNAL-FINAL-STATUS
004550     END-IF
004560     CLOSE ROUTE-FILE
004570     CLOSE ROUTE-JOURNAL-FILE
004572     CLOSE CORRECTION-FILE
004574     IF RCV-HIST-AVAILABLE
004576         CLOSE STATS-HIST-FILE
004578     END-IF
004580     CLOSE RECOVERY-REPORT-FILE.
004590 0900-EXIT.
004600     EXIT.
004610*
004620*-----------------------------------------------------------*
004630* 1000-ROLL-FORWARD-RTN - LOADS THE BACKUP INTO THE EMPTIED
004640* ROUTE-FILE, REOPENS IT FOR UPDATE, AND REPLAYS THE JOURNAL.
004650*-----------------------------------------------------------*
004660 1000-ROLL-FORWARD-RTN.
004670     PERFORM 1100-READ-BACKUP-RTN
004680         THRU 1100-EXIT
004690     PERFORM 1200-LOAD-ONE-BACKUP-RTN
004700         THRU 1200-EXIT
004710         UNTIL BACKUP-EOF
004720     MOVE BACKUP-FILE-STATUS TO RCV-BACKUP-FINAL-STATUS
004730     CLOSE BACKUP-FILE
004740     CLOSE ROUTE-FILE
004750     IF NOT RCV-BACKUP-ENDED-CLEAN OR RCV-HARD-ERROR
004760         DISPLAY "BACKUP DID NOT LOAD CLEAN - "
004770             "JOURNAL NOT REPLAYED"
004780         OPEN INPUT ROUTE-FILE
004790         GO TO 1000-EXIT
004800     END-IF
004810     OPEN I-O ROUTE-FILE
004820     IF NOT FILE-OK
004830         DISPLAY "ERROR REOPENING ROUTE FILE. STATUS: "
004840             FILE-STATUS
004850         SET RCV-HARD-ERROR TO TRUE
004860         OPEN INPUT ROUTE-FILE
004870         GO TO 1000-EXIT
004880     END-IF
004890     PERFORM 2100-READ-JOURNAL-RTN
004900         THRU 2100-EXIT
004910     PERFORM 2000-REPLAY-ONE-RTN
004920         THRU 2000-EXIT
004930         UNTIL JOURNAL-EOF.
004940 1000-EXIT.
004950     EXIT.
004960*
004970*-----------------------------------------------------------*
004980* 1100-READ-BACKUP-RTN - READS THE NEXT BACKUP RECORD.
004990*-----------------------------------------------------------*
005000 1100-READ-BACKUP-RTN.
005010     READ BACKUP-FILE
005020         AT END
005030             SET BACKUP-EOF TO TRUE
005040     END-READ
005050     IF NOT BACKUP-FILE-OK AND NOT BACKUP-EOF
005060         SET BACKUP-EOF TO TRUE
005070     END-IF.
005080 1100-EXIT.
005090     EXIT.
005100*
005110*-----------------------------------------------------------*
005120* 1200-LOAD-ONE-BACKUP-RTN - WRITES ONE BACKUP RECORD TO THE
005130* REBUILT ROUTE-FILE AND READS THE NEXT.
005140*-----------------------------------------------------------*
005150 1200-LOAD-ONE-BACKUP-RTN.
005160     MOVE BACKUP-RECORD TO ROUTE-RECORD
005170     WRITE ROUTE-RECORD
005180     IF FILE-OK
005190         ADD 1 TO RCV-BACKUP-LOADED-COUNT
005200     ELSE
005210         DISPLAY "ERROR LOADING BACKUP RECORD " RTE-KEY
005220             " STATUS " FILE-STATUS
005230         SET RCV-HARD-ERROR TO TRUE
005240     END-IF
005250     PERFORM 1100-READ-BACKUP-RTN
005260         THRU 1100-EXIT.
005270 1200-EXIT.
005280     EXIT.
005290*
005300*-----------------------------------------------------------*
005310* 2000-REPLAY-ONE-RTN - REPLAYS ONE JOURNAL RECORD: A CHANGE
005320* AT OR BEFORE THE BACKUP IS ALREADY IN IT, AND ONE AFTER THE
005330* TARGET IS PAST THE POINT BEING RECOVERED TO - BOTH ARE
005340* COUNTED AND PASSED OVER UNLISTED. ANYTHING IN BETWEEN IS
005350* REAPPLIED FROM ITS AFTER IMAGE AND LISTED. A REPLAY THAT
005360* DOES NOT FIT THE FILE (AN ADD OF A KEY ALREADY THERE, A
005370* REPLACE OR DELETE OF ONE THAT IS NOT) MEANS THE BACKUP AND
005380* THE STAMP ON THE CARD DO NOT MATCH; IT IS LISTED AND SKIPPED.
005383* A ROUTE REAPPLIED FOR A DATE ALREADY SENT IS FLAGGED FOR
005386* CORRECTION WITH THE JOURNALED ACTION.
005390*-----------------------------------------------------------*
005400 2000-REPLAY-ONE-RTN.
005410     IF RTJ-RUN-STAMP NOT > RCV-BACKUP-STAMP
005420         ADD 1 TO RCV-SKIP-IN-BACKUP-COUNT
005430         GO TO 2000-READ-NEXT
005440     END-IF
005450     IF RTJ-RUN-STAMP > RCV-TARGET-STAMP
005460         ADD 1 TO RCV-SKIP-AFTER-TARGET-COUNT
005470         GO TO 2000-READ-NEXT
005480     END-IF
005490     MOVE RTJ-KEY TO RTE-KEY
005500     EVALUATE TRUE
005510         WHEN RTJ-ADD
005520             MOVE RTJ-AFTER-IMAGE TO ROUTE-RECORD
005530             WRITE ROUTE-RECORD
005540         WHEN RTJ-REPLACE
005550             READ ROUTE-FILE
005560             IF FILE-OK
005570                 MOVE RTJ-AFTER-IMAGE TO ROUTE-RECORD
005580                 REWRITE ROUTE-RECORD
005590             END-IF
005600         WHEN OTHER
005610             DELETE ROUTE-FILE
005620     END-EVALUATE
005630     IF FILE-OK
005640         ADD 1 TO RCV-APPLIED-COUNT
005650         MOVE "REAPPLIED" TO RCV-DETAIL-DISPOSITION
005652         MOVE RTJ-ACTION-CODE TO RCV-FLAG-ACTION
005654         PERFORM 3600-FLAG-CORRECTION-RTN
005656             THRU 3600-EXIT
005660     ELSE
005670         PERFORM 3500-CHECK-HARD-ERROR-RTN
005680             THRU 3500-EXIT
005690         ADD 1 TO RCV-SKIP-CONFLICT-COUNT
005700         IF FILE-DUPLICATE-KEY
005710             MOVE "SKIPPED - KEY ALREADY ON FILE"
005720                 TO RCV-DETAIL-DISPOSITION
005730         ELSE
005740             MOVE "SKIPPED - KEY NOT ON FILE"
005750                 TO RCV-DETAIL-DISPOSITION
005760         END-IF
005770     END-IF
005780     PERFORM 7500-WRITE-DETAIL-RTN
005790         THRU 7500-EXIT.
005800 2000-READ-NEXT.
005810     PERFORM 2100-READ-JOURNAL-RTN
005820         THRU 2100-EXIT.
005830 2000-EXIT.
005840     EXIT.
005850*
005860*-----------------------------------------------------------*
005870* 2100-READ-JOURNAL-RTN - READS THE NEXT JOURNAL RECORD.
005880*-----------------------------------------------------------*
005890 2100-READ-JOURNAL-RTN.
005900     READ ROUTE-JOURNAL-FILE
005910         AT END
005920             SET JOURNAL-EOF TO TRUE
005930         NOT AT END
005940             ADD 1 TO RCV-JOURNAL-READ-COUNT
005950     END-READ
005960     IF NOT JOURNAL-FILE-OK AND NOT JOURNAL-EOF
005970         SET JOURNAL-EOF TO TRUE
005980     END-IF.
005990 2100-EXIT.
006000     EXIT.
006010*
006020*-----------------------------------------------------------*
006030* 3500-CHECK-HARD-ERROR-RTN - LATCHES THE RUN-WIDE HARD-ERROR
006040* SWITCH WHEN THE LAST ROUTE-FILE OPERATION CAME BACK WITH
006050* SOMETHING OTHER THAN SUCCESS, A DUPLICATE KEY OR A NOT-FOUND
006060* KEY.
006070*-----------------------------------------------------------*
006080 3500-CHECK-HARD-ERROR-RTN.
006090     IF NOT FILE-OK
006100         AND NOT FILE-DUPLICATE-KEY
006110         AND NOT FILE-KEY-NOT-FOUND
006120         SET RCV-HARD-ERROR TO TRUE
006130     END-IF.
006140 3500-EXIT.
006150     EXIT.
006151*
006152*-----------------------------------------------------------*
006153* 3600-FLAG-CORRECTION-RTN - AFTER A JOURNALED CHANGE WAS
006154* REAPPLIED OR BACKED OUT CLEAN, ASKS THE STATS HISTORY WHETHER
006155* THE ROUTE'S DATE HAS ALREADY BEEN COMPUTED AND SENT. IF IT
006156* HAS, THE ROUTE IS FLAGGED PENDING ON THE CORRECTION FILE -
006157* A NEW ITEM, OR AN ITEM ALREADY ON FILE PUT BACK TO PENDING
006158* WITH RCV-FLAG-ACTION - EXACTLY AS DAY01LOD FLAGS A LOAD.
006159* DAY01COR WORKS OUT WHETHER THE RECOVERY MOVED THE FINAL
006160* FLOOR. A CORRECTION-FILE READ THAT NEITHER FINDS NOR MISSES
006161* THE KEY IS A HARD ERROR.
006162*-----------------------------------------------------------*
006163 3600-FLAG-CORRECTION-RTN.
006164     IF NOT RCV-HIST-AVAILABLE
006165         GO TO 3600-EXIT
006166     END-IF
006167     MOVE RTJ-BUILDING-ID TO HST-BUILDING-ID
006168     MOVE RTJ-ROUTE-DATE TO HST-ROUTE-DATE
006169     READ STATS-HIST-FILE
006170         INVALID KEY
006171             GO TO 3600-EXIT
006172     END-READ
006173     IF NOT HIST-FILE-OK
006174         DISPLAY "WARNING - STATS HISTORY READ FAILED FOR "
006175             RTJ-BUILDING-ID " STATUS " HIST-FILE-STATUS
006176         SET RCV-HIST-UNUSABLE TO TRUE
006177         GO TO 3600-EXIT
006178     END-IF
006179     MOVE RTJ-BUILDING-ID TO COR-BUILDING-ID
006180     MOVE RTJ-ROUTE-DATE TO COR-ROUTE-DATE
006181     READ CORRECTION-FILE
006182         INVALID KEY
006183             MOVE SPACES TO CORRECTION-RECORD
006184             MOVE RTJ-BUILDING-ID TO COR-BUILDING-ID
006185             MOVE RTJ-ROUTE-DATE TO COR-ROUTE-DATE
006186             MOVE 0 TO COR-FLAGGED-COUNT
006187             MOVE 0 TO COR-OLD-FINAL-FLOOR
006188             MOVE 0 TO COR-NEW-FINAL-FLOOR
006189             MOVE 0 TO COR-PROCESSED-DATE
006190     END-READ
006191     IF NOT CORRECTION-OK
006192         AND NOT CORRECTION-KEY-NOT-FOUND
006193         DISPLAY "ERROR READING CORRECTION FILE FOR BUILDING "
006194             RTJ-BUILDING-ID " DATE " RTJ-ROUTE-DATE
006195             " STATUS " CORRECTION-FILE-STATUS
006196         SET RCV-CORR-HARD-ERROR TO TRUE
006197         GO TO 3600-EXIT
006198     END-IF
006199     SET COR-PENDING TO TRUE
006200     MOVE RCV-FLAG-ACTION TO COR-LAST-ACTION
006201     MOVE RCV-RUN-DATE TO COR-FLAGGED-DATE
006202     ADD 1 TO COR-FLAGGED-COUNT
006203     IF CORRECTION-KEY-NOT-FOUND
006204         WRITE CORRECTION-RECORD
006205     ELSE
006206         REWRITE CORRECTION-RECORD
006207     END-IF
006208     IF CORRECTION-OK
006209         ADD 1 TO RCV-FLAGGED-COUNT
006210     ELSE
006211         DISPLAY "ERROR FLAGGING CORRECTION FOR BUILDING "
006212             RTJ-BUILDING-ID " DATE " RTJ-ROUTE-DATE
006213             " STATUS " CORRECTION-FILE-STATUS
006214         SET RCV-CORR-HARD-ERROR TO TRUE
006215     END-IF.
006216 3600-EXIT.
006217     EXIT.
006218*
006219*-----------------------------------------------------------*
006220* 4000-BACKOUT-INPUT-RTN - THE SORT INPUT PROCEDURE OF A
006221* BACKOUT: READS THE WHOLE JOURNAL, RELEASES THE NAMED RUN'S
006222* RECORDS AND COUNTS THE REST AS SKIPPED, THEN CLOSES THE
006223* JOURNAL SO THE OUTPUT PROCEDURE CAN REOPEN IT FOR APPEND.
006224*-----------------------------------------------------------*
006230 4000-BACKOUT-INPUT-RTN.
006240     PERFORM 2100-READ-JOURNAL-RTN
006250         THRU 2100-EXIT
006260     PERFORM 4100-SELECT-ONE-RTN
006270         THRU 4100-EXIT
006280         UNTIL JOURNAL-EOF
006290     MOVE JOURNAL-FILE-STATUS TO RCV-JOURNAL-FINAL-STATUS
006300     CLOSE ROUTE-JOURNAL-FILE.
006310 4000-EXIT.
006320     EXIT.
006330*
006340 4100-SELECT-ONE-RTN.
006350     IF RTJ-RUN-STAMP = RCV-BACKOUT-STAMP
006360         RELEASE SORT-RECORD FROM ROUTE-JOURNAL-RECORD
006370     ELSE
006380         ADD 1 TO RCV-SKIP-OTHER-RUN-COUNT
006390     END-IF
006400     PERFORM 2100-READ-JOURNAL-RTN
006410         THRU 2100-EXIT.
006420 4100-EXIT.
006430     EXIT.
006440*
006450*-----------------------------------------------------------*
006460* 5000-BACKOUT-OUTPUT-RTN - THE SORT OUTPUT PROCEDURE OF A
006470* BACKOUT: REOPENS THE JOURNAL FOR APPEND AND UNDOES THE NAMED
006480* RUN'S CHANGES LAST TRANSACTION FIRST. A JOURNAL THAT DID NOT
006490* READ TO A CLEAN END MAY BE MISSING SOME OF THE RUN, SO
006500* NOTHING IS BACKED OUT AT ALL.
006510*-----------------------------------------------------------*
006520 5000-BACKOUT-OUTPUT-RTN.
006530     OPEN EXTEND ROUTE-JOURNAL-FILE
006540     IF NOT JOURNAL-FILE-OK
006550         DISPLAY "ERROR REOPENING ROUTE CHANGE JOURNAL. STATUS: "
006560             JOURNAL-FILE-STATUS
006570         SET RCV-HARD-ERROR TO TRUE
006580     END-IF
006590     IF RCV-HARD-ERROR OR NOT RCV-JOURNAL-ENDED-CLEAN
006600         DISPLAY "JOURNAL NOT READ WHOLE - NOTHING BACKED OUT"
006610         PERFORM 5050-DISCARD-ONE-RTN
006620             THRU 5050-EXIT
006630             UNTIL SORT-EOF
006640         GO TO 5000-EXIT
006650     END-IF
006660     RETURN SORT-FILE INTO ROUTE-JOURNAL-RECORD
006670         AT END
006680             SET SORT-EOF TO TRUE
006690     END-RETURN
006700     PERFORM 5100-UNDO-ONE-RTN
006710         THRU 5100-EXIT
006720         UNTIL SORT-EOF.
006730 5000-EXIT.
006740     EXIT.
006750*
006760*-----------------------------------------------------------*
006770* 5050-DISCARD-ONE-RTN - RETURNS A SELECTED RECORD WITHOUT
006780* UNDOING IT, SO THE CONTROL COUNTS STILL ACCOUNT FOR IT.
006790*-----------------------------------------------------------*
006800 5050-DISCARD-ONE-RTN.
006810     RETURN SORT-FILE INTO ROUTE-JOURNAL-RECORD
006820         AT END
006830             SET SORT-EOF TO TRUE
006840         NOT AT END
006850             ADD 1 TO RCV-SKIP-CONFLICT-COUNT
006860             MOVE "SKIPPED - JOURNAL NOT READ WHOLE"
006870                 TO RCV-DETAIL-DISPOSITION
006880             PERFORM 7500-WRITE-DETAIL-RTN
006890                 THRU 7500-EXIT
006900     END-RETURN.
006910 5050-EXIT.
006920     EXIT.
006930*
006940*-----------------------------------------------------------*
006950* 5100-UNDO-ONE-RTN - UNDOES ONE OF THE RUN'S CHANGES, BUT
006960* ONLY WHEN THE ROUTE STILL STANDS EXACTLY AS THE RUN LEFT IT:
006970* THE AFTER IMAGE STILL ON FILE FOR AN ADD OR REPLACE, THE KEY
006980* STILL ABSENT FOR A DELETE. ANYTHING ELSE MEANS A LATER LOAD
006990* HAS CHANGED THE ROUTE AGAIN AND THE DESK MUST DECIDE; IT IS
007000* LISTED AND SKIPPED. AN ADD IS UNDONE BY A DELETE, A REPLACE
007010* BY REWRITING THE BEFORE IMAGE, A DELETE BY WRITING IT BACK.
007013* A ROUTE BACKED OUT FOR A DATE ALREADY SENT IS FLAGGED FOR
007016* CORRECTION WITH THE UNDO ACTION.
007020*-----------------------------------------------------------*
007030 5100-UNDO-ONE-RTN.
007040     MOVE ROUTE-JOURNAL-RECORD TO RCV-HELD-JOURNAL
007050     MOVE RTJ-KEY TO RTE-KEY
007060     MOVE "N" TO RCV-CURRENT-SW
007070     MOVE SPACES TO RCV-CURRENT-IMAGE
007080     READ ROUTE-FILE
007090         INVALID KEY
007100             CONTINUE
007110         NOT INVALID KEY
007120             SET RCV-CURRENT-PRESENT TO TRUE
007130             MOVE ROUTE-RECORD TO RCV-CURRENT-IMAGE
007140     END-READ
007150     PERFORM 3500-CHECK-HARD-ERROR-RTN
007160         THRU 3500-EXIT
007170     IF RTJ-DELETE
007180         IF RCV-CURRENT-PRESENT
007190             GO TO 5100-CONFLICT
007200         END-IF
007210     ELSE
007220         IF NOT RCV-CURRENT-PRESENT
007230             OR RCV-CURRENT-IMAGE NOT = RTJ-AFTER-IMAGE
007240             GO TO 5100-CONFLICT
007250         END-IF
007260     END-IF
007270     EVALUATE TRUE
007280         WHEN RTJ-ADD
007290             MOVE "D" TO RCV-UNDO-ACTION
007300             DELETE ROUTE-FILE
007310         WHEN RTJ-REPLACE
007320             MOVE "R" TO RCV-UNDO-ACTION
007330             MOVE RTJ-BEFORE-IMAGE TO ROUTE-RECORD
007340             REWRITE ROUTE-RECORD
007350         WHEN OTHER
007360             MOVE "A" TO RCV-UNDO-ACTION
007370             MOVE RTJ-BEFORE-IMAGE TO ROUTE-RECORD
007380             WRITE ROUTE-RECORD
007390     END-EVALUATE
007400     IF NOT FILE-OK
007410         PERFORM 3500-CHECK-HARD-ERROR-RTN
007420             THRU 3500-EXIT
007430         GO TO 5100-CONFLICT
007440     END-IF
007450     ADD 1 TO RCV-APPLIED-COUNT
007460     MOVE "BACKED OUT" TO RCV-DETAIL-DISPOSITION
007470     PERFORM 7500-WRITE-DETAIL-RTN
007480         THRU 7500-EXIT
007482     MOVE RCV-UNDO-ACTION TO RCV-FLAG-ACTION
007484     PERFORM 3600-FLAG-CORRECTION-RTN
007486         THRU 3600-EXIT
007490     PERFORM 5200-JOURNAL-UNDO-RTN
007500         THRU 5200-EXIT
007510     GO TO 5100-RETURN-NEXT.
007520 5100-CONFLICT.
007530     ADD 1 TO RCV-SKIP-CONFLICT-COUNT
007540     MOVE "SKIPPED - CHANGED SINCE THIS RUN"
007550         TO RCV-DETAIL-DISPOSITION
007560     PERFORM 7500-WRITE-DETAIL-RTN
007570         THRU 7500-EXIT.
007580 5100-RETURN-NEXT.
007590     RETURN SORT-FILE INTO ROUTE-JOURNAL-RECORD
007600         AT END
007610             SET SORT-EOF TO TRUE
007620     END-RETURN.
007630 5100-EXIT.
007640     EXIT.
007650*
007660*-----------------------------------------------------------*
007670* 5200-JOURNAL-UNDO-RTN - JOURNALS THE BACKOUT CHANGE JUST
007680* APPLIED UNDER THIS RUN'S OWN DATE/TIME: THE UNDO ACTION, THE
007690* ROUTE AS THE LOAD LEFT IT AS THE BEFORE IMAGE, AND THE ROUTE
007700* AS RESTORED AS THE AFTER IMAGE.
007710*-----------------------------------------------------------*
007720 5200-JOURNAL-UNDO-RTN.
007730     MOVE RTJ-BEFORE-SW TO RCV-CURRENT-SW
007740     MOVE RTJ-BEFORE-IMAGE TO ROUTE-RECORD
007750     MOVE RTJ-AFTER-SW TO RTJ-BEFORE-SW
007760     MOVE RTJ-AFTER-IMAGE TO RTJ-BEFORE-IMAGE
007770     MOVE RCV-CURRENT-SW TO RTJ-AFTER-SW
007780     MOVE ROUTE-RECORD TO RTJ-AFTER-IMAGE
007790     IF NOT RTJ-AFTER-PRESENT
007800         MOVE SPACES TO RTJ-AFTER-IMAGE
007810     END-IF
007820     IF NOT RTJ-BEFORE-PRESENT
007830         MOVE SPACES TO RTJ-BEFORE-IMAGE
007840     END-IF
007850     MOVE RCV-RUN-DATE TO RTJ-RUN-DATE
007860     MOVE RCV-RUN-TIME TO RTJ-RUN-TIME
007870     ADD 1 TO RCV-OWN-SEQUENCE
007880     MOVE RCV-OWN-SEQUENCE TO RTJ-TRANS-SEQUENCE
007890     MOVE "DAY01RCV" TO RTJ-PROGRAM-ID
007900     MOVE RCV-UNDO-ACTION TO RTJ-ACTION-CODE
007910     WRITE ROUTE-JOURNAL-RECORD
007920     IF JOURNAL-FILE-OK
007930         ADD 1 TO RCV-JOURNALED-COUNT
007940     ELSE
007950         DISPLAY "ERROR WRITING ROUTE CHANGE JOURNAL FOR "
007960             RTJ-BUILDING-ID " DATE " RTJ-ROUTE-DATE
007970             " STATUS " JOURNAL-FILE-STATUS
007980         SET RCV-HARD-ERROR TO TRUE
007990     END-IF
008000     MOVE RCV-HELD-JOURNAL TO ROUTE-JOURNAL-RECORD.
008010 5200-EXIT.
008020     EXIT.
008030*
008040*-----------------------------------------------------------*
008050* 7000-WRITE-TOTALS-RTN - WRITES THE CONTROL TOTALS AND THE
008060* PROOF THAT EVERY JOURNAL RECORD READ WAS EITHER APPLIED OR
008070* SKIPPED.
008080*-----------------------------------------------------------*
008090 7000-WRITE-TOTALS-RTN.
008100     COMPUTE RCV-SKIPPED-COUNT = RCV-SKIP-IN-BACKUP-COUNT
008110         + RCV-SKIP-AFTER-TARGET-COUNT
008120         + RCV-SKIP-OTHER-RUN-COUNT
008130         + RCV-SKIP-CONFLICT-COUNT
008140     COMPUTE RCV-PROVED-COUNT = RCV-APPLIED-COUNT
008150         + RCV-SKIPPED-COUNT
008160     MOVE RCV-BANNER-LINE TO RECOVERY-REPORT-RECORD
008170     WRITE RECOVERY-REPORT-RECORD
008180     IF RCV-ROLL-FORWARD
008190         MOVE "BACKUP RECORDS LOADED:" TO RCV-TOTAL-LABEL
008200         MOVE RCV-BACKUP-LOADED-COUNT TO RCV-TOTAL-VALUE
008210         MOVE RCV-TOTAL-LINE TO RECOVERY-REPORT-RECORD
008220         WRITE RECOVERY-REPORT-RECORD
008230     END-IF
008240     MOVE "JOURNAL RECORDS READ:" TO RCV-TOTAL-LABEL
008250     MOVE RCV-JOURNAL-READ-COUNT TO RCV-TOTAL-VALUE
008260     MOVE RCV-TOTAL-LINE TO RECOVERY-REPORT-RECORD
008270     WRITE RECOVERY-REPORT-RECORD
008280     MOVE "  APPLIED:" TO RCV-TOTAL-LABEL
008290     MOVE RCV-APPLIED-COUNT TO RCV-TOTAL-VALUE
008300     MOVE RCV-TOTAL-LINE TO RECOVERY-REPORT-RECORD
008310     WRITE RECOVERY-REPORT-RECORD
008320     MOVE "  SKIPPED:" TO RCV-TOTAL-LABEL
008330     MOVE RCV-SKIPPED-COUNT TO RCV-TOTAL-VALUE
008340     MOVE RCV-TOTAL-LINE TO RECOVERY-REPORT-RECORD
008350     WRITE RECOVERY-REPORT-RECORD
008360     MOVE "    ALREADY IN BACKUP:" TO RCV-TOTAL-LABEL
008370     MOVE RCV-SKIP-IN-BACKUP-COUNT TO RCV-TOTAL-VALUE
008380     MOVE RCV-TOTAL-LINE TO RECOVERY-REPORT-RECORD
008390     WRITE RECOVERY-REPORT-RECORD
008400     MOVE "    AFTER TARGET:" TO RCV-TOTAL-LABEL
008410     MOVE RCV-SKIP-AFTER-TARGET-COUNT TO RCV-TOTAL-VALUE
008420     MOVE RCV-TOTAL-LINE TO RECOVERY-REPORT-RECORD
008430     WRITE RECOVERY-REPORT-RECORD
008440     MOVE "    NOT THE NAMED RUN:" TO RCV-TOTAL-LABEL
008450     MOVE RCV-SKIP-OTHER-RUN-COUNT TO RCV-TOTAL-VALUE
008460     MOVE RCV-TOTAL-LINE TO RECOVERY-REPORT-RECORD
008470     WRITE RECOVERY-REPORT-RECORD
008480     MOVE "    LISTED ABOVE:" TO RCV-TOTAL-LABEL
008490     MOVE RCV-SKIP-CONFLICT-COUNT TO RCV-TOTAL-VALUE
008500     MOVE RCV-TOTAL-LINE TO RECOVERY-REPORT-RECORD
008510     WRITE RECOVERY-REPORT-RECORD
008520     IF RCV-BACK-OUT
008530         MOVE "BACKOUT CHANGES JOURNALED:" TO RCV-TOTAL-LABEL
008540         MOVE RCV-JOURNALED-COUNT TO RCV-TOTAL-VALUE
008550         MOVE RCV-TOTAL-LINE TO RECOVERY-REPORT-RECORD
008560         WRITE RECOVERY-REPORT-RECORD
008570     END-IF
008572     MOVE "FLAGGED FOR CORRECTION:" TO RCV-TOTAL-LABEL
008574     MOVE RCV-FLAGGED-COUNT TO RCV-TOTAL-VALUE
008576     MOVE RCV-TOTAL-LINE TO RECOVERY-REPORT-RECORD
008578     WRITE RECOVERY-REPORT-RECORD
008580     IF RCV-PROVED-COUNT = RCV-JOURNAL-READ-COUNT
008590         MOVE "READ = APPLIED + SKIPPED - BALANCED"
008600             TO RCV-PROOF-TEXT
008610     ELSE
008620         MOVE "READ NOT = APPLIED + SKIPPED - OUT OF BALANCE"
008630             TO RCV-PROOF-TEXT
008640     END-IF
008650     MOVE RCV-PROOF-LINE TO RECOVERY-REPORT-RECORD
008660     WRITE RECOVERY-REPORT-RECORD.
008670 7000-EXIT.
008680     EXIT.
008690*
008700*-----------------------------------------------------------*
008710* 7500-WRITE-DETAIL-RTN - WRITES ONE DETAIL LINE FOR THE
008720* JOURNAL RECORD IN HAND; THE DISPOSITION TEXT IS ALREADY
008730* LOADED BY WHICHEVER PATH JUDGED IT.
008740*-----------------------------------------------------------*
008750 7500-WRITE-DETAIL-RTN.
008760     MOVE RTJ-RUN-DATE TO RCV-DETAIL-RUN-DATE
008770     MOVE RTJ-RUN-TIME TO RCV-DETAIL-RUN-TIME
008780     MOVE RTJ-TRANS-SEQUENCE TO RCV-DETAIL-SEQUENCE
008790     MOVE RTJ-ACTION-CODE TO RCV-DETAIL-ACTION
008800     MOVE RTJ-BUILDING-ID TO RCV-DETAIL-BUILDING-ID
008810     MOVE RTJ-ROUTE-DATE TO RCV-DETAIL-ROUTE-DATE
008820     MOVE RTJ-SEGMENT-NUMBER TO RCV-DETAIL-SEGMENT
008830     MOVE RCV-DETAIL-LINE TO RECOVERY-REPORT-RECORD
008840     WRITE RECOVERY-REPORT-RECORD.
008850 7500-EXIT.
008860     EXIT.
008870*
008880*-----------------------------------------------------------*
008890* 8100-SET-RETURN-CODE-RTN - SETS THE CONDITION CODE THIS
008900* STEP HANDS BACK TO JCL: 0 MEANS THE RECOVERY RAN CLEAN, 4
008910* MEANS SOME CHANGE IN THE WINDOW WAS SKIPPED (LISTED ON THE
008920* REPORT FOR THE DESK) OR A BACKOUT FOUND NOTHING FOR THE
008930* NAMED RUN, 8 MEANS ROUTE-FILE, THE BACKUP OR THE JOURNAL DID
008940* NOT END IN GOOD STANDING OR THE CONTROL CHECK FAILED - THE
008950* FILE MUST NOT BE USED UNTIL THE RECOVERY IS RERUN CLEAN.
008952* A CORRECTION ITEM THAT WOULD NOT POST IS AN 8 AS WELL; A
008954* STATS HISTORY THAT COULD NOT BE ASKED (SO NOTHING COULD BE
008956* FLAGGED) IS A 4.
008960*-----------------------------------------------------------*
008970 8100-SET-RETURN-CODE-RTN.
008980     IF RCV-HARD-ERROR
008985         OR RCV-CORR-HARD-ERROR
008990         OR NOT RCV-BACKUP-ENDED-CLEAN
009000         OR NOT RCV-JOURNAL-ENDED-CLEAN
009010         OR RCV-PROVED-COUNT NOT = RCV-JOURNAL-READ-COUNT
009020         MOVE 8 TO RETURN-CODE
009030     ELSE
009040         IF RCV-SKIP-CONFLICT-COUNT > 0
009050             OR (RCV-BACK-OUT AND RCV-APPLIED-COUNT = 0)
009055             OR RCV-HIST-UNUSABLE
009060             MOVE 4 TO RETURN-CODE
009070         ELSE
009080             MOVE 0 TO RETURN-CODE
009090         END-IF
009100     END-IF.
009110 8100-EXIT.
009120     EXIT.
009130*
009140*-----------------------------------------------------------*
009150* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
009160* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
009170* ALERT.
009180*-----------------------------------------------------------*
009190 8200-RAISE-ALERTS-RTN.
009200     IF RCV-HARD-ERROR
009210         MOVE 8 TO ALERT-SEVERITY
009220         MOVE "IOERROR" TO ALERT-CODE
009230         MOVE "HARD I/O ERROR - ROUTE FILE SUSPECT"
009240             TO ALERT-TEXT
009250         PERFORM 9700-WRITE-ALERT-RTN
009260             THRU 9700-EXIT
009270     END-IF
009271     IF RCV-CORR-HARD-ERROR
009272         MOVE 8 TO ALERT-SEVERITY
009273         MOVE "IOERROR" TO ALERT-CODE
009274         MOVE "CORRECTION FILE HARD I/O ERROR"
009275             TO ALERT-TEXT
009276         PERFORM 9700-WRITE-ALERT-RTN
009277             THRU 9700-EXIT
009278     END-IF
009280     IF NOT RCV-BACKUP-ENDED-CLEAN
009290             OR NOT RCV-JOURNAL-ENDED-CLEAN
009300         MOVE 8 TO ALERT-SEVERITY
009310         MOVE "BADEND" TO ALERT-CODE
009320         MOVE "BACKUP OR JOURNAL DID NOT READ CLEAN"
009330             TO ALERT-TEXT
009340         PERFORM 9700-WRITE-ALERT-RTN
009350             THRU 9700-EXIT
009360     END-IF
009370     IF RCV-PROVED-COUNT NOT = RCV-JOURNAL-READ-COUNT
009380         MOVE 8 TO ALERT-SEVERITY
009390         MOVE "OUTBAL" TO ALERT-CODE
009400         MOVE "JOURNAL READ NOT = APPLIED + SKIPPED"
009410             TO ALERT-TEXT
009420         PERFORM 9700-WRITE-ALERT-RTN
009430             THRU 9700-EXIT
009440     END-IF
009450     IF RCV-SKIP-CONFLICT-COUNT > 0
009460         MOVE 4 TO ALERT-SEVERITY
009470         MOVE "RCVSKIP" TO ALERT-CODE
009480         MOVE RCV-SKIP-CONFLICT-COUNT TO ALERT-COUNT
009490         MOVE "JOURNALED CHANGES SKIPPED - SEE REPORT"
009500             TO ALERT-TEXT
009510         PERFORM 9700-WRITE-ALERT-RTN
009520             THRU 9700-EXIT
009530     END-IF
009540     IF RCV-BACK-OUT AND RCV-APPLIED-COUNT = 0
009550         MOVE 4 TO ALERT-SEVERITY
009560         MOVE "NORUN" TO ALERT-CODE
009570         MOVE "NO CHANGES FOUND FOR THE NAMED RUN"
009580             TO ALERT-TEXT
009590         PERFORM 9700-WRITE-ALERT-RTN
009600             THRU 9700-EXIT
009610     END-IF
009611     IF RCV-HIST-UNUSABLE
009612         MOVE 4 TO ALERT-SEVERITY
009613         MOVE "NOTUSABL" TO ALERT-CODE
009614         MOVE "STATS HISTORY NOT USABLE - NONE FLAGGED"
009615             TO ALERT-TEXT
009616         PERFORM 9700-WRITE-ALERT-RTN
009617             THRU 9700-EXIT
009618     END-IF
009620     PERFORM 9720-ALERT-STEP-END-RTN
009630         THRU 9720-EXIT.
009640 8200-EXIT.
009650     EXIT.
009660*
009670*-----------------------------------------------------------*
009680* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
009690* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
009700* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
009710* NEXT CALLER STARTS CLEAN.
009720*-----------------------------------------------------------*
009730 9700-WRITE-ALERT-RTN.
009740     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
009750         PERFORM 9710-OPEN-ALERT-RTN
009760             THRU 9710-EXIT
009770     END-IF
009780     IF NOT ALERT-FILE-OPEN
009790         GO TO 9700-CLEAR
009800     END-IF
009810     MOVE SPACES TO ALERT-RECORD
009820     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
009830     ACCEPT ALR-RAISED-TIME FROM TIME
009840     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
009850     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
009860     MOVE "DAY01RCV" TO ALR-PROGRAM-ID
009870     MOVE ALERT-SEVERITY TO ALR-SEVERITY
009880     MOVE ALERT-CODE TO ALR-CODE
009890     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
009900     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
009910     MOVE ALERT-COUNT TO ALR-COUNT
009920     MOVE ALERT-TEXT TO ALR-TEXT
009930     WRITE ALERT-RECORD
009940     IF ALERT-FILE-OK
009950         ADD 1 TO ALERT-RAISED-COUNT
009960     ELSE
009970         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
009980             " STATUS " ALERT-FILE-STATUS
009990         CLOSE ALERT-FILE
010000         SET ALERT-FILE-FAILED TO TRUE
010010     END-IF.
010020 9700-CLEAR.
010030     MOVE SPACES TO ALERT-BUILDING-ID
010040     MOVE 0 TO ALERT-ROUTE-DATE
010050     MOVE 0 TO ALERT-COUNT.
010060 9700-EXIT.
010070     EXIT.
010080*
010090*-----------------------------------------------------------*
010100* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
010110* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
010120* JOB AND STEP NAME OFF THE EXEC PARM.
010130*-----------------------------------------------------------*
010140 9710-OPEN-ALERT-RTN.
010150     OPEN EXTEND ALERT-FILE
010160     IF NOT ALERT-FILE-OK
010170         OPEN OUTPUT ALERT-FILE
010180     END-IF
010190     IF NOT ALERT-FILE-OK
010200         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
010210             ALERT-FILE-STATUS
010220         SET ALERT-FILE-FAILED TO TRUE
010230         GO TO 9710-EXIT
010240     END-IF
010250     SET ALERT-FILE-OPEN TO TRUE
010260     IF JOB-STEP-PARM-LENGTH > 0
010270         AND JOB-STEP-PARM-LENGTH NOT > 100
010280         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
010290             DELIMITED BY ","
010300             INTO ALERT-JOB-NAME ALERT-STEP-NAME
010310         END-UNSTRING
010320     END-IF
010330     IF ALERT-STEP-NAME = SPACES
010340         MOVE "DAY01RCV" TO ALERT-STEP-NAME
010350     END-IF.
010360 9710-EXIT.
010370     EXIT.
010380*
010390*-----------------------------------------------------------*
010400* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
010410* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
010420* DATASET IF THIS STEP OPENED IT.
010430*-----------------------------------------------------------*
010440 9720-ALERT-STEP-END-RTN.
010450     IF RETURN-CODE > 0
010460         IF RETURN-CODE > 9
010470             MOVE 9 TO ALERT-SEVERITY
010480         ELSE
010490             MOVE RETURN-CODE TO ALERT-SEVERITY
010500         END-IF
010510         MOVE "STEPEND" TO ALERT-CODE
010520         MOVE RETURN-CODE TO ALERT-COUNT
010530         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
010540             TO ALERT-TEXT
010550         PERFORM 9700-WRITE-ALERT-RTN
010560             THRU 9700-EXIT
010570     END-IF
010580     IF ALERT-FILE-OPEN
010590         CLOSE ALERT-FILE
010600         MOVE "N" TO ALERT-OPEN-SW
010610     END-IF.
010620 9720-EXIT.
010630     EXIT.
010640*
010650*-----------------------------------------------------------*
010660* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
010670* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
010680* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
010690*-----------------------------------------------------------*
010700 9750-ALERT-STEP-STOPPED-RTN.
010710     MOVE 8 TO ALERT-SEVERITY
010720     MOVE "STEPSTOP" TO ALERT-CODE
010730     MOVE 8 TO ALERT-COUNT
010740     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
010750         TO ALERT-TEXT
010760     PERFORM 9700-WRITE-ALERT-RTN
010770         THRU 9700-EXIT
010780     IF ALERT-FILE-OPEN
010790         CLOSE ALERT-FILE
010800         MOVE "N" TO ALERT-OPEN-SW
010810     END-IF.
010820 9750-EXIT.
010830     EXIT.
