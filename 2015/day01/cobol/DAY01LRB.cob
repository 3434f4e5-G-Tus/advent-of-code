000010*-----------------------------------------------------------*
000020* PROGRAM-ID: DAY01LRB
000030*-----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     DAY01LRB.
000060 AUTHOR.         R WHITMORE.
000070 INSTALLATION.   CANDY CANE LANE DATA CENTER.
000080 DATE-WRITTEN.   2026-10-09.
000090 DATE-COMPILED.
000100*-----------------------------------------------------------*
000110* MODIFICATION HISTORY.
000120*-----------------------------------------------------------*
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-09 RW    ORIGINAL PROGRAM - REBUILDS THE LATEST-RESULTS
000150*                  FILE (COPYBOOK LATREC) FROM THE STATS HISTORY.
000160*                  ONE PASS OF THE HISTORY IN KEY ORDER KEEPS THE
000170*                  NEWEST DATE OF EACH BUILDING AND WRITES IT AS
000180*                  THAT BUILDING'S LATEST RESULT. RUN BY JOB
000190*                  DAY01LRB TO CREATE THE FILE THE FIRST TIME, OR
000200*                  TO RECOVER IT IF IT IS EVER LOST OR DAMAGED.
000201* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000202*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000203*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000204*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000205*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000206*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000207*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000208*                  ('JOB,STEP').
000211* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000214*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000217*-----------------------------------------------------------*
000220*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.    IBM-370.
000260 OBJECT-COMPUTER.    IBM-370.
000270 SPECIAL-NAMES.
000280     CONSOLE IS CONSOLE-DEVICE.
000290*
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT STATS-HIST-FILE
000330         ASSIGN TO HISTFILE
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS HST-KEY
000370         FILE STATUS IS HIST-FILE-STATUS.
000380     SELECT LATEST-FILE
000390         ASSIGN TO LATFILE
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS LAT-BUILDING-ID
000430         FILE STATUS IS LATEST-FILE-STATUS.
000440     SELECT LRB-REPORT-FILE
000450         ASSIGN TO LRBRPT
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS LRB-REPORT-STATUS.
000472     SELECT ALERT-FILE
000474         ASSIGN TO ALERTS
000476         ORGANIZATION IS SEQUENTIAL
000478         FILE STATUS IS ALERT-FILE-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  STATS-HIST-FILE.
000520     COPY "STATHREC.cpy".
000530*
000540 FD  LATEST-FILE.
000550     COPY "LATREC.cpy".
000560*
000570 FD  LRB-REPORT-FILE.
000580 01  LRB-REPORT-RECORD               PIC X(132).
000581*
000582 FD  ALERT-FILE
000583     RECORD CONTAINS 120 CHARACTERS
000584     RECORDING MODE IS F.
000585     COPY "ALERTREC.cpy".
000590*
000591 WORKING-STORAGE SECTION.
000592*-----------------------------------------------------------*
000593* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
000594* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
000595* COUNT WHERE THERE ARE ANY - AND PERFORMS
000596* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
000597* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
000598* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
000599* CODE - THE STEP'S OWN WORK STANDS.
000600*-----------------------------------------------------------*
000601 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
000602     88  ALERT-FILE-OK                     VALUE "00".
000603 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
000604     88  ALERT-FILE-OPEN                   VALUE "Y".
000605     88  ALERT-FILE-FAILED                 VALUE "F".
000606 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
000607 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
000608 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
000609 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
000610 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
000611 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
000612 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
000613 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
000614 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
000615*-----------------------------------------------------------*
000620* FILE STATUS AND SWITCHES.
000630*-----------------------------------------------------------*
000640 77  HIST-FILE-STATUS            PIC X(02) VALUE SPACES.
000650     88  HIST-FILE-OK                      VALUE "00".
000660 77  HIST-EOF-SW                 PIC X(01) VALUE "N".
000670     88  HIST-EOF                          VALUE "Y".
000680 77  LATEST-FILE-STATUS          PIC X(02) VALUE SPACES.
000690     88  LATEST-FILE-OK                    VALUE "00".
000700 77  LRB-REPORT-STATUS           PIC X(02) VALUE SPACES.
000710     88  LRB-REPORT-OK                     VALUE "00".
000720*-----------------------------------------------------------*
000730* SET ONCE A HISTORY RECORD HAS BEEN TAKEN INTO THE LATEST
000740* RECORD AREA AND NOT YET WRITTEN, AND WHEN ANY WRITE TO THE
000750* LATEST-RESULTS FILE FAILS.
000760*-----------------------------------------------------------*
000770 77  LRB-HELD-SW                 PIC X(01) VALUE "N".
000780     88  LRB-HELD                          VALUE "Y".
000790 77  LRB-WRITE-ERROR-SW          PIC X(01) VALUE "N".
000800     88  LRB-WRITE-ERROR                   VALUE "Y".
000810*-----------------------------------------------------------*
000820* THE FINAL I/O STATUS OF THE HISTORY, SAVED BY
000830* 0900-CLOSE-FILES-RTN BEFORE THE CLOSE RUNS - THE SAME
000840* PRECAUTION DAY01TRD TAKES.
000850*-----------------------------------------------------------*
000860 77  LRB-HIST-FINAL-STATUS       PIC X(02) VALUE SPACES.
000870     88  LRB-HIST-ENDED-CLEAN              VALUE "10".
000880*-----------------------------------------------------------*
000890* RUN COUNTERS.
000900*-----------------------------------------------------------*
000910 77  LRB-HIST-READ-COUNT         PIC 9(09) COMP VALUE 0.
000920 77  LRB-WRITTEN-COUNT           PIC 9(09) COMP VALUE 0.
000930*-----------------------------------------------------------*
000940* RUN DATE AND REPORT LINE LAYOUTS - EACH PADDED TO THE FULL
000950* 132-BYTE LRB-REPORT-FILE RECORD LENGTH.
000960*-----------------------------------------------------------*
000970 77  LRB-RUN-DATE                PIC 9(08) VALUE 0.
000980*
000990 01  LRB-BANNER-LINE.
001000     05  FILLER                  PIC X(60)
001010         VALUE "CANDY CANE LANE DATA CENTER - AOC 2015 DAY 1".
001020     05  FILLER                  PIC X(72) VALUE SPACES.
001030*
001040 01  LRB-TITLE-LINE.
001050     05  FILLER                  PIC X(60)
001060         VALUE "LATEST-RESULTS FILE REBUILD".
001070     05  FILLER                  PIC X(72) VALUE SPACES.
001080*
001090 01  LRB-RUNDATE-LINE.
001100     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001110     05  LRB-RUNDATE-VALUE       PIC 9(08).
001120     05  FILLER                  PIC X(114) VALUE SPACES.
001130*
001140 01  LRB-TOTAL-LINE.
001150     05  LRB-TOTAL-LABEL         PIC X(30).
001160     05  LRB-TOTAL-VALUE         PIC 9(09).
001170     05  FILLER                  PIC X(93) VALUE SPACES.
001180*
001190 01  LRB-NOTE-LINE.
001200     05  FILLER                  PIC X(04) VALUE "  **".
001210     05  LRB-NOTE-TEXT           PIC X(60).
001220     05  FILLER                  PIC X(02) VALUE "**".
001230     05  FILLER                  PIC X(66) VALUE SPACES.
001231*
001232 LINKAGE SECTION.
001233*-----------------------------------------------------------*
001234* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
001235* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
001236* PROGRAM NAME.
001237*-----------------------------------------------------------*
001238 01  JOB-STEP-PARM.
001239     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
001240     05  JOB-STEP-PARM-TEXT      PIC X(100).
001241*
001250 PROCEDURE DIVISION USING JOB-STEP-PARM.
001260*-----------------------------------------------------------*
001270* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE REBUILD.
001280*-----------------------------------------------------------*
001290 0000-MAIN-PARA.
001300     PERFORM 0100-OPEN-FILES-RTN
001310         THRU 0100-EXIT
001320     PERFORM 0200-WRITE-HEADING-RTN
001330         THRU 0200-EXIT
001340     PERFORM 1100-READ-HIST-RTN
001350         THRU 1100-EXIT
001360     PERFORM 2000-TAKE-ONE-RECORD-RTN
001370         THRU 2000-EXIT
001380         UNTIL HIST-EOF
001390     PERFORM 3000-WRITE-LATEST-RTN
001400         THRU 3000-EXIT
001410     PERFORM 7200-WRITE-TOTALS-RTN
001420         THRU 7200-EXIT
001430     PERFORM 0900-CLOSE-FILES-RTN
001440         THRU 0900-EXIT
001450     PERFORM 8100-SET-RETURN-CODE-RTN
001460         THRU 8100-EXIT
001463     PERFORM 8200-RAISE-ALERTS-RTN
001466         THRU 8200-EXIT
001470     STOP RUN.
001480*
001490*-----------------------------------------------------------*
001500* 0100-OPEN-FILES-RTN - OPENS THE HISTORY FOR SEQUENTIAL READ
001510* (KEY ORDER: BUILDING, THEN DATE ASCENDING), AND THE LATEST
001520* RESULTS AND THE REPORT FOR OUTPUT. THE LATEST-RESULTS FILE
001530* IS LOADED FROM EMPTY - OPEN OUTPUT DISCARDS WHATEVER IT
001540* HELD BEFORE.
001550*-----------------------------------------------------------*
001560 0100-OPEN-FILES-RTN.
001570     ACCEPT LRB-RUN-DATE FROM DATE YYYYMMDD
001580     OPEN INPUT STATS-HIST-FILE
001590     IF NOT HIST-FILE-OK
001600         DISPLAY "ERROR OPENING STATS HISTORY FILE. STATUS: "
001610             HIST-FILE-STATUS
001613         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001616             THRU 9750-EXIT
001620         MOVE 8 TO RETURN-CODE
001630         STOP RUN
001640     END-IF
001650     OPEN OUTPUT LATEST-FILE
001660     IF NOT LATEST-FILE-OK
001670         DISPLAY "ERROR OPENING LATEST RESULTS. STATUS: "
001680             LATEST-FILE-STATUS
001683         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001686             THRU 9750-EXIT
001690         MOVE 8 TO RETURN-CODE
001700         STOP RUN
001710     END-IF
001720     OPEN OUTPUT LRB-REPORT-FILE
001730     IF NOT LRB-REPORT-OK
001740         DISPLAY "ERROR OPENING REBUILD REPORT. STATUS: "
001750             LRB-REPORT-STATUS
001753         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001756             THRU 9750-EXIT
001760         MOVE 8 TO RETURN-CODE
001770         STOP RUN
001780     END-IF.
001790 0100-EXIT.
001800     EXIT.
001810*
001820*-----------------------------------------------------------*
001830* 0200-WRITE-HEADING-RTN - WRITES THE REPORT BANNER, TITLE
001840* AND RUN DATE ONCE AT THE TOP OF THE REPORT.
001850*-----------------------------------------------------------*
001860 0200-WRITE-HEADING-RTN.
001870     MOVE LRB-BANNER-LINE TO LRB-REPORT-RECORD
001880     WRITE LRB-REPORT-RECORD
001890     MOVE LRB-TITLE-LINE TO LRB-REPORT-RECORD
001900     WRITE LRB-REPORT-RECORD
001910     MOVE LRB-RUN-DATE TO LRB-RUNDATE-VALUE
001920     MOVE LRB-RUNDATE-LINE TO LRB-REPORT-RECORD
001930     WRITE LRB-REPORT-RECORD
001940     MOVE LRB-BANNER-LINE TO LRB-REPORT-RECORD
001950     WRITE LRB-REPORT-RECORD.
001960 0200-EXIT.
001970     EXIT.
001980*
001990*-----------------------------------------------------------*
002000* 0900-CLOSE-FILES-RTN - SAVES THE HISTORY'S FINAL I/O STATUS
002010* FOR THE RETURN-CODE CHECK, THEN CLOSES ALL THREE FILES.
002020*-----------------------------------------------------------*
002030 0900-CLOSE-FILES-RTN.
002040     MOVE HIST-FILE-STATUS TO LRB-HIST-FINAL-STATUS
002050     CLOSE STATS-HIST-FILE
002060     CLOSE LATEST-FILE
002070     CLOSE LRB-REPORT-FILE.
002080 0900-EXIT.
002090     EXIT.
002100*
002110*-----------------------------------------------------------*
002120* 1100-READ-HIST-RTN - READS THE NEXT HISTORY RECORD IN KEY
002130* ORDER.
002140*-----------------------------------------------------------*
002150 1100-READ-HIST-RTN.
002160     READ STATS-HIST-FILE
002170         AT END
002180             SET HIST-EOF TO TRUE
002190     END-READ
002200     IF NOT HIST-EOF
002210         ADD 1 TO LRB-HIST-READ-COUNT
002220     END-IF.
002230 1100-EXIT.
002240     EXIT.
002250*
002260*-----------------------------------------------------------*
002270* 2000-TAKE-ONE-RECORD-RTN - WHEN THE BUILDING ID BREAKS,
002280* WRITES THE RECORD HELD FOR THE PRIOR BUILDING. THEN TAKES
002290* THE HISTORY RECORD IN HAND INTO THE LATEST RECORD AREA -
002300* THE HISTORY DELIVERS EACH BUILDING'S DATES ASCENDING, SO THE
002310* LAST ONE TAKEN BEFORE THE BREAK IS THE NEWEST. THE SENT DATE
002320* AND FLOOR ARE SET TO THAT NEWEST DATE AND FLOOR: THE HISTORY
002330* DOES NOT SAY WHAT WAS SENT, AND A COMPLETED NIGHT SENDS
002340* EVERY BUILDING IT ROLLS INTO THE HISTORY.
002350*-----------------------------------------------------------*
002360 2000-TAKE-ONE-RECORD-RTN.
002370     IF LRB-HELD
002380         AND HST-BUILDING-ID NOT = LAT-BUILDING-ID
002390         PERFORM 3000-WRITE-LATEST-RTN
002400             THRU 3000-EXIT
002410     END-IF
002420     MOVE SPACES TO LATEST-RESULT-RECORD
002430     MOVE HST-BUILDING-ID TO LAT-BUILDING-ID
002440     MOVE HST-ROUTE-DATE TO LAT-ROUTE-DATE
002450     MOVE HST-FINAL-FLOOR TO LAT-FINAL-FLOOR
002460     MOVE HST-MAX-FLOOR TO LAT-MAX-FLOOR
002470     MOVE HST-MIN-FLOOR TO LAT-MIN-FLOOR
002480     MOVE HST-FLOOR-UP-COUNT TO LAT-FLOOR-UP-COUNT
002490     MOVE HST-FLOOR-DOWN-COUNT TO LAT-FLOOR-DOWN-COUNT
002500     MOVE HST-BASEMENT-SW TO LAT-BASEMENT-SW
002510     MOVE HST-BASEMENT-POSITION TO LAT-BASEMENT-POSITION
002520     MOVE HST-REJECT-COUNT TO LAT-REJECT-COUNT
002530     MOVE HST-ROUTE-DATE TO LAT-SENT-DATE
002540     MOVE HST-FINAL-FLOOR TO LAT-SENT-FINAL-FLOOR
002550     MOVE LRB-RUN-DATE TO LAT-UPDATED-DATE
002560     SET LRB-HELD TO TRUE
002570     PERFORM 1100-READ-HIST-RTN
002580         THRU 1100-EXIT.
002590 2000-EXIT.
002600     EXIT.
002610*
002620*-----------------------------------------------------------*
002630* 3000-WRITE-LATEST-RTN - WRITES THE RECORD HELD FOR ONE
002640* BUILDING. CALLED ON EVERY BUILDING BREAK AND ONCE MORE AT
002650* END OF FILE; AN EMPTY HISTORY ARRIVES WITH NOTHING HELD AND
002660* FALLS STRAIGHT THROUGH.
002670*-----------------------------------------------------------*
002680 3000-WRITE-LATEST-RTN.
002690     IF NOT LRB-HELD
002700         GO TO 3000-EXIT
002710     END-IF
002720     WRITE LATEST-RESULT-RECORD
002730         INVALID KEY
002740             CONTINUE
002750     END-WRITE
002760     IF LATEST-FILE-OK
002770         ADD 1 TO LRB-WRITTEN-COUNT
002780     ELSE
002790         DISPLAY "ERROR WRITING LATEST RESULTS FOR "
002800             LAT-BUILDING-ID " STATUS " LATEST-FILE-STATUS
002810         SET LRB-WRITE-ERROR TO TRUE
002820     END-IF
002830     MOVE "N" TO LRB-HELD-SW.
002840 3000-EXIT.
002850     EXIT.
002860*
002870*-----------------------------------------------------------*
002880* 7200-WRITE-TOTALS-RTN - WRITES THE RUN TOTALS AND THE NOTE
002890* ON HOW THE SENT FIGURES WERE SET.
002900*-----------------------------------------------------------*
002910 7200-WRITE-TOTALS-RTN.
002920     MOVE "HISTORY RECORDS READ:" TO LRB-TOTAL-LABEL
002930     MOVE LRB-HIST-READ-COUNT TO LRB-TOTAL-VALUE
002940     PERFORM 7250-WRITE-TOTAL-LINE-RTN
002950         THRU 7250-EXIT
002960     MOVE "BUILDINGS WRITTEN:" TO LRB-TOTAL-LABEL
002970     MOVE LRB-WRITTEN-COUNT TO LRB-TOTAL-VALUE
002980     PERFORM 7250-WRITE-TOTAL-LINE-RTN
002990         THRU 7250-EXIT
003000     MOVE "LAST SENT TAKEN AS LATEST DATE" TO LRB-NOTE-TEXT
003010     MOVE LRB-NOTE-LINE TO LRB-REPORT-RECORD
003020     WRITE LRB-REPORT-RECORD
003030     IF LRB-HIST-READ-COUNT = 0
003040         MOVE "STATS HISTORY IS EMPTY - FILE LEFT EMPTY"
003050             TO LRB-NOTE-TEXT
003060         MOVE LRB-NOTE-LINE TO LRB-REPORT-RECORD
003070         WRITE LRB-REPORT-RECORD
003080     END-IF.
003090 7200-EXIT.
003100     EXIT.
003110*
003120*-----------------------------------------------------------*
003130* 7250-WRITE-TOTAL-LINE-RTN - WRITES ONE TOTAL LINE.
003140*-----------------------------------------------------------*
003150 7250-WRITE-TOTAL-LINE-RTN.
003160     MOVE LRB-TOTAL-LINE TO LRB-REPORT-RECORD
003170     WRITE LRB-REPORT-RECORD.
003180 7250-EXIT.
003190     EXIT.
003200*
003210*-----------------------------------------------------------*
003220* 8100-SET-RETURN-CODE-RTN - SETS THE CONDITION CODE THIS
003230* STEP HANDS BACK TO JCL: 0 MEANS THE FILE WAS REBUILT CLEAN,
003240* 8 MEANS A WRITE FAILED OR THE HISTORY DID NOT END IN GOOD
003250* STANDING AND THE FILE MUST NOT BE TRUSTED.
003260*-----------------------------------------------------------*
003270 8100-SET-RETURN-CODE-RTN.
003280     IF LRB-WRITE-ERROR
003290         OR NOT LRB-HIST-ENDED-CLEAN
003300         MOVE 8 TO RETURN-CODE
003310     ELSE
003320         MOVE 0 TO RETURN-CODE
003330     END-IF.
003340 8100-EXIT.
003350     EXIT.
003360*
003370*-----------------------------------------------------------*
003380* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
003390* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
003400* ALERT.
003410*-----------------------------------------------------------*
003420 8200-RAISE-ALERTS-RTN.
003430     IF LRB-WRITE-ERROR
003440         MOVE 8 TO ALERT-SEVERITY
003450         MOVE "IOERROR" TO ALERT-CODE
003460         MOVE "LATEST-RESULTS WRITE FAILED"
003470             TO ALERT-TEXT
003480         PERFORM 9700-WRITE-ALERT-RTN
003490             THRU 9700-EXIT
003500     END-IF
003510     IF NOT LRB-HIST-ENDED-CLEAN
003520         MOVE 8 TO ALERT-SEVERITY
003530         MOVE "BADEND" TO ALERT-CODE
003540         MOVE "STATS HISTORY DID NOT READ CLEAN"
003550             TO ALERT-TEXT
003560         PERFORM 9700-WRITE-ALERT-RTN
003570             THRU 9700-EXIT
003580     END-IF
003590     PERFORM 9720-ALERT-STEP-END-RTN
003600         THRU 9720-EXIT.
003610 8200-EXIT.
003620     EXIT.
003630*
003640*-----------------------------------------------------------*
003650* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
003660* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
003670* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
003680* NEXT CALLER STARTS CLEAN.
003690*-----------------------------------------------------------*
003700 9700-WRITE-ALERT-RTN.
003710     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
003720         PERFORM 9710-OPEN-ALERT-RTN
003730             THRU 9710-EXIT
003740     END-IF
003750     IF NOT ALERT-FILE-OPEN
003760         GO TO 9700-CLEAR
003770     END-IF
003780     MOVE SPACES TO ALERT-RECORD
003790     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
003800     ACCEPT ALR-RAISED-TIME FROM TIME
003810     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
003820     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
003830     MOVE "DAY01LRB" TO ALR-PROGRAM-ID
003840     MOVE ALERT-SEVERITY TO ALR-SEVERITY
003850     MOVE ALERT-CODE TO ALR-CODE
003860     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
003870     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
003880     MOVE ALERT-COUNT TO ALR-COUNT
003890     MOVE ALERT-TEXT TO ALR-TEXT
003900     WRITE ALERT-RECORD
003910     IF ALERT-FILE-OK
003920         ADD 1 TO ALERT-RAISED-COUNT
003930     ELSE
003940         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
003950             " STATUS " ALERT-FILE-STATUS
003960         CLOSE ALERT-FILE
003970         SET ALERT-FILE-FAILED TO TRUE
003980     END-IF.
003990 9700-CLEAR.
004000     MOVE SPACES TO ALERT-BUILDING-ID
004010     MOVE 0 TO ALERT-ROUTE-DATE
004020     MOVE 0 TO ALERT-COUNT.
004030 9700-EXIT.
004040     EXIT.
004050*
004060*-----------------------------------------------------------*
004070* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
004080* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
004090* JOB AND STEP NAME OFF THE EXEC PARM.
004100*-----------------------------------------------------------*
004110 9710-OPEN-ALERT-RTN.
004120     OPEN EXTEND ALERT-FILE
004130     IF NOT ALERT-FILE-OK
004140         OPEN OUTPUT ALERT-FILE
004150     END-IF
004160     IF NOT ALERT-FILE-OK
004170         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
004180             ALERT-FILE-STATUS
004190         SET ALERT-FILE-FAILED TO TRUE
004200         GO TO 9710-EXIT
004210     END-IF
004220     SET ALERT-FILE-OPEN TO TRUE
004230     IF JOB-STEP-PARM-LENGTH > 0
004240         AND JOB-STEP-PARM-LENGTH NOT > 100
004250         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
004260             DELIMITED BY ","
004270             INTO ALERT-JOB-NAME ALERT-STEP-NAME
004280         END-UNSTRING
004290     END-IF
004300     IF ALERT-STEP-NAME = SPACES
004310         MOVE "DAY01LRB" TO ALERT-STEP-NAME
004320     END-IF.
004330 9710-EXIT.
004340     EXIT.
004350*
004360*-----------------------------------------------------------*
004370* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
004380* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
004390* DATASET IF THIS STEP OPENED IT.
004400*-----------------------------------------------------------*
004410 9720-ALERT-STEP-END-RTN.
004420     IF RETURN-CODE > 0
004430         IF RETURN-CODE > 9
004440             MOVE 9 TO ALERT-SEVERITY
004450         ELSE
004460             MOVE RETURN-CODE TO ALERT-SEVERITY
004470         END-IF
004480         MOVE "STEPEND" TO ALERT-CODE
004490         MOVE RETURN-CODE TO ALERT-COUNT
004500         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
004510             TO ALERT-TEXT
004520         PERFORM 9700-WRITE-ALERT-RTN
004530             THRU 9700-EXIT
004540     END-IF
004550     IF ALERT-FILE-OPEN
004560         CLOSE ALERT-FILE
004570         MOVE "N" TO ALERT-OPEN-SW
004580     END-IF.
004590 9720-EXIT.
004600     EXIT.
004610*
004620*-----------------------------------------------------------*
004630* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
004640* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
004650* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
004660*-----------------------------------------------------------*
004670 9750-ALERT-STEP-STOPPED-RTN.
004680     MOVE 8 TO ALERT-SEVERITY
004690     MOVE "STEPSTOP" TO ALERT-CODE
004700     MOVE 8 TO ALERT-COUNT
004710     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
004720         TO ALERT-TEXT
004730     PERFORM 9700-WRITE-ALERT-RTN
004740         THRU 9700-EXIT
004750     IF ALERT-FILE-OPEN
004760         CLOSE ALERT-FILE
004770         MOVE "N" TO ALERT-OPEN-SW
004780     END-IF.
004790 9750-EXIT.
004800     EXIT.
