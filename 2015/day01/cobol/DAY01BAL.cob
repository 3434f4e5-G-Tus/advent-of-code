000257*                  CARRIES FEWER DETAILS THAN BUILDINGS BY
000258*                  DESIGN - BUT THE TRAILER STILL HAS TO
000259*                  PROVE OUT AGAINST WHAT WAS ACTUALLY SENT.
000260* 2026-10-07 RW    ALSO PROVES THE NEW CORRECTION ("C") FEED
000261*                  FROM DAY01COR. A CORRECTION TRAILER CARRIES
000262*                  A SECOND HASH, OF THE OLD FINAL FLOORS, AND
000263*                  BOTH HASHES MUST PROVE OUT; A CANCEL DETAIL
000264*                  MUST CARRY A ZERO NEW FLOOR, AND ANY OTHER
000265*                  DETAIL MUST ACTUALLY CHANGE THE FLOOR. THE
000266*                  STATS-COUNT CROSS-CHECK IS SKIPPED AS FOR A
000267*                  DELTA FEED - THE CORRECTION STEP RUNS WITH
000268*                  STATFILE DUMMIED.
000269* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000270*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000271*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000272*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000273*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000274*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000275*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000276*                  ('JOB,STEP').
000278* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000280*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000282*-----------------------------------------------------------*
000284*
000286 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.    IBM-370.
000310 OBJECT-COMPUTER.    IBM-370.
000420         ASSIGN TO STATFILE
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS STATS-FILE-STATUS.
000442     SELECT ALERT-FILE
000444         ASSIGN TO ALERTS
000446         ORGANIZATION IS SEQUENTIAL
000448         FILE STATUS IS ALERT-FILE-STATUS.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000520*
000530 FD  STATS-FILE.
000540     COPY "STATSREC.cpy".
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
000600 77  INTERFACE-FILE-STATUS       PIC X(02) VALUE SPACES.
000812*-----------------------------------------------------------*
000814* THE FEED TYPE LIFTED OFF THE HEADER - A DELTA FEED CARRIES
000816* FEWER DETAILS THAN BUILDINGS BY DESIGN, SO THE STATS-COUNT
000817* CROSS-CHECK ONLY RUNS ON A FULL FEED. A CORRECTION FEED
000818* IS NOT BUILT FROM THE NIGHT'S STATS AT ALL, AND CARRIES
000819* THE OLD FINAL FLOORS AS WELL AS THE NEW.
000820*-----------------------------------------------------------*
000822 77  BAL-FEED-TYPE               PIC X(01) VALUE SPACE.
000823     88  BAL-DELTA-FEED                    VALUE "D".
000824     88  BAL-CORRECTION-FEED               VALUE "C".
000827*-----------------------------------------------------------*
000830* RE-ADDED CONTROL TOTALS AND THE TRAILER'S OWN FIGURES.
000840*-----------------------------------------------------------*
000850 77  BAL-DETAIL-COUNT            PIC 9(09) COMP VALUE 0.
000860 77  BAL-FLOOR-HASH              PIC S9(12) COMP VALUE 0.
000870 77  BAL-TRL-DETAIL-COUNT        PIC 9(09) COMP VALUE 0.
000880 77  BAL-TRL-FLOOR-HASH          PIC S9(12) COMP VALUE 0.
000882 77  BAL-OLD-FLOOR-HASH          PIC S9(12) COMP VALUE 0.
000884 77  BAL-TRL-OLD-FLOOR-HASH      PIC S9(12) COMP VALUE 0.
000886 77  BAL-BAD-CORRECTION-COUNT    PIC 9(09) COMP VALUE 0.
000890 77  BAL-STATS-COUNT             PIC 9(09) COMP VALUE 0.
000900 77  BAL-OUT-OF-BALANCE-SW       PIC X(01) VALUE "N".
000910     88  BAL-OUT-OF-BALANCE                VALUE "Y".
000920 77  BAL-STATS-FINAL-STATUS      PIC X(02) VALUE SPACES.
000921     88  BAL-STATS-ENDED-CLEAN             VALUE "10".
000922*
000923 LINKAGE SECTION.
000924*-----------------------------------------------------------*
000925* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
000926* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
000927* PROGRAM NAME.
000928*-----------------------------------------------------------*
000929 01  JOB-STEP-PARM.
000930     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
000931     05  JOB-STEP-PARM-TEXT      PIC X(100).
000932*
000933 PROCEDURE DIVISION USING JOB-STEP-PARM.
000940*-----------------------------------------------------------*
000950* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE BALANCING
000960* STEP.
001140         THRU 0900-EXIT
001150     PERFORM 8100-SET-RETURN-CODE-RTN
001160         THRU 8100-EXIT
001163     PERFORM 8200-RAISE-ALERTS-RTN
001166         THRU 8200-EXIT
001170     STOP RUN.
001180*
001190*-----------------------------------------------------------*
001260     IF NOT INTERFACE-FILE-OK
001270         DISPLAY "ERROR OPENING INTERFACE FILE. STATUS: "
001280             INTERFACE-FILE-STATUS
001283         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001286             THRU 9750-EXIT
001290         MOVE 8 TO RETURN-CODE
001300         STOP RUN
001310     END-IF
001330     IF NOT STATS-FILE-OK
001340         DISPLAY "ERROR OPENING STATS FILE. STATUS: "
001350             STATS-FILE-STATUS
001353         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001356             THRU 9750-EXIT
001360         MOVE 8 TO RETURN-CODE
001370         STOP RUN
001380     END-IF.
001740* 2000-CHECK-ONE-RECORD-RTN - CLASSIFIES ONE FEED RECORD,
001750* POLICES THE H-D...D-T SHAPE, ROLLS THE DETAIL COUNT AND
001760* FLOOR HASH FORWARD, AND CAPTURES THE TRAILER'S FIGURES FOR
001770* 7000-PROVE-TOTALS-RTN. ON A CORRECTION FEED THE OLD-FLOOR
001773* HASH IS ROLLED FORWARD TOO, AND EACH DETAIL IS CHECKED BY
001776* 2100-CHECK-CORRECTION-RTN.
001780*-----------------------------------------------------------*
001790 2000-CHECK-ONE-RECORD-RTN.
001800     EVALUATE TRUE
001960             END-IF
001970             ADD 1 TO BAL-DETAIL-COUNT
001980             ADD IF-FINAL-FLOOR TO BAL-FLOOR-HASH
001982             IF BAL-CORRECTION-FEED
001984                 PERFORM 2100-CHECK-CORRECTION-RTN
001986                     THRU 2100-EXIT
001988             END-IF
001990         WHEN IF-TRAILER-REC
002000             IF NOT BAL-HEADER-SEEN
002010                 OR BAL-TRAILER-SEEN
002060             SET BAL-TRAILER-SEEN TO TRUE
002070             MOVE IF-TRL-DETAIL-COUNT TO BAL-TRL-DETAIL-COUNT
002080             MOVE IF-TRL-FLOOR-HASH TO BAL-TRL-FLOOR-HASH
002082             IF BAL-CORRECTION-FEED
002084                 MOVE IF-TRL-OLD-FLOOR-HASH
002086                     TO BAL-TRL-OLD-FLOOR-HASH
002088             END-IF
002090         WHEN OTHER
002100             DISPLAY "FEED SHAPE ERROR - UNKNOWN RECORD TYPE "
002110                 IF-RECORD-TYPE
002150         THRU 1100-EXIT.
002160 2000-EXIT.
002170     EXIT.
002171*
002172*-----------------------------------------------------------*
002173* 2100-CHECK-CORRECTION-RTN - ROLLS THE OLD FINAL FLOOR OF A
002174* CORRECTION DETAIL INTO ITS HASH AND CHECKS THE DETAIL MAKES
002175* SENSE: A CANCEL CARRIES A ZERO NEW FLOOR, AND A CORRECTION
002176* THAT DOES NOT CHANGE THE FLOOR SHOULD NEVER HAVE BEEN SENT.
002177*-----------------------------------------------------------*
002178 2100-CHECK-CORRECTION-RTN.
002179     ADD IF-OLD-FINAL-FLOOR TO BAL-OLD-FLOOR-HASH
002180     IF IF-CANCELLED-DETAIL
002181         IF IF-FINAL-FLOOR NOT = 0
002182             DISPLAY "CANCEL DETAIL WITH A NONZERO FLOOR - "
002183                 IF-BUILDING-ID " " IF-ROUTE-DATE
002184             ADD 1 TO BAL-BAD-CORRECTION-COUNT
002185         END-IF
002186     ELSE
002187         IF IF-FINAL-FLOOR = IF-OLD-FINAL-FLOOR
002188             DISPLAY "CORRECTION DETAIL WITH NO CHANGE - "
002189                 IF-BUILDING-ID " " IF-ROUTE-DATE
002190             ADD 1 TO BAL-BAD-CORRECTION-COUNT
002191         END-IF
002192     END-IF.
002193 2100-EXIT.
002194     EXIT.
002195*
002196*-----------------------------------------------------------*
002200* 2500-COUNT-STATS-RTN - COUNTS THE BUILDINGS THE RUN ACTUALLY
002210* PROCESSED, ONE STATS RECORD PER BUILDING, FOR THE
002220* DETAIL-COUNT CROSS-CHECK.
002580             DISPLAY "TRAILER HASH DOES NOT MATCH DETAILS"
002590             SET BAL-OUT-OF-BALANCE TO TRUE
002600         END-IF
002601         IF BAL-CORRECTION-FEED
002602             AND BAL-TRL-OLD-FLOOR-HASH NOT = BAL-OLD-FLOOR-HASH
002603             DISPLAY "TRAILER OLD-FLOOR HASH DOES NOT MATCH "
002604                 "DETAILS"
002605             SET BAL-OUT-OF-BALANCE TO TRUE
002606         END-IF
002610     END-IF
002611     IF BAL-BAD-CORRECTION-COUNT > 0
002612         DISPLAY "BAD CORRECTION DETAILS: "
002613             BAL-BAD-CORRECTION-COUNT
002614         SET BAL-OUT-OF-BALANCE TO TRUE
002615     END-IF
002620     IF BAL-DELTA-FEED
002621         OR BAL-CORRECTION-FEED
002622         DISPLAY "DELTA OR CORRECTION FEED - STATS COUNT "
002623             "CHECK SKIPPED"
002624     ELSE
002630         IF BAL-DETAIL-COUNT NOT = BAL-STATS-COUNT
002640             DISPLAY "DETAIL COUNT DOES NOT MATCH THE "
002900     END-IF.
002910 8100-EXIT.
002920     EXIT.
002930*
002940*-----------------------------------------------------------*
002950* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
002960* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
002970* ALERT.
002980*-----------------------------------------------------------*
002990 8200-RAISE-ALERTS-RTN.
003000     IF BAL-OUT-OF-BALANCE
003010         MOVE 8 TO ALERT-SEVERITY
003020         MOVE "OUTBAL" TO ALERT-CODE
003030         MOVE "FEED OUT OF BALANCE - DO NOT TRANSMIT"
003040             TO ALERT-TEXT
003050         PERFORM 9700-WRITE-ALERT-RTN
003060             THRU 9700-EXIT
003070     END-IF
003080     IF NOT BAL-IF-ENDED-CLEAN
003090             OR NOT BAL-STATS-ENDED-CLEAN
003100         MOVE 8 TO ALERT-SEVERITY
003110         MOVE "BADEND" TO ALERT-CODE
003120         MOVE "FEED OR STATS FILE DID NOT READ CLEAN"
003130             TO ALERT-TEXT
003140         PERFORM 9700-WRITE-ALERT-RTN
003150             THRU 9700-EXIT
003160     END-IF
003170     PERFORM 9720-ALERT-STEP-END-RTN
003180         THRU 9720-EXIT.
003190 8200-EXIT.
003200     EXIT.
003210*
003220*-----------------------------------------------------------*
003230* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
003240* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
003250* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
003260* NEXT CALLER STARTS CLEAN.
003270*-----------------------------------------------------------*
003280 9700-WRITE-ALERT-RTN.
003290     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
003300         PERFORM 9710-OPEN-ALERT-RTN
003310             THRU 9710-EXIT
003320     END-IF
003330     IF NOT ALERT-FILE-OPEN
003340         GO TO 9700-CLEAR
003350     END-IF
003360     MOVE SPACES TO ALERT-RECORD
003370     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
003380     ACCEPT ALR-RAISED-TIME FROM TIME
003390     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
003400     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
003410     MOVE "DAY01BAL" TO ALR-PROGRAM-ID
003420     MOVE ALERT-SEVERITY TO ALR-SEVERITY
003430     MOVE ALERT-CODE TO ALR-CODE
003440     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
003450     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
003460     MOVE ALERT-COUNT TO ALR-COUNT
003470     MOVE ALERT-TEXT TO ALR-TEXT
003480     WRITE ALERT-RECORD
003490     IF ALERT-FILE-OK
003500         ADD 1 TO ALERT-RAISED-COUNT
003510     ELSE
003520         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
003530             " STATUS " ALERT-FILE-STATUS
003540         CLOSE ALERT-FILE
003550         SET ALERT-FILE-FAILED TO TRUE
003560     END-IF.
003570 9700-CLEAR.
003580     MOVE SPACES TO ALERT-BUILDING-ID
003590     MOVE 0 TO ALERT-ROUTE-DATE
003600     MOVE 0 TO ALERT-COUNT.
003610 9700-EXIT.
003620     EXIT.
003630*
003640*-----------------------------------------------------------*
003650* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
003660* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
003670* JOB AND STEP NAME OFF THE EXEC PARM.
003680*-----------------------------------------------------------*
003690 9710-OPEN-ALERT-RTN.
003700     OPEN EXTEND ALERT-FILE
003710     IF NOT ALERT-FILE-OK
003720         OPEN OUTPUT ALERT-FILE
003730     END-IF
003740     IF NOT ALERT-FILE-OK
003750         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
003760             ALERT-FILE-STATUS
003770         SET ALERT-FILE-FAILED TO TRUE
003780         GO TO 9710-EXIT
003790     END-IF
003800     SET ALERT-FILE-OPEN TO TRUE
003810     IF JOB-STEP-PARM-LENGTH > 0
003820         AND JOB-STEP-PARM-LENGTH NOT > 100
003830         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
003840             DELIMITED BY ","
003850             INTO ALERT-JOB-NAME ALERT-STEP-NAME
003860         END-UNSTRING
003870     END-IF
003880     IF ALERT-STEP-NAME = SPACES
003890         MOVE "DAY01BAL" TO ALERT-STEP-NAME
003900     END-IF.
003910 9710-EXIT.
003920     EXIT.
003930*
003940*-----------------------------------------------------------*
003950* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
003960* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
003970* DATASET IF THIS STEP OPENED IT.
003980*-----------------------------------------------------------*
003990 9720-ALERT-STEP-END-RTN.
004000     IF RETURN-CODE > 0
004010         IF RETURN-CODE > 9
004020             MOVE 9 TO ALERT-SEVERITY
004030         ELSE
004040             MOVE RETURN-CODE TO ALERT-SEVERITY
004050         END-IF
004060         MOVE "STEPEND" TO ALERT-CODE
004070         MOVE RETURN-CODE TO ALERT-COUNT
004080         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
004090             TO ALERT-TEXT
004100         PERFORM 9700-WRITE-ALERT-RTN
004110             THRU 9700-EXIT
004120     END-IF
004130     IF ALERT-FILE-OPEN
004140         CLOSE ALERT-FILE
004150         MOVE "N" TO ALERT-OPEN-SW
004160     END-IF.
004170 9720-EXIT.
004180     EXIT.
004190*
004200*-----------------------------------------------------------*
004210* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
004220* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
004230* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
004240*-----------------------------------------------------------*
004250 9750-ALERT-STEP-STOPPED-RTN.
004260     MOVE 8 TO ALERT-SEVERITY
004270     MOVE "STEPSTOP" TO ALERT-CODE
004280     MOVE 8 TO ALERT-COUNT
004290     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
004300         TO ALERT-TEXT
004310     PERFORM 9700-WRITE-ALERT-RTN
004320         THRU 9700-EXIT
004330     IF ALERT-FILE-OPEN
004340         CLOSE ALERT-FILE
004350         MOVE "N" TO ALERT-OPEN-SW
004360     END-IF.
004370 9750-EXIT.
004380     EXIT.
