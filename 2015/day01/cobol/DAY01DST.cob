000280*                  DISTRICTS CAN BE STAFFED BEFORE THE 04:00
000290*                  TRANSMISSION. RUNS OFF STATS-FILE AHEAD OF
000300*                  THE REPORT STEP, WHOSE DD DELETES IT.
000301* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000302*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000303*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000304*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000305*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000306*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000307*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000308*                  ('JOB,STEP').
000311* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000314*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000317*-----------------------------------------------------------*
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000550         FILE STATUS IS DIST-REPORT-STATUS.
000560     SELECT SORT-FILE
000570         ASSIGN TO SORTWK.
000572     SELECT ALERT-FILE
000574         ASSIGN TO ALERTS
000576         ORGANIZATION IS SEQUENTIAL
000578         FILE STATUS IS ALERT-FILE-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000770     05  SRT-FLOOR-DOWN-COUNT    PIC 9(09).
000780     05  SRT-BASEMENT-SW         PIC X(01).
000790         88  SRT-BASEMENT-FOUND        VALUE "Y".
000791*
000792 FD  ALERT-FILE
000793     RECORD CONTAINS 120 CHARACTERS
000794     RECORDING MODE IS F.
000795     COPY "ALERTREC.cpy".
000800*
000801 WORKING-STORAGE SECTION.
000802*-----------------------------------------------------------*
000803* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
000804* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
000805* COUNT WHERE THERE ARE ANY - AND PERFORMS
000806* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
000807* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
000808* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
000809* CODE - THE STEP'S OWN WORK STANDS.
000810*-----------------------------------------------------------*
000811 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
000812     88  ALERT-FILE-OK                     VALUE "00".
000813 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
000814     88  ALERT-FILE-OPEN                   VALUE "Y".
000815     88  ALERT-FILE-FAILED                 VALUE "F".
000816 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
000817 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
000818 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
000819 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
000820 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
000821 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
000822 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
000823 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
000824 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
000825*-----------------------------------------------------------*
000830* FILE STATUS AND SWITCHES.
000840*-----------------------------------------------------------*
000850 77  STATS-FILE-STATUS           PIC X(02) VALUE SPACES.
002080     05  FILLER                  PIC X(13) VALUE "  BUILDINGS: ".
002090     05  DST-RANK-BUILDINGS      PIC 9(09).
002100     05  FILLER                  PIC X(58) VALUE SPACES.
002101*
002102 LINKAGE SECTION.
002103*-----------------------------------------------------------*
002104* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
002105* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
002106* PROGRAM NAME.
002107*-----------------------------------------------------------*
002108 01  JOB-STEP-PARM.
002109     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
002110     05  JOB-STEP-PARM-TEXT      PIC X(100).
002111*
002120 PROCEDURE DIVISION USING JOB-STEP-PARM.
002130*-----------------------------------------------------------*
002140* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW: SORTS THE STATS
002150* PASS INTO DISTRICT SEQUENCE (DISTRICT, BUILDING, DATE) WITH
002360         THRU 0900-EXIT
002370     PERFORM 8100-SET-RETURN-CODE-RTN
002380         THRU 8100-EXIT
002383     PERFORM 8200-RAISE-ALERTS-RTN
002386         THRU 8200-EXIT
002390     STOP RUN.
002400*
002410*-----------------------------------------------------------*
002470     IF NOT STATS-FILE-OK
002480         DISPLAY "ERROR OPENING STATS FILE. STATUS: "
002490             STATS-FILE-STATUS
002493         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002496             THRU 9750-EXIT
002500         MOVE 8 TO RETURN-CODE
002510         STOP RUN
002520     END-IF
002540     IF NOT BUILDING-FILE-OK
002550         DISPLAY "ERROR OPENING BUILDING MASTER. STATUS: "
002560             BUILDING-FILE-STATUS
002563         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002566             THRU 9750-EXIT
002570         MOVE 8 TO RETURN-CODE
002580         STOP RUN
002590     END-IF
002610     IF NOT DIST-REPORT-OK
002620         DISPLAY "ERROR OPENING DISTRICT REPORT. STATUS: "
002630             DIST-REPORT-STATUS
002633         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002636             THRU 9750-EXIT
002640         MOVE 8 TO RETURN-CODE
002650         STOP RUN
002660     END-IF.
005480     END-IF.
005490 8100-EXIT.
005500     EXIT.
005510*
005520*-----------------------------------------------------------*
005530* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
005540* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
005550* ALERT.
005560*-----------------------------------------------------------*
005570 8200-RAISE-ALERTS-RTN.
005580     IF NOT DST-STATS-ENDED-CLEAN
005590             OR NOT DST-REPORT-ENDED-CLEAN
005600         MOVE 8 TO ALERT-SEVERITY
005610         MOVE "BADEND" TO ALERT-CODE
005620         MOVE "STATS FILE OR REPORT NOT ENDED CLEAN"
005630             TO ALERT-TEXT
005640         PERFORM 9700-WRITE-ALERT-RTN
005650             THRU 9700-EXIT
005660     END-IF
005670     IF DST-NOT-ON-MASTER-COUNT > 0
005680         MOVE 4 TO ALERT-SEVERITY
005690         MOVE "NOMASTER" TO ALERT-CODE
005700         MOVE DST-NOT-ON-MASTER-COUNT TO ALERT-COUNT
005710         MOVE "BUILDINGS NOT ON THE BUILDING MASTER"
005720             TO ALERT-TEXT
005730         PERFORM 9700-WRITE-ALERT-RTN
005740             THRU 9700-EXIT
005750     END-IF
005760     PERFORM 9720-ALERT-STEP-END-RTN
005770         THRU 9720-EXIT.
005780 8200-EXIT.
005790     EXIT.
005800*
005810*-----------------------------------------------------------*
005820* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
005830* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
005840* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
005850* NEXT CALLER STARTS CLEAN.
005860*-----------------------------------------------------------*
005870 9700-WRITE-ALERT-RTN.
005880     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
005890         PERFORM 9710-OPEN-ALERT-RTN
005900             THRU 9710-EXIT
005910     END-IF
005920     IF NOT ALERT-FILE-OPEN
005930         GO TO 9700-CLEAR
005940     END-IF
005950     MOVE SPACES TO ALERT-RECORD
005960     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
005970     ACCEPT ALR-RAISED-TIME FROM TIME
005980     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
005990     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
006000     MOVE "DAY01DST" TO ALR-PROGRAM-ID
006010     MOVE ALERT-SEVERITY TO ALR-SEVERITY
006020     MOVE ALERT-CODE TO ALR-CODE
006030     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
006040     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
006050     MOVE ALERT-COUNT TO ALR-COUNT
006060     MOVE ALERT-TEXT TO ALR-TEXT
006070     WRITE ALERT-RECORD
006080     IF ALERT-FILE-OK
006090         ADD 1 TO ALERT-RAISED-COUNT
006100     ELSE
006110         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
006120             " STATUS " ALERT-FILE-STATUS
006130         CLOSE ALERT-FILE
006140         SET ALERT-FILE-FAILED TO TRUE
006150     END-IF.
006160 9700-CLEAR.
006170     MOVE SPACES TO ALERT-BUILDING-ID
006180     MOVE 0 TO ALERT-ROUTE-DATE
006190     MOVE 0 TO ALERT-COUNT.
006200 9700-EXIT.
006210     EXIT.
006220*
006230*-----------------------------------------------------------*
006240* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
006250* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
006260* JOB AND STEP NAME OFF THE EXEC PARM.
006270*-----------------------------------------------------------*
006280 9710-OPEN-ALERT-RTN.
006290     OPEN EXTEND ALERT-FILE
006300     IF NOT ALERT-FILE-OK
006310         OPEN OUTPUT ALERT-FILE
006320     END-IF
006330     IF NOT ALERT-FILE-OK
006340         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
006350             ALERT-FILE-STATUS
006360         SET ALERT-FILE-FAILED TO TRUE
006370         GO TO 9710-EXIT
006380     END-IF
006390     SET ALERT-FILE-OPEN TO TRUE
006400     IF JOB-STEP-PARM-LENGTH > 0
006410         AND JOB-STEP-PARM-LENGTH NOT > 100
006420         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
006430             DELIMITED BY ","
006440             INTO ALERT-JOB-NAME ALERT-STEP-NAME
006450         END-UNSTRING
006460     END-IF
006470     IF ALERT-STEP-NAME = SPACES
006480         MOVE "DAY01DST" TO ALERT-STEP-NAME
006490     END-IF.
006500 9710-EXIT.
006510     EXIT.
006520*
006530*-----------------------------------------------------------*
006540* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
006550* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
006560* DATASET IF THIS STEP OPENED IT.
006570*-----------------------------------------------------------*
006580 9720-ALERT-STEP-END-RTN.
006590     IF RETURN-CODE > 0
006600         IF RETURN-CODE > 9
006610             MOVE 9 TO ALERT-SEVERITY
006620         ELSE
006630             MOVE RETURN-CODE TO ALERT-SEVERITY
006640         END-IF
006650         MOVE "STEPEND" TO ALERT-CODE
006660         MOVE RETURN-CODE TO ALERT-COUNT
006670         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
006680             TO ALERT-TEXT
006690         PERFORM 9700-WRITE-ALERT-RTN
006700             THRU 9700-EXIT
006710     END-IF
006720     IF ALERT-FILE-OPEN
006730         CLOSE ALERT-FILE
006740         MOVE "N" TO ALERT-OPEN-SW
006750     END-IF.
006760 9720-EXIT.
006770     EXIT.
006780*
006790*-----------------------------------------------------------*
006800* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
006810* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
006820* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
006830*-----------------------------------------------------------*
006840 9750-ALERT-STEP-STOPPED-RTN.
006850     MOVE 8 TO ALERT-SEVERITY
006860     MOVE "STEPSTOP" TO ALERT-CODE
006870     MOVE 8 TO ALERT-COUNT
006880     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
006890         TO ALERT-TEXT
006900     PERFORM 9700-WRITE-ALERT-RTN
006910         THRU 9700-EXIT
006920     IF ALERT-FILE-OPEN
006930         CLOSE ALERT-FILE
006940         MOVE "N" TO ALERT-OPEN-SW
006950     END-IF.
006960 9750-EXIT.
006970     EXIT.
