000340*                  AND THE JCL SKIPS THE LOAD STEP, SO BAD
000350*                  ROUTE DATA NEVER LANDS ON ROUTE-FILE AT
000360*                  ALL.
000361* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000362*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000363*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000364*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000365*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000366*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000367*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000368*                  ('JOB,STEP').
000371* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000374*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000377*-----------------------------------------------------------*
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000590         ASSIGN TO SIMRPT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS SIM-REPORT-STATUS.
000612     SELECT ALERT-FILE
000614         ASSIGN TO ALERTS
000616         ORGANIZATION IS SEQUENTIAL
000618         FILE STATUS IS ALERT-FILE-STATUS.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000780*
000790 FD  SIM-REPORT-FILE.
000800 01  SIM-REPORT-RECORD               PIC X(132).
000801*
000802 FD  ALERT-FILE
000803     RECORD CONTAINS 120 CHARACTERS
000804     RECORDING MODE IS F.
000805     COPY "ALERTREC.cpy".
000810*
000811 WORKING-STORAGE SECTION.
000812*-----------------------------------------------------------*
000813* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
000814* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
000815* COUNT WHERE THERE ARE ANY - AND PERFORMS
000816* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
000817* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
000818* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
000819* CODE - THE STEP'S OWN WORK STANDS.
000820*-----------------------------------------------------------*
000821 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
000822     88  ALERT-FILE-OK                     VALUE "00".
000823 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
000824     88  ALERT-FILE-OPEN                   VALUE "Y".
000825     88  ALERT-FILE-FAILED                 VALUE "F".
000826 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
000827 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
000828 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
000829 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
000830 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
000831 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
000832 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
000833 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
000834 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
000835*-----------------------------------------------------------*
000840* FILE STATUS AND SWITCHES.
000850*-----------------------------------------------------------*
000860 77  TRANSACTION-FILE-STATUS     PIC X(02) VALUE SPACES.
001850     05  SIM-TOTAL-LABEL         PIC X(30).
001860     05  SIM-TOTAL-VALUE         PIC 9(09).
001870     05  FILLER                  PIC X(93) VALUE SPACES.
001871*
001872 LINKAGE SECTION.
001873*-----------------------------------------------------------*
001874* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
001875* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
001876* PROGRAM NAME.
001877*-----------------------------------------------------------*
001878 01  JOB-STEP-PARM.
001879     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
001880     05  JOB-STEP-PARM-TEXT      PIC X(100).
001881*
001890 PROCEDURE DIVISION USING JOB-STEP-PARM.
001900*-----------------------------------------------------------*
001910* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE
001920* SIMULATION STEP.
002090         THRU 0900-EXIT
002100     PERFORM 8100-SET-RETURN-CODE-RTN
002110         THRU 8100-EXIT
002113     PERFORM 8200-RAISE-ALERTS-RTN
002116         THRU 8200-EXIT
002120     STOP RUN.
002130*
002140*-----------------------------------------------------------*
002230     IF NOT TRANSACTION-OK
002240         DISPLAY "ERROR OPENING TRANSACTION FILE. STATUS: "
002250             TRANSACTION-FILE-STATUS
002253         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002256             THRU 9750-EXIT
002260         MOVE 8 TO RETURN-CODE
002270         STOP RUN
002280     END-IF
002300     IF NOT BUILDING-FILE-OK
002310         DISPLAY "ERROR OPENING BUILDING MASTER. STATUS: "
002320             BUILDING-FILE-STATUS
002323         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002326             THRU 9750-EXIT
002330         MOVE 8 TO RETURN-CODE
002340         STOP RUN
002350     END-IF
002370     IF NOT SIM-REPORT-OK
002380         DISPLAY "ERROR OPENING SIMULATION REPORT. STATUS: "
002390             SIM-REPORT-STATUS
002393         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002396             THRU 9750-EXIT
002400         MOVE 8 TO RETURN-CODE
002410         STOP RUN
002420     END-IF.
005550     END-IF.
005560 8100-EXIT.
005570     EXIT.
005580*
005590*-----------------------------------------------------------*
005600* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
005610* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
005620* ALERT.
005630*-----------------------------------------------------------*
005640 8200-RAISE-ALERTS-RTN.
005650     IF SIM-FAIL-COUNT > 0
005660         MOVE 8 TO ALERT-SEVERITY
005670         MOVE "SIMFAIL" TO ALERT-CODE
005680         MOVE SIM-FAIL-COUNT TO ALERT-COUNT
005690         MOVE "ROUTES LEAVE THEIR BUILDING - NO LOAD"
005700             TO ALERT-TEXT
005710         PERFORM 9700-WRITE-ALERT-RTN
005720             THRU 9700-EXIT
005730     END-IF
005740     IF SIM-TOTAL-REJECT-COUNT > 0
005750         MOVE 4 TO ALERT-SEVERITY
005760         MOVE "REJCHARS" TO ALERT-CODE
005770         MOVE SIM-TOTAL-REJECT-COUNT TO ALERT-COUNT
005780         MOVE "ROUTE CHARACTERS REJECTED"
005790             TO ALERT-TEXT
005800         PERFORM 9700-WRITE-ALERT-RTN
005810             THRU 9700-EXIT
005820     END-IF
005830     IF SIM-BROKEN-CHAIN-COUNT > 0
005840         MOVE 4 TO ALERT-SEVERITY
005850         MOVE "CHAIN" TO ALERT-CODE
005860         MOVE SIM-BROKEN-CHAIN-COUNT TO ALERT-COUNT
005870         MOVE "ROUTE CHAINS NOT STARTING AT SEGMENT 001"
005880             TO ALERT-TEXT
005890         PERFORM 9700-WRITE-ALERT-RTN
005900             THRU 9700-EXIT
005910     END-IF
005920     IF SIM-NO-MASTER-COUNT > 0
005930         MOVE 4 TO ALERT-SEVERITY
005940         MOVE "NOMASTER" TO ALERT-CODE
005950         MOVE SIM-NO-MASTER-COUNT TO ALERT-COUNT
005960         MOVE "BUILDINGS NOT ON THE BUILDING MASTER"
005970             TO ALERT-TEXT
005980         PERFORM 9700-WRITE-ALERT-RTN
005990             THRU 9700-EXIT
006000     END-IF
006010     PERFORM 9720-ALERT-STEP-END-RTN
006020         THRU 9720-EXIT.
006030 8200-EXIT.
006040     EXIT.
006050*
006060*-----------------------------------------------------------*
006070* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
006080* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
006090* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
006100* NEXT CALLER STARTS CLEAN.
006110*-----------------------------------------------------------*
006120 9700-WRITE-ALERT-RTN.
006130     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
006140         PERFORM 9710-OPEN-ALERT-RTN
006150             THRU 9710-EXIT
006160     END-IF
006170     IF NOT ALERT-FILE-OPEN
006180         GO TO 9700-CLEAR
006190     END-IF
006200     MOVE SPACES TO ALERT-RECORD
006210     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
006220     ACCEPT ALR-RAISED-TIME FROM TIME
006230     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
006240     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
006250     MOVE "DAY01SIM" TO ALR-PROGRAM-ID
006260     MOVE ALERT-SEVERITY TO ALR-SEVERITY
006270     MOVE ALERT-CODE TO ALR-CODE
006280     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
006290     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
006300     MOVE ALERT-COUNT TO ALR-COUNT
006310     MOVE ALERT-TEXT TO ALR-TEXT
006320     WRITE ALERT-RECORD
006330     IF ALERT-FILE-OK
006340         ADD 1 TO ALERT-RAISED-COUNT
006350     ELSE
006360         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
006370             " STATUS " ALERT-FILE-STATUS
006380         CLOSE ALERT-FILE
006390         SET ALERT-FILE-FAILED TO TRUE
006400     END-IF.
006410 9700-CLEAR.
006420     MOVE SPACES TO ALERT-BUILDING-ID
006430     MOVE 0 TO ALERT-ROUTE-DATE
006440     MOVE 0 TO ALERT-COUNT.
006450 9700-EXIT.
006460     EXIT.
006470*
006480*-----------------------------------------------------------*
006490* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
006500* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
006510* JOB AND STEP NAME OFF THE EXEC PARM.
006520*-----------------------------------------------------------*
006530 9710-OPEN-ALERT-RTN.
006540     OPEN EXTEND ALERT-FILE
006550     IF NOT ALERT-FILE-OK
006560         OPEN OUTPUT ALERT-FILE
006570     END-IF
006580     IF NOT ALERT-FILE-OK
006590         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
006600             ALERT-FILE-STATUS
006610         SET ALERT-FILE-FAILED TO TRUE
006620         GO TO 9710-EXIT
006630     END-IF
006640     SET ALERT-FILE-OPEN TO TRUE
006650     IF JOB-STEP-PARM-LENGTH > 0
006660         AND JOB-STEP-PARM-LENGTH NOT > 100
006670         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
006680             DELIMITED BY ","
006690             INTO ALERT-JOB-NAME ALERT-STEP-NAME
006700         END-UNSTRING
006710     END-IF
006720     IF ALERT-STEP-NAME = SPACES
006730         MOVE "DAY01SIM" TO ALERT-STEP-NAME
006740     END-IF.
006750 9710-EXIT.
006760     EXIT.
006770*
006780*-----------------------------------------------------------*
006790* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
006800* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
006810* DATASET IF THIS STEP OPENED IT.
006820*-----------------------------------------------------------*
006830 9720-ALERT-STEP-END-RTN.
006840     IF RETURN-CODE > 0
006850         IF RETURN-CODE > 9
006860             MOVE 9 TO ALERT-SEVERITY
006870         ELSE
006880             MOVE RETURN-CODE TO ALERT-SEVERITY
006890         END-IF
006900         MOVE "STEPEND" TO ALERT-CODE
006910         MOVE RETURN-CODE TO ALERT-COUNT
006920         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
006930             TO ALERT-TEXT
006940         PERFORM 9700-WRITE-ALERT-RTN
006950             THRU 9700-EXIT
006960     END-IF
006970     IF ALERT-FILE-OPEN
006980         CLOSE ALERT-FILE
006990         MOVE "N" TO ALERT-OPEN-SW
007000     END-IF.
007010 9720-EXIT.
007020     EXIT.
007030*
007040*-----------------------------------------------------------*
007050* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
007060* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
007070* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
007080*-----------------------------------------------------------*
007090 9750-ALERT-STEP-STOPPED-RTN.
007100     MOVE 8 TO ALERT-SEVERITY
007110     MOVE "STEPSTOP" TO ALERT-CODE
007120     MOVE 8 TO ALERT-COUNT
007130     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
007140         TO ALERT-TEXT
007150     PERFORM 9700-WRITE-ALERT-RTN
007160         THRU 9700-EXIT
007170     IF ALERT-FILE-OPEN
007180         CLOSE ALERT-FILE
007190         MOVE "N" TO ALERT-OPEN-SW
007200     END-IF.
007210 9750-EXIT.
007220     EXIT.
