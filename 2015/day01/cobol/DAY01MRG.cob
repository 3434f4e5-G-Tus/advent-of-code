000280*                  FAILED RERUNS ALONE OFF ITS OWN CHECKPOINT
000290*                  AND THE MERGE IS SIMPLY RERUN AFTER IT -
000300*                  NOTHING HERE WRITES BACK TO THE PARTIALS.
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
000830         ASSIGN TO STATFILE
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS STATS-FILE-STATUS.
000852     SELECT ALERT-FILE
000854         ASSIGN TO ALERTS
000856         ORGANIZATION IS SEQUENTIAL
000858         FILE STATUS IS ALERT-FILE-STATUS.
000860*
000870 DATA DIVISION.
000880 FILE SECTION.
001390*
001400 FD  STATS-FILE.
001410     COPY "STATSREC.cpy".
001411*
001412 FD  ALERT-FILE
001413     RECORD CONTAINS 120 CHARACTERS
001414     RECORDING MODE IS F.
001415     COPY "ALERTREC.cpy".
001420*
001421 WORKING-STORAGE SECTION.
001422*-----------------------------------------------------------*
001423* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
001424* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
001425* COUNT WHERE THERE ARE ANY - AND PERFORMS
001426* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
001427* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
001428* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
001429* CODE - THE STEP'S OWN WORK STANDS.
001430*-----------------------------------------------------------*
001431 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
001432     88  ALERT-FILE-OK                     VALUE "00".
001433 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
001434     88  ALERT-FILE-OPEN                   VALUE "Y".
001435     88  ALERT-FILE-FAILED                 VALUE "F".
001436 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
001437 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
001438 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
001439 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
001440 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
001441 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
001442 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
001443 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
001444 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
001445*-----------------------------------------------------------*
001450* FILE STATUS AND SWITCHES.
001460*-----------------------------------------------------------*
001470 77  PARM-FILE-STATUS            PIC X(02) VALUE SPACES.
002119 77  MRG-FEED-TYPE               PIC X(01) VALUE SPACE.
002120     88  MRG-DELTA-FEED                    VALUE "D".
002121*
002122 LINKAGE SECTION.
002123*-----------------------------------------------------------*
002124* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
002125* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
002126* PROGRAM NAME.
002127*-----------------------------------------------------------*
002128 01  JOB-STEP-PARM.
002129     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
002130     05  JOB-STEP-PARM-TEXT      PIC X(100).
002131*
002132 PROCEDURE DIVISION USING JOB-STEP-PARM.
002140*-----------------------------------------------------------*
002150* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW: LOAD THE STREAM
002160* COUNT, OPEN THE COMBINED OUTPUTS, MERGE EACH STREAM'S FEED
002340         THRU 0900-EXIT
002350     PERFORM 8100-SET-RETURN-CODE-RTN
002360         THRU 8100-EXIT
002363     PERFORM 8200-RAISE-ALERTS-RTN
002366         THRU 8200-EXIT
002370     STOP RUN.
002380*
002390*-----------------------------------------------------------*
002460     IF NOT INTERFACE-FILE-OK
002470         DISPLAY "ERROR OPENING COMBINED FEED. STATUS: "
002480             INTERFACE-FILE-STATUS
002483         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002486             THRU 9750-EXIT
002490         MOVE 8 TO RETURN-CODE
002500         STOP RUN
002510     END-IF
002530     IF NOT STATS-FILE-OK
002540         DISPLAY "ERROR OPENING COMBINED STATS FILE. STATUS: "
002550             STATS-FILE-STATUS
002553         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002556             THRU 9750-EXIT
002560         MOVE 8 TO RETURN-CODE
002570         STOP RUN
002580     END-IF.
002690     IF NOT PARM-FILE-OK
002700         DISPLAY "SPLIT PARAMETER FILE NOT USABLE, STATUS "
002710             PARM-FILE-STATUS
002713         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002716             THRU 9750-EXIT
002720         MOVE 8 TO RETURN-CODE
002730         STOP RUN
002740     END-IF
002750     READ PARM-FILE
002760         AT END
002770             DISPLAY "SPLIT PARAMETER FILE EMPTY"
002773             PERFORM 9750-ALERT-STEP-STOPPED-RTN
002776                 THRU 9750-EXIT
002780             MOVE 8 TO RETURN-CODE
002790             STOP RUN
002800     END-READ
002830         OR PRM-STREAM-COUNT > 4
002840         DISPLAY "SPLIT PARAMETERS INVALID - STREAMS "
002850             PRM-STREAM-COUNT
002853         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002856             THRU 9750-EXIT
002860         MOVE 8 TO RETURN-CODE
002870         STOP RUN
002880     END-IF
006690     END-IF.
006700 8100-EXIT.
006710     EXIT.
006720*
006730*-----------------------------------------------------------*
006740* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
006750* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
006760* ALERT.
006770*-----------------------------------------------------------*
006780 8200-RAISE-ALERTS-RTN.
006790     IF MRG-HARD-ERROR
006800         MOVE 8 TO ALERT-SEVERITY
006810         MOVE "IOERROR" TO ALERT-CODE
006820         MOVE "STREAM PARTIAL OR OUTPUT I/O ERROR"
006830             TO ALERT-TEXT
006840         PERFORM 9700-WRITE-ALERT-RTN
006850             THRU 9700-EXIT
006860     END-IF
006870     IF MRG-OUT-OF-BALANCE
006880         MOVE 8 TO ALERT-SEVERITY
006890         MOVE "OUTBAL" TO ALERT-CODE
006900         MOVE "MERGED FEED OUT OF BALANCE"
006910             TO ALERT-TEXT
006920         PERFORM 9700-WRITE-ALERT-RTN
006930             THRU 9700-EXIT
006940     END-IF
006950     PERFORM 9720-ALERT-STEP-END-RTN
006960         THRU 9720-EXIT.
006970 8200-EXIT.
006980     EXIT.
006990*
007000*-----------------------------------------------------------*
007010* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
007020* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
007030* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
007040* NEXT CALLER STARTS CLEAN.
007050*-----------------------------------------------------------*
007060 9700-WRITE-ALERT-RTN.
007070     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
007080         PERFORM 9710-OPEN-ALERT-RTN
007090             THRU 9710-EXIT
007100     END-IF
007110     IF NOT ALERT-FILE-OPEN
007120         GO TO 9700-CLEAR
007130     END-IF
007140     MOVE SPACES TO ALERT-RECORD
007150     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
007160     ACCEPT ALR-RAISED-TIME FROM TIME
007170     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
007180     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
007190     MOVE "DAY01MRG" TO ALR-PROGRAM-ID
007200     MOVE ALERT-SEVERITY TO ALR-SEVERITY
007210     MOVE ALERT-CODE TO ALR-CODE
007220     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
007230     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
007240     MOVE ALERT-COUNT TO ALR-COUNT
007250     MOVE ALERT-TEXT TO ALR-TEXT
007260     WRITE ALERT-RECORD
007270     IF ALERT-FILE-OK
007280         ADD 1 TO ALERT-RAISED-COUNT
007290     ELSE
007300         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
007310             " STATUS " ALERT-FILE-STATUS
007320         CLOSE ALERT-FILE
007330         SET ALERT-FILE-FAILED TO TRUE
007340     END-IF.
007350 9700-CLEAR.
007360     MOVE SPACES TO ALERT-BUILDING-ID
007370     MOVE 0 TO ALERT-ROUTE-DATE
007380     MOVE 0 TO ALERT-COUNT.
007390 9700-EXIT.
007400     EXIT.
007410*
007420*-----------------------------------------------------------*
007430* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
007440* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
007450* JOB AND STEP NAME OFF THE EXEC PARM.
007460*-----------------------------------------------------------*
007470 9710-OPEN-ALERT-RTN.
007480     OPEN EXTEND ALERT-FILE
007490     IF NOT ALERT-FILE-OK
007500         OPEN OUTPUT ALERT-FILE
007510     END-IF
007520     IF NOT ALERT-FILE-OK
007530         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
007540             ALERT-FILE-STATUS
007550         SET ALERT-FILE-FAILED TO TRUE
007560         GO TO 9710-EXIT
007570     END-IF
007580     SET ALERT-FILE-OPEN TO TRUE
007590     IF JOB-STEP-PARM-LENGTH > 0
007600         AND JOB-STEP-PARM-LENGTH NOT > 100
007610         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
007620             DELIMITED BY ","
007630             INTO ALERT-JOB-NAME ALERT-STEP-NAME
007640         END-UNSTRING
007650     END-IF
007660     IF ALERT-STEP-NAME = SPACES
007670         MOVE "DAY01MRG" TO ALERT-STEP-NAME
007680     END-IF.
007690 9710-EXIT.
007700     EXIT.
007710*
007720*-----------------------------------------------------------*
007730* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
007740* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
007750* DATASET IF THIS STEP OPENED IT.
007760*-----------------------------------------------------------*
007770 9720-ALERT-STEP-END-RTN.
007780     IF RETURN-CODE > 0
007790         IF RETURN-CODE > 9
007800             MOVE 9 TO ALERT-SEVERITY
007810         ELSE
007820             MOVE RETURN-CODE TO ALERT-SEVERITY
007830         END-IF
007840         MOVE "STEPEND" TO ALERT-CODE
007850         MOVE RETURN-CODE TO ALERT-COUNT
007860         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
007870             TO ALERT-TEXT
007880         PERFORM 9700-WRITE-ALERT-RTN
007890             THRU 9700-EXIT
007900     END-IF
007910     IF ALERT-FILE-OPEN
007920         CLOSE ALERT-FILE
007930         MOVE "N" TO ALERT-OPEN-SW
007940     END-IF.
007950 9720-EXIT.
007960     EXIT.
007970*
007980*-----------------------------------------------------------*
007990* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
008000* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
008010* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
008020*-----------------------------------------------------------*
008030 9750-ALERT-STEP-STOPPED-RTN.
008040     MOVE 8 TO ALERT-SEVERITY
008050     MOVE "STEPSTOP" TO ALERT-CODE
008060     MOVE 8 TO ALERT-COUNT
008070     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
008080         TO ALERT-TEXT
008090     PERFORM 9700-WRITE-ALERT-RTN
008100         THRU 9700-EXIT
008110     IF ALERT-FILE-OPEN
008120         CLOSE ALERT-FILE
008130         MOVE "N" TO ALERT-OPEN-SW
008140     END-IF.
008150 9750-EXIT.
008160     EXIT.
