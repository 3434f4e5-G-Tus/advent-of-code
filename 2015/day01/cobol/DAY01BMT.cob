000340*                  BE TRACED AND BACKED OUT INSTEAD OF
000350*                  GUESSED AT. RETURN-CODE 0/4/8 FOR JCL COND
000360*                  CHECKING LIKE THE OTHER STEPS.
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
000630         ASSIGN TO BMTRPT
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS MAINT-REPORT-STATUS.
000652     SELECT ALERT-FILE
000654         ASSIGN TO ALERTS
000656         ORGANIZATION IS SEQUENTIAL
000658         FILE STATUS IS ALERT-FILE-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000930*
000940 FD  MAINT-REPORT-FILE.
000950 01  MAINT-REPORT-RECORD             PIC X(132).
000951*
000952 FD  ALERT-FILE
000953     RECORD CONTAINS 120 CHARACTERS
000954     RECORDING MODE IS F.
000955     COPY "ALERTREC.cpy".
000960*
000961 WORKING-STORAGE SECTION.
000962*-----------------------------------------------------------*
000963* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
000964* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
000965* COUNT WHERE THERE ARE ANY - AND PERFORMS
000966* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
000967* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
000968* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
000969* CODE - THE STEP'S OWN WORK STANDS.
000970*-----------------------------------------------------------*
000971 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
000972     88  ALERT-FILE-OK                     VALUE "00".
000973 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
000974     88  ALERT-FILE-OPEN                   VALUE "Y".
000975     88  ALERT-FILE-FAILED                 VALUE "F".
000976 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
000977 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
000978 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
000979 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
000980 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
000981 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
000982 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
000983 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
000984 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
000985*-----------------------------------------------------------*
000990* FILE STATUS AND SWITCHES.
001000*-----------------------------------------------------------*
001010 77  TRANSACTION-FILE-STATUS     PIC X(02) VALUE SPACES.
001800     05  BMT-TOTAL-LABEL         PIC X(25).
001810     05  BMT-TOTAL-VALUE         PIC 9(09).
001820     05  FILLER                  PIC X(98) VALUE SPACES.
001821*
001822 LINKAGE SECTION.
001823*-----------------------------------------------------------*
001824* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
001825* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
001826* PROGRAM NAME.
001827*-----------------------------------------------------------*
001828 01  JOB-STEP-PARM.
001829     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
001830     05  JOB-STEP-PARM-TEXT      PIC X(100).
001831*
001840 PROCEDURE DIVISION USING JOB-STEP-PARM.
001850*-----------------------------------------------------------*
001860* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE BUILDING
001870* MASTER MAINTENANCE STEP.
002020         THRU 0900-EXIT
002030     PERFORM 8100-SET-RETURN-CODE-RTN
002040         THRU 8100-EXIT
002043     PERFORM 8200-RAISE-ALERTS-RTN
002046         THRU 8200-EXIT
002050     STOP RUN.
002060*
002070*-----------------------------------------------------------*
002220     IF NOT TRANSACTION-OK
002230         DISPLAY "ERROR OPENING TRANSACTION FILE. STATUS: "
002240             TRANSACTION-FILE-STATUS
002243         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002246             THRU 9750-EXIT
002250         MOVE 8 TO RETURN-CODE
002260         STOP RUN
002270     END-IF
002340     IF NOT BUILDING-FILE-OK
002350         DISPLAY "ERROR OPENING BUILDING MASTER. STATUS: "
002360             BUILDING-FILE-STATUS
002363         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002366             THRU 9750-EXIT
002370         MOVE 8 TO RETURN-CODE
002380         STOP RUN
002390     END-IF
002440     IF NOT CHANGE-HIST-OK
002450         DISPLAY "ERROR OPENING CHANGE HISTORY FILE. STATUS: "
002460             CHANGE-HIST-STATUS
002463         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002466             THRU 9750-EXIT
002470         MOVE 8 TO RETURN-CODE
002480         STOP RUN
002490     END-IF
002510     IF NOT MAINT-REPORT-OK
002520         DISPLAY "ERROR OPENING MAINTENANCE REPORT. STATUS: "
002530             MAINT-REPORT-STATUS
002533         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002536             THRU 9750-EXIT
002540         MOVE 8 TO RETURN-CODE
002550         STOP RUN
002560     END-IF.
006000     END-IF.
006010 8100-EXIT.
006020     EXIT.
006030*
006040*-----------------------------------------------------------*
006050* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
006060* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
006070* ALERT.
006080*-----------------------------------------------------------*
006090 8200-RAISE-ALERTS-RTN.
006100     IF BMT-HARD-ERROR
006110         MOVE 8 TO ALERT-SEVERITY
006120         MOVE "IOERROR" TO ALERT-CODE
006130         MOVE "BUILDING MASTER HARD I/O ERROR"
006140             TO ALERT-TEXT
006150         PERFORM 9700-WRITE-ALERT-RTN
006160             THRU 9700-EXIT
006170     END-IF
006180     IF BMT-REJECTED-COUNT > 0
006190         MOVE 4 TO ALERT-SEVERITY
006200         MOVE "REJECTED" TO ALERT-CODE
006210         MOVE BMT-REJECTED-COUNT TO ALERT-COUNT
006220         MOVE "BUILDING TRANSACTIONS REJECTED"
006230             TO ALERT-TEXT
006240         PERFORM 9700-WRITE-ALERT-RTN
006250             THRU 9700-EXIT
006260     END-IF
006270     PERFORM 9720-ALERT-STEP-END-RTN
006280         THRU 9720-EXIT.
006290 8200-EXIT.
006300     EXIT.
006310*
006320*-----------------------------------------------------------*
006330* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
006340* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
006350* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
006360* NEXT CALLER STARTS CLEAN.
006370*-----------------------------------------------------------*
006380 9700-WRITE-ALERT-RTN.
006390     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
006400         PERFORM 9710-OPEN-ALERT-RTN
006410             THRU 9710-EXIT
006420     END-IF
006430     IF NOT ALERT-FILE-OPEN
006440         GO TO 9700-CLEAR
006450     END-IF
006460     MOVE SPACES TO ALERT-RECORD
006470     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
006480     ACCEPT ALR-RAISED-TIME FROM TIME
006490     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
006500     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
006510     MOVE "DAY01BMT" TO ALR-PROGRAM-ID
006520     MOVE ALERT-SEVERITY TO ALR-SEVERITY
006530     MOVE ALERT-CODE TO ALR-CODE
006540     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
006550     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
006560     MOVE ALERT-COUNT TO ALR-COUNT
006570     MOVE ALERT-TEXT TO ALR-TEXT
006580     WRITE ALERT-RECORD
006590     IF ALERT-FILE-OK
006600         ADD 1 TO ALERT-RAISED-COUNT
006610     ELSE
006620         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
006630             " STATUS " ALERT-FILE-STATUS
006640         CLOSE ALERT-FILE
006650         SET ALERT-FILE-FAILED TO TRUE
006660     END-IF.
006670 9700-CLEAR.
006680     MOVE SPACES TO ALERT-BUILDING-ID
006690     MOVE 0 TO ALERT-ROUTE-DATE
006700     MOVE 0 TO ALERT-COUNT.
006710 9700-EXIT.
006720     EXIT.
006730*
006740*-----------------------------------------------------------*
006750* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
006760* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
006770* JOB AND STEP NAME OFF THE EXEC PARM.
006780*-----------------------------------------------------------*
006790 9710-OPEN-ALERT-RTN.
006800     OPEN EXTEND ALERT-FILE
006810     IF NOT ALERT-FILE-OK
006820         OPEN OUTPUT ALERT-FILE
006830     END-IF
006840     IF NOT ALERT-FILE-OK
006850         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
006860             ALERT-FILE-STATUS
006870         SET ALERT-FILE-FAILED TO TRUE
006880         GO TO 9710-EXIT
006890     END-IF
006900     SET ALERT-FILE-OPEN TO TRUE
006910     IF JOB-STEP-PARM-LENGTH > 0
006920         AND JOB-STEP-PARM-LENGTH NOT > 100
006930         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
006940             DELIMITED BY ","
006950             INTO ALERT-JOB-NAME ALERT-STEP-NAME
006960         END-UNSTRING
006970     END-IF
006980     IF ALERT-STEP-NAME = SPACES
006990         MOVE "DAY01BMT" TO ALERT-STEP-NAME
007000     END-IF.
007010 9710-EXIT.
007020     EXIT.
007030*
007040*-----------------------------------------------------------*
007050* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
007060* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
007070* DATASET IF THIS STEP OPENED IT.
007080*-----------------------------------------------------------*
007090 9720-ALERT-STEP-END-RTN.
007100     IF RETURN-CODE > 0
007110         IF RETURN-CODE > 9
007120             MOVE 9 TO ALERT-SEVERITY
007130         ELSE
007140             MOVE RETURN-CODE TO ALERT-SEVERITY
007150         END-IF
007160         MOVE "STEPEND" TO ALERT-CODE
007170         MOVE RETURN-CODE TO ALERT-COUNT
007180         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
007190             TO ALERT-TEXT
007200         PERFORM 9700-WRITE-ALERT-RTN
007210             THRU 9700-EXIT
007220     END-IF
007230     IF ALERT-FILE-OPEN
007240         CLOSE ALERT-FILE
007250         MOVE "N" TO ALERT-OPEN-SW
007260     END-IF.
007270 9720-EXIT.
007280     EXIT.
007290*
007300*-----------------------------------------------------------*
007310* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
007320* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
007330* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
007340*-----------------------------------------------------------*
007350 9750-ALERT-STEP-STOPPED-RTN.
007360     MOVE 8 TO ALERT-SEVERITY
007370     MOVE "STEPSTOP" TO ALERT-CODE
007380     MOVE 8 TO ALERT-COUNT
007390     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
007400         TO ALERT-TEXT
007410     PERFORM 9700-WRITE-ALERT-RTN
007420         THRU 9700-EXIT
007430     IF ALERT-FILE-OPEN
007440         CLOSE ALERT-FILE
007450         MOVE "N" TO ALERT-OPEN-SW
007460     END-IF.
007470 9750-EXIT.
007480     EXIT.
