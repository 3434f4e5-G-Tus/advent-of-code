000272*                  IS WARNED ON AND EVERY DATE FLAGS, AS
000273*                  BEFORE - A MISSING CALENDAR MUST NOT
000274*                  QUIETLY SWITCH THE FLAG OFF.
000275* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000276*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000277*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000278*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000279*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000280*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000281*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000282*                  ('JOB,STEP').
000283*                  EACH RUN OVER THE ELAPSED LIMIT, RUN ENDING
000284*                  ON A BAD STATUS AND BUSINESS DAY WITH NO RUN
000285*                  RAISES ITS OWN ALERT WITH ITS DATE.
000286*                  AN UNUSABLE CALENDAR RAISES AN ADVISORY ALERT.
000288* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000290*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000292*-----------------------------------------------------------*
000294*
000296 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.    IBM-370.
000320 OBJECT-COMPUTER.    IBM-370.
000454         ORGANIZATION IS INDEXED
000455         ACCESS MODE IS RANDOM
000456         RECORD KEY IS CAL-DATE
000458         FILE STATUS IS CALENDAR-FILE-STATUS.
000460     SELECT ALERT-FILE
000462         ASSIGN TO ALERTS
000464         ORGANIZATION IS SEQUENTIAL
000466         FILE STATUS IS ALERT-FILE-STATUS.
000468*
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  AUDIT-LOG-FILE
000550 01  OPS-REPORT-RECORD               PIC X(132).
000552*
000554 FD  CALENDAR-FILE.
000555     COPY "CALREC.cpy".
000556*
000557 FD  ALERT-FILE
000558     RECORD CONTAINS 120 CHARACTERS
000559     RECORDING MODE IS F.
000560     COPY "ALERTREC.cpy".
000561*
000562 WORKING-STORAGE SECTION.
000563*-----------------------------------------------------------*
000564* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
000565* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
000566* COUNT WHERE THERE ARE ANY - AND PERFORMS
000567* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
000568* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
000569* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
000570* CODE - THE STEP'S OWN WORK STANDS.
000571*-----------------------------------------------------------*
000572 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
000573     88  ALERT-FILE-OK                     VALUE "00".
000574 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
000575     88  ALERT-FILE-OPEN                   VALUE "Y".
000576     88  ALERT-FILE-FAILED                 VALUE "F".
000577 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
000578 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
000579 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
000580 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
000581 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
000582 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
000583 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
000584 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
000585 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
000586*-----------------------------------------------------------*
000590* FILE STATUS AND SWITCHES.
000600*-----------------------------------------------------------*
000610 77  AUDIT-LOG-STATUS            PIC X(02) VALUE SPACES.
001790     05  OPS-TOTAL-VALUE         PIC 9(09).
001791     05  FILLER                  PIC X(107) VALUE SPACES.
001792*
001793 LINKAGE SECTION.
001794*-----------------------------------------------------------*
001795* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
001796* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
001797* PROGRAM NAME.
001798*-----------------------------------------------------------*
001799 01  JOB-STEP-PARM.
001800     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
001801     05  JOB-STEP-PARM-TEXT      PIC X(100).
001802*
001803 PROCEDURE DIVISION USING JOB-STEP-PARM.
001810*-----------------------------------------------------------*
001820* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE
001830* OPERATIONS REPORT.
001980         THRU 0900-EXIT
001990     PERFORM 8100-SET-RETURN-CODE-RTN
002000         THRU 8100-EXIT
002003     PERFORM 8200-RAISE-ALERTS-RTN
002006         THRU 8200-EXIT
002010     STOP RUN.
002020*
002030*-----------------------------------------------------------*
002090     IF NOT AUDIT-LOG-OK
002100         DISPLAY "ERROR OPENING AUDIT LOG FILE. STATUS: "
002110             AUDIT-LOG-STATUS
002113         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002116             THRU 9750-EXIT
002120         MOVE 8 TO RETURN-CODE
002130         STOP RUN
002140     END-IF
002160     IF NOT OPS-REPORT-OK
002170         DISPLAY "ERROR OPENING OPERATIONS REPORT. STATUS: "
002180             OPS-REPORT-STATUS
002183         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002186             THRU 9750-EXIT
002190         MOVE 8 TO RETURN-CODE
002200         STOP RUN
002210     END-IF
002215         DISPLAY "WARNING - CALENDAR MASTER NOT USABLE, "
002216             "STATUS " CALENDAR-FILE-STATUS
002217             " - EVERY MISSING DATE WILL FLAG"
002218         MOVE 2 TO ALERT-SEVERITY
002219         MOVE "NOTUSABL" TO ALERT-CODE
002220         MOVE "CALENDAR NOT USABLE - EVERY GAP FLAGS"
002221             TO ALERT-TEXT
002222         PERFORM 9700-WRITE-ALERT-RTN
002223             THRU 9700-EXIT
002224     END-IF.
002225 0100-EXIT.
002230     EXIT.
002240*
002250*-----------------------------------------------------------*
002940         MOVE OPS-ELAPSED-LIMIT TO OPS-LIMIT-VALUE
002950         MOVE OPS-LIMIT-LINE TO OPS-REPORT-RECORD
002960         WRITE OPS-REPORT-RECORD
002961         MOVE 4 TO ALERT-SEVERITY
002962         MOVE "ELAPSED" TO ALERT-CODE
002963         MOVE AUD-START-DATE TO ALERT-ROUTE-DATE
002964         MOVE OPS-ELAPSED-SECONDS TO ALERT-COUNT
002965         MOVE "COMPUTE RUN OVER THE ELAPSED LIMIT"
002966             TO ALERT-TEXT
002967         PERFORM 9700-WRITE-ALERT-RTN
002968             THRU 9700-EXIT
002970     END-IF
002980     IF AUD-FINAL-FILE-STATUS NOT = "00"
002990         AND AUD-FINAL-FILE-STATUS NOT = "10"
003020         MOVE AUD-FINAL-FILE-STATUS TO OPS-STATUS-VALUE
003030         MOVE OPS-STATUS-LINE TO OPS-REPORT-RECORD
003040         WRITE OPS-REPORT-RECORD
003041         MOVE 4 TO ALERT-SEVERITY
003042         MOVE "BADEND" TO ALERT-CODE
003043         MOVE AUD-START-DATE TO ALERT-ROUTE-DATE
003044         MOVE "COMPUTE RUN ENDED ON A BAD ROUTE STATUS"
003045             TO ALERT-TEXT
003046         PERFORM 9700-WRITE-ALERT-RTN
003047             THRU 9700-EXIT
003050     END-IF
003060     PERFORM 1100-READ-AUDIT-RTN
003070         THRU 1100-EXIT.
003405         ADD 1 TO OPS-GAP-COUNT
003410         MOVE OPS-CONV-DATE TO OPS-MISSING-DATE
003420         MOVE OPS-MISSING-LINE TO OPS-REPORT-RECORD
003421         WRITE OPS-REPORT-RECORD
003422         MOVE 4 TO ALERT-SEVERITY
003423         MOVE "NOTRUN" TO ALERT-CODE
003424         MOVE OPS-CONV-DATE TO ALERT-ROUTE-DATE
003425         MOVE "BUSINESS DAY WITH NO COMPUTE RUN LOGGED"
003426             TO ALERT-TEXT
003427         PERFORM 9700-WRITE-ALERT-RTN
003430             THRU 9700-EXIT
003435     END-IF
003440     PERFORM 9100-NEXT-DATE-RTN
003450         THRU 9100-EXIT.
004080         MOVE 0 TO RETURN-CODE
004090     END-IF.
004100 8100-EXIT.
004101     EXIT.
004102*
004103*-----------------------------------------------------------*
004104* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
004105* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
004106* ALERT.
004107* EACH RUN OVER THE ELAPSED LIMIT, RUN ENDING ON A BAD STATUS
004108* AND BUSINESS DAY WITH NO RUN HAS ALREADY RAISED ITS OWN
004109* ALERT AS IT WAS REPORTED.
004110*-----------------------------------------------------------*
004111 8200-RAISE-ALERTS-RTN.
004112     PERFORM 9720-ALERT-STEP-END-RTN
004113         THRU 9720-EXIT.
004114 8200-EXIT.
004115     EXIT.
004120*
004130*-----------------------------------------------------------*
004140* 9000-DATE-TO-SERIAL-RTN - TURNS THE YYYYMMDD DATE IN
005570     END-READ.
005580 9300-EXIT.
005590     EXIT.
005600*
005610*-----------------------------------------------------------*
005620* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
005630* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
005640* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
005650* NEXT CALLER STARTS CLEAN.
005660*-----------------------------------------------------------*
005670 9700-WRITE-ALERT-RTN.
005680     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
005690         PERFORM 9710-OPEN-ALERT-RTN
005700             THRU 9710-EXIT
005710     END-IF
005720     IF NOT ALERT-FILE-OPEN
005730         GO TO 9700-CLEAR
005740     END-IF
005750     MOVE SPACES TO ALERT-RECORD
005760     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
005770     ACCEPT ALR-RAISED-TIME FROM TIME
005780     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
005790     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
005800     MOVE "DAY01AUD" TO ALR-PROGRAM-ID
005810     MOVE ALERT-SEVERITY TO ALR-SEVERITY
005820     MOVE ALERT-CODE TO ALR-CODE
005830     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
005840     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
005850     MOVE ALERT-COUNT TO ALR-COUNT
005860     MOVE ALERT-TEXT TO ALR-TEXT
005870     WRITE ALERT-RECORD
005880     IF ALERT-FILE-OK
005890         ADD 1 TO ALERT-RAISED-COUNT
005900     ELSE
005910         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
005920             " STATUS " ALERT-FILE-STATUS
005930         CLOSE ALERT-FILE
005940         SET ALERT-FILE-FAILED TO TRUE
005950     END-IF.
005960 9700-CLEAR.
005970     MOVE SPACES TO ALERT-BUILDING-ID
005980     MOVE 0 TO ALERT-ROUTE-DATE
005990     MOVE 0 TO ALERT-COUNT.
006000 9700-EXIT.
006010     EXIT.
006020*
006030*-----------------------------------------------------------*
006040* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
006050* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
006060* JOB AND STEP NAME OFF THE EXEC PARM.
006070*-----------------------------------------------------------*
006080 9710-OPEN-ALERT-RTN.
006090     OPEN EXTEND ALERT-FILE
006100     IF NOT ALERT-FILE-OK
006110         OPEN OUTPUT ALERT-FILE
006120     END-IF
006130     IF NOT ALERT-FILE-OK
006140         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
006150             ALERT-FILE-STATUS
006160         SET ALERT-FILE-FAILED TO TRUE
006170         GO TO 9710-EXIT
006180     END-IF
006190     SET ALERT-FILE-OPEN TO TRUE
006200     IF JOB-STEP-PARM-LENGTH > 0
006210         AND JOB-STEP-PARM-LENGTH NOT > 100
006220         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
006230             DELIMITED BY ","
006240             INTO ALERT-JOB-NAME ALERT-STEP-NAME
006250         END-UNSTRING
006260     END-IF
006270     IF ALERT-STEP-NAME = SPACES
006280         MOVE "DAY01AUD" TO ALERT-STEP-NAME
006290     END-IF.
006300 9710-EXIT.
006310     EXIT.
006320*
006330*-----------------------------------------------------------*
006340* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
006350* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
006360* DATASET IF THIS STEP OPENED IT.
006370*-----------------------------------------------------------*
006380 9720-ALERT-STEP-END-RTN.
006390     IF RETURN-CODE > 0
006400         IF RETURN-CODE > 9
006410             MOVE 9 TO ALERT-SEVERITY
006420         ELSE
006430             MOVE RETURN-CODE TO ALERT-SEVERITY
006440         END-IF
006450         MOVE "STEPEND" TO ALERT-CODE
006460         MOVE RETURN-CODE TO ALERT-COUNT
006470         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
006480             TO ALERT-TEXT
006490         PERFORM 9700-WRITE-ALERT-RTN
006500             THRU 9700-EXIT
006510     END-IF
006520     IF ALERT-FILE-OPEN
006530         CLOSE ALERT-FILE
006540         MOVE "N" TO ALERT-OPEN-SW
006550     END-IF.
006560 9720-EXIT.
006570     EXIT.
006580*
006590*-----------------------------------------------------------*
006600* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
006610* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
006620* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
006630*-----------------------------------------------------------*
006640 9750-ALERT-STEP-STOPPED-RTN.
006650     MOVE 8 TO ALERT-SEVERITY
006660     MOVE "STEPSTOP" TO ALERT-CODE
006670     MOVE 8 TO ALERT-COUNT
006680     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
006690         TO ALERT-TEXT
006700     PERFORM 9700-WRITE-ALERT-RTN
006710         THRU 9700-EXIT
006720     IF ALERT-FILE-OPEN
006730         CLOSE ALERT-FILE
006740         MOVE "N" TO ALERT-OPEN-SW
006750     END-IF.
006760 9750-EXIT.
006770     EXIT.
