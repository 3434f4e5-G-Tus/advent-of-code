000230*                  SCHEDULING DESK'S "IS BUILDING X ALWAYS
000240*                  THIS BUSY" QUESTION FINALLY HAS AN ANSWER
000250*                  THAT IS NOT "WE DELETED THE DATA".
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
000440         ASSIGN TO TRDRPT
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS TREND-REPORT-STATUS.
000462     SELECT ALERT-FILE
000464         ASSIGN TO ALERTS
000466         ORGANIZATION IS SEQUENTIAL
000468         FILE STATUS IS ALERT-FILE-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000520*
000530 FD  TREND-REPORT-FILE.
000540 01  TREND-REPORT-RECORD             PIC X(132).
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
000600 77  HIST-FILE-STATUS            PIC X(02) VALUE SPACES.
001380     05  FILLER                  PIC X(30)
001390         VALUE " PCT VS PRIOR WEEK **".
001400     05  FILLER                  PIC X(69) VALUE SPACES.
001401*
001402 LINKAGE SECTION.
001403*-----------------------------------------------------------*
001404* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
001405* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
001406* PROGRAM NAME.
001407*-----------------------------------------------------------*
001408 01  JOB-STEP-PARM.
001409     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
001410     05  JOB-STEP-PARM-TEXT      PIC X(100).
001411*
001420 PROCEDURE DIVISION USING JOB-STEP-PARM.
001430*-----------------------------------------------------------*
001440* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE TREND
001450* REPORT.
001600         THRU 0900-EXIT
001610     PERFORM 8100-SET-RETURN-CODE-RTN
001620         THRU 8100-EXIT
001623     PERFORM 8200-RAISE-ALERTS-RTN
001626         THRU 8200-EXIT
001630     STOP RUN.
001640*
001650*-----------------------------------------------------------*
001720     IF NOT HIST-FILE-OK
001730         DISPLAY "ERROR OPENING STATS HISTORY FILE. STATUS: "
001740             HIST-FILE-STATUS
001743         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001746             THRU 9750-EXIT
001750         MOVE 8 TO RETURN-CODE
001760         STOP RUN
001770     END-IF
001790     IF NOT TREND-REPORT-OK
001800         DISPLAY "ERROR OPENING TREND REPORT. STATUS: "
001810             TREND-REPORT-STATUS
001813         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001816             THRU 9750-EXIT
001820         MOVE 8 TO RETURN-CODE
001830         STOP RUN
001840     END-IF.
005030     END-IF.
005040 8100-EXIT.
005050     EXIT.
005060*
005070*-----------------------------------------------------------*
005080* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
005090* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
005100* ALERT.
005110*-----------------------------------------------------------*
005120 8200-RAISE-ALERTS-RTN.
005130     IF NOT TRD-HIST-ENDED-CLEAN
005140             OR NOT TRD-REPORT-ENDED-CLEAN
005150         MOVE 8 TO ALERT-SEVERITY
005160         MOVE "BADEND" TO ALERT-CODE
005170         MOVE "STATS HISTORY OR REPORT NOT CLEAN"
005180             TO ALERT-TEXT
005190         PERFORM 9700-WRITE-ALERT-RTN
005200             THRU 9700-EXIT
005210     END-IF
005220     PERFORM 9720-ALERT-STEP-END-RTN
005230         THRU 9720-EXIT.
005240 8200-EXIT.
005250     EXIT.
005260*
005270*-----------------------------------------------------------*
005280* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
005290* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
005300* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
005310* NEXT CALLER STARTS CLEAN.
005320*-----------------------------------------------------------*
005330 9700-WRITE-ALERT-RTN.
005340     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
005350         PERFORM 9710-OPEN-ALERT-RTN
005360             THRU 9710-EXIT
005370     END-IF
005380     IF NOT ALERT-FILE-OPEN
005390         GO TO 9700-CLEAR
005400     END-IF
005410     MOVE SPACES TO ALERT-RECORD
005420     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
005430     ACCEPT ALR-RAISED-TIME FROM TIME
005440     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
005450     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
005460     MOVE "DAY01TRD" TO ALR-PROGRAM-ID
005470     MOVE ALERT-SEVERITY TO ALR-SEVERITY
005480     MOVE ALERT-CODE TO ALR-CODE
005490     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
005500     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
005510     MOVE ALERT-COUNT TO ALR-COUNT
005520     MOVE ALERT-TEXT TO ALR-TEXT
005530     WRITE ALERT-RECORD
005540     IF ALERT-FILE-OK
005550         ADD 1 TO ALERT-RAISED-COUNT
005560     ELSE
005570         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
005580             " STATUS " ALERT-FILE-STATUS
005590         CLOSE ALERT-FILE
005600         SET ALERT-FILE-FAILED TO TRUE
005610     END-IF.
005620 9700-CLEAR.
005630     MOVE SPACES TO ALERT-BUILDING-ID
005640     MOVE 0 TO ALERT-ROUTE-DATE
005650     MOVE 0 TO ALERT-COUNT.
005660 9700-EXIT.
005670     EXIT.
005680*
005690*-----------------------------------------------------------*
005700* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
005710* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
005720* JOB AND STEP NAME OFF THE EXEC PARM.
005730*-----------------------------------------------------------*
005740 9710-OPEN-ALERT-RTN.
005750     OPEN EXTEND ALERT-FILE
005760     IF NOT ALERT-FILE-OK
005770         OPEN OUTPUT ALERT-FILE
005780     END-IF
005790     IF NOT ALERT-FILE-OK
005800         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
005810             ALERT-FILE-STATUS
005820         SET ALERT-FILE-FAILED TO TRUE
005830         GO TO 9710-EXIT
005840     END-IF
005850     SET ALERT-FILE-OPEN TO TRUE
005860     IF JOB-STEP-PARM-LENGTH > 0
005870         AND JOB-STEP-PARM-LENGTH NOT > 100
005880         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
005890             DELIMITED BY ","
005900             INTO ALERT-JOB-NAME ALERT-STEP-NAME
005910         END-UNSTRING
005920     END-IF
005930     IF ALERT-STEP-NAME = SPACES
005940         MOVE "DAY01TRD" TO ALERT-STEP-NAME
005950     END-IF.
005960 9710-EXIT.
005970     EXIT.
005980*
005990*-----------------------------------------------------------*
006000* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
006010* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
006020* DATASET IF THIS STEP OPENED IT.
006030*-----------------------------------------------------------*
006040 9720-ALERT-STEP-END-RTN.
006050     IF RETURN-CODE > 0
006060         IF RETURN-CODE > 9
006070             MOVE 9 TO ALERT-SEVERITY
006080         ELSE
006090             MOVE RETURN-CODE TO ALERT-SEVERITY
006100         END-IF
006110         MOVE "STEPEND" TO ALERT-CODE
006120         MOVE RETURN-CODE TO ALERT-COUNT
006130         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
006140             TO ALERT-TEXT
006150         PERFORM 9700-WRITE-ALERT-RTN
006160             THRU 9700-EXIT
006170     END-IF
006180     IF ALERT-FILE-OPEN
006190         CLOSE ALERT-FILE
006200         MOVE "N" TO ALERT-OPEN-SW
006210     END-IF.
006220 9720-EXIT.
006230     EXIT.
006240*
006250*-----------------------------------------------------------*
006260* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
006270* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
006280* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
006290*-----------------------------------------------------------*
006300 9750-ALERT-STEP-STOPPED-RTN.
006310     MOVE 8 TO ALERT-SEVERITY
006320     MOVE "STEPSTOP" TO ALERT-CODE
006330     MOVE 8 TO ALERT-COUNT
006340     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
006350         TO ALERT-TEXT
006360     PERFORM 9700-WRITE-ALERT-RTN
006370         THRU 9700-EXIT
006380     IF ALERT-FILE-OPEN
006390         CLOSE ALERT-FILE
006400         MOVE "N" TO ALERT-OPEN-SW
006410     END-IF.
006420 9750-EXIT.
006430     EXIT.
