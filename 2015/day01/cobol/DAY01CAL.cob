000250*                  MAINTENANCE REPORT - THE SAME SHAPE AS
000260*                  DAY01LOD AND DAY01BMT, BECAUSE THE DESK
000270*                  ALREADY KNOWS HOW TO READ THOSE.
000271* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000272*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000273*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000274*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000275*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000276*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000277*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000278*                  ('JOB,STEP').
000281* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000284*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000287*-----------------------------------------------------------*
000290*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000500         ASSIGN TO CALRPT
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS MAINT-REPORT-STATUS.
000522     SELECT ALERT-FILE
000524         ASSIGN TO ALERTS
000526         ORGANIZATION IS SEQUENTIAL
000528         FILE STATUS IS ALERT-FILE-STATUS.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000720*
000730 FD  MAINT-REPORT-FILE.
000740 01  MAINT-REPORT-RECORD             PIC X(132).
000741*
000742 FD  ALERT-FILE
000743     RECORD CONTAINS 120 CHARACTERS
000744     RECORDING MODE IS F.
000745     COPY "ALERTREC.cpy".
000750*
000751 WORKING-STORAGE SECTION.
000752*-----------------------------------------------------------*
000753* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
000754* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
000755* COUNT WHERE THERE ARE ANY - AND PERFORMS
000756* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
000757* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
000758* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
000759* CODE - THE STEP'S OWN WORK STANDS.
000760*-----------------------------------------------------------*
000761 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
000762     88  ALERT-FILE-OK                     VALUE "00".
000763 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
000764     88  ALERT-FILE-OPEN                   VALUE "Y".
000765     88  ALERT-FILE-FAILED                 VALUE "F".
000766 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
000767 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
000768 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
000769 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
000770 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
000771 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
000772 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
000773 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
000774 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
000775*-----------------------------------------------------------*
000780* FILE STATUS AND SWITCHES.
000790*-----------------------------------------------------------*
000800 77  TRANSACTION-FILE-STATUS     PIC X(02) VALUE SPACES.
001137     05  FILLER                  PIC X(24) VALUE
001138         "312831303130313130313031".
001139 01  CAL-MONTH-LEN REDEFINES CAL-MONTH-LEN-TABLE.
001142     05  CAL-MONTH-LEN-DAYS      PIC 9(02) OCCURS 12 TIMES.
001145*-----------------------------------------------------------*
001150* RUN DATE AND REPORT LINE LAYOUTS - EACH PADDED TO THE FULL
001160* 132-BYTE MAINT-REPORT-FILE RECORD LENGTH.
001170*-----------------------------------------------------------*
001470     05  CAL-TOTAL-LABEL         PIC X(25).
001480     05  CAL-TOTAL-VALUE         PIC 9(09).
001490     05  FILLER                  PIC X(98) VALUE SPACES.
001491*
001492 LINKAGE SECTION.
001493*-----------------------------------------------------------*
001494* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
001495* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
001496* PROGRAM NAME.
001497*-----------------------------------------------------------*
001498 01  JOB-STEP-PARM.
001499     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
001500     05  JOB-STEP-PARM-TEXT      PIC X(100).
001501*
001510 PROCEDURE DIVISION USING JOB-STEP-PARM.
001520*-----------------------------------------------------------*
001530* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE CALENDAR
001540* MAINTENANCE STEP.
001690         THRU 0900-EXIT
001700     PERFORM 8100-SET-RETURN-CODE-RTN
001710         THRU 8100-EXIT
001713     PERFORM 8200-RAISE-ALERTS-RTN
001716         THRU 8200-EXIT
001720     STOP RUN.
001730*
001740*-----------------------------------------------------------*
001830     IF NOT TRANSACTION-OK
001840         DISPLAY "ERROR OPENING TRANSACTION FILE. STATUS: "
001850             TRANSACTION-FILE-STATUS
001853         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001856             THRU 9750-EXIT
001860         MOVE 8 TO RETURN-CODE
001870         STOP RUN
001880     END-IF
001950     IF NOT CALENDAR-FILE-OK
001960         DISPLAY "ERROR OPENING CALENDAR MASTER. STATUS: "
001970             CALENDAR-FILE-STATUS
001973         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001976             THRU 9750-EXIT
001980         MOVE 8 TO RETURN-CODE
001990         STOP RUN
002000     END-IF
002020     IF NOT MAINT-REPORT-OK
002030         DISPLAY "ERROR OPENING MAINTENANCE REPORT. STATUS: "
002040             MAINT-REPORT-STATUS
002043         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002046             THRU 9750-EXIT
002050         MOVE 8 TO RETURN-CODE
002060         STOP RUN
002070     END-IF.
004790         END-IF
004800     END-IF.
004810 8100-EXIT.
004811     EXIT.
004812*
004813*-----------------------------------------------------------*
004814* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
004815* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
004816* ALERT.
004817*-----------------------------------------------------------*
004818 8200-RAISE-ALERTS-RTN.
004819     IF CAL-HARD-ERROR
004820         MOVE 8 TO ALERT-SEVERITY
004821         MOVE "IOERROR" TO ALERT-CODE
004822         MOVE "CALENDAR MASTER HARD I/O ERROR"
004823             TO ALERT-TEXT
004824         PERFORM 9700-WRITE-ALERT-RTN
004825             THRU 9700-EXIT
004826     END-IF
004827     IF CAL-REJECTED-COUNT > 0
004828         MOVE 4 TO ALERT-SEVERITY
004829         MOVE "REJECTED" TO ALERT-CODE
004830         MOVE CAL-REJECTED-COUNT TO ALERT-COUNT
004831         MOVE "CALENDAR TRANSACTIONS REJECTED"
004832             TO ALERT-TEXT
004833         PERFORM 9700-WRITE-ALERT-RTN
004834             THRU 9700-EXIT
004835     END-IF
004836     PERFORM 9720-ALERT-STEP-END-RTN
004837         THRU 9720-EXIT.
004838 8200-EXIT.
004839     EXIT.
004840*
004841*-----------------------------------------------------------*
004850* 9050-CHECK-LEAP-RTN - SETS CAL-LEAP-SW FOR THE YEAR IN
004860* CAL-WORK-YEAR: DIVISIBLE BY FOUR, EXCEPT CENTURIES NOT
004870* DIVISIBLE BY FOUR HUNDRED - THE SAME RULE THE COMPUTE
005060     END-IF.
005070 9050-EXIT.
005080     EXIT.
005090*
005100*-----------------------------------------------------------*
005110* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
005120* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
005130* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
005140* NEXT CALLER STARTS CLEAN.
005150*-----------------------------------------------------------*
005160 9700-WRITE-ALERT-RTN.
005170     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
005180         PERFORM 9710-OPEN-ALERT-RTN
005190             THRU 9710-EXIT
005200     END-IF
005210     IF NOT ALERT-FILE-OPEN
005220         GO TO 9700-CLEAR
005230     END-IF
005240     MOVE SPACES TO ALERT-RECORD
005250     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
005260     ACCEPT ALR-RAISED-TIME FROM TIME
005270     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
005280     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
005290     MOVE "DAY01CAL" TO ALR-PROGRAM-ID
005300     MOVE ALERT-SEVERITY TO ALR-SEVERITY
005310     MOVE ALERT-CODE TO ALR-CODE
005320     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
005330     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
005340     MOVE ALERT-COUNT TO ALR-COUNT
005350     MOVE ALERT-TEXT TO ALR-TEXT
005360     WRITE ALERT-RECORD
005370     IF ALERT-FILE-OK
005380         ADD 1 TO ALERT-RAISED-COUNT
005390     ELSE
005400         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
005410             " STATUS " ALERT-FILE-STATUS
005420         CLOSE ALERT-FILE
005430         SET ALERT-FILE-FAILED TO TRUE
005440     END-IF.
005450 9700-CLEAR.
005460     MOVE SPACES TO ALERT-BUILDING-ID
005470     MOVE 0 TO ALERT-ROUTE-DATE
005480     MOVE 0 TO ALERT-COUNT.
005490 9700-EXIT.
005500     EXIT.
005510*
005520*-----------------------------------------------------------*
005530* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
005540* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
005550* JOB AND STEP NAME OFF THE EXEC PARM.
005560*-----------------------------------------------------------*
005570 9710-OPEN-ALERT-RTN.
005580     OPEN EXTEND ALERT-FILE
005590     IF NOT ALERT-FILE-OK
005600         OPEN OUTPUT ALERT-FILE
005610     END-IF
005620     IF NOT ALERT-FILE-OK
005630         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
005640             ALERT-FILE-STATUS
005650         SET ALERT-FILE-FAILED TO TRUE
005660         GO TO 9710-EXIT
005670     END-IF
005680     SET ALERT-FILE-OPEN TO TRUE
005690     IF JOB-STEP-PARM-LENGTH > 0
005700         AND JOB-STEP-PARM-LENGTH NOT > 100
005710         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
005720             DELIMITED BY ","
005730             INTO ALERT-JOB-NAME ALERT-STEP-NAME
005740         END-UNSTRING
005750     END-IF
005760     IF ALERT-STEP-NAME = SPACES
005770         MOVE "DAY01CAL" TO ALERT-STEP-NAME
005780     END-IF.
005790 9710-EXIT.
005800     EXIT.
005810*
005820*-----------------------------------------------------------*
005830* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
005840* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
005850* DATASET IF THIS STEP OPENED IT.
005860*-----------------------------------------------------------*
005870 9720-ALERT-STEP-END-RTN.
005880     IF RETURN-CODE > 0
005890         IF RETURN-CODE > 9
005900             MOVE 9 TO ALERT-SEVERITY
005910         ELSE
005920             MOVE RETURN-CODE TO ALERT-SEVERITY
005930         END-IF
005940         MOVE "STEPEND" TO ALERT-CODE
005950         MOVE RETURN-CODE TO ALERT-COUNT
005960         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
005970             TO ALERT-TEXT
005980         PERFORM 9700-WRITE-ALERT-RTN
005990             THRU 9700-EXIT
006000     END-IF
006010     IF ALERT-FILE-OPEN
006020         CLOSE ALERT-FILE
006030         MOVE "N" TO ALERT-OPEN-SW
006040     END-IF.
006050 9720-EXIT.
006060     EXIT.
006070*
006080*-----------------------------------------------------------*
006090* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
006100* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
006110* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
006120*-----------------------------------------------------------*
006130 9750-ALERT-STEP-STOPPED-RTN.
006140     MOVE 8 TO ALERT-SEVERITY
006150     MOVE "STEPSTOP" TO ALERT-CODE
006160     MOVE 8 TO ALERT-COUNT
006170     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
006180         TO ALERT-TEXT
006190     PERFORM 9700-WRITE-ALERT-RTN
006200         THRU 9700-EXIT
006210     IF ALERT-FILE-OPEN
006220         CLOSE ALERT-FILE
006230         MOVE "N" TO ALERT-OPEN-SW
006240     END-IF.
006250 9750-EXIT.
006260     EXIT.
