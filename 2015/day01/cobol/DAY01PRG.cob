000310*                  ACTIVE BUILDING. AN UNUSABLE PARAMETER
000320*                  FILE STOPS THE STEP COLD - A PURGE WITH A
000330*                  GUESSED RETENTION IS WORSE THAN NO PURGE.
000331* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000332*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000333*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000334*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000335*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000336*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000337*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000338*                  ('JOB,STEP').
000341* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000344*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000347*-----------------------------------------------------------*
000350*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000720         ASSIGN TO PRGRPT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS PURGE-REPORT-STATUS.
000742     SELECT ALERT-FILE
000744         ASSIGN TO ALERTS
000746         ORGANIZATION IS SEQUENTIAL
000748         FILE STATUS IS ALERT-FILE-STATUS.
000750*
000760 DATA DIVISION.
000770 FILE SECTION.
001060*
001070 FD  PURGE-REPORT-FILE.
001080 01  PURGE-REPORT-RECORD             PIC X(132).
001081*
001082 FD  ALERT-FILE
001083     RECORD CONTAINS 120 CHARACTERS
001084     RECORDING MODE IS F.
001085     COPY "ALERTREC.cpy".
001090*
001091 WORKING-STORAGE SECTION.
001092*-----------------------------------------------------------*
001093* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
001094* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
001095* COUNT WHERE THERE ARE ANY - AND PERFORMS
001096* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
001097* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
001098* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
001099* CODE - THE STEP'S OWN WORK STANDS.
001100*-----------------------------------------------------------*
001101 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
001102     88  ALERT-FILE-OK                     VALUE "00".
001103 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
001104     88  ALERT-FILE-OPEN                   VALUE "Y".
001105     88  ALERT-FILE-FAILED                 VALUE "F".
001106 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
001107 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
001108 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
001109 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
001110 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
001111 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
001112 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
001113 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
001114 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
001115*-----------------------------------------------------------*
001120* FILE STATUS AND SWITCHES.
001130*-----------------------------------------------------------*
001140 77  PARM-FILE-STATUS            PIC X(02) VALUE SPACES.
002660     05  FILLER                  PIC X(60) VALUE
002670         "** PURGE KEY TABLE FULL - REMAINDER PURGES NEXT RUN **".
002680     05  FILLER                  PIC X(72) VALUE SPACES.
002681*
002682 LINKAGE SECTION.
002683*-----------------------------------------------------------*
002684* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
002685* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
002686* PROGRAM NAME.
002687*-----------------------------------------------------------*
002688 01  JOB-STEP-PARM.
002689     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
002690     05  JOB-STEP-PARM-TEXT      PIC X(100).
002691*
002700 PROCEDURE DIVISION USING JOB-STEP-PARM.
002710*-----------------------------------------------------------*
002720* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE PURGE:
002730* LOAD THE RETENTION PARAMETERS, SET THE CUTOFFS, SWEEP THE
002960         THRU 0900-EXIT
002970     PERFORM 8100-SET-RETURN-CODE-RTN
002980         THRU 8100-EXIT
002983     PERFORM 8200-RAISE-ALERTS-RTN
002986         THRU 8200-EXIT
002990     STOP RUN.
003000*
003010*-----------------------------------------------------------*
003090     IF NOT ARCH-HIST-OK
003100         DISPLAY "ERROR OPENING HISTORY ARCHIVE. STATUS: "
003110             ARCH-HIST-STATUS
003113         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003116             THRU 9750-EXIT
003120         MOVE 8 TO RETURN-CODE
003130         STOP RUN
003140     END-IF
003160     IF NOT AUDIT-LOG-OK
003170         DISPLAY "ERROR OPENING AUDIT LOG. STATUS: "
003180             AUDIT-LOG-STATUS
003183         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003186             THRU 9750-EXIT
003190         MOVE 8 TO RETURN-CODE
003200         STOP RUN
003210     END-IF
003230     IF NOT ARCH-AUDIT-OK
003240         DISPLAY "ERROR OPENING AUDIT ARCHIVE. STATUS: "
003250             ARCH-AUDIT-STATUS
003253         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003256             THRU 9750-EXIT
003260         MOVE 8 TO RETURN-CODE
003270         STOP RUN
003280     END-IF
003300     IF NOT NEW-AUDIT-OK
003310         DISPLAY "ERROR OPENING REPLACEMENT AUDIT LOG. "
003320             "STATUS: " NEW-AUDIT-STATUS
003323         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003326             THRU 9750-EXIT
003330         MOVE 8 TO RETURN-CODE
003340         STOP RUN
003350     END-IF
003370     IF NOT PURGE-REPORT-OK
003380         DISPLAY "ERROR OPENING PURGE REPORT. STATUS: "
003390             PURGE-REPORT-STATUS
003393         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003396             THRU 9750-EXIT
003400         MOVE 8 TO RETURN-CODE
003410         STOP RUN
003420     END-IF.
003770     IF NOT PARM-FILE-OK
003780         DISPLAY "PURGE PARAMETER FILE NOT USABLE, STATUS "
003790             PARM-FILE-STATUS " - NOTHING PURGED"
003793         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003796             THRU 9750-EXIT
003800         MOVE 8 TO RETURN-CODE
003810         STOP RUN
003820     END-IF
003840         AT END
003850             DISPLAY "PURGE PARAMETER FILE EMPTY - "
003860                 "NOTHING PURGED"
003863             PERFORM 9750-ALERT-STEP-STOPPED-RTN
003866                 THRU 9750-EXIT
003870             MOVE 8 TO RETURN-CODE
003880             STOP RUN
003890     END-READ
003930         OR PRM-AUDIT-RETAIN-DAYS = 0
003940         DISPLAY "PURGE RETENTIONS NOT NUMERIC OR ZERO - "
003950             "NOTHING PURGED"
003953         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003956             THRU 9750-EXIT
003960         MOVE 8 TO RETURN-CODE
003970         STOP RUN
003980     END-IF
004460     IF NOT HIST-FILE-OK
004470         DISPLAY "ERROR OPENING STATS HISTORY. STATUS: "
004480             HIST-FILE-STATUS
004483         PERFORM 9750-ALERT-STEP-STOPPED-RTN
004486             THRU 9750-EXIT
004490         MOVE 8 TO RETURN-CODE
004500         STOP RUN
004510     END-IF
007300         END-IF
007310     END-IF.
007320 8100-EXIT.
007321     EXIT.
007322*
007323*-----------------------------------------------------------*
007324* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
007325* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
007326* ALERT.
007327*-----------------------------------------------------------*
007328 8200-RAISE-ALERTS-RTN.
007329     IF PRG-HARD-ERROR
007330         MOVE 8 TO ALERT-SEVERITY
007331         MOVE "IOERROR" TO ALERT-CODE
007332         MOVE "PURGE OR ARCHIVE HARD I/O ERROR"
007333             TO ALERT-TEXT
007334         PERFORM 9700-WRITE-ALERT-RTN
007335             THRU 9700-EXIT
007336     END-IF
007337     IF PRG-OUT-OF-BALANCE
007338         MOVE 8 TO ALERT-SEVERITY
007339         MOVE "OUTBAL" TO ALERT-CODE
007340         MOVE "PURGE COUNTS OUT OF BALANCE"
007341             TO ALERT-TEXT
007342         PERFORM 9700-WRITE-ALERT-RTN
007343             THRU 9700-EXIT
007344     END-IF
007345     IF PRG-TABLE-FULL
007346         MOVE 4 TO ALERT-SEVERITY
007347         MOVE "TABLEFUL" TO ALERT-CODE
007348         MOVE "PURGE KEY TABLE FULL - REST NEXT RUN"
007349             TO ALERT-TEXT
007350         PERFORM 9700-WRITE-ALERT-RTN
007351             THRU 9700-EXIT
007352     END-IF
007353     PERFORM 9720-ALERT-STEP-END-RTN
007354         THRU 9720-EXIT.
007355 8200-EXIT.
007356     EXIT.
007357*
007358*-----------------------------------------------------------*
007360* 9000-DATE-TO-SERIAL-RTN - TURNS THE YYYYMMDD DATE IN
007370* PRG-CONV-DATE INTO A DAY SERIAL IN PRG-CONV-SERIAL: WHOLE
007380* YEARS OF DAYS (WITH THE GREGORIAN LEAP RULES), THE DAYS
007910     END-IF.
007920 9050-EXIT.
007930     EXIT.
007940*
007950*-----------------------------------------------------------*
007960* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
007970* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
007980* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
007990* NEXT CALLER STARTS CLEAN.
008000*-----------------------------------------------------------*
008010 9700-WRITE-ALERT-RTN.
008020     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
008030         PERFORM 9710-OPEN-ALERT-RTN
008040             THRU 9710-EXIT
008050     END-IF
008060     IF NOT ALERT-FILE-OPEN
008070         GO TO 9700-CLEAR
008080     END-IF
008090     MOVE SPACES TO ALERT-RECORD
008100     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
008110     ACCEPT ALR-RAISED-TIME FROM TIME
008120     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
008130     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
008140     MOVE "DAY01PRG" TO ALR-PROGRAM-ID
008150     MOVE ALERT-SEVERITY TO ALR-SEVERITY
008160     MOVE ALERT-CODE TO ALR-CODE
008170     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
008180     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
008190     MOVE ALERT-COUNT TO ALR-COUNT
008200     MOVE ALERT-TEXT TO ALR-TEXT
008210     WRITE ALERT-RECORD
008220     IF ALERT-FILE-OK
008230         ADD 1 TO ALERT-RAISED-COUNT
008240     ELSE
008250         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
008260             " STATUS " ALERT-FILE-STATUS
008270         CLOSE ALERT-FILE
008280         SET ALERT-FILE-FAILED TO TRUE
008290     END-IF.
008300 9700-CLEAR.
008310     MOVE SPACES TO ALERT-BUILDING-ID
008320     MOVE 0 TO ALERT-ROUTE-DATE
008330     MOVE 0 TO ALERT-COUNT.
008340 9700-EXIT.
008350     EXIT.
008360*
008370*-----------------------------------------------------------*
008380* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
008390* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
008400* JOB AND STEP NAME OFF THE EXEC PARM.
008410*-----------------------------------------------------------*
008420 9710-OPEN-ALERT-RTN.
008430     OPEN EXTEND ALERT-FILE
008440     IF NOT ALERT-FILE-OK
008450         OPEN OUTPUT ALERT-FILE
008460     END-IF
008470     IF NOT ALERT-FILE-OK
008480         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
008490             ALERT-FILE-STATUS
008500         SET ALERT-FILE-FAILED TO TRUE
008510         GO TO 9710-EXIT
008520     END-IF
008530     SET ALERT-FILE-OPEN TO TRUE
008540     IF JOB-STEP-PARM-LENGTH > 0
008550         AND JOB-STEP-PARM-LENGTH NOT > 100
008560         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
008570             DELIMITED BY ","
008580             INTO ALERT-JOB-NAME ALERT-STEP-NAME
008590         END-UNSTRING
008600     END-IF
008610     IF ALERT-STEP-NAME = SPACES
008620         MOVE "DAY01PRG" TO ALERT-STEP-NAME
008630     END-IF.
008640 9710-EXIT.
008650     EXIT.
008660*
008670*-----------------------------------------------------------*
008680* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
008690* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
008700* DATASET IF THIS STEP OPENED IT.
008710*-----------------------------------------------------------*
008720 9720-ALERT-STEP-END-RTN.
008730     IF RETURN-CODE > 0
008740         IF RETURN-CODE > 9
008750             MOVE 9 TO ALERT-SEVERITY
008760         ELSE
008770             MOVE RETURN-CODE TO ALERT-SEVERITY
008780         END-IF
008790         MOVE "STEPEND" TO ALERT-CODE
008800         MOVE RETURN-CODE TO ALERT-COUNT
008810         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
008820             TO ALERT-TEXT
008830         PERFORM 9700-WRITE-ALERT-RTN
008840             THRU 9700-EXIT
008850     END-IF
008860     IF ALERT-FILE-OPEN
008870         CLOSE ALERT-FILE
008880         MOVE "N" TO ALERT-OPEN-SW
008890     END-IF.
008900 9720-EXIT.
008910     EXIT.
008920*
008930*-----------------------------------------------------------*
008940* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
008950* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
008960* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
008970*-----------------------------------------------------------*
008980 9750-ALERT-STEP-STOPPED-RTN.
008990     MOVE 8 TO ALERT-SEVERITY
009000     MOVE "STEPSTOP" TO ALERT-CODE
009010     MOVE 8 TO ALERT-COUNT
009020     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
009030         TO ALERT-TEXT
009040     PERFORM 9700-WRITE-ALERT-RTN
009050         THRU 9700-EXIT
009060     IF ALERT-FILE-OPEN
009070         CLOSE ALERT-FILE
009080         MOVE "N" TO ALERT-OPEN-SW
009090     END-IF.
009100 9750-EXIT.
009110     EXIT.
