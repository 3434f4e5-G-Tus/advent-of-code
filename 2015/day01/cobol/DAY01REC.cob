000320*                  THE RETURN CODE SCORES THE RUN SO A DIRTY
000330*                  RECONCILIATION BLOCKS THE WEEKEND PURGE
000340*                  FROM RUNNING ON TOP OF IT.
000341* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000342*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000343*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000344*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000345*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000346*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000347*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000348*                  ('JOB,STEP').
000351* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000354*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000357*-----------------------------------------------------------*
000360*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000690         ASSIGN TO RECRPT
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS REC-REPORT-STATUS.
000712     SELECT ALERT-FILE
000714         ASSIGN TO ALERTS
000716         ORGANIZATION IS SEQUENTIAL
000718         FILE STATUS IS ALERT-FILE-STATUS.
000720*
000730 DATA DIVISION.
000740 FILE SECTION.
000880*
000890 FD  REC-REPORT-FILE.
000900 01  REC-REPORT-RECORD               PIC X(132).
000901*
000902 FD  ALERT-FILE
000903     RECORD CONTAINS 120 CHARACTERS
000904     RECORDING MODE IS F.
000905     COPY "ALERTREC.cpy".
000910*
000911 WORKING-STORAGE SECTION.
000912*-----------------------------------------------------------*
000913* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
000914* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
000915* COUNT WHERE THERE ARE ANY - AND PERFORMS
000916* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
000917* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
000918* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
000919* CODE - THE STEP'S OWN WORK STANDS.
000920*-----------------------------------------------------------*
000921 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
000922     88  ALERT-FILE-OK                     VALUE "00".
000923 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
000924     88  ALERT-FILE-OPEN                   VALUE "Y".
000925     88  ALERT-FILE-FAILED                 VALUE "F".
000926 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
000927 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
000928 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
000929 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
000930 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
000931 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
000932 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
000933 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
000934 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
000935*-----------------------------------------------------------*
000940* FILE STATUS AND SWITCHES.
000950*-----------------------------------------------------------*
000960 77  PARM-FILE-STATUS            PIC X(02) VALUE SPACES.
002200     05  REC-TOTAL-LABEL         PIC X(32).
002210     05  REC-TOTAL-VALUE         PIC 9(09).
002220     05  FILLER                  PIC X(91) VALUE SPACES.
002221*
002222 LINKAGE SECTION.
002223*-----------------------------------------------------------*
002224* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
002225* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
002226* PROGRAM NAME.
002227*-----------------------------------------------------------*
002228 01  JOB-STEP-PARM.
002229     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
002230     05  JOB-STEP-PARM-TEXT      PIC X(100).
002231*
002240 PROCEDURE DIVISION USING JOB-STEP-PARM.
002250*-----------------------------------------------------------*
002260* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE
002270* RECONCILIATION: LOAD THE STALE LIMIT, SWEEP THE ROUTE FILE,
002460         THRU 0900-EXIT
002470     PERFORM 8100-SET-RETURN-CODE-RTN
002480         THRU 8100-EXIT
002483     PERFORM 8200-RAISE-ALERTS-RTN
002486         THRU 8200-EXIT
002490     STOP RUN.
002500*
002510*-----------------------------------------------------------*
002580     IF NOT FILE-OK
002590         DISPLAY "ERROR OPENING ROUTE FILE. STATUS: "
002600             FILE-STATUS
002603         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002606             THRU 9750-EXIT
002610         MOVE 8 TO RETURN-CODE
002620         STOP RUN
002630     END-IF
002650     IF NOT HIST-FILE-OK
002660         DISPLAY "ERROR OPENING STATS HISTORY. STATUS: "
002670             HIST-FILE-STATUS
002673         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002676             THRU 9750-EXIT
002680         MOVE 8 TO RETURN-CODE
002690         STOP RUN
002700     END-IF
002720     IF NOT BUILDING-FILE-OK
002730         DISPLAY "ERROR OPENING BUILDING MASTER. STATUS: "
002740             BUILDING-FILE-STATUS
002743         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002746             THRU 9750-EXIT
002750         MOVE 8 TO RETURN-CODE
002760         STOP RUN
002770     END-IF
002790     IF NOT REC-REPORT-OK
002800         DISPLAY "ERROR OPENING RECONCILIATION REPORT. "
002810             "STATUS: " REC-REPORT-STATUS
002813         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002816             THRU 9750-EXIT
002820         MOVE 8 TO RETURN-CODE
002830         STOP RUN
002840     END-IF.
003140     IF NOT PARM-FILE-OK
003150         DISPLAY "RECON PARAMETER FILE NOT USABLE, STATUS "
003160             PARM-FILE-STATUS
003163         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003166             THRU 9750-EXIT
003170         MOVE 8 TO RETURN-CODE
003180         STOP RUN
003190     END-IF
003200     READ PARM-FILE
003210         AT END
003220             DISPLAY "RECON PARAMETER FILE EMPTY"
003223             PERFORM 9750-ALERT-STEP-STOPPED-RTN
003226                 THRU 9750-EXIT
003230             MOVE 8 TO RETURN-CODE
003240             STOP RUN
003250     END-READ
003260     IF PRM-STALE-DAYS NOT NUMERIC
003270         OR PRM-STALE-DAYS = 0
003280         DISPLAY "RECON STALE LIMIT NOT NUMERIC OR ZERO"
003283         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003286             THRU 9750-EXIT
003290         MOVE 8 TO RETURN-CODE
003300         STOP RUN
003310     END-IF
007730         END-IF
007740     END-IF.
007750 8100-EXIT.
007751     EXIT.
007752*
007753*-----------------------------------------------------------*
007754* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
007755* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
007756* ALERT.
007757*-----------------------------------------------------------*
007758 8200-RAISE-ALERTS-RTN.
007759     IF REC-HARD-ERROR
007760         MOVE 8 TO ALERT-SEVERITY
007761         MOVE "IOERROR" TO ALERT-CODE
007762         MOVE "HARD I/O ERROR DURING RECONCILIATION"
007763             TO ALERT-TEXT
007764         PERFORM 9700-WRITE-ALERT-RTN
007765             THRU 9700-EXIT
007766     END-IF
007767     IF REC-ORPHAN-SEG-COUNT > 0
007768             OR REC-NEVER-COMPUTED-COUNT > 0
007769             OR REC-HIST-NO-ROUTE-COUNT > 0
007770             OR REC-HIST-NO-BLDG-COUNT > 0
007771             OR REC-HIST-INACTIVE-COUNT > 0
007772         MOVE 8 TO ALERT-SEVERITY
007773         MOVE "RECDIRTY" TO ALERT-CODE
007774         COMPUTE ALERT-COUNT = REC-ORPHAN-SEG-COUNT
007775             + REC-NEVER-COMPUTED-COUNT
007776             + REC-HIST-NO-ROUTE-COUNT
007777             + REC-HIST-NO-BLDG-COUNT
007778             + REC-HIST-INACTIVE-COUNT
007779         MOVE "STRUCTURAL FINDINGS - PURGE SKIPPED"
007780             TO ALERT-TEXT
007781         PERFORM 9700-WRITE-ALERT-RTN
007782             THRU 9700-EXIT
007783     END-IF
007784     IF REC-STALE-BLDG-COUNT > 0
007785         MOVE 4 TO ALERT-SEVERITY
007786         MOVE "STALE" TO ALERT-CODE
007787         MOVE REC-STALE-BLDG-COUNT TO ALERT-COUNT
007788         MOVE "ACTIVE BUILDINGS WITH NO RECENT ROUTES"
007789             TO ALERT-TEXT
007790         PERFORM 9700-WRITE-ALERT-RTN
007791             THRU 9700-EXIT
007792     END-IF
007793     PERFORM 9720-ALERT-STEP-END-RTN
007794         THRU 9720-EXIT.
007795 8200-EXIT.
007796     EXIT.
007797*
007798*-----------------------------------------------------------*
007799* 9000-DATE-TO-SERIAL-RTN - TURNS THE YYYYMMDD DATE IN
007800* REC-CONV-DATE INTO A DAY SERIAL IN REC-CONV-SERIAL: WHOLE
007810* YEARS OF DAYS (WITH THE GREGORIAN LEAP RULES), THE DAYS
007820* AHEAD OF THE MONTH, THE DAY ITSELF, AND ONE MORE FOR A DATE
008380     END-IF.
008390 9050-EXIT.
008400     EXIT.
008410*
008420*-----------------------------------------------------------*
008430* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
008440* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
008450* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
008460* NEXT CALLER STARTS CLEAN.
008470*-----------------------------------------------------------*
008480 9700-WRITE-ALERT-RTN.
008490     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
008500         PERFORM 9710-OPEN-ALERT-RTN
008510             THRU 9710-EXIT
008520     END-IF
008530     IF NOT ALERT-FILE-OPEN
008540         GO TO 9700-CLEAR
008550     END-IF
008560     MOVE SPACES TO ALERT-RECORD
008570     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
008580     ACCEPT ALR-RAISED-TIME FROM TIME
008590     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
008600     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
008610     MOVE "DAY01REC" TO ALR-PROGRAM-ID
008620     MOVE ALERT-SEVERITY TO ALR-SEVERITY
008630     MOVE ALERT-CODE TO ALR-CODE
008640     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
008650     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
008660     MOVE ALERT-COUNT TO ALR-COUNT
008670     MOVE ALERT-TEXT TO ALR-TEXT
008680     WRITE ALERT-RECORD
008690     IF ALERT-FILE-OK
008700         ADD 1 TO ALERT-RAISED-COUNT
008710     ELSE
008720         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
008730             " STATUS " ALERT-FILE-STATUS
008740         CLOSE ALERT-FILE
008750         SET ALERT-FILE-FAILED TO TRUE
008760     END-IF.
008770 9700-CLEAR.
008780     MOVE SPACES TO ALERT-BUILDING-ID
008790     MOVE 0 TO ALERT-ROUTE-DATE
008800     MOVE 0 TO ALERT-COUNT.
008810 9700-EXIT.
008820     EXIT.
008830*
008840*-----------------------------------------------------------*
008850* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
008860* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
008870* JOB AND STEP NAME OFF THE EXEC PARM.
008880*-----------------------------------------------------------*
008890 9710-OPEN-ALERT-RTN.
008900     OPEN EXTEND ALERT-FILE
008910     IF NOT ALERT-FILE-OK
008920         OPEN OUTPUT ALERT-FILE
008930     END-IF
008940     IF NOT ALERT-FILE-OK
008950         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
008960             ALERT-FILE-STATUS
008970         SET ALERT-FILE-FAILED TO TRUE
008980         GO TO 9710-EXIT
008990     END-IF
009000     SET ALERT-FILE-OPEN TO TRUE
009010     IF JOB-STEP-PARM-LENGTH > 0
009020         AND JOB-STEP-PARM-LENGTH NOT > 100
009030         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
009040             DELIMITED BY ","
009050             INTO ALERT-JOB-NAME ALERT-STEP-NAME
009060         END-UNSTRING
009070     END-IF
009080     IF ALERT-STEP-NAME = SPACES
009090         MOVE "DAY01REC" TO ALERT-STEP-NAME
009100     END-IF.
009110 9710-EXIT.
009120     EXIT.
009130*
009140*-----------------------------------------------------------*
009150* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
009160* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
009170* DATASET IF THIS STEP OPENED IT.
009180*-----------------------------------------------------------*
009190 9720-ALERT-STEP-END-RTN.
009200     IF RETURN-CODE > 0
009210         IF RETURN-CODE > 9
009220             MOVE 9 TO ALERT-SEVERITY
009230         ELSE
009240             MOVE RETURN-CODE TO ALERT-SEVERITY
009250         END-IF
009260         MOVE "STEPEND" TO ALERT-CODE
009270         MOVE RETURN-CODE TO ALERT-COUNT
009280         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
009290             TO ALERT-TEXT
009300         PERFORM 9700-WRITE-ALERT-RTN
009310             THRU 9700-EXIT
009320     END-IF
009330     IF ALERT-FILE-OPEN
009340         CLOSE ALERT-FILE
009350         MOVE "N" TO ALERT-OPEN-SW
009360     END-IF.
009370 9720-EXIT.
009380     EXIT.
009390*
009400*-----------------------------------------------------------*
009410* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
009420* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
009430* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
009440*-----------------------------------------------------------*
009450 9750-ALERT-STEP-STOPPED-RTN.
009460     MOVE 8 TO ALERT-SEVERITY
009470     MOVE "STEPSTOP" TO ALERT-CODE
009480     MOVE 8 TO ALERT-COUNT
009490     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
009500         TO ALERT-TEXT
009510     PERFORM 9700-WRITE-ALERT-RTN
009520         THRU 9700-EXIT
009530     IF ALERT-FILE-OPEN
009540         CLOSE ALERT-FILE
009550         MOVE "N" TO ALERT-OPEN-SW
009560     END-IF.
009570 9750-EXIT.
009580     EXIT.
