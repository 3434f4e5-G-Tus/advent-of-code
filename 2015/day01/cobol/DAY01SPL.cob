000260*                  DAY01BAL ALREADY PROVES OUT, AND A FAILED
000270*                  STREAM RERUNS ALONE OFF ITS OWN CHECKPOINT
000280*                  INSTEAD OF COSTING THE WHOLE NIGHT.
000281* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000282*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000283*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000284*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000285*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000286*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000287*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000288*                  ('JOB,STEP').
000291* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000294*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000297*-----------------------------------------------------------*
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000670         ASSIGN TO CTLSTRM4
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS STREAM4-STATUS.
000692     SELECT ALERT-FILE
000694         ASSIGN TO ALERTS
000696         ORGANIZATION IS SEQUENTIAL
000698         FILE STATUS IS ALERT-FILE-STATUS.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000950*
000960 FD  STREAM4-FILE.
000970 01  STREAM4-RECORD              PIC X(80).
000971*
000972 FD  ALERT-FILE
000973     RECORD CONTAINS 120 CHARACTERS
000974     RECORDING MODE IS F.
000975     COPY "ALERTREC.cpy".
000980*
000981 WORKING-STORAGE SECTION.
000982*-----------------------------------------------------------*
000983* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
000984* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
000985* COUNT WHERE THERE ARE ANY - AND PERFORMS
000986* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
000987* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
000988* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
000989* CODE - THE STEP'S OWN WORK STANDS.
000990*-----------------------------------------------------------*
000991 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
000992     88  ALERT-FILE-OK                     VALUE "00".
000993 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
000994     88  ALERT-FILE-OPEN                   VALUE "Y".
000995     88  ALERT-FILE-FAILED                 VALUE "F".
000996 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
000997 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
000998 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
000999 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
001000 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
001001 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
001002 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
001003 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
001004 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
001005*-----------------------------------------------------------*
001010* FILE STATUS AND SWITCHES.
001020*-----------------------------------------------------------*
001030 77  PARM-FILE-STATUS            PIC X(02) VALUE SPACES.
001550     05  SPL-STREAM-WRITTEN      PIC 9(09) COMP OCCURS 4 TIMES.
001560 77  SPL-COUNT-SUB               PIC 9(01) COMP VALUE 0.
001570 77  SPL-TOTAL-WRITTEN           PIC 9(09) COMP VALUE 0.
001571*
001572 LINKAGE SECTION.
001573*-----------------------------------------------------------*
001574* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
001575* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
001576* PROGRAM NAME.
001577*-----------------------------------------------------------*
001578 01  JOB-STEP-PARM.
001579     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
001580     05  JOB-STEP-PARM-TEXT      PIC X(100).
001581*
001590 PROCEDURE DIVISION USING JOB-STEP-PARM.
001600*-----------------------------------------------------------*
001610* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE SPLIT
001620* STEP.
001770         THRU 0900-EXIT
001780     PERFORM 8100-SET-RETURN-CODE-RTN
001790         THRU 8100-EXIT
001793     PERFORM 8200-RAISE-ALERTS-RTN
001796         THRU 8200-EXIT
001800     STOP RUN.
001810*
001820*-----------------------------------------------------------*
001910     IF NOT CONTROL-OK
001920         DISPLAY "ERROR OPENING CONTROL FILE. STATUS: "
001930             CONTROL-FILE-STATUS
001933         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001936             THRU 9750-EXIT
001940         MOVE 8 TO RETURN-CODE
001950         STOP RUN
001960     END-IF
001980     IF NOT BUILDING-FILE-OK
001990         DISPLAY "ERROR OPENING BUILDING MASTER. STATUS: "
002000             BUILDING-FILE-STATUS
002003         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002006             THRU 9750-EXIT
002010         MOVE 8 TO RETURN-CODE
002020         STOP RUN
002030     END-IF
002100         DISPLAY "ERROR OPENING A STREAM DECK. STATUSES: "
002110             STREAM1-STATUS " " STREAM2-STATUS " "
002120             STREAM3-STATUS " " STREAM4-STATUS
002123         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002126             THRU 9750-EXIT
002130         MOVE 8 TO RETURN-CODE
002140         STOP RUN
002150     END-IF.
002187     MOVE 0 TO SPL-STREAM-WRITTEN(SPL-COUNT-SUB).
002188 0250-EXIT.
002189     EXIT.
002192*
002195*-----------------------------------------------------------*
002200* 0300-LOAD-PARMS-RTN - READS THE STREAM COUNT (2-4) AND THE
002210* SPLIT MODE (D BY DISTRICT, R ROUND-ROBIN). A MISSING OR BAD
002220* PARAMETER FILE STOPS THE STEP - A GUESSED SPLIT WOULD SEND
002270     IF NOT PARM-FILE-OK
002280         DISPLAY "SPLIT PARAMETER FILE NOT USABLE, STATUS "
002290             PARM-FILE-STATUS
002293         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002296             THRU 9750-EXIT
002300         MOVE 8 TO RETURN-CODE
002310         STOP RUN
002320     END-IF
002330     READ PARM-FILE
002340         AT END
002350             DISPLAY "SPLIT PARAMETER FILE EMPTY"
002353             PERFORM 9750-ALERT-STEP-STOPPED-RTN
002356                 THRU 9750-EXIT
002360             MOVE 8 TO RETURN-CODE
002370             STOP RUN
002380     END-READ
002430             AND NOT PRM-SPLIT-ROUND-ROBIN)
002440         DISPLAY "SPLIT PARAMETERS INVALID - STREAMS "
002450             PRM-STREAM-COUNT " MODE " PRM-SPLIT-MODE
002453         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002456             THRU 9750-EXIT
002460         MOVE 8 TO RETURN-CODE
002470         STOP RUN
002480     END-IF
004280     END-IF.
004290 8100-EXIT.
004300     EXIT.
004310*
004320*-----------------------------------------------------------*
004330* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
004340* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
004350* ALERT.
004360*-----------------------------------------------------------*
004370 8200-RAISE-ALERTS-RTN.
004380     IF SPL-TOTAL-WRITTEN NOT = SPL-READ-COUNT
004390         MOVE 8 TO ALERT-SEVERITY
004400         MOVE "OUTBAL" TO ALERT-CODE
004410         MOVE "STREAM DECKS NOT = CONTROL DECK"
004420             TO ALERT-TEXT
004430         PERFORM 9700-WRITE-ALERT-RTN
004440             THRU 9700-EXIT
004450     END-IF
004460     IF SPL-NOT-ON-MASTER-COUNT > 0
004470         MOVE 4 TO ALERT-SEVERITY
004480         MOVE "NOMASTER" TO ALERT-CODE
004490         MOVE SPL-NOT-ON-MASTER-COUNT TO ALERT-COUNT
004500         MOVE "BUILDINGS NOT ON THE BUILDING MASTER"
004510             TO ALERT-TEXT
004520         PERFORM 9700-WRITE-ALERT-RTN
004530             THRU 9700-EXIT
004540     END-IF
004550     PERFORM 9720-ALERT-STEP-END-RTN
004560         THRU 9720-EXIT.
004570 8200-EXIT.
004580     EXIT.
004590*
004600*-----------------------------------------------------------*
004610* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
004620* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
004630* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
004640* NEXT CALLER STARTS CLEAN.
004650*-----------------------------------------------------------*
004660 9700-WRITE-ALERT-RTN.
004670     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
004680         PERFORM 9710-OPEN-ALERT-RTN
004690             THRU 9710-EXIT
004700     END-IF
004710     IF NOT ALERT-FILE-OPEN
004720         GO TO 9700-CLEAR
004730     END-IF
004740     MOVE SPACES TO ALERT-RECORD
004750     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
004760     ACCEPT ALR-RAISED-TIME FROM TIME
004770     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
004780     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
004790     MOVE "DAY01SPL" TO ALR-PROGRAM-ID
004800     MOVE ALERT-SEVERITY TO ALR-SEVERITY
004810     MOVE ALERT-CODE TO ALR-CODE
004820     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
004830     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
004840     MOVE ALERT-COUNT TO ALR-COUNT
004850     MOVE ALERT-TEXT TO ALR-TEXT
004860     WRITE ALERT-RECORD
004870     IF ALERT-FILE-OK
004880         ADD 1 TO ALERT-RAISED-COUNT
004890     ELSE
004900         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
004910             " STATUS " ALERT-FILE-STATUS
004920         CLOSE ALERT-FILE
004930         SET ALERT-FILE-FAILED TO TRUE
004940     END-IF.
004950 9700-CLEAR.
004960     MOVE SPACES TO ALERT-BUILDING-ID
004970     MOVE 0 TO ALERT-ROUTE-DATE
004980     MOVE 0 TO ALERT-COUNT.
004990 9700-EXIT.
005000     EXIT.
005010*
005020*-----------------------------------------------------------*
005030* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
005040* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
005050* JOB AND STEP NAME OFF THE EXEC PARM.
005060*-----------------------------------------------------------*
005070 9710-OPEN-ALERT-RTN.
005080     OPEN EXTEND ALERT-FILE
005090     IF NOT ALERT-FILE-OK
005100         OPEN OUTPUT ALERT-FILE
005110     END-IF
005120     IF NOT ALERT-FILE-OK
005130         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
005140             ALERT-FILE-STATUS
005150         SET ALERT-FILE-FAILED TO TRUE
005160         GO TO 9710-EXIT
005170     END-IF
005180     SET ALERT-FILE-OPEN TO TRUE
005190     IF JOB-STEP-PARM-LENGTH > 0
005200         AND JOB-STEP-PARM-LENGTH NOT > 100
005210         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
005220             DELIMITED BY ","
005230             INTO ALERT-JOB-NAME ALERT-STEP-NAME
005240         END-UNSTRING
005250     END-IF
005260     IF ALERT-STEP-NAME = SPACES
005270         MOVE "DAY01SPL" TO ALERT-STEP-NAME
005280     END-IF.
005290 9710-EXIT.
005300     EXIT.
005310*
005320*-----------------------------------------------------------*
005330* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
005340* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
005350* DATASET IF THIS STEP OPENED IT.
005360*-----------------------------------------------------------*
005370 9720-ALERT-STEP-END-RTN.
005380     IF RETURN-CODE > 0
005390         IF RETURN-CODE > 9
005400             MOVE 9 TO ALERT-SEVERITY
005410         ELSE
005420             MOVE RETURN-CODE TO ALERT-SEVERITY
005430         END-IF
005440         MOVE "STEPEND" TO ALERT-CODE
005450         MOVE RETURN-CODE TO ALERT-COUNT
005460         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
005470             TO ALERT-TEXT
005480         PERFORM 9700-WRITE-ALERT-RTN
005490             THRU 9700-EXIT
005500     END-IF
005510     IF ALERT-FILE-OPEN
005520         CLOSE ALERT-FILE
005530         MOVE "N" TO ALERT-OPEN-SW
005540     END-IF.
005550 9720-EXIT.
005560     EXIT.
005570*
005580*-----------------------------------------------------------*
005590* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
005600* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
005610* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
005620*-----------------------------------------------------------*
005630 9750-ALERT-STEP-STOPPED-RTN.
005640     MOVE 8 TO ALERT-SEVERITY
005650     MOVE "STEPSTOP" TO ALERT-CODE
005660     MOVE 8 TO ALERT-COUNT
005670     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
005680         TO ALERT-TEXT
005690     PERFORM 9700-WRITE-ALERT-RTN
005700         THRU 9700-EXIT
005710     IF ALERT-FILE-OPEN
005720         CLOSE ALERT-FILE
005730         MOVE "N" TO ALERT-OPEN-SW
005740     END-IF.
005750 9750-EXIT.
005760     EXIT.
