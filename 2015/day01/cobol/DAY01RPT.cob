000233*                  AND A "NO EXCEPTIONS THIS RUN" LINE SO A
000234*                  MISSING REPORT CAN BE TOLD APART FROM A
000235*                  CLEAN ONE.
000236* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000237*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000238*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000239*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000240*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000241*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000242*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000243*                  ('JOB,STEP').
000244*                  A PARAMETER FILE THAT CANNOT BE USED RAISES AN
000245*                  ADVISORY ALERT.
000247* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000249*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000251*-----------------------------------------------------------*
000253*
000255 ENVIRONMENT DIVISION.
000257 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.    IBM-370.
000270 OBJECT-COMPUTER.    IBM-370.
000280 SPECIAL-NAMES.
000412     SELECT EXCEPTION-REPORT-FILE
000413         ASSIGN TO EXCFILE
000414         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS EXCEPTION-REPORT-STATUS.
000418     SELECT ALERT-FILE
000420         ASSIGN TO ALERTS
000422         ORGANIZATION IS SEQUENTIAL
000424         FILE STATUS IS ALERT-FILE-STATUS.
000426*
000428 DATA DIVISION.
000430 FILE SECTION.
000440 FD  STATS-FILE.
000450     COPY "STATSREC.cpy".
000495 FD  EXCEPTION-REPORT-FILE.
000496 01  EXCEPTION-REPORT-RECORD         PIC X(132).
000497*
000498 FD  ALERT-FILE
000499     RECORD CONTAINS 120 CHARACTERS
000500     RECORDING MODE IS F.
000501     COPY "ALERTREC.cpy".
000502*
000503 WORKING-STORAGE SECTION.
000504*-----------------------------------------------------------*
000505* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
000506* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
000507* COUNT WHERE THERE ARE ANY - AND PERFORMS
000508* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
000509* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
000510* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
000511* CODE - THE STEP'S OWN WORK STANDS.
000512*-----------------------------------------------------------*
000513 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
000514     88  ALERT-FILE-OK                     VALUE "00".
000515 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
000516     88  ALERT-FILE-OPEN                   VALUE "Y".
000517     88  ALERT-FILE-FAILED                 VALUE "F".
000518 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
000519 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
000520 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
000521 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
000522 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
000523 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
000524 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
000525 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
000526 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
000527*-----------------------------------------------------------*
000528* FILE STATUS AND SWITCHES.
000530*-----------------------------------------------------------*
000540 77  STATS-FILE-STATUS           PIC X(02) VALUE SPACES.
000550     88  STATS-FILE-OK                     VALUE "00".
000957     05  FILLER                  PIC X(30)
000958         VALUE "NO EXCEPTIONS THIS RUN".
000959     05  FILLER                  PIC X(102) VALUE SPACES.
000960*
000961 LINKAGE SECTION.
000962*-----------------------------------------------------------*
000963* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
000964* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
000965* PROGRAM NAME.
000966*-----------------------------------------------------------*
000967 01  JOB-STEP-PARM.
000968     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
000969     05  JOB-STEP-PARM-TEXT      PIC X(100).
000970*
000971 PROCEDURE DIVISION USING JOB-STEP-PARM.
000972*-----------------------------------------------------------*
000980* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE REPORT
000990* STEP.
001000*-----------------------------------------------------------*
001120         THRU 0900-EXIT
001130     PERFORM 8100-SET-RETURN-CODE-RTN
001140         THRU 8100-EXIT
001143     PERFORM 8200-RAISE-ALERTS-RTN
001146         THRU 8200-EXIT
001150     STOP RUN.
001160*
001170*-----------------------------------------------------------*
001230     IF NOT STATS-FILE-OK
001240         DISPLAY "ERROR OPENING STATS FILE. STATUS: "
001250             STATS-FILE-STATUS
001251         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001252             THRU 9750-EXIT
001255         MOVE 8 TO RETURN-CODE
001260         STOP RUN
001270     END-IF
001290     IF NOT REPORT-FILE-OK
001300         DISPLAY "ERROR OPENING REPORT FILE. STATUS: "
001310             REPORT-FILE-STATUS
001311         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001312             THRU 9750-EXIT
001315         MOVE 8 TO RETURN-CODE
001320         STOP RUN
001330     END-IF
001332     IF NOT BUILDING-FILE-OK
001333         DISPLAY "ERROR OPENING BUILDING MASTER. STATUS: "
001334             BUILDING-FILE-STATUS
001335         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001336             THRU 9750-EXIT
001337         MOVE 8 TO RETURN-CODE
001338         STOP RUN
001339     END-IF
001340     OPEN OUTPUT EXCEPTION-REPORT-FILE
001341     IF NOT EXCEPTION-REPORT-OK
001342         DISPLAY "ERROR OPENING EXCEPTION REPORT. STATUS: "
001343             EXCEPTION-REPORT-STATUS
001344         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001345             THRU 9750-EXIT
001346         MOVE 8 TO RETURN-CODE
001347         STOP RUN
001348     END-IF.
001349 0100-EXIT.
001350     EXIT.
001351*
001352*-----------------------------------------------------------*
001353* 0200-WRITE-HEADING-RTN - WRITES THE REPORT BANNER, TITLE
001354* AND RUN DATE ONCE AT THE TOP OF THE REPORT.
001355*-----------------------------------------------------------*
001356 0200-WRITE-HEADING-RTN.
001358     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD
001360     MOVE RPT-BANNER-LINE TO REPORT-RECORD
001404     IF NOT PARM-FILE-OK
001406         DISPLAY "WARNING - PARAMETER FILE NOT USABLE, "
001408             "STATUS " PARM-FILE-STATUS
001409             " - COMPILED FLOOR LIMITS STAND"
001410         MOVE 2 TO ALERT-SEVERITY
001411         MOVE "NOTUSABL" TO ALERT-CODE
001412         MOVE "PARM FILE NOT USABLE - DEFAULT LIMITS"
001413             TO ALERT-TEXT
001414         PERFORM 9700-WRITE-ALERT-RTN
001415             THRU 9700-EXIT
001416         GO TO 0300-EXIT
001417     END-IF
001418     READ PARM-FILE
001419         AT END
001420             DISPLAY "WARNING - PARAMETER FILE EMPTY - "
001421                 "COMPILED FLOOR LIMITS STAND"
001422             MOVE 2 TO ALERT-SEVERITY
001423             MOVE "NOTUSABL" TO ALERT-CODE
001424             MOVE "PARM FILE EMPTY - DEFAULT LIMITS"
001425                 TO ALERT-TEXT
001426             PERFORM 9700-WRITE-ALERT-RTN
001427                 THRU 9700-EXIT
001428             CLOSE PARM-FILE
001429             GO TO 0300-EXIT
001430     END-READ
001431     IF PRM-MAX-FLOOR-LIMIT IS NUMERIC
001432         AND PRM-MIN-FLOOR-LIMIT IS NUMERIC
001434         MOVE PRM-MAX-FLOOR-LIMIT TO RPT-MAX-FLOOR-LIMIT
001436         MOVE PRM-MIN-FLOOR-LIMIT TO RPT-MIN-FLOOR-LIMIT
001438     ELSE
001440         DISPLAY "WARNING - PARAMETER RECORD NOT NUMERIC - "
001441             "COMPILED FLOOR LIMITS STAND"
001442         MOVE 2 TO ALERT-SEVERITY
001443         MOVE "NOTUSABL" TO ALERT-CODE
001444         MOVE "PARM RECORD NOT NUMERIC - DEFAULT LIMITS"
001445             TO ALERT-TEXT
001446         PERFORM 9700-WRITE-ALERT-RTN
001447             THRU 9700-EXIT
001448     END-IF
001449     CLOSE PARM-FILE.
001450 0300-EXIT.
001451     EXIT.
001452*
001454*-----------------------------------------------------------*
001456* 0400-WRITE-EXC-HEADING-RTN - WRITES THE BANNER, TITLE AND
002334         END-IF
002336     END-IF.
002338 8100-EXIT.
002339     EXIT.
002340*
002341*-----------------------------------------------------------*
002342* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
002343* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
002344* ALERT.
002345*-----------------------------------------------------------*
002346 8200-RAISE-ALERTS-RTN.
002347     IF NOT RPT-STATS-ENDED-CLEAN
002348             OR NOT RPT-REPORT-ENDED-CLEAN
002349             OR NOT RPT-EXC-ENDED-CLEAN
002350         MOVE 8 TO ALERT-SEVERITY
002351         MOVE "BADEND" TO ALERT-CODE
002352         MOVE "STATS FILE OR REPORTS NOT ENDED CLEAN"
002353             TO ALERT-TEXT
002354         PERFORM 9700-WRITE-ALERT-RTN
002355             THRU 9700-EXIT
002356     END-IF
002357     PERFORM 9720-ALERT-STEP-END-RTN
002358         THRU 9720-EXIT.
002359 8200-EXIT.
002360     EXIT.
002361
002362*
002363*-----------------------------------------------------------*
002372* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
002382* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
002392* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
002402* NEXT CALLER STARTS CLEAN.
002412*-----------------------------------------------------------*
002422 9700-WRITE-ALERT-RTN.
002432     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
002442         PERFORM 9710-OPEN-ALERT-RTN
002452             THRU 9710-EXIT
002462     END-IF
002472     IF NOT ALERT-FILE-OPEN
002482         GO TO 9700-CLEAR
002492     END-IF
002502     MOVE SPACES TO ALERT-RECORD
002512     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
002522     ACCEPT ALR-RAISED-TIME FROM TIME
002532     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
002542     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
002552     MOVE "DAY01RPT" TO ALR-PROGRAM-ID
002562     MOVE ALERT-SEVERITY TO ALR-SEVERITY
002572     MOVE ALERT-CODE TO ALR-CODE
002582     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
002592     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
002602     MOVE ALERT-COUNT TO ALR-COUNT
002612     MOVE ALERT-TEXT TO ALR-TEXT
002622     WRITE ALERT-RECORD
002632     IF ALERT-FILE-OK
002642         ADD 1 TO ALERT-RAISED-COUNT
002652     ELSE
002662         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
002672             " STATUS " ALERT-FILE-STATUS
002682         CLOSE ALERT-FILE
002692         SET ALERT-FILE-FAILED TO TRUE
002702     END-IF.
002712 9700-CLEAR.
002722     MOVE SPACES TO ALERT-BUILDING-ID
002732     MOVE 0 TO ALERT-ROUTE-DATE
002742     MOVE 0 TO ALERT-COUNT.
002752 9700-EXIT.
002762     EXIT.
002772*
002782*-----------------------------------------------------------*
002792* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
002802* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
002812* JOB AND STEP NAME OFF THE EXEC PARM.
002822*-----------------------------------------------------------*
002832 9710-OPEN-ALERT-RTN.
002842     OPEN EXTEND ALERT-FILE
002852     IF NOT ALERT-FILE-OK
002862         OPEN OUTPUT ALERT-FILE
002872     END-IF
002882     IF NOT ALERT-FILE-OK
002892         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
002902             ALERT-FILE-STATUS
002912         SET ALERT-FILE-FAILED TO TRUE
002922         GO TO 9710-EXIT
002932     END-IF
002942     SET ALERT-FILE-OPEN TO TRUE
002952     IF JOB-STEP-PARM-LENGTH > 0
002962         AND JOB-STEP-PARM-LENGTH NOT > 100
002972         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
002982             DELIMITED BY ","
002992             INTO ALERT-JOB-NAME ALERT-STEP-NAME
003002         END-UNSTRING
003012     END-IF
003022     IF ALERT-STEP-NAME = SPACES
003032         MOVE "DAY01RPT" TO ALERT-STEP-NAME
003042     END-IF.
003052 9710-EXIT.
003062     EXIT.
003072*
003082*-----------------------------------------------------------*
003092* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
003102* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
003112* DATASET IF THIS STEP OPENED IT.
003122*-----------------------------------------------------------*
003132 9720-ALERT-STEP-END-RTN.
003142     IF RETURN-CODE > 0
003152         IF RETURN-CODE > 9
003162             MOVE 9 TO ALERT-SEVERITY
003172         ELSE
003182             MOVE RETURN-CODE TO ALERT-SEVERITY
003192         END-IF
003202         MOVE "STEPEND" TO ALERT-CODE
003212         MOVE RETURN-CODE TO ALERT-COUNT
003222         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
003232             TO ALERT-TEXT
003242         PERFORM 9700-WRITE-ALERT-RTN
003252             THRU 9700-EXIT
003262     END-IF
003272     IF ALERT-FILE-OPEN
003282         CLOSE ALERT-FILE
003292         MOVE "N" TO ALERT-OPEN-SW
003302     END-IF.
003312 9720-EXIT.
003322     EXIT.
003332*
003342*-----------------------------------------------------------*
003352* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
003362* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
003372* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
003382*-----------------------------------------------------------*
003392 9750-ALERT-STEP-STOPPED-RTN.
003402     MOVE 8 TO ALERT-SEVERITY
003412     MOVE "STEPSTOP" TO ALERT-CODE
003422     MOVE 8 TO ALERT-COUNT
003432     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
003442         TO ALERT-TEXT
003452     PERFORM 9700-WRITE-ALERT-RTN
003462         THRU 9700-EXIT
003472     IF ALERT-FILE-OPEN
003482         CLOSE ALERT-FILE
003492         MOVE "N" TO ALERT-OPEN-SW
003502     END-IF.
003512 9750-EXIT.
003522     EXIT.
