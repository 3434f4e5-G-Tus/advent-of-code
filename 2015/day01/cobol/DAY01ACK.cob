000284*                  FEED FROM THIS FILE, REPLACING THE DESK
000285*                  RE-KEYING OUTSTANDING BUILDINGS INTO THE
000286*                  NEXT NIGHT'S CONTROL DECK BY HAND.
000287* 2026-10-08 RW    AN ITEM THE DESK HAS FORCE-RETIRED THROUGH
000288*                  THE D1PQ WORK-QUEUE TRANSACTION IS NO
000289*                  LONGER RE-POSTED WHEN IT COMES BACK OWED -
000290*                  IT IS COUNTED AND REPORTED INSTEAD. A HELD
000291*                  ITEM KEEPS ITS HOLD WHEN RE-POSTED. A
000292*                  CLEAN ACKNOWLEDGMENT STILL RETIRES EITHER.
000293* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000294*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000295*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000296*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000297*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000298*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000299*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000300*                  ('JOB,STEP').
000301* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000302*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000303*-----------------------------------------------------------*
000304*
000305 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.    IBM-370.
000330 OBJECT-COMPUTER.    IBM-370.
000504         ORGANIZATION IS INDEXED
000505         ACCESS MODE IS RANDOM
000506         RECORD KEY IS PND-KEY
000508         FILE STATUS IS PEND-FILE-STATUS.
000510     SELECT ALERT-FILE
000512         ASSIGN TO ALERTS
000514         ORGANIZATION IS SEQUENTIAL
000516         FILE STATUS IS ALERT-FILE-STATUS.
000518*
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  INTERFACE-FILE
000720 01  ACK-REPORT-RECORD               PIC X(132).
000722*
000724 FD  PENDING-ACK-FILE.
000725     COPY "PENDREC.cpy".
000726*
000727 FD  ALERT-FILE
000728     RECORD CONTAINS 120 CHARACTERS
000729     RECORDING MODE IS F.
000730     COPY "ALERTREC.cpy".
000731*
000732 WORKING-STORAGE SECTION.
000733*-----------------------------------------------------------*
000734* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
000735* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
000736* COUNT WHERE THERE ARE ANY - AND PERFORMS
000737* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
000738* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
000739* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
000740* CODE - THE STEP'S OWN WORK STANDS.
000741*-----------------------------------------------------------*
000742 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
000743     88  ALERT-FILE-OK                     VALUE "00".
000744 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
000745     88  ALERT-FILE-OPEN                   VALUE "Y".
000746     88  ALERT-FILE-FAILED                 VALUE "F".
000747 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
000748 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
000749 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
000750 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
000751 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
000752 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
000753 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
000754 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
000755 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
000756*-----------------------------------------------------------*
000760* FILE STATUS AND SWITCHES.
000770*-----------------------------------------------------------*
000780 77  INTERFACE-FILE-STATUS       PIC X(02) VALUE SPACES.
001140*-----------------------------------------------------------*
001142 77  ACK-POSTED-COUNT            PIC 9(09) COMP VALUE 0.
001144 77  ACK-RETIRED-COUNT           PIC 9(09) COMP VALUE 0.
001145 77  ACK-FORCED-SKIP-COUNT       PIC 9(09) COMP VALUE 0.
001146 77  ACK-POST-STATUS             PIC X(01) VALUE SPACE.
001148*-----------------------------------------------------------*
001150* RUN DATE.
001160*-----------------------------------------------------------*
001170 77  ACK-RUN-DATE                PIC 9(08) VALUE 0.
001480     05  ACK-TOTAL-LABEL         PIC X(30).
001490     05  ACK-TOTAL-VALUE         PIC 9(09).
001500     05  FILLER                  PIC X(93) VALUE SPACES.
001501*
001502 LINKAGE SECTION.
001503*-----------------------------------------------------------*
001504* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
001505* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
001506* PROGRAM NAME.
001507*-----------------------------------------------------------*
001508 01  JOB-STEP-PARM.
001509     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
001510     05  JOB-STEP-PARM-TEXT      PIC X(100).
001511*
001520 PROCEDURE DIVISION USING JOB-STEP-PARM.
001530*-----------------------------------------------------------*
001540* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE
001550* ACKNOWLEDGMENT STEP.
001770         THRU 0900-EXIT
001780     PERFORM 8100-SET-RETURN-CODE-RTN
001790         THRU 8100-EXIT
001793     PERFORM 8200-RAISE-ALERTS-RTN
001796         THRU 8200-EXIT
001800     STOP RUN.
001810*
001820*-----------------------------------------------------------*
001880     IF NOT INTERFACE-FILE-OK
001890         DISPLAY "ERROR OPENING INTERFACE FILE. STATUS: "
001900             INTERFACE-FILE-STATUS
001903         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001906             THRU 9750-EXIT
001910         MOVE 8 TO RETURN-CODE
001920         STOP RUN
001930     END-IF
001950     IF NOT ACK-FILE-OK
001960         DISPLAY "ERROR OPENING ACKNOWLEDGMENT FILE. STATUS: "
001970             ACK-FILE-STATUS
001973         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001976             THRU 9750-EXIT
001980         MOVE 8 TO RETURN-CODE
001990         STOP RUN
002000     END-IF
002020     IF NOT ACK-REPORT-OK
002030         DISPLAY "ERROR OPENING ACKNOWLEDGMENT REPORT. "
002040             "STATUS: " ACK-REPORT-STATUS
002043         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002046             THRU 9750-EXIT
002050         MOVE 8 TO RETURN-CODE
002060         STOP RUN
002070     END-IF
002077     IF NOT PEND-FILE-OK
002078         DISPLAY "ERROR OPENING PENDING-ACK FILE. STATUS: "
002079             PEND-FILE-STATUS
002080         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002081             THRU 9750-EXIT
002082         MOVE 8 TO RETURN-CODE
002083         STOP RUN
002084     END-IF.
002085 0100-EXIT.
002090     EXIT.
002100*
002110*-----------------------------------------------------------*
003375* THIS PROBE THE PENDING RECORD WOULD NEVER RETIRE AND THE
003376* ITEM WOULD BE RESENT EVERY NIGHT FOREVER. A PENDING HIT
003377* RETIRES THE RECORD ON AN ACCEPT AND REFRESHES IT ON A
003378* REJECT; ONLY A TRUE MISS IS "NEVER SENT". A REJECT FOR AN
003384* ITEM THE DESK HAS FORCE-RETIRED LEAVES THE RECORD AS IT IS.
003390*-----------------------------------------------------------*
003400 3200-REPORT-UNSENT-RTN.
003401     MOVE ACK-BUILDING-ID TO PND-BUILDING-ID
003484         MOVE "RESEND ACCEPTED - RETIRED"
003485             TO ACK-DETAIL-CATEGORY
003486     ELSE
003487         IF PND-FORCE-RETIRED
003488             ADD 1 TO ACK-FORCED-SKIP-COUNT
003489             MOVE "FORCE-RETIRED - NO REPOST"
003490                 TO ACK-DETAIL-CATEGORY
003491             GO TO 3200-REPORT
003492         END-IF
003493         MOVE "R" TO PND-STATUS-FLAG
003494         MOVE ACK-REASON-CODE TO PND-REASON-CODE
003495         ADD 1 TO PND-NIGHT-COUNT
003496         REWRITE PENDING-ACK-RECORD
003497         IF NOT PEND-FILE-OK
003498             SET ACK-PEND-HARD-ERROR TO TRUE
003499             GO TO 3200-EXIT
003500         END-IF
003501         ADD 1 TO ACK-POSTED-COUNT
003502         MOVE "RESEND REJECTED AGAIN" TO ACK-DETAIL-CATEGORY
003503     END-IF.
003504 3200-REPORT.
003505     MOVE ACK-BUILDING-ID TO ACK-DETAIL-BUILDING-ID
003506     MOVE ACK-ROUTE-DATE TO ACK-DETAIL-ROUTE-DATE
003507     MOVE ACK-REASON-CODE TO ACK-DETAIL-REASON
003508     MOVE ACK-DETAIL-LINE TO ACK-REPORT-RECORD
003509     WRITE ACK-REPORT-RECORD.
003510 3200-EXIT.
003511     EXIT.
003512*
003513*-----------------------------------------------------------*
003520* 4000-SWEEP-UNMATCHED-RTN - WALKS THE SENT-BUILDING TABLE
003530* AFTER ALL ACKNOWLEDGMENTS ARE IN, REPORTING BUILDINGS NEVER
003540* ACKNOWLEDGED AND BUILDINGS REJECTED (WITH THE REASON), AND
004040* 5100-REFRESH-PENDING-RTN - AN ITEM STILL OUTSTANDING FROM A
004041* PRIOR NIGHT: RE-READS ITS RECORD, REFRESHES THE STATUS,
004042* REASON AND FINAL FLOOR FROM TONIGHT'S FIGURES, AND BUMPS
004043* THE NIGHT COUNT. THE KEY IS STILL LOADED FROM 5000. THE
004044* DESK'S HOLD FLAG RIDES THROUGH UNTOUCHED; AN ITEM THE DESK
004045* HAS FORCE-RETIRED IS NOT RE-POSTED, ONLY COUNTED AND
004046* REPORTED.
004047*-----------------------------------------------------------*
004048 5100-REFRESH-PENDING-RTN.
004049     READ PENDING-ACK-FILE
004050         INVALID KEY
004051             SET ACK-PEND-HARD-ERROR TO TRUE
004052             GO TO 5100-EXIT
004053     END-READ
004054     IF PND-FORCE-RETIRED
004055         ADD 1 TO ACK-FORCED-SKIP-COUNT
004056         MOVE "FORCE-RETIRED - NO REPOST"
004057             TO ACK-DETAIL-CATEGORY
004058         MOVE PND-BUILDING-ID TO ACK-DETAIL-BUILDING-ID
004059         MOVE PND-ROUTE-DATE TO ACK-DETAIL-ROUTE-DATE
004060         MOVE AKT-REASON-CODE(AKT-IX) TO ACK-DETAIL-REASON
004061         MOVE ACK-DETAIL-LINE TO ACK-REPORT-RECORD
004062         WRITE ACK-REPORT-RECORD
004063         GO TO 5100-EXIT
004064     END-IF
004065     MOVE AKT-FINAL-FLOOR(AKT-IX) TO PND-FINAL-FLOOR
004066     MOVE ACK-POST-STATUS TO PND-STATUS-FLAG
004067     MOVE AKT-REASON-CODE(AKT-IX) TO PND-REASON-CODE
004068     ADD 1 TO PND-NIGHT-COUNT
004069     REWRITE PENDING-ACK-RECORD
004070     IF PEND-FILE-OK
004071         ADD 1 TO ACK-POSTED-COUNT
004072     ELSE
004073         SET ACK-PEND-HARD-ERROR TO TRUE
004074     END-IF.
004075 5100-EXIT.
004076     EXIT.
004077*
004078*-----------------------------------------------------------*
004079* 5200-RETIRE-PENDING-RTN - A CLEAN ACKNOWLEDGMENT RETIRES
004080* ANY PENDING RECORD FOR THE BUILDING AND DATE. MOST
004081* BUILDINGS WERE NEVER OUTSTANDING AT ALL, SO A NOT-FOUND KEY
004082* IS THE NORMAL CASE, NOT AN ERROR.
004083*-----------------------------------------------------------*
004084 5200-RETIRE-PENDING-RTN.
004085     MOVE AKT-BUILDING-ID(AKT-IX) TO PND-BUILDING-ID
004086     MOVE AKT-ROUTE-DATE(AKT-IX) TO PND-ROUTE-DATE
004087     DELETE PENDING-ACK-FILE
004088         INVALID KEY
004089             CONTINUE
004090         NOT INVALID KEY
004091             ADD 1 TO ACK-RETIRED-COUNT
004092     END-DELETE
004093     IF NOT PEND-FILE-OK
004094         AND NOT PEND-KEY-NOT-FOUND
004095         SET ACK-PEND-HARD-ERROR TO TRUE
004096     END-IF.
004097 5200-EXIT.
004098     EXIT.
004099*
004100*-----------------------------------------------------------*
004101* 7000-WRITE-TOTALS-RTN - WRITES THE RUN TOTALS AT THE BOTTOM
004102* OF THE REPORT.
004103*-----------------------------------------------------------*
004104 7000-WRITE-TOTALS-RTN.
004105     MOVE ACK-BANNER-LINE TO ACK-REPORT-RECORD
004106     WRITE ACK-REPORT-RECORD
004107     MOVE "BUILDINGS SENT:" TO ACK-TOTAL-LABEL
004108     MOVE ACK-SENT-COUNT TO ACK-TOTAL-VALUE
004110     MOVE ACK-TOTAL-LINE TO ACK-REPORT-RECORD
004120     WRITE ACK-REPORT-RECORD
004130     MOVE "ACCEPTED CLEAN:" TO ACK-TOTAL-LABEL
004286     MOVE ACK-RETIRED-COUNT TO ACK-TOTAL-VALUE
004287     MOVE ACK-TOTAL-LINE TO ACK-REPORT-RECORD
004288     WRITE ACK-REPORT-RECORD
004289     MOVE "FORCE-RETIRED - NOT REPOSTED:" TO ACK-TOTAL-LABEL
004290     MOVE ACK-FORCED-SKIP-COUNT TO ACK-TOTAL-VALUE
004291     MOVE ACK-TOTAL-LINE TO ACK-REPORT-RECORD
004292     WRITE ACK-REPORT-RECORD
004293     IF ACK-UNACKED-COUNT = 0
004300         AND ACK-REJECTED-COUNT = 0
004310         AND ACK-UNSENT-COUNT = 0
004320         MOVE "EVERY BUILDING ACKNOWLEDGED CLEAN" TO
004560     END-IF.
004570 8100-EXIT.
004580     EXIT.
004590*
004600*-----------------------------------------------------------*
004610* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
004620* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
004630* ALERT.
004640*-----------------------------------------------------------*
004650 8200-RAISE-ALERTS-RTN.
004660     IF ACK-UNACKED-COUNT > 0
004670         MOVE 8 TO ALERT-SEVERITY
004680         MOVE "UNACKED" TO ALERT-CODE
004690         MOVE ACK-UNACKED-COUNT TO ALERT-COUNT
004700         MOVE "FEED DETAILS NEVER ACKNOWLEDGED"
004710             TO ALERT-TEXT
004720         PERFORM 9700-WRITE-ALERT-RTN
004730             THRU 9700-EXIT
004740     END-IF
004750     IF ACK-REJECTED-COUNT > 0
004760         MOVE 8 TO ALERT-SEVERITY
004770         MOVE "ACKREJ" TO ALERT-CODE
004780         MOVE ACK-REJECTED-COUNT TO ALERT-COUNT
004790         MOVE "FEED DETAILS REJECTED BY ELF-SCHEDULING"
004800             TO ALERT-TEXT
004810         PERFORM 9700-WRITE-ALERT-RTN
004820             THRU 9700-EXIT
004830     END-IF
004840     IF ACK-UNSENT-COUNT > 0
004850         MOVE 8 TO ALERT-SEVERITY
004860         MOVE "UNSENT" TO ALERT-CODE
004870         MOVE ACK-UNSENT-COUNT TO ALERT-COUNT
004880         MOVE "ACKNOWLEDGMENTS FOR DETAILS NEVER SENT"
004890             TO ALERT-TEXT
004900         PERFORM 9700-WRITE-ALERT-RTN
004910             THRU 9700-EXIT
004920     END-IF
004930     IF ACK-TABLE-FULL
004940         MOVE 8 TO ALERT-SEVERITY
004950         MOVE "TABLEFUL" TO ALERT-CODE
004960         MOVE "SENT-DETAIL TABLE FULL - FEED UNMATCHED"
004970             TO ALERT-TEXT
004980         PERFORM 9700-WRITE-ALERT-RTN
004990             THRU 9700-EXIT
005000     END-IF
005010     IF ACK-PEND-HARD-ERROR
005020         MOVE 8 TO ALERT-SEVERITY
005030         MOVE "IOERROR" TO ALERT-CODE
005040         MOVE "PENDING-ACK FILE HARD I/O ERROR"
005050             TO ALERT-TEXT
005060         PERFORM 9700-WRITE-ALERT-RTN
005070             THRU 9700-EXIT
005080     END-IF
005090     PERFORM 9720-ALERT-STEP-END-RTN
005100         THRU 9720-EXIT.
005110 8200-EXIT.
005120     EXIT.
005130*
005140*-----------------------------------------------------------*
005150* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
005160* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
005170* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
005180* NEXT CALLER STARTS CLEAN.
005190*-----------------------------------------------------------*
005200 9700-WRITE-ALERT-RTN.
005210     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
005220         PERFORM 9710-OPEN-ALERT-RTN
005230             THRU 9710-EXIT
005240     END-IF
005250     IF NOT ALERT-FILE-OPEN
005260         GO TO 9700-CLEAR
005270     END-IF
005280     MOVE SPACES TO ALERT-RECORD
005290     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
005300     ACCEPT ALR-RAISED-TIME FROM TIME
005310     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
005320     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
005330     MOVE "DAY01ACK" TO ALR-PROGRAM-ID
005340     MOVE ALERT-SEVERITY TO ALR-SEVERITY
005350     MOVE ALERT-CODE TO ALR-CODE
005360     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
005370     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
005380     MOVE ALERT-COUNT TO ALR-COUNT
005390     MOVE ALERT-TEXT TO ALR-TEXT
005400     WRITE ALERT-RECORD
005410     IF ALERT-FILE-OK
005420         ADD 1 TO ALERT-RAISED-COUNT
005430     ELSE
005440         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
005450             " STATUS " ALERT-FILE-STATUS
005460         CLOSE ALERT-FILE
005470         SET ALERT-FILE-FAILED TO TRUE
005480     END-IF.
005490 9700-CLEAR.
005500     MOVE SPACES TO ALERT-BUILDING-ID
005510     MOVE 0 TO ALERT-ROUTE-DATE
005520     MOVE 0 TO ALERT-COUNT.
005530 9700-EXIT.
005540     EXIT.
005550*
005560*-----------------------------------------------------------*
005570* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
005580* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
005590* JOB AND STEP NAME OFF THE EXEC PARM.
005600*-----------------------------------------------------------*
005610 9710-OPEN-ALERT-RTN.
005620     OPEN EXTEND ALERT-FILE
005630     IF NOT ALERT-FILE-OK
005640         OPEN OUTPUT ALERT-FILE
005650     END-IF
005660     IF NOT ALERT-FILE-OK
005670         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
005680             ALERT-FILE-STATUS
005690         SET ALERT-FILE-FAILED TO TRUE
005700         GO TO 9710-EXIT
005710     END-IF
005720     SET ALERT-FILE-OPEN TO TRUE
005730     IF JOB-STEP-PARM-LENGTH > 0
005740         AND JOB-STEP-PARM-LENGTH NOT > 100
005750         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
005760             DELIMITED BY ","
005770             INTO ALERT-JOB-NAME ALERT-STEP-NAME
005780         END-UNSTRING
005790     END-IF
005800     IF ALERT-STEP-NAME = SPACES
005810         MOVE "DAY01ACK" TO ALERT-STEP-NAME
005820     END-IF.
005830 9710-EXIT.
005840     EXIT.
005850*
005860*-----------------------------------------------------------*
005870* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
005880* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
005890* DATASET IF THIS STEP OPENED IT.
005900*-----------------------------------------------------------*
005910 9720-ALERT-STEP-END-RTN.
005920     IF RETURN-CODE > 0
005930         IF RETURN-CODE > 9
005940             MOVE 9 TO ALERT-SEVERITY
005950         ELSE
005960             MOVE RETURN-CODE TO ALERT-SEVERITY
005970         END-IF
005980         MOVE "STEPEND" TO ALERT-CODE
005990         MOVE RETURN-CODE TO ALERT-COUNT
006000         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
006010             TO ALERT-TEXT
006020         PERFORM 9700-WRITE-ALERT-RTN
006030             THRU 9700-EXIT
006040     END-IF
006050     IF ALERT-FILE-OPEN
006060         CLOSE ALERT-FILE
006070         MOVE "N" TO ALERT-OPEN-SW
006080     END-IF.
006090 9720-EXIT.
006100     EXIT.
006110*
006120*-----------------------------------------------------------*
006130* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
006140* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
006150* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
006160*-----------------------------------------------------------*
006170 9750-ALERT-STEP-STOPPED-RTN.
006180     MOVE 8 TO ALERT-SEVERITY
006190     MOVE "STEPSTOP" TO ALERT-CODE
006200     MOVE 8 TO ALERT-COUNT
006210     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
006220         TO ALERT-TEXT
006230     PERFORM 9700-WRITE-ALERT-RTN
006240         THRU 9700-EXIT
006250     IF ALERT-FILE-OPEN
006260         CLOSE ALERT-FILE
006270         MOVE "N" TO ALERT-OPEN-SW
006280     END-IF.
006290 9750-EXIT.
006300     EXIT.
