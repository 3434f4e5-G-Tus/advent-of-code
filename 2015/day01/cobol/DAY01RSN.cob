000310*                  ESCALATES TO RETURN-CODE 8 SO THE DESK IS
000320*                  PAGED INSTEAD OF THE ITEM QUIETLY RIDING
000330*                  THE FILE FOREVER.
000331* 2026-10-08 RW    AN ITEM THE DESK HAS PUT ON HOLD THROUGH
000332*                  THE D1PQ WORK-QUEUE TRANSACTION IS LISTED
000333*                  AS HELD BUT NOT RESENT OR ESCALATED; A
000334*                  FORCE-RETIRED ITEM IS PASSED OVER. BOTH
000335*                  ARE COUNTED IN THE TOTALS.
000336* 2026-10-09 RW    EACH ITEM RESENT IS NOW READ BY KEY ON THE
000337*                  NEW LATEST-RESULTS FILE (COPYBOOK LATREC):
000338*                  WHEN ITS LATEST DATE IS THE ITEM'S DATE THE
000339*                  CURRENT FINAL FLOOR GOES OUT (A CORRECTION
000340*                  MAY HAVE MOVED IT SINCE THE ITEM WAS
000341*                  POSTED), AND THE RECORD IS STAMPED WITH THE
000342*                  DATE AND FLOOR SENT. A LATEST-RESULTS FILE
000343*                  THAT WILL NOT OPEN DOES NOT STOP THE
000344*                  RESEND - THE STEP ENDS AT LEAST RC=4.
000345* 2026-10-11 RW    EVERY ITEM RESENT IS NOW ALSO APPENDED TO THE
000346*                  PENDING-ACK HISTORY (COPYBOOK PNDHREC), THE
000347*                  RECORD OF RESENDS THE MONTHLY DISTRICT
000348*                  CHARGEBACK PRICES. A HISTORY THAT WILL NOT
000349*                  OPEN OR WRITE DOES NOT STOP THE RESEND - THE
000350*                  STEP ENDS AT LEAST RC=4.
000351* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000352*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000353*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000354*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000355*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000356*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000357*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000358*                  ('JOB,STEP').
000359*                  EACH ITEM ESCALATED PAST THE NIGHT LIMIT
000360*                  RAISES ITS OWN ALERT WITH BUILDING AND DATE.
000361* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000362*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000363*-----------------------------------------------------------*
000364*
000365 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.    IBM-370.
000390 OBJECT-COMPUTER.    IBM-370.
000560         ASSIGN TO RSNRPT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS RSN-REPORT-STATUS.
000581     SELECT LATEST-FILE
000582         ASSIGN TO LATFILE
000583         ORGANIZATION IS INDEXED
000584         ACCESS MODE IS RANDOM
000585         RECORD KEY IS LAT-BUILDING-ID
000586         FILE STATUS IS LATEST-FILE-STATUS.
000587     SELECT PENDING-HIST-FILE
000588         ASSIGN TO PNDHIST
000589         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS PEND-HIST-STATUS.
000591     SELECT ALERT-FILE
000592         ASSIGN TO ALERTS
000593         ORGANIZATION IS SEQUENTIAL
000594         FILE STATUS IS ALERT-FILE-STATUS.
000595*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PENDING-ACK-FILE.
000700 FD  RSN-REPORT-FILE.
000710 01  RSN-REPORT-RECORD               PIC X(132).
000720*
000722 FD  LATEST-FILE.
000724     COPY "LATREC.cpy".
000725*
000726 FD  PENDING-HIST-FILE
000727     RECORD CONTAINS 80 CHARACTERS
000728     RECORDING MODE IS F.
000729     COPY "PNDHREC.cpy".
000730*
000731 FD  ALERT-FILE
000732     RECORD CONTAINS 120 CHARACTERS
000733     RECORDING MODE IS F.
000734     COPY "ALERTREC.cpy".
000735*
000736 WORKING-STORAGE SECTION.
000737*-----------------------------------------------------------*
000738* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
000739* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
000740* COUNT WHERE THERE ARE ANY - AND PERFORMS
000741* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
000742* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
000743* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
000744* CODE - THE STEP'S OWN WORK STANDS.
000745*-----------------------------------------------------------*
000746 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
000747     88  ALERT-FILE-OK                     VALUE "00".
000748 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
000749     88  ALERT-FILE-OPEN                   VALUE "Y".
000750     88  ALERT-FILE-FAILED                 VALUE "F".
000751 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
000752 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
000753 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
000754 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
000755 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
000756 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
000757 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
000758 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
000759 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
000760*-----------------------------------------------------------*
000761* FILE STATUS AND SWITCHES.
000762*-----------------------------------------------------------*
000770 77  PEND-FILE-STATUS            PIC X(02) VALUE SPACES.
000780     88  PEND-FILE-OK                      VALUE "00".
000790 77  PEND-EOF-SW                 PIC X(01) VALUE "N".
000810 77  RESEND-FILE-STATUS          PIC X(02) VALUE SPACES.
000820     88  RESEND-FILE-OK                    VALUE "00".
000830 77  RSN-REPORT-STATUS           PIC X(02) VALUE SPACES.
000831     88  RSN-REPORT-OK                     VALUE "00".
000832 77  LATEST-FILE-STATUS          PIC X(02) VALUE SPACES.
000833     88  LATEST-FILE-OK                    VALUE "00".
000834*-----------------------------------------------------------*
000835* LATEST-RESULTS SWITCHES - WHETHER THE FILE OPENED, WHETHER
000836* THE ITEM IN HAND HAS A RECORD ON IT, AND WHETHER ANY READ OR
000837* STAMP WENT WRONG (A WARNING - THE RESEND ITSELF STANDS).
000838*-----------------------------------------------------------*
000839 77  RSN-LATEST-AVAILABLE-SW     PIC X(01) VALUE "N".
000840     88  RSN-LATEST-AVAILABLE              VALUE "Y".
000841 77  RSN-LATEST-FOUND-SW         PIC X(01) VALUE "N".
000842     88  RSN-LATEST-FOUND                  VALUE "Y".
000843 77  RSN-LATEST-TROUBLE-SW       PIC X(01) VALUE "N".
000844     88  RSN-LATEST-TROUBLE                VALUE "Y".
000845 77  PEND-HIST-STATUS            PIC X(02) VALUE SPACES.
000846     88  PEND-HIST-OK                      VALUE "00".
000847*-----------------------------------------------------------*
000848* PENDING-ACK HISTORY SWITCHES - WHETHER THE HISTORY OPENED,
000849* AND WHETHER ANY RESEND FAILED TO LOG (A WARNING - THE
000850* RESEND ITSELF STANDS, BUT THE CHARGEBACK WILL NOT SEE IT).
000851*-----------------------------------------------------------*
000852 77  RSN-HIST-AVAILABLE-SW       PIC X(01) VALUE "N".
000853     88  RSN-HIST-AVAILABLE                VALUE "Y".
000854 77  RSN-HIST-TROUBLE-SW         PIC X(01) VALUE "N".
000855     88  RSN-HIST-TROUBLE                  VALUE "Y".
000856*-----------------------------------------------------------*
000860* THE FINAL I/O STATUS OF EACH FILE, SAVED BY
000870* 0900-CLOSE-FILES-RTN BEFORE THE CLOSE RUNS - A SUCCESSFUL
000880* CLOSE OVERWRITES FILE STATUS WITH "00", SO THE LIVE STATUS
001052         "000031059090120151181212243273304334".
001053 01  RSN-CUM-DAYS REDEFINES RSN-CUM-DAYS-TABLE.
001054     05  RSN-CUM-DAYS-AHEAD      PIC 9(03) OCCURS 12 TIMES.
001056*-----------------------------------------------------------*
001058* RESEND FEED CONTROL TOTALS AND COUNTERS.
001060*-----------------------------------------------------------*
001070 77  RSN-DETAIL-COUNT            PIC 9(09) COMP VALUE 0.
001080 77  RSN-FLOOR-HASH              PIC S9(12) COMP VALUE 0.
001090 77  RSN-ESCALATED-COUNT         PIC 9(09) COMP VALUE 0.
001093 77  RSN-HELD-COUNT              PIC 9(09) COMP VALUE 0.
001096 77  RSN-FORCED-COUNT            PIC 9(09) COMP VALUE 0.
001098 77  RSN-SENT-STAMPED-COUNT      PIC 9(09) COMP VALUE 0.
001099 77  RSN-HIST-LOGGED-COUNT       PIC 9(09) COMP VALUE 0.
001100*-----------------------------------------------------------*
001110* RUN DATE AND TIME - STAMPED ON THE RESEND FEED HEADER.
001120*-----------------------------------------------------------*
001560     05  RSN-TOTAL-LABEL         PIC X(30).
001570     05  RSN-TOTAL-VALUE         PIC 9(09).
001580     05  FILLER                  PIC X(93) VALUE SPACES.
001581*
001582 LINKAGE SECTION.
001583*-----------------------------------------------------------*
001584* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
001585* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
001586* PROGRAM NAME.
001587*-----------------------------------------------------------*
001588 01  JOB-STEP-PARM.
001589     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
001590     05  JOB-STEP-PARM-TEXT      PIC X(100).
001591*
001600 PROCEDURE DIVISION USING JOB-STEP-PARM.
001610*-----------------------------------------------------------*
001620* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE RESEND
001630* STEP.
001820         THRU 0900-EXIT
001830     PERFORM 8100-SET-RETURN-CODE-RTN
001840         THRU 8100-EXIT
001843     PERFORM 8200-RAISE-ALERTS-RTN
001846         THRU 8200-EXIT
001850     STOP RUN.
001860*
001870*-----------------------------------------------------------*
002000     IF NOT PEND-FILE-OK
002010         DISPLAY "ERROR OPENING PENDING-ACK FILE. STATUS: "
002020             PEND-FILE-STATUS
002023         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002026             THRU 9750-EXIT
002030         MOVE 8 TO RETURN-CODE
002040         STOP RUN
002050     END-IF
002070     IF NOT RESEND-FILE-OK
002080         DISPLAY "ERROR OPENING RESEND FEED. STATUS: "
002090             RESEND-FILE-STATUS
002093         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002096             THRU 9750-EXIT
002100         MOVE 8 TO RETURN-CODE
002110         STOP RUN
002120     END-IF
002140     IF NOT RSN-REPORT-OK
002150         DISPLAY "ERROR OPENING RESEND REPORT. STATUS: "
002160             RSN-REPORT-STATUS
002163         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002166             THRU 9750-EXIT
002170         MOVE 8 TO RETURN-CODE
002180         STOP RUN
002190     END-IF
002191     OPEN I-O LATEST-FILE
002192     IF LATEST-FILE-OK
002193         SET RSN-LATEST-AVAILABLE TO TRUE
002194     ELSE
002195         DISPLAY "WARNING - LATEST RESULTS NOT USABLE, STATUS "
002196             LATEST-FILE-STATUS " - RESENDING PENDING FLOORS"
002197         SET RSN-LATEST-TROUBLE TO TRUE
002198     END-IF
002199     OPEN EXTEND PENDING-HIST-FILE
002200     IF NOT PEND-HIST-OK
002201         OPEN OUTPUT PENDING-HIST-FILE
002202     END-IF
002203     IF PEND-HIST-OK
002204         SET RSN-HIST-AVAILABLE TO TRUE
002205     ELSE
002206         DISPLAY "WARNING - PENDING-ACK HISTORY NOT USABLE, "
002207             "STATUS " PEND-HIST-STATUS
002208             " - RESENDS NOT LOGGED"
002209         SET RSN-HIST-TROUBLE TO TRUE
002210     END-IF.
002211 0100-EXIT.
002212     EXIT.
002220*
002230*-----------------------------------------------------------*
002240* 0200-WRITE-HEADING-RTN - WRITES THE REPORT BANNER, TITLE
002570*
002580*-----------------------------------------------------------*
002590* 0900-CLOSE-FILES-RTN - SAVES THE FINAL I/O STATUSES FOR THE
002600* RETURN-CODE CHECK, THEN CLOSES ALL THREE FILES AND THE
002605* LATEST-RESULTS FILE AND PENDING-ACK HISTORY IF THEY OPENED.
002610*-----------------------------------------------------------*
002620 0900-CLOSE-FILES-RTN.
002630     MOVE PEND-FILE-STATUS TO RSN-PEND-FINAL-STATUS
002640     MOVE RESEND-FILE-STATUS TO RSN-FEED-FINAL-STATUS
002650     CLOSE PENDING-ACK-FILE
002660     CLOSE RESEND-FILE
002670     CLOSE RSN-REPORT-FILE
002672     IF RSN-LATEST-AVAILABLE
002674         CLOSE LATEST-FILE
002676     END-IF
002677     IF RSN-HIST-AVAILABLE
002678         CLOSE PENDING-HIST-FILE
002679     END-IF.
002680 0900-EXIT.
002690     EXIT.
002700*
002860* FLOOR HASH FORWARD FOR THE TRAILER, REPORTS THE ITEM (WITH
002870* ITS REJECTION REASON AND HOW MANY NIGHTS IT HAS BEEN OWED),
002880* AND ESCALATES AN ITEM WHOSE FIRST-POSTED DATE IS AT OR PAST
002881* THE NIGHT LIMIT OF DAYS AGO. AN ITEM THE DESK HAS ON HOLD
002885* IS ONLY REPORTED, AND A FORCE-RETIRED ITEM IS ONLY
002889* COUNTED - NEITHER IS RESENT. THEN ADVANCES TO THE NEXT
002893* ITEM.
002900*-----------------------------------------------------------*
002901 2000-RESEND-ONE-ITEM-RTN.
002902     IF PND-FORCE-RETIRED
002903         ADD 1 TO RSN-FORCED-COUNT
002904         GO TO 2000-NEXT
002905     END-IF
002906     IF PND-ON-HOLD
002907         ADD 1 TO RSN-HELD-COUNT
002908         MOVE "HELD BY DESK - NOT RESENT"
002909             TO RSN-DETAIL-CATEGORY
002910         PERFORM 2100-REPORT-ITEM-RTN
002911             THRU 2100-EXIT
002912         GO TO 2000-NEXT
002913     END-IF
002914     PERFORM 2200-READ-LATEST-RTN
002916         THRU 2200-EXIT
002920     MOVE SPACES TO INTERFACE-RECORD
002930     SET IF-DETAIL-REC TO TRUE
002940     MOVE PND-BUILDING-ID TO IF-BUILDING-ID
002970     WRITE INTERFACE-RECORD
002980     ADD 1 TO RSN-DETAIL-COUNT
002990     ADD PND-FINAL-FLOOR TO RSN-FLOOR-HASH
002993     PERFORM 2300-STAMP-SENT-RTN
002996         THRU 2300-EXIT
002997     PERFORM 2400-LOG-RESEND-RTN
002998         THRU 2400-EXIT
003000     IF PND-REJECTED
003010         MOVE "RESENT - WAS REJECTED" TO RSN-DETAIL-CATEGORY
003020     ELSE
003030         MOVE "RESENT - NEVER ACKNOWLEDGED"
003040             TO RSN-DETAIL-CATEGORY
003050     END-IF
003060     PERFORM 2100-REPORT-ITEM-RTN
003070         THRU 2100-EXIT
003120     MOVE PND-FIRST-POSTED-DATE TO RSN-CONV-DATE
003121     PERFORM 9000-DATE-TO-SERIAL-RTN
003122         THRU 9000-EXIT
003130         ADD 1 TO RSN-ESCALATED-COUNT
003140         MOVE RSN-ESCALATE-LINE TO RSN-REPORT-RECORD
003150         WRITE RSN-REPORT-RECORD
003151         MOVE 4 TO ALERT-SEVERITY
003152         MOVE "ESCALATE" TO ALERT-CODE
003153         MOVE PND-BUILDING-ID TO ALERT-BUILDING-ID
003154         MOVE PND-ROUTE-DATE TO ALERT-ROUTE-DATE
003155         MOVE RSN-DAYS-OUTSTANDING TO ALERT-COUNT
003156         MOVE "OUTSTANDING PAST THE NIGHT LIMIT"
003157             TO ALERT-TEXT
003158         PERFORM 9700-WRITE-ALERT-RTN
003159             THRU 9700-EXIT
003160     END-IF.
003165 2000-NEXT.
003170     PERFORM 1100-READ-PENDING-RTN
003180         THRU 1100-EXIT.
003190 2000-EXIT.
003200     EXIT.
003201*
003202*-----------------------------------------------------------*
003203* 2100-REPORT-ITEM-RTN - WRITES THE REPORT LINE FOR ONE
003204* ITEM UNDER THE CATEGORY ALREADY SET.
003205*-----------------------------------------------------------*
003206 2100-REPORT-ITEM-RTN.
003207     MOVE PND-BUILDING-ID TO RSN-DETAIL-BUILDING-ID
003208     MOVE PND-ROUTE-DATE TO RSN-DETAIL-ROUTE-DATE
003209     MOVE PND-REASON-CODE TO RSN-DETAIL-REASON
003210     MOVE PND-NIGHT-COUNT TO RSN-DETAIL-NIGHTS
003211     MOVE RSN-DETAIL-LINE TO RSN-REPORT-RECORD
003212     WRITE RSN-REPORT-RECORD.
003213 2100-EXIT.
003214     EXIT.
003215*
003216*-----------------------------------------------------------*
003217* 2200-READ-LATEST-RTN - ONE KEYED READ OF THE BUILDING'S
003218* LATEST-RESULTS RECORD. WHEN ITS LATEST DATE IS THE ITEM'S
003219* DATE, ITS FINAL FLOOR IS THE CURRENT ONE FOR THAT ROUTE AND
003220* REPLACES THE FLOOR CARRIED ON THE PENDING ITEM FOR THE
003221* RESEND. NO RECORD, OR A LATER DATE, LEAVES THE PENDING
003222* FLOOR AS IT IS.
003223*-----------------------------------------------------------*
003224 2200-READ-LATEST-RTN.
003225     MOVE "N" TO RSN-LATEST-FOUND-SW
003226     IF NOT RSN-LATEST-AVAILABLE
003227         GO TO 2200-EXIT
003228     END-IF
003229     MOVE PND-BUILDING-ID TO LAT-BUILDING-ID
003230     READ LATEST-FILE
003231         INVALID KEY
003232             GO TO 2200-EXIT
003233     END-READ
003234     IF NOT LATEST-FILE-OK
003235         SET RSN-LATEST-TROUBLE TO TRUE
003236         GO TO 2200-EXIT
003237     END-IF
003238     SET RSN-LATEST-FOUND TO TRUE
003239     IF LAT-ROUTE-DATE = PND-ROUTE-DATE
003240         MOVE LAT-FINAL-FLOOR TO PND-FINAL-FLOOR
003241     END-IF.
003242 2200-EXIT.
003243     EXIT.
003244*
003245*-----------------------------------------------------------*
003246* 2300-STAMP-SENT-RTN - STAMPS THE LATEST-RESULTS RECORD READ
003247* BY 2200-READ-LATEST-RTN WITH THE DATE AND FLOOR JUST
003248* RESENT, UNLESS A LATER DATE HAS ALREADY GONE OUT FOR THE
003249* BUILDING.
003250*-----------------------------------------------------------*
003251 2300-STAMP-SENT-RTN.
003252     IF NOT RSN-LATEST-FOUND
003253         GO TO 2300-EXIT
003254     END-IF
003255     IF PND-ROUTE-DATE < LAT-SENT-DATE
003256         GO TO 2300-EXIT
003257     END-IF
003258     MOVE PND-ROUTE-DATE TO LAT-SENT-DATE
003259     MOVE PND-FINAL-FLOOR TO LAT-SENT-FINAL-FLOOR
003260     MOVE RSN-RUN-DATE TO LAT-UPDATED-DATE
003261     REWRITE LATEST-RESULT-RECORD
003262     IF LATEST-FILE-OK
003263         ADD 1 TO RSN-SENT-STAMPED-COUNT
003264     ELSE
003265         SET RSN-LATEST-TROUBLE TO TRUE
003266     END-IF.
003267 2300-EXIT.
003268     EXIT.
003269*
003270*-----------------------------------------------------------*
003271* 2400-LOG-RESEND-RTN - APPENDS THE ITEM JUST RESENT TO THE
003272* PENDING-ACK HISTORY, WITH THE FLOOR THAT WENT OUT AND THE
003273* RUN DATE AND TIME OF THE RESEND.
003274*-----------------------------------------------------------*
003275 2400-LOG-RESEND-RTN.
003276     IF NOT RSN-HIST-AVAILABLE
003277         GO TO 2400-EXIT
003278     END-IF
003279     MOVE SPACES TO PENDING-HIST-RECORD
003280     MOVE PND-BUILDING-ID TO PNH-BUILDING-ID
003281     MOVE PND-ROUTE-DATE TO PNH-ROUTE-DATE
003282     MOVE RSN-RUN-DATE TO PNH-EVENT-DATE
003283     MOVE RSN-RUN-TIME TO PNH-EVENT-TIME
003284     SET PNH-RESENT TO TRUE
003285     MOVE PND-STATUS-FLAG TO PNH-STATUS-FLAG
003286     MOVE PND-REASON-CODE TO PNH-REASON-CODE
003287     MOVE PND-NIGHT-COUNT TO PNH-NIGHT-COUNT
003288     MOVE PND-FINAL-FLOOR TO PNH-FINAL-FLOOR
003289     WRITE PENDING-HIST-RECORD
003290     IF PEND-HIST-OK
003291         ADD 1 TO RSN-HIST-LOGGED-COUNT
003292     ELSE
003293         SET RSN-HIST-TROUBLE TO TRUE
003294     END-IF.
003295 2400-EXIT.
003296     EXIT.
003297*
003298*-----------------------------------------------------------*
003299* 7000-WRITE-FEED-TRAILER-RTN - CLOSES THE RESEND FEED WITH
003300* THE TRAILER CONTROL RECORD: HOW MANY DETAILS WERE WRITTEN
003301* AND THE HASH TOTAL OF THEIR FINAL FLOORS, THE SAME
003302* H-D...D-T SHAPE DAY01BAL PROVES ON THE NIGHTLY FEED.
003303*-----------------------------------------------------------*
003304 7000-WRITE-FEED-TRAILER-RTN.
003305     MOVE SPACES TO INTERFACE-RECORD
003306     SET IF-TRAILER-REC TO TRUE
003310     MOVE RSN-DETAIL-COUNT TO IF-TRL-DETAIL-COUNT
003320     MOVE RSN-FLOOR-HASH TO IF-TRL-FLOOR-HASH
003330     WRITE INTERFACE-RECORD.
003490     MOVE RSN-ESCALATED-COUNT TO RSN-TOTAL-VALUE
003500     MOVE RSN-TOTAL-LINE TO RSN-REPORT-RECORD
003510     WRITE RSN-REPORT-RECORD
003511     MOVE "HELD BY DESK - NOT RESENT:" TO RSN-TOTAL-LABEL
003512     MOVE RSN-HELD-COUNT TO RSN-TOTAL-VALUE
003513     MOVE RSN-TOTAL-LINE TO RSN-REPORT-RECORD
003514     WRITE RSN-REPORT-RECORD
003515     MOVE "FORCE-RETIRED - PASSED OVER:" TO RSN-TOTAL-LABEL
003516     MOVE RSN-FORCED-COUNT TO RSN-TOTAL-VALUE
003517     MOVE RSN-TOTAL-LINE TO RSN-REPORT-RECORD
003518     WRITE RSN-REPORT-RECORD
003519     MOVE "LATEST RESULTS STAMPED SENT:" TO RSN-TOTAL-LABEL
003520     MOVE RSN-SENT-STAMPED-COUNT TO RSN-TOTAL-VALUE
003521     MOVE RSN-TOTAL-LINE TO RSN-REPORT-RECORD
003522     WRITE RSN-REPORT-RECORD
003523     MOVE "RESENDS LOGGED TO HISTORY:" TO RSN-TOTAL-LABEL
003524     MOVE RSN-HIST-LOGGED-COUNT TO RSN-TOTAL-VALUE
003525     MOVE RSN-TOTAL-LINE TO RSN-REPORT-RECORD
003526     WRITE RSN-REPORT-RECORD
003527     IF RSN-DETAIL-COUNT = 0
003530         MOVE "NOTHING OUTSTANDING THIS RUN"
003540             TO RSN-REPORT-RECORD
003550         WRITE RSN-REPORT-RECORD
003630* MEANS A RESEND FEED WENT OUT AND THE DESK SHOULD KNOW, 8
003640* MEANS SOME ITEM HAS BEEN OUTSTANDING PAST THE NIGHT LIMIT
003650* (OR THE PENDING FILE OR FEED DID NOT END IN GOOD STANDING),
003660* JUDGED FROM THE STATUSES SAVED AHEAD OF THE CLOSE. TROUBLE
003665* WITH THE LATEST-RESULTS FILE OR THE PENDING-ACK HISTORY IS
003667* AT LEAST A 4.
003670*-----------------------------------------------------------*
003680 8100-SET-RETURN-CODE-RTN.
003690     IF RSN-ESCALATED-COUNT > 0
003720         MOVE 8 TO RETURN-CODE
003730     ELSE
003740         IF RSN-DETAIL-COUNT > 0
003745             OR RSN-LATEST-TROUBLE
003747             OR RSN-HIST-TROUBLE
003750             MOVE 4 TO RETURN-CODE
003760         ELSE
003770             MOVE 0 TO RETURN-CODE
003780         END-IF
003790     END-IF.
003800 8100-EXIT.
003801     EXIT.
003802*
003803*-----------------------------------------------------------*
003804* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
003805* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
003806* ALERT.
003807* EACH ITEM ESCALATED PAST THE NIGHT LIMIT HAS ALREADY RAISED
003808* ITS OWN ALERT, WITH BUILDING AND DATE.
003809*-----------------------------------------------------------*
003810 8200-RAISE-ALERTS-RTN.
003811     IF NOT RSN-PEND-ENDED-CLEAN
003812             OR NOT RSN-FEED-ENDED-CLEAN
003813         MOVE 8 TO ALERT-SEVERITY
003814         MOVE "BADEND" TO ALERT-CODE
003815         MOVE "PENDING FILE OR FEED NOT ENDED CLEAN"
003816             TO ALERT-TEXT
003817         PERFORM 9700-WRITE-ALERT-RTN
003818             THRU 9700-EXIT
003819     END-IF
003820     IF RSN-DETAIL-COUNT > 0
003821         MOVE 4 TO ALERT-SEVERITY
003822         MOVE "RESENT" TO ALERT-CODE
003823         MOVE RSN-DETAIL-COUNT TO ALERT-COUNT
003824         MOVE "DETAILS ON THE RESEND FEED"
003825             TO ALERT-TEXT
003826         PERFORM 9700-WRITE-ALERT-RTN
003827             THRU 9700-EXIT
003828     END-IF
003829     IF RSN-LATEST-TROUBLE
003830         MOVE 4 TO ALERT-SEVERITY
003831         MOVE "NOTUSABL" TO ALERT-CODE
003832         MOVE "LATEST RESULTS NOT USABLE"
003833             TO ALERT-TEXT
003834         PERFORM 9700-WRITE-ALERT-RTN
003835             THRU 9700-EXIT
003836     END-IF
003837     IF RSN-HIST-TROUBLE
003838         MOVE 4 TO ALERT-SEVERITY
003839         MOVE "NOTUSABL" TO ALERT-CODE
003840         MOVE "PENDING-ACK HISTORY NOT USABLE"
003841             TO ALERT-TEXT
003842         PERFORM 9700-WRITE-ALERT-RTN
003843             THRU 9700-EXIT
003844     END-IF
003845     PERFORM 9720-ALERT-STEP-END-RTN
003846         THRU 9720-EXIT.
003847 8200-EXIT.
003848     EXIT.
003849*
003850*-----------------------------------------------------------*
003851* 9000-DATE-TO-SERIAL-RTN - TURNS THE YYYYMMDD DATE IN
003852* RSN-CONV-DATE INTO A DAY SERIAL IN RSN-CONV-SERIAL: WHOLE
003860* YEARS OF DAYS (WITH THE GREGORIAN LEAP RULES), THE DAYS
003870* AHEAD OF THE MONTH, THE DAY ITSELF, AND ONE MORE FOR A DATE
003880* PAST FEBRUARY OF A LEAP YEAR - THE SAME ARITHMETIC AS
004430     END-IF.
004440 9050-EXIT.
004450     EXIT.
004460*
004470*-----------------------------------------------------------*
004480* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
004490* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
004500* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
004510* NEXT CALLER STARTS CLEAN.
004520*-----------------------------------------------------------*
004530 9700-WRITE-ALERT-RTN.
004540     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
004550         PERFORM 9710-OPEN-ALERT-RTN
004560             THRU 9710-EXIT
004570     END-IF
004580     IF NOT ALERT-FILE-OPEN
004590         GO TO 9700-CLEAR
004600     END-IF
004610     MOVE SPACES TO ALERT-RECORD
004620     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
004630     ACCEPT ALR-RAISED-TIME FROM TIME
004640     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
004650     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
004660     MOVE "DAY01RSN" TO ALR-PROGRAM-ID
004670     MOVE ALERT-SEVERITY TO ALR-SEVERITY
004680     MOVE ALERT-CODE TO ALR-CODE
004690     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
004700     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
004710     MOVE ALERT-COUNT TO ALR-COUNT
004720     MOVE ALERT-TEXT TO ALR-TEXT
004730     WRITE ALERT-RECORD
004740     IF ALERT-FILE-OK
004750         ADD 1 TO ALERT-RAISED-COUNT
004760     ELSE
004770         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
004780             " STATUS " ALERT-FILE-STATUS
004790         CLOSE ALERT-FILE
004800         SET ALERT-FILE-FAILED TO TRUE
004810     END-IF.
004820 9700-CLEAR.
004830     MOVE SPACES TO ALERT-BUILDING-ID
004840     MOVE 0 TO ALERT-ROUTE-DATE
004850     MOVE 0 TO ALERT-COUNT.
004860 9700-EXIT.
004870     EXIT.
004880*
004890*-----------------------------------------------------------*
004900* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
004910* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
004920* JOB AND STEP NAME OFF THE EXEC PARM.
004930*-----------------------------------------------------------*
004940 9710-OPEN-ALERT-RTN.
004950     OPEN EXTEND ALERT-FILE
004960     IF NOT ALERT-FILE-OK
004970         OPEN OUTPUT ALERT-FILE
004980     END-IF
004990     IF NOT ALERT-FILE-OK
005000         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
005010             ALERT-FILE-STATUS
005020         SET ALERT-FILE-FAILED TO TRUE
005030         GO TO 9710-EXIT
005040     END-IF
005050     SET ALERT-FILE-OPEN TO TRUE
005060     IF JOB-STEP-PARM-LENGTH > 0
005070         AND JOB-STEP-PARM-LENGTH NOT > 100
005080         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
005090             DELIMITED BY ","
005100             INTO ALERT-JOB-NAME ALERT-STEP-NAME
005110         END-UNSTRING
005120     END-IF
005130     IF ALERT-STEP-NAME = SPACES
005140         MOVE "DAY01RSN" TO ALERT-STEP-NAME
005150     END-IF.
005160 9710-EXIT.
005170     EXIT.
005180*
005190*-----------------------------------------------------------*
005200* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
005210* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
005220* DATASET IF THIS STEP OPENED IT.
005230*-----------------------------------------------------------*
005240 9720-ALERT-STEP-END-RTN.
005250     IF RETURN-CODE > 0
005260         IF RETURN-CODE > 9
005270             MOVE 9 TO ALERT-SEVERITY
005280         ELSE
005290             MOVE RETURN-CODE TO ALERT-SEVERITY
005300         END-IF
005310         MOVE "STEPEND" TO ALERT-CODE
005320         MOVE RETURN-CODE TO ALERT-COUNT
005330         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
005340             TO ALERT-TEXT
005350         PERFORM 9700-WRITE-ALERT-RTN
005360             THRU 9700-EXIT
005370     END-IF
005380     IF ALERT-FILE-OPEN
005390         CLOSE ALERT-FILE
005400         MOVE "N" TO ALERT-OPEN-SW
005410     END-IF.
005420 9720-EXIT.
005430     EXIT.
005440*
005450*-----------------------------------------------------------*
005460* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
005470* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
005480* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
005490*-----------------------------------------------------------*
005500 9750-ALERT-STEP-STOPPED-RTN.
005510     MOVE 8 TO ALERT-SEVERITY
005520     MOVE "STEPSTOP" TO ALERT-CODE
005530     MOVE 8 TO ALERT-COUNT
005540     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
005550         TO ALERT-TEXT
005560     PERFORM 9700-WRITE-ALERT-RTN
005570         THRU 9700-EXIT
005580     IF ALERT-FILE-OPEN
005590         CLOSE ALERT-FILE
005600         MOVE "N" TO ALERT-OPEN-SW
005610     END-IF.
005620 9750-EXIT.
005630     EXIT.
