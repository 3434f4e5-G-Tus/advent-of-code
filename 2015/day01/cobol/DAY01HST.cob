000210*                  DATE. A RERUN OF THE SAME ROUTE DATE
000220*                  REPLACES THAT DATE'S RECORD IN PLACE, SO
000230*                  THE HISTORY NEVER DOUBLE-COUNTS A NIGHT.
000231* 2026-10-09 RW    ALSO KEEPS THE NEW LATEST-RESULTS FILE
000232*                  (COPYBOOK LATREC), ONE RECORD PER BUILDING,
000233*                  CURRENT: EACH STATS RECORD AT OR AFTER THE
000234*                  BUILDING'S LATEST DATE REPLACES ITS
000235*                  FIGURES, AND EACH DETAIL ON THE BALANCED
000236*                  FEED (IFFILE) STAMPS THE DATE AND FINAL
000237*                  FLOOR LAST SENT. THE COMPUTE STEP'S DELTA
000238*                  CHECK, D1IQ AND DAY01RSN NOW DO ONE KEYED
000239*                  READ OF IT INSTEAD OF WALKING THE HISTORY.
000240* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000241*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000242*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000243*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000244*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000245*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000246*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000247*                  ('JOB,STEP').
000249* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000251*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000253*-----------------------------------------------------------*
000255*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.    IBM-370.
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS HST-KEY
000431         FILE STATUS IS HIST-FILE-STATUS.
000432     SELECT LATEST-FILE
000433         ASSIGN TO LATFILE
000434         ORGANIZATION IS INDEXED
000435         ACCESS MODE IS RANDOM
000436         RECORD KEY IS LAT-BUILDING-ID
000437         FILE STATUS IS LATEST-FILE-STATUS.
000438     SELECT INTERFACE-FILE
000439         ASSIGN TO IFFILE
000440         ORGANIZATION IS SEQUENTIAL
000441         FILE STATUS IS INTERFACE-FILE-STATUS.
000442     SELECT ALERT-FILE
000444         ASSIGN TO ALERTS
000446         ORGANIZATION IS SEQUENTIAL
000448         FILE STATUS IS ALERT-FILE-STATUS.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000510 FD  STATS-HIST-FILE.
000520     COPY "STATHREC.cpy".
000530*
000531 FD  LATEST-FILE.
000532     COPY "LATREC.cpy".
000533*
000534 FD  INTERFACE-FILE
000535     RECORD CONTAINS 80 CHARACTERS
000536     RECORDING MODE IS F.
000537     COPY "IFACEREC.cpy".
000538*
000539 FD  ALERT-FILE
000540     RECORD CONTAINS 120 CHARACTERS
000541     RECORDING MODE IS F.
000542     COPY "ALERTREC.cpy".
000543*
000544 WORKING-STORAGE SECTION.
000545*-----------------------------------------------------------*
000546* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
000547* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
000548* COUNT WHERE THERE ARE ANY - AND PERFORMS
000549* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
000550* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
000551* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
000552* CODE - THE STEP'S OWN WORK STANDS.
000553*-----------------------------------------------------------*
000554 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
000555     88  ALERT-FILE-OK                     VALUE "00".
000556 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
000557     88  ALERT-FILE-OPEN                   VALUE "Y".
000558     88  ALERT-FILE-FAILED                 VALUE "F".
000559 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
000560 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
000561 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
000562 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
000563 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
000564 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
000565 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
000566 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
000567 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
000568*-----------------------------------------------------------*
000569* FILE STATUS AND SWITCHES.
000570*-----------------------------------------------------------*
000580 77  STATS-FILE-STATUS           PIC X(02) VALUE SPACES.
000590     88  STATS-FILE-OK                     VALUE "00".
000630     88  HIST-FILE-OK                      VALUE "00".
000640     88  HIST-DUPLICATE-KEY                VALUE "22".
000650     88  HIST-NOT-ON-CATALOG               VALUE "35".
000651 77  LATEST-FILE-STATUS          PIC X(02) VALUE SPACES.
000652     88  LATEST-FILE-OK                    VALUE "00".
000653     88  LATEST-KEY-NOT-FOUND              VALUE "23".
000654     88  LATEST-NOT-ON-CATALOG             VALUE "35".
000655 77  INTERFACE-FILE-STATUS       PIC X(02) VALUE SPACES.
000656     88  INTERFACE-FILE-OK                 VALUE "00".
000657 77  INTERFACE-EOF-SW            PIC X(01) VALUE "N".
000658     88  INTERFACE-EOF                     VALUE "Y".
000660*-----------------------------------------------------------*
000670* SET THE ONE TIME A HISTORY WRITE OR REWRITE COMES BACK WITH
000680* SOMETHING OTHER THAN SUCCESS OR A DUPLICATE KEY - THE LIVE
000750* POSTING COUNTERS.
000760*-----------------------------------------------------------*
000770 77  HST-ADDED-COUNT             PIC 9(09) COMP VALUE 0.
000771 77  HST-REPLACED-COUNT          PIC 9(09) COMP VALUE 0.
000772*-----------------------------------------------------------*
000773* LATEST-RESULTS COUNTERS - BUILDINGS ADDED, FIGURES
000774* REPLACED, OLDER DATES LEFT BEHIND THE LATEST, SENT STAMPS
000775* TAKEN FROM THE FEED, AND FEED DETAILS WITH NO LATEST RECORD
000776* TO STAMP - AND THE RUN DATE STAMPED ON EVERY UPDATE.
000777*-----------------------------------------------------------*
000778 77  HST-LATEST-ADDED-COUNT      PIC 9(09) COMP VALUE 0.
000779 77  HST-LATEST-REPLACED-COUNT   PIC 9(09) COMP VALUE 0.
000780 77  HST-LATEST-OLDER-COUNT      PIC 9(09) COMP VALUE 0.
000781 77  HST-SENT-STAMPED-COUNT      PIC 9(09) COMP VALUE 0.
000782 77  HST-SENT-NO-LATEST-COUNT    PIC 9(09) COMP VALUE 0.
000783 77  HST-RUN-DATE                PIC 9(08) VALUE 0.
000784*
000785 LINKAGE SECTION.
000786*-----------------------------------------------------------*
000787* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
000788* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
000789* PROGRAM NAME.
000790*-----------------------------------------------------------*
000791 01  JOB-STEP-PARM.
000792     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
000793     05  JOB-STEP-PARM-TEXT      PIC X(100).
000794*
000800 PROCEDURE DIVISION USING JOB-STEP-PARM.
000810*-----------------------------------------------------------*
000820* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE HISTORY
000830* STEP.
000900     PERFORM 2000-POST-ONE-STAT-RTN
000910         THRU 2000-EXIT
000920         UNTIL STATS-EOF
000921     PERFORM 1200-READ-FEED-RTN
000922         THRU 1200-EXIT
000923     PERFORM 3000-STAMP-SENT-RTN
000924         THRU 3000-EXIT
000925         UNTIL INTERFACE-EOF
000930     PERFORM 8000-DISPLAY-RESULTS-RTN
000940         THRU 8000-EXIT
000950     PERFORM 0900-CLOSE-FILES-RTN
000960         THRU 0900-EXIT
000970     PERFORM 8100-SET-RETURN-CODE-RTN
000980         THRU 8100-EXIT
000983     PERFORM 8200-RAISE-ALERTS-RTN
000986         THRU 8200-EXIT
000990     STOP RUN.
001000*
001010*-----------------------------------------------------------*
001020* 0100-OPEN-FILES-RTN - OPENS STATS-FILE AND THE FEED FOR
001030* INPUT AND THE HISTORY AND LATEST-RESULTS FILES FOR UPDATE.
001040* THE VERY FIRST RUN EVER CREATES EITHER KEYED FILE EMPTY AND
001050* REOPENS IT, THE SAME WAY DAY01LOD CREATES ROUTE-FILE ON ITS
001055* FIRST LOAD.
001060*-----------------------------------------------------------*
001070 0100-OPEN-FILES-RTN.
001080     OPEN INPUT STATS-FILE
001090     IF NOT STATS-FILE-OK
001100         DISPLAY "ERROR OPENING STATS FILE. STATUS: "
001110             STATS-FILE-STATUS
001113         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001116             THRU 9750-EXIT
001120         MOVE 8 TO RETURN-CODE
001130         STOP RUN
001140     END-IF
001210     IF NOT HIST-FILE-OK
001220         DISPLAY "ERROR OPENING STATS HISTORY FILE. STATUS: "
001230             HIST-FILE-STATUS
001233         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001236             THRU 9750-EXIT
001240         MOVE 8 TO RETURN-CODE
001250         STOP RUN
001251     END-IF
001252     OPEN I-O LATEST-FILE
001253     IF LATEST-NOT-ON-CATALOG
001254         OPEN OUTPUT LATEST-FILE
001255         CLOSE LATEST-FILE
001256         OPEN I-O LATEST-FILE
001257     END-IF
001258     IF NOT LATEST-FILE-OK
001259         DISPLAY "ERROR OPENING LATEST RESULTS FILE. STATUS: "
001260             LATEST-FILE-STATUS
001261         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001262             THRU 9750-EXIT
001263         MOVE 8 TO RETURN-CODE
001264         STOP RUN
001265     END-IF
001266     OPEN INPUT INTERFACE-FILE
001267     IF NOT INTERFACE-FILE-OK
001268         DISPLAY "ERROR OPENING INTERFACE FILE. STATUS: "
001269             INTERFACE-FILE-STATUS
001270         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001271             THRU 9750-EXIT
001272         MOVE 8 TO RETURN-CODE
001273         STOP RUN
001274     END-IF
001275     ACCEPT HST-RUN-DATE FROM DATE YYYYMMDD.
001276 0100-EXIT.
001280     EXIT.
001290*
001300*-----------------------------------------------------------*
001310* 0900-CLOSE-FILES-RTN - CLOSES ALL FOUR FILES.
001320*-----------------------------------------------------------*
001330 0900-CLOSE-FILES-RTN.
001340     CLOSE STATS-FILE
001350     CLOSE STATS-HIST-FILE
001353     CLOSE LATEST-FILE
001356     CLOSE INTERFACE-FILE.
001360 0900-EXIT.
001370     EXIT.
001380*
001460     END-READ.
001470 1100-EXIT.
001480     EXIT.
001481*
001482*-----------------------------------------------------------*
001483* 1200-READ-FEED-RTN - READS THE NEXT RECORD OF THE FEED.
001484*-----------------------------------------------------------*
001485 1200-READ-FEED-RTN.
001486     READ INTERFACE-FILE
001487         AT END
001488             SET INTERFACE-EOF TO TRUE
001489     END-READ.
001490 1200-EXIT.
001491     EXIT.
001492*
001500*-----------------------------------------------------------*
001510* 2000-POST-ONE-STAT-RTN - POSTS ONE STATS RECORD TO THE
001520* HISTORY: A NEW BUILDING/DATE KEY IS WRITTEN, A KEY ALREADY
001530* ON FILE (A RERUN OF THAT NIGHT) IS REPLACED IN PLACE. THE
001535* BUILDING'S LATEST-RESULTS RECORD IS THEN BROUGHT UP TO DATE.
001540*-----------------------------------------------------------*
001550 2000-POST-ONE-STAT-RTN.
001560     MOVE STA-BUILDING-ID TO HST-BUILDING-ID
001820         AND NOT HIST-DUPLICATE-KEY
001830         SET HST-HARD-ERROR TO TRUE
001840     END-IF
001843     PERFORM 2100-POST-LATEST-RTN
001846         THRU 2100-EXIT
001850     PERFORM 1100-READ-STATS-RTN
001860         THRU 1100-EXIT.
001870 2000-EXIT.
001880     EXIT.
001881*
001882*-----------------------------------------------------------*
001883* 2100-POST-LATEST-RTN - A BUILDING NOT YET ON THE LATEST-
001884* RESULTS FILE IS ADDED WITH NOTHING SENT; ONE ALREADY THERE
001885* HAS ITS FIGURES REPLACED WHEN THIS STATS RECORD'S DATE IS AT
001886* OR AFTER ITS LATEST DATE (A RERUN OF THE SAME NIGHT
001887* REPLACES IT TOO) AND LEFT ALONE FOR AN OLDER DATE. THE SENT
001888* DATE AND FLOOR ARE NEVER TOUCHED HERE - 3000-STAMP-SENT-RTN
001889* TAKES THEM FROM THE FEED.
001890*-----------------------------------------------------------*
001891 2100-POST-LATEST-RTN.
001892     MOVE STA-BUILDING-ID TO LAT-BUILDING-ID
001893     READ LATEST-FILE
001894         INVALID KEY
001895             CONTINUE
001896     END-READ
001897     IF LATEST-KEY-NOT-FOUND
001898         MOVE SPACES TO LATEST-RESULT-RECORD
001899         MOVE STA-BUILDING-ID TO LAT-BUILDING-ID
001900         MOVE 0 TO LAT-SENT-DATE
001901         MOVE 0 TO LAT-SENT-FINAL-FLOOR
001902         PERFORM 2200-MOVE-FIGURES-RTN
001903             THRU 2200-EXIT
001904         WRITE LATEST-RESULT-RECORD
001905         IF LATEST-FILE-OK
001906             ADD 1 TO HST-LATEST-ADDED-COUNT
001907         ELSE
001908             SET HST-HARD-ERROR TO TRUE
001909         END-IF
001910         GO TO 2100-EXIT
001911     END-IF
001912     IF NOT LATEST-FILE-OK
001913         SET HST-HARD-ERROR TO TRUE
001914         GO TO 2100-EXIT
001915     END-IF
001916     IF STA-ROUTE-DATE < LAT-ROUTE-DATE
001917         ADD 1 TO HST-LATEST-OLDER-COUNT
001918         GO TO 2100-EXIT
001919     END-IF
001920     PERFORM 2200-MOVE-FIGURES-RTN
001921         THRU 2200-EXIT
001922     REWRITE LATEST-RESULT-RECORD
001923     IF LATEST-FILE-OK
001924         ADD 1 TO HST-LATEST-REPLACED-COUNT
001925     ELSE
001926         SET HST-HARD-ERROR TO TRUE
001927     END-IF.
001928 2100-EXIT.
001929     EXIT.
001930*
001931*-----------------------------------------------------------*
001932* 2200-MOVE-FIGURES-RTN - COPIES THE STATS RECORD'S DATE AND
001933* FIGURES ONTO THE LATEST-RESULTS RECORD.
001934*-----------------------------------------------------------*
001935 2200-MOVE-FIGURES-RTN.
001936     MOVE STA-ROUTE-DATE TO LAT-ROUTE-DATE
001937     MOVE STA-FINAL-FLOOR TO LAT-FINAL-FLOOR
001938     MOVE STA-MAX-FLOOR TO LAT-MAX-FLOOR
001939     MOVE STA-MIN-FLOOR TO LAT-MIN-FLOOR
001940     MOVE STA-FLOOR-UP-COUNT TO LAT-FLOOR-UP-COUNT
001941     MOVE STA-FLOOR-DOWN-COUNT TO LAT-FLOOR-DOWN-COUNT
001942     MOVE STA-BASEMENT-SW TO LAT-BASEMENT-SW
001943     MOVE STA-BASEMENT-POSITION TO LAT-BASEMENT-POSITION
001944     MOVE STA-REJECT-COUNT TO LAT-REJECT-COUNT
001945     MOVE HST-RUN-DATE TO LAT-UPDATED-DATE.
001946 2200-EXIT.
001947     EXIT.
001948*
001949*-----------------------------------------------------------*
001950* 3000-STAMP-SENT-RTN - FOR EACH DETAIL ON THE BALANCED FEED
001951* (FULL OR DELTA - A DELTA CARRIES ONLY WHAT ACTUALLY WENT),
001952* STAMPS THE BUILDING'S LATEST-RESULTS RECORD WITH THE DATE
001953* AND FINAL FLOOR SENT, UNLESS A LATER DATE HAS ALREADY GONE
001954* OUT FOR IT. THE HEADER AND TRAILER ARE PASSED OVER. A DETAIL
001955* WITH NO LATEST RECORD IS COUNTED - THE BALANCE STEP HAS
001956* ALREADY PROVED THE FEED AGAINST STATS-FILE, SO IT SHOULD
001957* NEVER HAPPEN.
001958*-----------------------------------------------------------*
001959 3000-STAMP-SENT-RTN.
001960     IF NOT IF-DETAIL-REC
001961         OR IF-CANCELLED-DETAIL
001962         GO TO 3000-NEXT
001963     END-IF
001964     MOVE IF-BUILDING-ID TO LAT-BUILDING-ID
001965     READ LATEST-FILE
001966         INVALID KEY
001967             ADD 1 TO HST-SENT-NO-LATEST-COUNT
001968             GO TO 3000-NEXT
001969     END-READ
001970     IF NOT LATEST-FILE-OK
001971         SET HST-HARD-ERROR TO TRUE
001972         GO TO 3000-NEXT
001973     END-IF
001974     IF IF-ROUTE-DATE < LAT-SENT-DATE
001975         GO TO 3000-NEXT
001976     END-IF
001977     MOVE IF-ROUTE-DATE TO LAT-SENT-DATE
001978     MOVE IF-FINAL-FLOOR TO LAT-SENT-FINAL-FLOOR
001979     MOVE HST-RUN-DATE TO LAT-UPDATED-DATE
001980     REWRITE LATEST-RESULT-RECORD
001981     IF LATEST-FILE-OK
001982         ADD 1 TO HST-SENT-STAMPED-COUNT
001983     ELSE
001984         SET HST-HARD-ERROR TO TRUE
001985     END-IF.
001986 3000-NEXT.
001987     PERFORM 1200-READ-FEED-RTN
001988         THRU 1200-EXIT.
001989 3000-EXIT.
001990     EXIT.
001991*
001992*-----------------------------------------------------------*
001993* 8000-DISPLAY-RESULTS-RTN - SUMMARIZES THE POSTING PASS FOR
001994* THE OPERATOR.
001995*-----------------------------------------------------------*
001996 8000-DISPLAY-RESULTS-RTN.
001997     DISPLAY "HISTORY RECORDS ADDED: " HST-ADDED-COUNT
001998     DISPLAY "HISTORY RECORDS REPLACED: " HST-REPLACED-COUNT
001999     DISPLAY "LATEST RESULTS ADDED: " HST-LATEST-ADDED-COUNT
002000     DISPLAY "LATEST RESULTS REPLACED: "
002001         HST-LATEST-REPLACED-COUNT
002002     DISPLAY "OLDER DATES LEFT BEHIND LATEST: "
002003         HST-LATEST-OLDER-COUNT
002004     DISPLAY "SENT DATE/FLOOR STAMPED: " HST-SENT-STAMPED-COUNT
002005     DISPLAY "FEED DETAILS WITH NO LATEST RECORD: "
002006         HST-SENT-NO-LATEST-COUNT.
002007 8000-EXIT.
002008     EXIT.
002009*
002010*-----------------------------------------------------------*
002011* 8100-SET-RETURN-CODE-RTN - SETS THE CONDITION CODE THIS
002020* STEP HANDS BACK TO JCL: 0 MEANS EVERY STATS RECORD POSTED
002030* TO THE HISTORY, 8 MEANS SOME RECORD COULD NOT BE - THE
002040* HISTORY IS THEN INCOMPLETE AND THE TREND REPORT SHOULD NOT
002050* BE TRUSTED UNTIL THE STEP IS RERUN. THERE IS NO WARNING
002060* GRADE - A POSTING EITHER LANDS OR IT DOES NOT. A LATEST-
002063* RESULTS UPDATE THAT FAILS IS AN 8 THE SAME WAY; RERUNNING
002066* THE STEP REPLAYS THE NIGHT ONTO BOTH FILES.
002070*-----------------------------------------------------------*
002080 8100-SET-RETURN-CODE-RTN.
002090     IF HST-HARD-ERROR
002130     END-IF.
002140 8100-EXIT.
002150     EXIT.
002160*
002170*-----------------------------------------------------------*
002180* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
002190* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
002200* ALERT.
002210*-----------------------------------------------------------*
002220 8200-RAISE-ALERTS-RTN.
002230     IF HST-HARD-ERROR
002240         MOVE 8 TO ALERT-SEVERITY
002250         MOVE "IOERROR" TO ALERT-CODE
002260         MOVE "HISTORY OR LATEST-RESULTS I/O ERROR"
002270             TO ALERT-TEXT
002280         PERFORM 9700-WRITE-ALERT-RTN
002290             THRU 9700-EXIT
002300     END-IF
002310     PERFORM 9720-ALERT-STEP-END-RTN
002320         THRU 9720-EXIT.
002330 8200-EXIT.
002340     EXIT.
002350*
002360*-----------------------------------------------------------*
002370* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
002380* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
002390* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
002400* NEXT CALLER STARTS CLEAN.
002410*-----------------------------------------------------------*
002420 9700-WRITE-ALERT-RTN.
002430     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
002440         PERFORM 9710-OPEN-ALERT-RTN
002450             THRU 9710-EXIT
002460     END-IF
002470     IF NOT ALERT-FILE-OPEN
002480         GO TO 9700-CLEAR
002490     END-IF
002500     MOVE SPACES TO ALERT-RECORD
002510     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
002520     ACCEPT ALR-RAISED-TIME FROM TIME
002530     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
002540     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
002550     MOVE "DAY01HST" TO ALR-PROGRAM-ID
002560     MOVE ALERT-SEVERITY TO ALR-SEVERITY
002570     MOVE ALERT-CODE TO ALR-CODE
002580     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
002590     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
002600     MOVE ALERT-COUNT TO ALR-COUNT
002610     MOVE ALERT-TEXT TO ALR-TEXT
002620     WRITE ALERT-RECORD
002630     IF ALERT-FILE-OK
002640         ADD 1 TO ALERT-RAISED-COUNT
002650     ELSE
002660         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
002670             " STATUS " ALERT-FILE-STATUS
002680         CLOSE ALERT-FILE
002690         SET ALERT-FILE-FAILED TO TRUE
002700     END-IF.
002710 9700-CLEAR.
002720     MOVE SPACES TO ALERT-BUILDING-ID
002730     MOVE 0 TO ALERT-ROUTE-DATE
002740     MOVE 0 TO ALERT-COUNT.
002750 9700-EXIT.
002760     EXIT.
002770*
002780*-----------------------------------------------------------*
002790* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
002800* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
002810* JOB AND STEP NAME OFF THE EXEC PARM.
002820*-----------------------------------------------------------*
002830 9710-OPEN-ALERT-RTN.
002840     OPEN EXTEND ALERT-FILE
002850     IF NOT ALERT-FILE-OK
002860         OPEN OUTPUT ALERT-FILE
002870     END-IF
002880     IF NOT ALERT-FILE-OK
002890         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
002900             ALERT-FILE-STATUS
002910         SET ALERT-FILE-FAILED TO TRUE
002920         GO TO 9710-EXIT
002930     END-IF
002940     SET ALERT-FILE-OPEN TO TRUE
002950     IF JOB-STEP-PARM-LENGTH > 0
002960         AND JOB-STEP-PARM-LENGTH NOT > 100
002970         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
002980             DELIMITED BY ","
002990             INTO ALERT-JOB-NAME ALERT-STEP-NAME
003000         END-UNSTRING
003010     END-IF
003020     IF ALERT-STEP-NAME = SPACES
003030         MOVE "DAY01HST" TO ALERT-STEP-NAME
003040     END-IF.
003050 9710-EXIT.
003060     EXIT.
003070*
003080*-----------------------------------------------------------*
003090* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
003100* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
003110* DATASET IF THIS STEP OPENED IT.
003120*-----------------------------------------------------------*
003130 9720-ALERT-STEP-END-RTN.
003140     IF RETURN-CODE > 0
003150         IF RETURN-CODE > 9
003160             MOVE 9 TO ALERT-SEVERITY
003170         ELSE
003180             MOVE RETURN-CODE TO ALERT-SEVERITY
003190         END-IF
003200         MOVE "STEPEND" TO ALERT-CODE
003210         MOVE RETURN-CODE TO ALERT-COUNT
003220         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
003230             TO ALERT-TEXT
003240         PERFORM 9700-WRITE-ALERT-RTN
003250             THRU 9700-EXIT
003260     END-IF
003270     IF ALERT-FILE-OPEN
003280         CLOSE ALERT-FILE
003290         MOVE "N" TO ALERT-OPEN-SW
003300     END-IF.
003310 9720-EXIT.
003320     EXIT.
003330*
003340*-----------------------------------------------------------*
003350* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
003360* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
003370* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
003380*-----------------------------------------------------------*
003390 9750-ALERT-STEP-STOPPED-RTN.
003400     MOVE 8 TO ALERT-SEVERITY
003410     MOVE "STEPSTOP" TO ALERT-CODE
003420     MOVE 8 TO ALERT-COUNT
003430     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
003440         TO ALERT-TEXT
003450     PERFORM 9700-WRITE-ALERT-RTN
003460         THRU 9700-EXIT
003470     IF ALERT-FILE-OPEN
003480         CLOSE ALERT-FILE
003490         MOVE "N" TO ALERT-OPEN-SW
003500     END-IF.
003510 9750-EXIT.
003520     EXIT.
