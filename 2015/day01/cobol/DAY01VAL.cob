000251*                  OWED A ROUTE. A CALENDAR THAT CANNOT BE
000252*                  OPENED IS WARNED ON AND EVERY EMPTY RANGE
000253*                  SCORES AS BEFORE.
000254* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000255*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000256*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000257*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000258*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000259*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000260*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000261*                  ('JOB,STEP').
000262*                  EACH MISSING ROUTE AND BUILDING NOT ON OR
000263*                  INACTIVE ON THE MASTER RAISES ITS OWN ALERT.
000264*                  AN UNUSABLE CALENDAR RAISES AN ADVISORY ALERT.
000265* 2026-10-15 RW    EACH MISSING ROUTE (A DATE OR A RANGE OWED WITH
000266*                  NOTHING ON FILE) IS ALSO RECORDED AS A MISS
000267*                  EVENT ON THE NEW PERMANENT QUALITY-EVENT FILE
000268*                  (COPYBOOK QEVTREC, DD QEVTFILE) FOR THE WEEKLY
000269*                  DATA-QUALITY SCORECARD (DAY01QSC). AN EVENT
000270*                  FILE THAT WILL NOT OPEN OR WRITE IS WARNED ON,
000271*                  RC=4, AND VALIDATION CARRIES ON WITHOUT IT.
000272* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000273*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000274*-----------------------------------------------------------*
000275*
000276 ENVIRONMENT DIVISION.
000277 CONFIGURATION SECTION.
000278 SOURCE-COMPUTER.    IBM-370.
000280 OBJECT-COMPUTER.    IBM-370.
000290 SPECIAL-NAMES.
000300     CONSOLE IS CONSOLE-DEVICE.
000446         ACCESS MODE IS RANDOM
000447         RECORD KEY IS CAL-DATE
000448         FILE STATUS IS CALENDAR-FILE-STATUS.
000449     SELECT ALERT-FILE
000450         ASSIGN TO ALERTS
000451         ORGANIZATION IS SEQUENTIAL
000452         FILE STATUS IS ALERT-FILE-STATUS.
000453     SELECT QUALITY-EVENT-FILE
000454         ASSIGN TO QEVTFILE
000455         ORGANIZATION IS INDEXED
000456         ACCESS MODE IS RANDOM
000457         RECORD KEY IS QEV-KEY
000458         FILE STATUS IS QUALITY-EVENT-FILE-STATUS.
000459*
000460 DATA DIVISION.
000461 FILE SECTION.
000470 FD  CONTROL-FILE.
000480     COPY "CONTROLREC.cpy".
000520*
000548 FD  CALENDAR-FILE.
000549     COPY "CALREC.cpy".
000550*
000551 FD  ALERT-FILE
000552     RECORD CONTAINS 120 CHARACTERS
000553     RECORDING MODE IS F.
000554     COPY "ALERTREC.cpy".
000555*
000556 FD  QUALITY-EVENT-FILE.
000557     COPY "QEVTREC.cpy".
000558*
000559 WORKING-STORAGE SECTION.
000560*-----------------------------------------------------------*
000561* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
000562* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
000563* COUNT WHERE THERE ARE ANY - AND PERFORMS
000564* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
000565* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
000566* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
000567* CODE - THE STEP'S OWN WORK STANDS.
000568*-----------------------------------------------------------*
000569 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
000570     88  ALERT-FILE-OK                     VALUE "00".
000571 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
000572     88  ALERT-FILE-OPEN                   VALUE "Y".
000573     88  ALERT-FILE-FAILED                 VALUE "F".
000574 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
000575 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
000576 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
000577 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
000578 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
000579 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
000580 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
000581 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
000582 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
000583*-----------------------------------------------------------*
000584* FILE STATUS AND SWITCHES.
000590*-----------------------------------------------------------*
000600 77  CONTROL-FILE-STATUS         PIC X(02) VALUE SPACES.
000610     88  CONTROL-OK                        VALUE "00".
000700 77  VAL-MISSING-COUNT           PIC 9(09) COMP VALUE 0.
000702 77  VAL-NOT-ON-MASTER-COUNT     PIC 9(09) COMP VALUE 0.
000704 77  VAL-INACTIVE-COUNT          PIC 9(09) COMP VALUE 0.
000707 77  VAL-EVENT-COUNT             PIC 9(09) COMP VALUE 0.
000710 77  VAL-OPEN-FAILURE-SW         PIC X(01) VALUE "N".
000720     88  VAL-OPEN-FAILURE                  VALUE "Y".
000722*-----------------------------------------------------------*
000776 77  VAL-MONTH-LENGTH            PIC 9(02) COMP VALUE 0.
000777 77  VAL-DOW-QUOTIENT            PIC 9(08) COMP VALUE 0.
000778 77  VAL-DAY-OF-WEEK             PIC 9(01) COMP VALUE 0.
000779*-----------------------------------------------------------*
000780* QUALITY-EVENT FILE (COPYBOOK QEVTREC). EVERY MISSING ROUTE
000781* IS RECORDED THERE AS A MISS EVENT FOR THE WEEKLY SCORECARD.
000782* THE FILE IS EVIDENCE, NOT PART OF THE NIGHT'S FEED, SO ONE
000783* THAT WILL NOT OPEN OR WRITE IS LATCHED OFF FOR THE REST OF
000784* THE RUN AND WARNED ON (RC=4) RATHER THAN STOPPING THE STEP.
000785*-----------------------------------------------------------*
000786 77  QUALITY-EVENT-FILE-STATUS   PIC X(02) VALUE SPACES.
000787     88  QUALITY-EVENT-OK                  VALUE "00".
000788     88  QUALITY-EVENT-DUPLICATE           VALUE "22".
000789     88  QUALITY-EVENT-NOT-ON-CATALOG      VALUE "35".
000790 77  VAL-EVENT-FILE-SW           PIC X(01) VALUE "N".
000791     88  VAL-EVENT-FILE-OPEN               VALUE "Y".
000792     88  VAL-EVENT-FILE-FAILED             VALUE "F".
000793 01  VAL-CUM-DAYS-TABLE.
000794     05  FILLER                  PIC X(36) VALUE
000795         "000031059090120151181212243273304334".
000796 01  VAL-CUM-DAYS REDEFINES VAL-CUM-DAYS-TABLE.
000797     05  VAL-CUM-DAYS-AHEAD      PIC 9(03) OCCURS 12 TIMES.
000798 01  VAL-MONTH-LEN-TABLE.
000799     05  FILLER                  PIC X(24) VALUE
000800         "312831303130313130313031".
000801 01  VAL-MONTH-LEN REDEFINES VAL-MONTH-LEN-TABLE.
000802     05  VAL-MONTH-LEN-DAYS      PIC 9(02) OCCURS 12 TIMES.
000803*
000804 LINKAGE SECTION.
000805*-----------------------------------------------------------*
000806* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
000807* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
000808* PROGRAM NAME.
000809*-----------------------------------------------------------*
000810 01  JOB-STEP-PARM.
000811     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
000812     05  JOB-STEP-PARM-TEXT      PIC X(100).
000813*
000814 PROCEDURE DIVISION USING JOB-STEP-PARM.
000815*-----------------------------------------------------------*
000816* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE VALIDATE
000817* STEP.
000818*-----------------------------------------------------------*
000819 0000-MAIN-PARA.
000820     PERFORM 0100-OPEN-FILES-RTN
000821         THRU 0100-EXIT
000822     IF NOT VAL-OPEN-FAILURE
000830         PERFORM 1100-READ-CONTROL-RTN
000840             THRU 1100-EXIT
000850         PERFORM 2000-VALIDATE-ONE-BLDG-RTN
000920         THRU 8000-EXIT
000930     PERFORM 8100-SET-RETURN-CODE-RTN
000940         THRU 8100-EXIT
000943     PERFORM 8200-RAISE-ALERTS-RTN
000946         THRU 8200-EXIT
000950     STOP RUN.
000960*
000970*-----------------------------------------------------------*
001153         DISPLAY "WARNING - CALENDAR MASTER NOT USABLE, "
001154             "STATUS " CALENDAR-FILE-STATUS
001155             " - EMPTY RANGES SCORE AS MISSING"
001156         MOVE 2 TO ALERT-SEVERITY
001157         MOVE "NOTUSABL" TO ALERT-CODE
001158         MOVE "CALENDAR NOT USABLE - RANGES NOT CHECKED"
001159             TO ALERT-TEXT
001160         PERFORM 9700-WRITE-ALERT-RTN
001161             THRU 9700-EXIT
001162     END-IF
001163     PERFORM 0150-OPEN-QUALITY-EVENTS-RTN
001164         THRU 0150-EXIT.
001165 0100-EXIT.
001166     EXIT.
001167*
001168*-----------------------------------------------------------*
001169* 0150-OPEN-QUALITY-EVENTS-RTN - OPENS THE QUALITY-EVENT FILE
001170* FOR UPDATE. THE VERY FIRST RUN EVER CREATES IT EMPTY AND
001171* REOPENS IT, THE SAME WAY THE COMPUTE STEP CREATES THE
001172* SUSPENSE FILE. ONE THAT STILL WILL NOT OPEN IS WARNED ON AND
001173* VALIDATION GOES ON WITHOUT IT.
001174*-----------------------------------------------------------*
001175 0150-OPEN-QUALITY-EVENTS-RTN.
001176     OPEN I-O QUALITY-EVENT-FILE
001177     IF QUALITY-EVENT-NOT-ON-CATALOG
001178         OPEN OUTPUT QUALITY-EVENT-FILE
001179         CLOSE QUALITY-EVENT-FILE
001180         OPEN I-O QUALITY-EVENT-FILE
001181     END-IF
001182     IF QUALITY-EVENT-OK
001183         SET VAL-EVENT-FILE-OPEN TO TRUE
001184     ELSE
001185         DISPLAY "WARNING - QUALITY-EVENT FILE NOT USABLE, "
001186             "STATUS " QUALITY-EVENT-FILE-STATUS
001187             " - MISSING ROUTES NOT RECORDED"
001188         SET VAL-EVENT-FILE-FAILED TO TRUE
001189         MOVE 4 TO ALERT-SEVERITY
001190         MOVE "NOTUSABL" TO ALERT-CODE
001191         MOVE "QUALITY EVENTS NOT USABLE - NOT RECORDED"
001192             TO ALERT-TEXT
001193         PERFORM 9700-WRITE-ALERT-RTN
001194             THRU 9700-EXIT
001195     END-IF.
001196 0150-EXIT.
001197     EXIT.
001198*
001199*-----------------------------------------------------------*
001200* 0900-CLOSE-FILES-RTN - CLOSES WHICHEVER FILES OPENED
001201* SUCCESSFULLY.
001210*-----------------------------------------------------------*
001220 0900-CLOSE-FILES-RTN.
001230     IF CONTROL-FILE-OPENED
001286     END-IF
001287     IF VAL-CAL-AVAILABLE
001288         CLOSE CALENDAR-FILE
001289     END-IF
001290     IF VAL-EVENT-FILE-OPEN
001291         CLOSE QUALITY-EVENT-FILE
001292     END-IF.
001293 0900-EXIT.
001300     EXIT.
001310*
001320*-----------------------------------------------------------*
001550                 ADD 1 TO VAL-MISSING-COUNT
001560                 DISPLAY "NO ROUTE ON FILE FOR BUILDING "
001570                     CTL-BUILDING-ID " DATE " CTL-ROUTE-DATE
001571                 MOVE 4 TO ALERT-SEVERITY
001572                 MOVE "MISSROUT" TO ALERT-CODE
001573                 MOVE CTL-BUILDING-ID TO ALERT-BUILDING-ID
001574                 MOVE CTL-ROUTE-DATE TO ALERT-ROUTE-DATE
001575                 MOVE "NO ROUTE ON FILE FOR A DATE OWED"
001576                     TO ALERT-TEXT
001577                 PERFORM 9700-WRITE-ALERT-RTN
001578                     THRU 9700-EXIT
001579                 PERFORM 2300-RECORD-MISSING-RTN
001580                     THRU 2300-EXIT
001581         END-READ
001582     ELSE
001584         PERFORM 2200-CHECK-RANGE-RTN
001586             THRU 2200-EXIT
001642         INVALID KEY
001644             ADD 1 TO VAL-NOT-ON-MASTER-COUNT
001646             DISPLAY "BUILDING " CTL-BUILDING-ID
001647                 " NOT ON BUILDING MASTER"
001648             MOVE 4 TO ALERT-SEVERITY
001649             MOVE "NOMASTER" TO ALERT-CODE
001650             MOVE CTL-BUILDING-ID TO ALERT-BUILDING-ID
001651             MOVE "CONTROL DECK BUILDING NOT ON MASTER"
001652                 TO ALERT-TEXT
001653             PERFORM 9700-WRITE-ALERT-RTN
001654                 THRU 9700-EXIT
001655         NOT INVALID KEY
001656             IF BLD-INACTIVE
001657                 ADD 1 TO VAL-INACTIVE-COUNT
001658                 DISPLAY "BUILDING " CTL-BUILDING-ID
001659                     " IS FLAGGED INACTIVE ON THE MASTER"
001660                 MOVE 4 TO ALERT-SEVERITY
001661                 MOVE "INACTIVE" TO ALERT-CODE
001662                 MOVE CTL-BUILDING-ID TO ALERT-BUILDING-ID
001663                 MOVE "CONTROL DECK BUILDING FLAGGED INACTIVE"
001664                     TO ALERT-TEXT
001665                 PERFORM 9700-WRITE-ALERT-RTN
001666                     THRU 9700-EXIT
001667             END-IF
001668     END-READ.
001669 2100-EXIT.
001670     EXIT.
001671*
001672*-----------------------------------------------------------*
001673* 2200-CHECK-RANGE-RTN - PROVES A RANGE CONTROL RECORD HAS AT
001674* LEAST ONE ROUTE ON FILE: POSITIONS AT THE START OF THE
001675* BUILDING'S KEY RANGE AND READS THE FIRST RECORD AT OR AFTER
001676* IT. A RECORD FOR ANOTHER BUILDING, A DATE PAST THE TO-DATE,
001677* OR NOTHING AT ALL SCORES EXACTLY LIKE A MISSING SINGLE
001678* DATE. THE COMPUTE STEP WALKS THE FULL RANGE ITSELF, SO ONE
001679* RECORD IS PROOF ENOUGH HERE.
001680*-----------------------------------------------------------*
001681 2200-CHECK-RANGE-RTN.
001682     MOVE CTL-BUILDING-ID TO RTE-BUILDING-ID
001683     MOVE CTL-ROUTE-DATE TO RTE-ROUTE-DATE
001684     MOVE 1 TO RTE-SEGMENT-NUMBER
001685     START ROUTE-FILE KEY NOT LESS THAN RTE-KEY
001686         INVALID KEY
001687             GO TO 2200-MISSING
001688     END-START
001689     READ ROUTE-FILE NEXT
001690         AT END
001691             GO TO 2200-MISSING
001692     END-READ
001693     IF FILE-OK
001694         AND RTE-BUILDING-ID = CTL-BUILDING-ID
001695         AND RTE-ROUTE-DATE NOT > CTL-ROUTE-DATE-TO
001696         GO TO 2200-EXIT
001697     END-IF.
001698 2200-MISSING.
001699     PERFORM 2250-CHECK-RANGE-BUSINESS-RTN
001700         THRU 2250-EXIT
001701     IF VAL-RANGE-HAS-BUSINESS
001702         ADD 1 TO VAL-MISSING-COUNT
001703         DISPLAY "NO ROUTES ON FILE FOR BUILDING "
001704             CTL-BUILDING-ID " RANGE " CTL-ROUTE-DATE
001705             " THRU " CTL-ROUTE-DATE-TO
001706         MOVE 4 TO ALERT-SEVERITY
001707         MOVE "MISSROUT" TO ALERT-CODE
001708         MOVE CTL-BUILDING-ID TO ALERT-BUILDING-ID
001709         MOVE CTL-ROUTE-DATE TO ALERT-ROUTE-DATE
001710         MOVE "NO ROUTE ON FILE FOR A DATE RANGE OWED"
001711             TO ALERT-TEXT
001712         PERFORM 9700-WRITE-ALERT-RTN
001713             THRU 9700-EXIT
001714         PERFORM 2300-RECORD-MISSING-RTN
001715             THRU 2300-EXIT
001716     ELSE
001717         DISPLAY "RANGE FOR BUILDING " CTL-BUILDING-ID
001718             " HOLDS NO BUSINESS DAYS - NO ROUTE OWED"
001719     END-IF.
001720 2200-EXIT.
001721     EXIT.
001722*
001723*-----------------------------------------------------------*
001724* 2250-CHECK-RANGE-BUSINESS-RTN - WALKS THE RANGE'S CALENDAR
001725* DATES LOOKING FOR A BUSINESS DAY, STOPPING AT THE FIRST ONE
001726* FOUND - ONE IS ENOUGH TO SAY THE RANGE WAS OWED A ROUTE. A
001727* WALK PAST A THOUSAND DATES (A MANGLED TO-DATE) GIVES UP AND
001728* SCORES THE RANGE AS OWED; WITH NO CALENDAR ON HAND THE
001729* RANGE IS OWED, THE PRE-CALENDAR BEHAVIOR. THE SAME CHECK
001730* THE COMPUTE STEP MAKES ON ITS OWN EMPTY RANGES.
001731*-----------------------------------------------------------*
001732 2250-CHECK-RANGE-BUSINESS-RTN.
001733     MOVE "Y" TO VAL-RANGE-BUSINESS-SW
001734     IF NOT VAL-CAL-AVAILABLE
001735         GO TO 2250-EXIT
001736     END-IF
001737     MOVE "N" TO VAL-RANGE-BUSINESS-SW
001738     MOVE 0 TO VAL-RANGE-SCAN-COUNT
001739     MOVE CTL-ROUTE-DATE TO VAL-CONV-DATE
001740     PERFORM 2260-CHECK-ONE-RANGE-DAY-RTN
001741         THRU 2260-EXIT
001742         UNTIL VAL-RANGE-HAS-BUSINESS
001743             OR VAL-CONV-DATE > CTL-ROUTE-DATE-TO
001744             OR VAL-RANGE-SCAN-COUNT > 1000
001745     IF VAL-RANGE-SCAN-COUNT > 1000
001746         MOVE "Y" TO VAL-RANGE-BUSINESS-SW
001747     END-IF.
001748 2250-EXIT.
001749     EXIT.
001750*
001751*-----------------------------------------------------------*
001752* 2260-CHECK-ONE-RANGE-DAY-RTN - JUDGES ONE DATE OF THE
001753* RANGE AGAINST THE CALENDAR AND STEPS FORWARD.
001754*-----------------------------------------------------------*
001755 2260-CHECK-ONE-RANGE-DAY-RTN.
001756     ADD 1 TO VAL-RANGE-SCAN-COUNT
001757     PERFORM 9300-CHECK-BUSINESS-DAY-RTN
001758         THRU 9300-EXIT
001759     IF VAL-BUSINESS-DAY
001760         MOVE "Y" TO VAL-RANGE-BUSINESS-SW
001761     END-IF
001762     PERFORM 9100-NEXT-DATE-RTN
001763         THRU 9100-EXIT.
001764 2260-EXIT.
001765     EXIT.
001766*
001767*-----------------------------------------------------------*
001768* 2300-RECORD-MISSING-RTN - RECORDS THE MISSING ROUTE JUST
001769* SCORED AS A MISS EVENT ON THE QUALITY-EVENT FILE, KEYED ON
001770* THE CONTROL RECORD'S BUILDING AND (FROM) DATE; A RANGE KEEPS
001771* ITS TO-DATE ALONGSIDE. A DATE THE DECK OWES AGAIN ALREADY
001772* HAS ITS EVENT - IT IS REWRITTEN WITH TONIGHT'S STAMP, NOT
001773* ADDED A SECOND TIME, SO ONE LATE ROUTE IS ONE EVENT.
001774*-----------------------------------------------------------*
001775 2300-RECORD-MISSING-RTN.
001776     IF NOT VAL-EVENT-FILE-OPEN
001777         GO TO 2300-EXIT
001778     END-IF
001779     MOVE SPACES TO QUALITY-EVENT-RECORD
001780     MOVE CTL-BUILDING-ID TO QEV-BUILDING-ID
001781     MOVE CTL-ROUTE-DATE TO QEV-ROUTE-DATE
001782     SET QEV-MISSING-ROUTE TO TRUE
001783     MOVE "DAY01VAL" TO QEV-SOURCE-PROGRAM
001784     ACCEPT QEV-RECORDED-DATE FROM DATE YYYYMMDD
001785     ACCEPT QEV-RECORDED-TIME FROM TIME
001786     MOVE 1 TO QEV-EVENT-COUNT
001787     MOVE 0 TO QEV-FIRST-POSITION
001788     IF CTL-SINGLE-DATE
001789         MOVE CTL-ROUTE-DATE TO QEV-ROUTE-DATE-TO
001790     ELSE
001791         MOVE CTL-ROUTE-DATE-TO TO QEV-ROUTE-DATE-TO
001792     END-IF
001793     MOVE 0 TO QEV-MAX-FLOOR
001794     MOVE 0 TO QEV-MIN-FLOOR
001795     MOVE 0 TO QEV-BLDG-LOWEST-FLOOR
001796     MOVE 0 TO QEV-BLDG-HIGHEST-FLOOR
001797     WRITE QUALITY-EVENT-RECORD
001798         INVALID KEY
001799             IF QUALITY-EVENT-DUPLICATE
001800                 REWRITE QUALITY-EVENT-RECORD
001801             END-IF
001802     END-WRITE
001803     IF QUALITY-EVENT-OK
001804         ADD 1 TO VAL-EVENT-COUNT
001805         GO TO 2300-EXIT
001806     END-IF
001807     DISPLAY "ERROR WRITING QUALITY EVENT FOR BUILDING "
001808         CTL-BUILDING-ID " STATUS " QUALITY-EVENT-FILE-STATUS
001809         " - NO FURTHER EVENTS RECORDED"
001810     CLOSE QUALITY-EVENT-FILE
001811     SET VAL-EVENT-FILE-FAILED TO TRUE
001812     MOVE 4 TO ALERT-SEVERITY
001813     MOVE "IOERROR" TO ALERT-CODE
001814     MOVE CTL-BUILDING-ID TO ALERT-BUILDING-ID
001815     MOVE CTL-ROUTE-DATE TO ALERT-ROUTE-DATE
001816     MOVE "QUALITY-EVENT FILE WRITE FAILED"
001817         TO ALERT-TEXT
001818     PERFORM 9700-WRITE-ALERT-RTN
001819         THRU 9700-EXIT.
001820 2300-EXIT.
001821     EXIT.
001822*
001823*-----------------------------------------------------------*
001824* 8000-DISPLAY-RESULTS-RTN - SUMMARIZES THE VALIDATION PASS
001825* FOR THE OPERATOR.
001826*-----------------------------------------------------------*
001827 8000-DISPLAY-RESULTS-RTN.
001828     DISPLAY "BUILDINGS CHECKED: " VAL-BUILDING-COUNT
001829     DISPLAY "BUILDINGS MISSING A ROUTE: " VAL-MISSING-COUNT
001830     DISPLAY "BUILDINGS NOT ON MASTER: "
001831         VAL-NOT-ON-MASTER-COUNT
001832     DISPLAY "BUILDINGS FLAGGED INACTIVE: "
001833         VAL-INACTIVE-COUNT
001834     DISPLAY "QUALITY EVENTS RECORDED: " VAL-EVENT-COUNT.
001835 8000-EXIT.
001836     EXIT.
001837*
001838*-----------------------------------------------------------*
001839* 8100-SET-RETURN-CODE-RTN - SETS THE CONDITION CODE THIS
001840* STEP HANDS BACK TO JCL: 0 MEANS EVERY BUILDING VALIDATED
001841* CLEAN, 4 MEANS SOME BUILDINGS ARE MISSING A ROUTE, ARE NOT
001842* ON THE BUILDING MASTER OR ARE FLAGGED INACTIVE (THE COMPUTE
001843* STEP CAN STILL RUN, IT WILL JUST SKIP OR WARN ON THOSE), AND
001844* 8 MEANS CONTROL-FILE, ROUTE-FILE OR THE BUILDING MASTER
001845* COULD NOT EVEN BE OPENED. A QUALITY-EVENT FILE THAT WOULD
001846* NOT OPEN OR WRITE IS ALSO A 4 - THE NIGHT'S FEED IS NOT
001847* HURT, BUT THE SCORECARD WILL BE SHORT OF EVIDENCE.
001848*-----------------------------------------------------------*
001849 8100-SET-RETURN-CODE-RTN.
001850     IF VAL-OPEN-FAILURE
001851         MOVE 8 TO RETURN-CODE
001852     ELSE
001853         IF VAL-MISSING-COUNT > 0
001854             OR VAL-NOT-ON-MASTER-COUNT > 0
001855             OR VAL-INACTIVE-COUNT > 0
001857             OR VAL-EVENT-FILE-FAILED
001860             MOVE 4 TO RETURN-CODE
001870         ELSE
001880             MOVE 0 TO RETURN-CODE
001890         END-IF
001900     END-IF.
001910 8100-EXIT.
001911     EXIT.
001912*
001913*-----------------------------------------------------------*
001914* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
001915* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
001916* ALERT.
001917* EACH MISSING ROUTE, AND EACH BUILDING NOT ON OR INACTIVE ON
001918* THE MASTER, HAS ALREADY RAISED ITS OWN ALERT, AS HAS A
001919* QUALITY-EVENT FILE THAT WOULD NOT OPEN OR WRITE.
001920*-----------------------------------------------------------*
001921 8200-RAISE-ALERTS-RTN.
001922     IF VAL-OPEN-FAILURE
001923         MOVE 8 TO ALERT-SEVERITY
001924         MOVE "STEPSTOP" TO ALERT-CODE
001925         MOVE "A FILE WOULD NOT OPEN - NOTHING CHECKED"
001926             TO ALERT-TEXT
001927         PERFORM 9700-WRITE-ALERT-RTN
001928             THRU 9700-EXIT
001929     END-IF
001930     PERFORM 9720-ALERT-STEP-END-RTN
001931         THRU 9720-EXIT.
001932 8200-EXIT.
001933     EXIT.
001934*
001940*-----------------------------------------------------------*
001950* 9000-DATE-TO-SERIAL-RTN - TURNS THE YYYYMMDD DATE IN
001960* VAL-CONV-DATE INTO A DAY SERIAL IN VAL-CONV-SERIAL: WHOLE
003150     END-READ.
003160 9300-EXIT.
003170     EXIT.
003180*
003190*-----------------------------------------------------------*
003200* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
003210* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
003220* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
003230* NEXT CALLER STARTS CLEAN.
003240*-----------------------------------------------------------*
003250 9700-WRITE-ALERT-RTN.
003260     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
003270         PERFORM 9710-OPEN-ALERT-RTN
003280             THRU 9710-EXIT
003290     END-IF
003300     IF NOT ALERT-FILE-OPEN
003310         GO TO 9700-CLEAR
003320     END-IF
003330     MOVE SPACES TO ALERT-RECORD
003340     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
003350     ACCEPT ALR-RAISED-TIME FROM TIME
003360     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
003370     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
003380     MOVE "DAY01VAL" TO ALR-PROGRAM-ID
003390     MOVE ALERT-SEVERITY TO ALR-SEVERITY
003400     MOVE ALERT-CODE TO ALR-CODE
003410     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
003420     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
003430     MOVE ALERT-COUNT TO ALR-COUNT
003440     MOVE ALERT-TEXT TO ALR-TEXT
003450     WRITE ALERT-RECORD
003460     IF ALERT-FILE-OK
003470         ADD 1 TO ALERT-RAISED-COUNT
003480     ELSE
003490         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
003500             " STATUS " ALERT-FILE-STATUS
003510         CLOSE ALERT-FILE
003520         SET ALERT-FILE-FAILED TO TRUE
003530     END-IF.
003540 9700-CLEAR.
003550     MOVE SPACES TO ALERT-BUILDING-ID
003560     MOVE 0 TO ALERT-ROUTE-DATE
003570     MOVE 0 TO ALERT-COUNT.
003580 9700-EXIT.
003590     EXIT.
003600*
003610*-----------------------------------------------------------*
003620* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
003630* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
003640* JOB AND STEP NAME OFF THE EXEC PARM.
003650*-----------------------------------------------------------*
003660 9710-OPEN-ALERT-RTN.
003670     OPEN EXTEND ALERT-FILE
003680     IF NOT ALERT-FILE-OK
003690         OPEN OUTPUT ALERT-FILE
003700     END-IF
003710     IF NOT ALERT-FILE-OK
003720         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
003730             ALERT-FILE-STATUS
003740         SET ALERT-FILE-FAILED TO TRUE
003750         GO TO 9710-EXIT
003760     END-IF
003770     SET ALERT-FILE-OPEN TO TRUE
003780     IF JOB-STEP-PARM-LENGTH > 0
003790         AND JOB-STEP-PARM-LENGTH NOT > 100
003800         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
003810             DELIMITED BY ","
003820             INTO ALERT-JOB-NAME ALERT-STEP-NAME
003830         END-UNSTRING
003840     END-IF
003850     IF ALERT-STEP-NAME = SPACES
003860         MOVE "DAY01VAL" TO ALERT-STEP-NAME
003870     END-IF.
003880 9710-EXIT.
003890     EXIT.
003900*
003910*-----------------------------------------------------------*
003920* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
003930* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
003940* DATASET IF THIS STEP OPENED IT.
003950*-----------------------------------------------------------*
003960 9720-ALERT-STEP-END-RTN.
003970     IF RETURN-CODE > 0
003980         IF RETURN-CODE > 9
003990             MOVE 9 TO ALERT-SEVERITY
004000         ELSE
004010             MOVE RETURN-CODE TO ALERT-SEVERITY
004020         END-IF
004030         MOVE "STEPEND" TO ALERT-CODE
004040         MOVE RETURN-CODE TO ALERT-COUNT
004050         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
004060             TO ALERT-TEXT
004070         PERFORM 9700-WRITE-ALERT-RTN
004080             THRU 9700-EXIT
004090     END-IF
004100     IF ALERT-FILE-OPEN
004110         CLOSE ALERT-FILE
004120         MOVE "N" TO ALERT-OPEN-SW
004130     END-IF.
004140 9720-EXIT.
004150     EXIT.
004160*
004170*-----------------------------------------------------------*
004180* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
004190* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
004200* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
004210*-----------------------------------------------------------*
004220 9750-ALERT-STEP-STOPPED-RTN.
004230     MOVE 8 TO ALERT-SEVERITY
004240     MOVE "STEPSTOP" TO ALERT-CODE
004250     MOVE 8 TO ALERT-COUNT
004260     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
004270         TO ALERT-TEXT
004280     PERFORM 9700-WRITE-ALERT-RTN
004290         THRU 9700-EXIT
004300     IF ALERT-FILE-OPEN
004310         CLOSE ALERT-FILE
004320         MOVE "N" TO ALERT-OPEN-SW
004330     END-IF.
004340 9750-EXIT.
004350     EXIT.
