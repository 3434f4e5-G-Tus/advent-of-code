000010*-----------------------------------------------------------*
000020* PROGRAM-ID: DAY01DCK
000030*-----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     DAY01DCK.
000060 AUTHOR.         R WHITMORE.
000070 INSTALLATION.   CANDY CANE LANE DATA CENTER.
000080 DATE-WRITTEN.   2026-10-06.
000090 DATE-COMPILED.
000100*-----------------------------------------------------------*
000110* MODIFICATION HISTORY.
000120*-----------------------------------------------------------*
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-06 RW    ORIGINAL PROGRAM - CONTROL-DECK BUILD STEP.
000150*                  THE NIGHTLY CONTROL DECK (COPYBOOK
000160*                  CONTROLREC) WAS STILL KEYED BY HAND, AND AN
000170*                  ACTIVE BUILDING LEFT OFF IT WAS ONLY FOUND
000180*                  DAYS LATER BY DAY01REC, IF AT ALL. THIS
000190*                  PROGRAM WALKS EVERY ACTIVE BUILDING ON THE
000200*                  BUILDING MASTER, FINDS ITS LATEST ROUTE
000210*                  DATE ON THE STATS HISTORY, AND USES THE
000220*                  BUSINESS-DAY CALENDAR TO WORK OUT WHICH
000230*                  ROUTE DATES ARE OWED SINCE THEN, THROUGH
000240*                  TONIGHT'S DATE. ONE DATE OWED WRITES A
000250*                  SINGLE-DATE RECORD; MORE THAN ONE WRITES A
000260*                  FROM/TO RANGE RECORD. OPERATOR OVERRIDES ON
000270*                  THE DCKPARM DATASET CAN EXCLUDE A BUILDING
000280*                  FOR THE NIGHT, ADD A BUILDING AND DATE (OR
000290*                  RANGE) BY HAND, OR MOVE THE THROUGH DATE.
000300*                  EVERY BUILDING'S DISPOSITION IS PRINTED ON
000310*                  THE DECK-BUILD REPORT.
000311* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000312*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000313*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000314*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000315*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000316*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000317*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000318*                  ('JOB,STEP').
000319*                  AN UNUSABLE CALENDAR RAISES AN ADVISORY ALERT.
000320* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000321*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000322*                  EACH BUILDING'S LATEST ROUTE DATE NOW COMES
000323*                  FROM ONE KEYED READ OF THE LATEST-RESULTS FILE
000324*                  (COPYBOOK LATREC, DD LATFILE) INSTEAD OF A WALK
000325*                  OF ITS WHOLE KEY RANGE IN THE STATS HISTORY,
000326*                  WHICH GREW WITH EVERY NIGHT ON FILE. THE STEP
000327*                  NO LONGER READS HISTFILE.
000328*-----------------------------------------------------------*
000330*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.    IBM-370.
000370 OBJECT-COMPUTER.    IBM-370.
000380 SPECIAL-NAMES.
000390     CONSOLE IS CONSOLE-DEVICE.
000400*
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT BUILDING-FILE
000440         ASSIGN TO BLDGFILE
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS BLD-BUILDING-ID
000480         FILE STATUS IS BUILDING-FILE-STATUS.
000490     SELECT LATEST-FILE
000500         ASSIGN TO LATFILE
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS LAT-BUILDING-ID
000540         FILE STATUS IS LATEST-FILE-STATUS.
000550     SELECT CALENDAR-FILE
000560         ASSIGN TO CALFILE
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS CAL-DATE
000600         FILE STATUS IS CALENDAR-FILE-STATUS.
000610     SELECT OVERRIDE-FILE
000620         ASSIGN TO DCKPARM
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS OVERRIDE-FILE-STATUS.
000650     SELECT CONTROL-FILE
000660         ASSIGN TO CTLFILE
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS CONTROL-FILE-STATUS.
000690     SELECT DECK-REPORT-FILE
000700         ASSIGN TO DCKRPT
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS DECK-REPORT-STATUS.
000722     SELECT ALERT-FILE
000724         ASSIGN TO ALERTS
000726         ORGANIZATION IS SEQUENTIAL
000728         FILE STATUS IS ALERT-FILE-STATUS.
000730*
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  BUILDING-FILE.
000770     COPY "BLDGREC.cpy".
000780*
000790 FD  LATEST-FILE.
000800     COPY "LATREC.cpy".
000810*
000820 FD  CALENDAR-FILE.
000830     COPY "CALREC.cpy".
000840*
000850*-----------------------------------------------------------*
000860* OVERRIDE CARD - ONE OPERATOR OVERRIDE PER LINE. T MOVES THE
000870* THROUGH DATE (DATE IN DPR-DATE-FROM, BUILDING BLANK); X
000880* LEAVES THE BUILDING OFF TONIGHT'S DECK; A PUTS THE BUILDING
000890* ON THE DECK FOR THE DATE, OR FROM/TO RANGE, KEYED - IN PLACE
000900* OF WHATEVER THE BUILD WOULD HAVE WORKED OUT FOR IT, AND
000910* WHETHER OR NOT THE MASTER HAS IT ACTIVE. THE COMMENT IS
000920* PRINTED ON THE REPORT NEXT TO THE BUILDING IT AFFECTED.
000930*-----------------------------------------------------------*
000940 FD  OVERRIDE-FILE.
000950 01  OVERRIDE-RECORD.
000960     05  DPR-ACTION-CODE         PIC X(01).
000970         88  DPR-THROUGH-DATE               VALUE "T".
000980         88  DPR-EXCLUDE                    VALUE "X".
000990         88  DPR-ADD                        VALUE "A".
001000     05  DPR-BUILDING-ID         PIC X(10).
001010     05  DPR-DATE-FROM           PIC 9(08).
001020     05  DPR-DATE-TO             PIC 9(08).
001030     05  DPR-DATE-TO-X REDEFINES DPR-DATE-TO
001040                                 PIC X(08).
001050         88  DPR-SINGLE-DATE     VALUE SPACES, ZEROES.
001060     05  DPR-COMMENT             PIC X(30).
001070     05  FILLER                  PIC X(23).
001080*
001090 FD  CONTROL-FILE.
001100     COPY "CONTROLREC.cpy".
001110*
001120 FD  DECK-REPORT-FILE.
001130 01  DECK-REPORT-RECORD              PIC X(132).
001131*
001132 FD  ALERT-FILE
001133     RECORD CONTAINS 120 CHARACTERS
001134     RECORDING MODE IS F.
001135     COPY "ALERTREC.cpy".
001140*
001141 WORKING-STORAGE SECTION.
001142*-----------------------------------------------------------*
001143* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
001144* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
001145* COUNT WHERE THERE ARE ANY - AND PERFORMS
001146* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
001147* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
001148* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
001149* CODE - THE STEP'S OWN WORK STANDS.
001150*-----------------------------------------------------------*
001151 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
001152     88  ALERT-FILE-OK                     VALUE "00".
001153 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
001154     88  ALERT-FILE-OPEN                   VALUE "Y".
001155     88  ALERT-FILE-FAILED                 VALUE "F".
001156 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
001157 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
001158 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
001159 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
001160 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
001161 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
001162 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
001163 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
001164 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
001165*-----------------------------------------------------------*
001170* FILE STATUS AND SWITCHES.
001180*-----------------------------------------------------------*
001190 77  BUILDING-FILE-STATUS        PIC X(02) VALUE SPACES.
001200     88  BUILDING-FILE-OK                  VALUE "00".
001210 77  BUILDING-EOF-SW             PIC X(01) VALUE "N".
001220     88  BUILDING-EOF                      VALUE "Y".
001230 77  LATEST-FILE-STATUS          PIC X(02) VALUE SPACES.
001240     88  LATEST-FILE-OK                    VALUE "00".
001250 77  CALENDAR-FILE-STATUS        PIC X(02) VALUE SPACES.
001260     88  CALENDAR-FILE-OK                  VALUE "00".
001270 77  OVERRIDE-FILE-STATUS        PIC X(02) VALUE SPACES.
001280     88  OVERRIDE-FILE-OK                  VALUE "00".
001290 77  OVERRIDE-EOF-SW             PIC X(01) VALUE "N".
001300     88  OVERRIDE-EOF                      VALUE "Y".
001310 77  CONTROL-FILE-STATUS         PIC X(02) VALUE SPACES.
001320     88  CONTROL-OK                        VALUE "00".
001330 77  DECK-REPORT-STATUS          PIC X(02) VALUE SPACES.
001340     88  DECK-REPORT-OK                    VALUE "00".
001350*-----------------------------------------------------------*
001360* THE FINAL READ STATUS OF THE BUILDING MASTER, SAVED BY
001370* 0900-CLOSE-FILES-RTN BEFORE THE CLOSE RUNS - THE SAME
001380* REASON DAY01RPT SAVES ITS OWN. A MASTER THAT DID NOT READ
001390* TO A CLEAN END LEFT BUILDINGS OFF THE DECK.
001400*-----------------------------------------------------------*
001410 77  DCK-BLDG-FINAL-STATUS       PIC X(02) VALUE SPACES.
001420     88  DCK-BLDG-ENDED-CLEAN              VALUE "10".
001430*-----------------------------------------------------------*
001440* THE LATEST-RESULTS FILE AND THE CALENDAR ARE BOTH OPTIONAL.
001450* WITHOUT THE LATEST-RESULTS FILE THERE IS NO HISTORY TO GO
001455* ON - EVERY ACTIVE BUILDING IS OWED THE THROUGH DATE
001460* ALONE (THE SAME AS A BUILDING NEW TO THE MASTER), AND THE
001470* RUN ENDS RC=4 SO SOMEBODY LOOKS; WITH NO CALENDAR THE
001480* WEEKDAY RULE ALONE DECIDES A BUSINESS DAY, AS IN DAY01VAL.
001490*-----------------------------------------------------------*
001500 77  DCK-LATEST-AVAILABLE-SW     PIC X(01) VALUE "N".
001510     88  DCK-LATEST-AVAILABLE              VALUE "Y".
001520 77  DCK-CAL-AVAILABLE-SW        PIC X(01) VALUE "N".
001530     88  DCK-CAL-AVAILABLE                 VALUE "Y".
001540 77  DCK-HIST-FOUND-SW           PIC X(01) VALUE "N".
001550     88  DCK-HIST-FOUND                    VALUE "Y".
001580*-----------------------------------------------------------*
001590* SET THE ONE TIME A LATEST-RESULTS READ OR A DECK WRITE COMES
001600* BACK WITH A STATUS OTHER THAN SUCCESS - A DECK BUILT ON EITHER
001610* CANNOT BE TRUSTED TO HOLD EVERY BUILDING OWED.
001620*-----------------------------------------------------------*
001630 77  DCK-HARD-ERROR-SW           PIC X(01) VALUE "N".
001640     88  DCK-HARD-ERROR                    VALUE "Y".
001650*-----------------------------------------------------------*
001660* RUN DATE AND THE THROUGH DATE - THE LAST ROUTE DATE THE
001670* DECK CAN OWE. TONIGHT'S DATE UNLESS A T OVERRIDE CARD MOVES
001680* IT (A CATCH-UP RUN THE MORNING AFTER A MISSED NIGHT, SAY).
001690*-----------------------------------------------------------*
001700 77  DCK-RUN-DATE                PIC 9(08) VALUE 0.
001710 77  DCK-THROUGH-DATE            PIC 9(08) VALUE 0.
001720*-----------------------------------------------------------*
001730* OPERATOR OVERRIDE TABLE, LOADED FROM DCKPARM BEFORE THE
001740* MASTER IS WALKED. DCK-OVR-USED IS SET WHEN AN EXCLUDE
001750* MATCHES AN ACTIVE BUILDING, SO AN EXCLUDE KEYED AGAINST A
001760* MISTYPED BUILDING ID IS REPORTED INSTEAD OF QUIETLY DOING
001770* NOTHING.
001780*-----------------------------------------------------------*
001790 01  DCK-OVERRIDE-TABLE.
001800     05  DCK-OVR-ENTRY OCCURS 200 TIMES.
001810         10  DCK-OVR-ACTION      PIC X(01).
001820             88  DCK-OVR-EXCLUDE            VALUE "X".
001830             88  DCK-OVR-ADD                VALUE "A".
001840         10  DCK-OVR-BUILDING-ID PIC X(10).
001850         10  DCK-OVR-DATE-FROM   PIC 9(08).
001860         10  DCK-OVR-DATE-TO     PIC 9(08).
001870         10  DCK-OVR-COMMENT     PIC X(30).
001880         10  DCK-OVR-USED-SW     PIC X(01).
001890             88  DCK-OVR-USED               VALUE "Y".
001900 77  DCK-OVR-COUNT               PIC 9(03) COMP VALUE 0.
001910 77  DCK-OVR-SUB                 PIC 9(03) COMP VALUE 0.
001920 77  DCK-OVR-HIT                 PIC 9(03) COMP VALUE 0.
001930 77  DCK-OVR-FOUND-SW            PIC X(01) VALUE "N".
001940     88  DCK-OVR-FOUND                     VALUE "Y".
001950*-----------------------------------------------------------*
001960* PER-BUILDING WORK FIELDS - THE LATEST HISTORY DATE, AND THE
001970* FIRST AND LAST BUSINESS DAYS OWED SINCE IT. THE OWED WALK
001980* GIVES UP PAST A THOUSAND DATES, THE SAME GUARD DAY01VAL
001990* PUTS ON ITS RANGE WALK.
002000*-----------------------------------------------------------*
002010 77  DCK-LATEST-DATE             PIC 9(08) VALUE 0.
002020 77  DCK-FIRST-OWED              PIC 9(08) VALUE 0.
002030 77  DCK-LAST-OWED               PIC 9(08) VALUE 0.
002040 77  DCK-OWED-COUNT              PIC 9(05) COMP VALUE 0.
002050 77  DCK-SCAN-COUNT              PIC 9(05) COMP VALUE 0.
002060*-----------------------------------------------------------*
002070* RUN COUNTERS.
002080*-----------------------------------------------------------*
002090 77  DCK-BLDG-READ-COUNT         PIC 9(09) COMP VALUE 0.
002100 77  DCK-INACTIVE-COUNT          PIC 9(09) COMP VALUE 0.
002110 77  DCK-EXCLUDED-COUNT          PIC 9(09) COMP VALUE 0.
002120 77  DCK-UP-TO-DATE-COUNT        PIC 9(09) COMP VALUE 0.
002130 77  DCK-NO-HISTORY-COUNT        PIC 9(09) COMP VALUE 0.
002140 77  DCK-SINGLE-COUNT            PIC 9(09) COMP VALUE 0.
002150 77  DCK-RANGE-COUNT             PIC 9(09) COMP VALUE 0.
002160 77  DCK-ADDED-COUNT             PIC 9(09) COMP VALUE 0.
002170 77  DCK-OVR-REJECTED-COUNT      PIC 9(09) COMP VALUE 0.
002180 77  DCK-OVR-UNMATCHED-COUNT     PIC 9(09) COMP VALUE 0.
002190 77  DCK-LONG-GAP-COUNT          PIC 9(09) COMP VALUE 0.
002200 77  DCK-DECK-WRITTEN-COUNT      PIC 9(09) COMP VALUE 0.
002210*-----------------------------------------------------------*
002220* DATE CONVERSION WORK FIELDS - THE SAME DAY-SERIAL AND
002230* NEXT-DATE ARITHMETIC DAY01VAL USES, ON DCK-CONV-DATE.
002240*-----------------------------------------------------------*
002250 77  DCK-BUSINESS-DAY-SW         PIC X(01) VALUE "Y".
002260     88  DCK-BUSINESS-DAY                  VALUE "Y".
002270 77  DCK-CONV-DATE               PIC 9(08) VALUE 0.
002280 77  DCK-CONV-SERIAL             PIC S9(09) COMP VALUE 0.
002290 77  DCK-CONV-YEAR               PIC 9(04) COMP VALUE 0.
002300 77  DCK-CONV-MONTH              PIC 9(02) COMP VALUE 0.
002310 77  DCK-CONV-DAY                PIC 9(02) COMP VALUE 0.
002320 77  DCK-CONV-MMDD               PIC 9(04) COMP VALUE 0.
002330 77  DCK-PRIOR-YEAR              PIC 9(04) COMP VALUE 0.
002340 77  DCK-QUARTER-DAYS            PIC 9(04) COMP VALUE 0.
002350 77  DCK-CENTURY-DAYS            PIC 9(04) COMP VALUE 0.
002360 77  DCK-GREGORIAN-DAYS          PIC 9(04) COMP VALUE 0.
002370 77  DCK-LEAP-REM                PIC 9(04) COMP VALUE 0.
002380 77  DCK-LEAP-SW                 PIC X(01) VALUE "N".
002390     88  DCK-LEAP-YEAR                     VALUE "Y".
002400 77  DCK-MONTH-LENGTH            PIC 9(02) COMP VALUE 0.
002410 77  DCK-DOW-QUOTIENT            PIC 9(08) COMP VALUE 0.
002420 77  DCK-DAY-OF-WEEK             PIC 9(01) COMP VALUE 0.
002430 01  DCK-CUM-DAYS-TABLE.
002440     05  FILLER                  PIC X(36) VALUE
002450         "000031059090120151181212243273304334".
002460 01  DCK-CUM-DAYS REDEFINES DCK-CUM-DAYS-TABLE.
002470     05  DCK-CUM-DAYS-AHEAD      PIC 9(03) OCCURS 12 TIMES.
002480 01  DCK-MONTH-LEN-TABLE.
002490     05  FILLER                  PIC X(24) VALUE
002500         "312831303130313130313031".
002510 01  DCK-MONTH-LEN REDEFINES DCK-MONTH-LEN-TABLE.
002520     05  DCK-MONTH-LEN-DAYS      PIC 9(02) OCCURS 12 TIMES.
002530*-----------------------------------------------------------*
002540* DECK-BUILD REPORT LINE LAYOUTS - EACH PADDED TO THE FULL
002550* 132-BYTE DECK-REPORT-FILE RECORD LENGTH.
002560*-----------------------------------------------------------*
002570 01  DCK-BANNER-LINE.
002580     05  FILLER                  PIC X(60)
002590         VALUE "CANDY CANE LANE DATA CENTER - AOC 2015 DAY 1".
002600     05  FILLER                  PIC X(72) VALUE SPACES.
002610*
002620 01  DCK-TITLE-LINE.
002630     05  FILLER                  PIC X(60)
002640         VALUE "NIGHTLY CONTROL DECK BUILD REPORT".
002650     05  FILLER                  PIC X(72) VALUE SPACES.
002660*
002670 01  DCK-RUNDATE-LINE.
002680     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002690     05  DCK-RUNDATE-VALUE       PIC 9(08).
002700     05  FILLER                  PIC X(16)
002710         VALUE "  THROUGH DATE: ".
002720     05  DCK-RUNDATE-THROUGH     PIC 9(08).
002730     05  FILLER                  PIC X(90) VALUE SPACES.
002740*
002750 01  DCK-DETAIL-LINE.
002760     05  FILLER                  PIC X(10) VALUE "BUILDING: ".
002770     05  DCK-DETAIL-BUILDING-ID  PIC X(10).
002780     05  FILLER                  PIC X(10) VALUE "  LATEST: ".
002790     05  DCK-DETAIL-LATEST       PIC X(08).
002800     05  FILLER                  PIC X(08) VALUE "  FROM: ".
002810     05  DCK-DETAIL-FROM         PIC X(08).
002820     05  FILLER                  PIC X(06) VALUE "  TO: ".
002830     05  DCK-DETAIL-TO           PIC X(08).
002840     05  FILLER                  PIC X(08) VALUE "  OWED: ".
002850     05  DCK-DETAIL-OWED         PIC ZZZZ9.
002860     05  FILLER                  PIC X(02) VALUE SPACES.
002870     05  DCK-DETAIL-DISPOSITION  PIC X(30).
002880     05  FILLER                  PIC X(01) VALUE SPACE.
002890     05  DCK-DETAIL-COMMENT      PIC X(18).
002900*
002910 01  DCK-TOTAL-LINE.
002920     05  DCK-TOTAL-LABEL         PIC X(30).
002930     05  DCK-TOTAL-VALUE         PIC 9(09).
002940     05  FILLER                  PIC X(93) VALUE SPACES.
002941*
002942 LINKAGE SECTION.
002943*-----------------------------------------------------------*
002944* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
002945* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
002946* PROGRAM NAME.
002947*-----------------------------------------------------------*
002948 01  JOB-STEP-PARM.
002949     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
002950     05  JOB-STEP-PARM-TEXT      PIC X(100).
002951*
002960 PROCEDURE DIVISION USING JOB-STEP-PARM.
002970*-----------------------------------------------------------*
002980* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE DECK
002990* BUILD STEP.
003000*-----------------------------------------------------------*
003010 0000-MAIN-PARA.
003020     PERFORM 0100-OPEN-FILES-RTN
003030         THRU 0100-EXIT
003040     PERFORM 0300-LOAD-OVERRIDES-RTN
003050         THRU 0300-EXIT
003060     PERFORM 0200-WRITE-HEADING-RTN
003070         THRU 0200-EXIT
003080     PERFORM 0400-REPORT-OVERRIDES-RTN
003090         THRU 0400-EXIT
003100     PERFORM 1100-READ-BUILDING-RTN
003110         THRU 1100-EXIT
003120     PERFORM 2000-BUILD-ONE-BLDG-RTN
003130         THRU 2000-EXIT
003140         UNTIL BUILDING-EOF
003150     PERFORM 3000-WRITE-ADDS-RTN
003160         THRU 3000-EXIT
003170     PERFORM 7000-WRITE-TOTALS-RTN
003180         THRU 7000-EXIT
003190     PERFORM 0900-CLOSE-FILES-RTN
003200         THRU 0900-EXIT
003210     PERFORM 8100-SET-RETURN-CODE-RTN
003220         THRU 8100-EXIT
003223     PERFORM 8200-RAISE-ALERTS-RTN
003226         THRU 8200-EXIT
003230     STOP RUN.
003240*
003250*-----------------------------------------------------------*
003260* 0100-OPEN-FILES-RTN - OPENS THE BUILDING MASTER FOR INPUT,
003270* THE NEW DECK AND THE REPORT FOR OUTPUT - ANY OF THOSE
003280* FAILING STOPS THE STEP, SINCE THERE IS NO DECK WITHOUT
003290* THEM - AND THE LATEST-RESULTS FILE AND CALENDAR FOR INPUT IF
003300* THEY WILL OPEN (SEE THE NOTE ON DCK-LATEST-AVAILABLE-SW).
003310*-----------------------------------------------------------*
003320 0100-OPEN-FILES-RTN.
003330     ACCEPT DCK-RUN-DATE FROM DATE YYYYMMDD
003340     MOVE DCK-RUN-DATE TO DCK-THROUGH-DATE
003350     OPEN INPUT BUILDING-FILE
003360     IF NOT BUILDING-FILE-OK
003370         DISPLAY "ERROR OPENING BUILDING MASTER. STATUS: "
003380             BUILDING-FILE-STATUS
003383         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003386             THRU 9750-EXIT
003390         MOVE 8 TO RETURN-CODE
003400         STOP RUN
003410     END-IF
003420     OPEN OUTPUT CONTROL-FILE
003430     IF NOT CONTROL-OK
003440         DISPLAY "ERROR OPENING CONTROL FILE. STATUS: "
003450             CONTROL-FILE-STATUS
003453         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003456             THRU 9750-EXIT
003460         MOVE 8 TO RETURN-CODE
003470         STOP RUN
003480     END-IF
003490     OPEN OUTPUT DECK-REPORT-FILE
003500     IF NOT DECK-REPORT-OK
003510         DISPLAY "ERROR OPENING DECK-BUILD REPORT. STATUS: "
003520             DECK-REPORT-STATUS
003523         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003526             THRU 9750-EXIT
003530         MOVE 8 TO RETURN-CODE
003540         STOP RUN
003550     END-IF
003560     OPEN INPUT LATEST-FILE
003570     IF LATEST-FILE-OK
003580         SET DCK-LATEST-AVAILABLE TO TRUE
003590     ELSE
003600         DISPLAY "WARNING - LATEST RESULTS NOT USABLE, STATUS "
003610             LATEST-FILE-STATUS
003620             " - EVERY BUILDING OWED THE THROUGH DATE ONLY"
003630     END-IF
003640     OPEN INPUT CALENDAR-FILE
003650     IF CALENDAR-FILE-OK
003660         SET DCK-CAL-AVAILABLE TO TRUE
003670     ELSE
003680         DISPLAY "WARNING - CALENDAR MASTER NOT USABLE, "
003690             "STATUS " CALENDAR-FILE-STATUS
003700             " - WEEKDAYS ALONE ARE BUSINESS DAYS"
003701         MOVE 2 TO ALERT-SEVERITY
003702         MOVE "NOTUSABL" TO ALERT-CODE
003703         MOVE "CALENDAR NOT USABLE - WEEKDAYS ASSUMED"
003704             TO ALERT-TEXT
003705         PERFORM 9700-WRITE-ALERT-RTN
003706             THRU 9700-EXIT
003710     END-IF.
003720 0100-EXIT.
003730     EXIT.
003740*
003750*-----------------------------------------------------------*
003760* 0200-WRITE-HEADING-RTN - WRITES THE REPORT BANNER, TITLE,
003770* RUN DATE AND THROUGH DATE ONCE AT THE TOP OF THE REPORT.
003780* RUNS AFTER THE OVERRIDES ARE LOADED SO A T CARD'S THROUGH
003790* DATE IS THE ONE PRINTED.
003800*-----------------------------------------------------------*
003810 0200-WRITE-HEADING-RTN.
003820     MOVE DCK-BANNER-LINE TO DECK-REPORT-RECORD
003830     WRITE DECK-REPORT-RECORD
003840     MOVE DCK-TITLE-LINE TO DECK-REPORT-RECORD
003850     WRITE DECK-REPORT-RECORD
003860     MOVE DCK-RUN-DATE TO DCK-RUNDATE-VALUE
003870     MOVE DCK-THROUGH-DATE TO DCK-RUNDATE-THROUGH
003880     MOVE DCK-RUNDATE-LINE TO DECK-REPORT-RECORD
003890     WRITE DECK-REPORT-RECORD
003900     MOVE DCK-BANNER-LINE TO DECK-REPORT-RECORD
003910     WRITE DECK-REPORT-RECORD.
003920 0200-EXIT.
003930     EXIT.
003940*
003950*-----------------------------------------------------------*
003960* 0300-LOAD-OVERRIDES-RTN - LOADS THE OPERATOR OVERRIDE CARDS
003970* INTO DCK-OVERRIDE-TABLE. THE DATASET IS OPTIONAL - MOST
003980* NIGHTS IT IS EMPTY OR NOT THERE AT ALL, AND THE DECK IS
003990* BUILT FROM THE MASTER AND HISTORY ALONE.
004000*-----------------------------------------------------------*
004010 0300-LOAD-OVERRIDES-RTN.
004020     OPEN INPUT OVERRIDE-FILE
004030     IF NOT OVERRIDE-FILE-OK
004040         GO TO 0300-EXIT
004050     END-IF
004060     PERFORM 0310-LOAD-ONE-OVERRIDE-RTN
004070         THRU 0310-EXIT
004080         UNTIL OVERRIDE-EOF
004090     CLOSE OVERRIDE-FILE.
004100 0300-EXIT.
004110     EXIT.
004120*
004130*-----------------------------------------------------------*
004140* 0310-LOAD-ONE-OVERRIDE-RTN - READS ONE OVERRIDE CARD AND
004150* EITHER APPLIES IT (T), TABLES IT (X AND A), OR TURNS IT
004160* AWAY. A REJECTED CARD IS MARKED IN THE TABLE WITH ACTION
004170* "R" AND ITS REASON IN THE COMMENT SO 0400-REPORT-OVERRIDES-
004180* RTN CAN PRINT IT ONCE THE HEADING IS OUT; IT COUNTS TOWARD
004190* THE WARNING RETURN CODE - AN OVERRIDE THE OPERATOR MEANT
004200* AND DID NOT GET IS WORTH A LOOK BEFORE VALIDATE RUNS.
004210*-----------------------------------------------------------*
004220 0310-LOAD-ONE-OVERRIDE-RTN.
004230     READ OVERRIDE-FILE
004240         AT END
004250             SET OVERRIDE-EOF TO TRUE
004260             GO TO 0310-EXIT
004270     END-READ
004280     IF DPR-THROUGH-DATE
004290         IF DPR-DATE-FROM NUMERIC
004300             MOVE DPR-DATE-FROM TO DCK-THROUGH-DATE
004310             GO TO 0310-EXIT
004320         END-IF
004330     END-IF
004340     IF DCK-OVR-COUNT NOT < 200
004350         DISPLAY "OVERRIDE TABLE FULL - CARD IGNORED FOR "
004360             DPR-BUILDING-ID
004370         ADD 1 TO DCK-OVR-REJECTED-COUNT
004380         GO TO 0310-EXIT
004390     END-IF
004400     ADD 1 TO DCK-OVR-COUNT
004410     MOVE DPR-ACTION-CODE TO DCK-OVR-ACTION(DCK-OVR-COUNT)
004420     MOVE DPR-BUILDING-ID TO DCK-OVR-BUILDING-ID(DCK-OVR-COUNT)
004430     MOVE 0 TO DCK-OVR-DATE-FROM(DCK-OVR-COUNT)
004440     MOVE 0 TO DCK-OVR-DATE-TO(DCK-OVR-COUNT)
004450     MOVE DPR-COMMENT TO DCK-OVR-COMMENT(DCK-OVR-COUNT)
004460     MOVE "N" TO DCK-OVR-USED-SW(DCK-OVR-COUNT)
004470     EVALUATE TRUE
004480         WHEN DPR-THROUGH-DATE
004490             MOVE "THROUGH DATE NOT NUMERIC"
004500                 TO DCK-OVR-COMMENT(DCK-OVR-COUNT)
004510         WHEN NOT DPR-EXCLUDE AND NOT DPR-ADD
004520             MOVE "BAD OVERRIDE CODE"
004530                 TO DCK-OVR-COMMENT(DCK-OVR-COUNT)
004540         WHEN DPR-BUILDING-ID = SPACES
004550             MOVE "BUILDING ID BLANK"
004560                 TO DCK-OVR-COMMENT(DCK-OVR-COUNT)
004570         WHEN DPR-EXCLUDE
004580             GO TO 0310-EXIT
004590         WHEN DPR-DATE-FROM NOT NUMERIC
004600             MOVE "ADD FROM DATE NOT NUMERIC"
004610                 TO DCK-OVR-COMMENT(DCK-OVR-COUNT)
004620         WHEN DPR-SINGLE-DATE
004630             MOVE DPR-DATE-FROM
004640                 TO DCK-OVR-DATE-FROM(DCK-OVR-COUNT)
004650             GO TO 0310-EXIT
004660         WHEN DPR-DATE-TO NOT NUMERIC
004670             MOVE "ADD TO DATE NOT NUMERIC"
004680                 TO DCK-OVR-COMMENT(DCK-OVR-COUNT)
004690         WHEN DPR-DATE-TO < DPR-DATE-FROM
004700             MOVE "ADD RANGE INVERTED"
004710                 TO DCK-OVR-COMMENT(DCK-OVR-COUNT)
004720         WHEN OTHER
004730             MOVE DPR-DATE-FROM
004740                 TO DCK-OVR-DATE-FROM(DCK-OVR-COUNT)
004750             MOVE DPR-DATE-TO
004760                 TO DCK-OVR-DATE-TO(DCK-OVR-COUNT)
004770             GO TO 0310-EXIT
004780     END-EVALUATE
004790     MOVE "R" TO DCK-OVR-ACTION(DCK-OVR-COUNT)
004800     ADD 1 TO DCK-OVR-REJECTED-COUNT.
004810 0310-EXIT.
004820     EXIT.
004830*
004840*-----------------------------------------------------------*
004850* 0400-REPORT-OVERRIDES-RTN - PRINTS A LINE FOR EVERY
004860* OVERRIDE CARD TURNED AWAY AT LOAD TIME, AHEAD OF THE
004870* BUILDING LINES.
004880*-----------------------------------------------------------*
004890 0400-REPORT-OVERRIDES-RTN.
004900     PERFORM 0410-REPORT-ONE-OVERRIDE-RTN
004910         THRU 0410-EXIT
004920         VARYING DCK-OVR-SUB FROM 1 BY 1
004930         UNTIL DCK-OVR-SUB > DCK-OVR-COUNT.
004940 0400-EXIT.
004950     EXIT.
004960*
004970 0410-REPORT-ONE-OVERRIDE-RTN.
004980     IF DCK-OVR-ACTION(DCK-OVR-SUB) NOT = "R"
004990         GO TO 0410-EXIT
005000     END-IF
005010     MOVE DCK-OVR-BUILDING-ID(DCK-OVR-SUB)
005020         TO DCK-DETAIL-BUILDING-ID
005030     MOVE SPACES TO DCK-DETAIL-LATEST
005040     MOVE SPACES TO DCK-DETAIL-FROM
005050     MOVE SPACES TO DCK-DETAIL-TO
005060     MOVE 0 TO DCK-DETAIL-OWED
005070     MOVE "OVERRIDE REJECTED" TO DCK-DETAIL-DISPOSITION
005080     MOVE DCK-OVR-COMMENT(DCK-OVR-SUB) TO DCK-DETAIL-COMMENT
005090     PERFORM 7500-WRITE-DETAIL-RTN
005100         THRU 7500-EXIT.
005110 0410-EXIT.
005120     EXIT.
005130*
005140*-----------------------------------------------------------*
005150* 0900-CLOSE-FILES-RTN - SAVES THE MASTER'S FINAL READ STATUS
005160* FOR 8100-SET-RETURN-CODE-RTN, THEN CLOSES WHATEVER OPENED.
005170*-----------------------------------------------------------*
005180 0900-CLOSE-FILES-RTN.
005190     MOVE BUILDING-FILE-STATUS TO DCK-BLDG-FINAL-STATUS
005200     CLOSE BUILDING-FILE
005210     CLOSE CONTROL-FILE
005220     CLOSE DECK-REPORT-FILE
005230     IF DCK-LATEST-AVAILABLE
005240         CLOSE LATEST-FILE
005250     END-IF
005260     IF DCK-CAL-AVAILABLE
005270         CLOSE CALENDAR-FILE
005280     END-IF.
005290 0900-EXIT.
005300     EXIT.
005310*
005320*-----------------------------------------------------------*
005330* 1100-READ-BUILDING-RTN - READS THE NEXT BUILDING FROM THE
005340* MASTER IN BUILDING-ID ORDER. ANY STATUS OTHER THAN A GOOD
005350* READ ENDS THE WALK; 8100-SET-RETURN-CODE-RTN TELLS A CLEAN
005360* END OF FILE APART FROM A FAILURE.
005370*-----------------------------------------------------------*
005380 1100-READ-BUILDING-RTN.
005390     READ BUILDING-FILE
005400         AT END
005410             SET BUILDING-EOF TO TRUE
005420     END-READ
005430     IF NOT BUILDING-FILE-OK
005440         SET BUILDING-EOF TO TRUE
005450     END-IF.
005460 1100-EXIT.
005470     EXIT.
005480*
005490*-----------------------------------------------------------*
005500* 2000-BUILD-ONE-BLDG-RTN - DECIDES ONE BUILDING'S PLACE ON
005510* THE DECK. AN INACTIVE BUILDING IS COUNTED AND PASSED OVER
005520* (DAY01VAL WOULD ONLY REJECT IT). A BUILDING WITH AN X OR A
005530* OVERRIDE IS LEFT TO THE OVERRIDE. ANY OTHER ACTIVE BUILDING
005540* IS OWED EVERY BUSINESS DAY AFTER ITS LATEST HISTORY DATE
005550* UP TO THE THROUGH DATE, AND GETS A SINGLE-DATE OR A RANGE
005560* RECORD ACCORDINGLY - OR NONE, WHEN NOTHING IS OWED.
005570*-----------------------------------------------------------*
005580 2000-BUILD-ONE-BLDG-RTN.
005590     ADD 1 TO DCK-BLDG-READ-COUNT
005600     IF NOT BLD-ACTIVE
005610         ADD 1 TO DCK-INACTIVE-COUNT
005620         GO TO 2000-NEXT
005630     END-IF
005640     MOVE BLD-BUILDING-ID TO DCK-DETAIL-BUILDING-ID
005650     MOVE SPACES TO DCK-DETAIL-LATEST
005660     MOVE SPACES TO DCK-DETAIL-FROM
005670     MOVE SPACES TO DCK-DETAIL-TO
005680     MOVE SPACES TO DCK-DETAIL-COMMENT
005690     MOVE 0 TO DCK-DETAIL-OWED
005700     PERFORM 2200-FIND-OVERRIDE-RTN
005710         THRU 2200-EXIT
005720     IF DCK-OVR-FOUND
005730         PERFORM 2300-APPLY-OVERRIDE-RTN
005740             THRU 2300-EXIT
005750         GO TO 2000-NEXT
005760     END-IF
005770     PERFORM 2100-FIND-LATEST-HIST-RTN
005780         THRU 2100-EXIT
005790     PERFORM 2500-COUNT-OWED-DATES-RTN
005800         THRU 2500-EXIT
005810     MOVE DCK-OWED-COUNT TO DCK-DETAIL-OWED
005820     EVALUATE TRUE
005830         WHEN DCK-OWED-COUNT = 0
005840             ADD 1 TO DCK-UP-TO-DATE-COUNT
005850             MOVE "UP TO DATE - NOTHING OWED"
005860                 TO DCK-DETAIL-DISPOSITION
005870         WHEN DCK-OWED-COUNT = 1
005880             MOVE SPACES TO CONTROL-RECORD
005890             MOVE BLD-BUILDING-ID TO CTL-BUILDING-ID
005900             MOVE DCK-FIRST-OWED TO CTL-ROUTE-DATE
005910             PERFORM 6000-WRITE-DECK-RTN
005920                 THRU 6000-EXIT
005930             ADD 1 TO DCK-SINGLE-COUNT
005940             MOVE DCK-FIRST-OWED TO DCK-DETAIL-FROM
005950             MOVE "SINGLE-DATE RECORD WRITTEN"
005960                 TO DCK-DETAIL-DISPOSITION
005970         WHEN OTHER
005980             MOVE SPACES TO CONTROL-RECORD
005990             MOVE BLD-BUILDING-ID TO CTL-BUILDING-ID
006000             MOVE DCK-FIRST-OWED TO CTL-ROUTE-DATE
006010             MOVE DCK-LAST-OWED TO CTL-ROUTE-DATE-TO
006020             PERFORM 6000-WRITE-DECK-RTN
006030                 THRU 6000-EXIT
006040             ADD 1 TO DCK-RANGE-COUNT
006050             MOVE DCK-FIRST-OWED TO DCK-DETAIL-FROM
006060             MOVE DCK-LAST-OWED TO DCK-DETAIL-TO
006070             MOVE "RANGE RECORD WRITTEN"
006080                 TO DCK-DETAIL-DISPOSITION
006090     END-EVALUATE
006100     IF NOT DCK-HIST-FOUND
006110         MOVE "NO HISTORY" TO DCK-DETAIL-COMMENT
006120     END-IF
006130     IF DCK-SCAN-COUNT > 1000
006140         ADD 1 TO DCK-LONG-GAP-COUNT
006150         MOVE "GAP OVER 1000 DAYS" TO DCK-DETAIL-COMMENT
006160     END-IF
006170     PERFORM 7500-WRITE-DETAIL-RTN
006180         THRU 7500-EXIT.
006190 2000-NEXT.
006200     PERFORM 1100-READ-BUILDING-RTN
006210         THRU 1100-EXIT.
006220 2000-EXIT.
006230     EXIT.
006240*
006250*-----------------------------------------------------------*
006260* 2100-FIND-LATEST-HIST-RTN - FINDS THE BUILDING'S LATEST
006270* HISTORY DATE WITH ONE KEYED READ OF ITS LATEST-RESULTS
006280* RECORD, WHICH DAY01HST KEEPS AT THE NEWEST ROUTE DATE ON
006290* THE STATS HISTORY. NO RECORD (OR NO LATEST-RESULTS FILE)
006300* LEAVES DCK-HIST-FOUND OFF. ANY OTHER BAD STATUS IS A HARD
006303* ERROR - THE LATEST DATE, AND SO THE DATES OWED, CANNOT BE
006306* TRUSTED.
006310*-----------------------------------------------------------*
006320 2100-FIND-LATEST-HIST-RTN.
006330     MOVE "N" TO DCK-HIST-FOUND-SW
006350     MOVE 0 TO DCK-LATEST-DATE
006360     IF NOT DCK-LATEST-AVAILABLE
006370         ADD 1 TO DCK-NO-HISTORY-COUNT
006380         GO TO 2100-EXIT
006390     END-IF
006400     MOVE BLD-BUILDING-ID TO LAT-BUILDING-ID
006410     READ LATEST-FILE
006420         INVALID KEY
006430             ADD 1 TO DCK-NO-HISTORY-COUNT
006440             GO TO 2100-EXIT
006450     END-READ
006460     IF NOT LATEST-FILE-OK
006470         DISPLAY "ERROR READING LATEST RESULTS FOR BUILDING "
006480             BLD-BUILDING-ID " STATUS " LATEST-FILE-STATUS
006490         SET DCK-HARD-ERROR TO TRUE
006500         ADD 1 TO DCK-NO-HISTORY-COUNT
006510         GO TO 2100-EXIT
006520     END-IF
006530     SET DCK-HIST-FOUND TO TRUE
006540     MOVE LAT-ROUTE-DATE TO DCK-LATEST-DATE
006550     MOVE DCK-LATEST-DATE TO DCK-DETAIL-LATEST.
006560 2100-EXIT.
006570     EXIT.
006850*
006860*-----------------------------------------------------------*
006870* 2200-FIND-OVERRIDE-RTN - LOOKS THE BUILDING UP IN THE
006880* OVERRIDE TABLE; THE FIRST EXCLUDE OR ADD CARD FOR IT WINS.
006890*-----------------------------------------------------------*
006900 2200-FIND-OVERRIDE-RTN.
006910     MOVE "N" TO DCK-OVR-FOUND-SW
006920     MOVE 0 TO DCK-OVR-HIT
006930     PERFORM 2250-SCAN-ONE-OVERRIDE-RTN
006940         THRU 2250-EXIT
006950         VARYING DCK-OVR-SUB FROM 1 BY 1
006960         UNTIL DCK-OVR-SUB > DCK-OVR-COUNT
006970             OR DCK-OVR-FOUND.
006980 2200-EXIT.
006990     EXIT.
007000*
007010 2250-SCAN-ONE-OVERRIDE-RTN.
007020     IF DCK-OVR-BUILDING-ID(DCK-OVR-SUB) = BLD-BUILDING-ID
007030         AND (DCK-OVR-EXCLUDE(DCK-OVR-SUB)
007040             OR DCK-OVR-ADD(DCK-OVR-SUB))
007050         SET DCK-OVR-FOUND TO TRUE
007060         MOVE DCK-OVR-SUB TO DCK-OVR-HIT
007070     END-IF.
007080 2250-EXIT.
007090     EXIT.
007100*
007110*-----------------------------------------------------------*
007120* 2300-APPLY-OVERRIDE-RTN - REPORTS A BUILDING AN OVERRIDE
007130* TOOK OUT OF THE BUILD. AN EXCLUDE LEAVES IT OFF THE DECK
007140* FOR THE NIGHT; AN ADD'S RECORD IS WRITTEN BY
007150* 3000-WRITE-ADDS-RTN ONCE THE MASTER WALK IS DONE.
007160*-----------------------------------------------------------*
007170 2300-APPLY-OVERRIDE-RTN.
007180     SET DCK-OVR-USED(DCK-OVR-HIT) TO TRUE
007190     MOVE DCK-OVR-COMMENT(DCK-OVR-HIT) TO DCK-DETAIL-COMMENT
007200     IF DCK-OVR-EXCLUDE(DCK-OVR-HIT)
007210         ADD 1 TO DCK-EXCLUDED-COUNT
007220         MOVE "EXCLUDED BY OVERRIDE" TO DCK-DETAIL-DISPOSITION
007230     ELSE
007240         MOVE "REPLACED BY ADD OVERRIDE"
007250             TO DCK-DETAIL-DISPOSITION
007260     END-IF
007270     PERFORM 7500-WRITE-DETAIL-RTN
007280         THRU 7500-EXIT.
007290 2300-EXIT.
007300     EXIT.
007310*
007320*-----------------------------------------------------------*
007330* 2500-COUNT-OWED-DATES-RTN - WALKS FORWARD FROM THE DAY
007340* AFTER THE LATEST HISTORY DATE (OR FROM THE THROUGH DATE
007350* ITSELF FOR A BUILDING WITH NO HISTORY) TO THE THROUGH DATE,
007360* COUNTING THE BUSINESS DAYS AND KEEPING THE FIRST AND LAST.
007370* A RANGE RECORD RUNS FIRST TO LAST, SO ANY NON-BUSINESS DAYS
007380* INSIDE IT ARE THE COMPUTE STEP'S TO JUDGE, AS FOR A HAND-
007390* KEYED RANGE.
007400*-----------------------------------------------------------*
007410 2500-COUNT-OWED-DATES-RTN.
007420     MOVE 0 TO DCK-OWED-COUNT
007430     MOVE 0 TO DCK-SCAN-COUNT
007440     MOVE 0 TO DCK-FIRST-OWED
007450     MOVE 0 TO DCK-LAST-OWED
007460     IF DCK-HIST-FOUND
007470         MOVE DCK-LATEST-DATE TO DCK-CONV-DATE
007480         PERFORM 9100-NEXT-DATE-RTN
007490             THRU 9100-EXIT
007500     ELSE
007510         MOVE DCK-THROUGH-DATE TO DCK-CONV-DATE
007520     END-IF
007530     PERFORM 2550-CHECK-ONE-DATE-RTN
007540         THRU 2550-EXIT
007550         UNTIL DCK-CONV-DATE > DCK-THROUGH-DATE
007560             OR DCK-SCAN-COUNT > 1000.
007570 2500-EXIT.
007580     EXIT.
007590*
007600*-----------------------------------------------------------*
007610* 2550-CHECK-ONE-DATE-RTN - JUDGES ONE DATE AGAINST THE
007620* CALENDAR, KEEPS IT WHEN IT IS A BUSINESS DAY, AND STEPS
007630* FORWARD.
007640*-----------------------------------------------------------*
007650 2550-CHECK-ONE-DATE-RTN.
007660     ADD 1 TO DCK-SCAN-COUNT
007670     PERFORM 9300-CHECK-BUSINESS-DAY-RTN
007680         THRU 9300-EXIT
007690     IF DCK-BUSINESS-DAY
007700         IF DCK-OWED-COUNT = 0
007710             MOVE DCK-CONV-DATE TO DCK-FIRST-OWED
007720         END-IF
007730         MOVE DCK-CONV-DATE TO DCK-LAST-OWED
007740         ADD 1 TO DCK-OWED-COUNT
007750     END-IF
007760     PERFORM 9100-NEXT-DATE-RTN
007770         THRU 9100-EXIT.
007780 2550-EXIT.
007790     EXIT.
007800*
007810*-----------------------------------------------------------*
007820* 3000-WRITE-ADDS-RTN - WRITES A DECK RECORD FOR EVERY ADD
007830* OVERRIDE, ONCE THE MASTER WALK IS DONE. THE OPERATOR'S DATE
007840* OR RANGE GOES ON THE DECK AS KEYED - A BUILDING NOT ON THE
007850* MASTER OR NOT ACTIVE IS STILL WRITTEN, AND VALIDATE WILL
007860* SAY SO.
007870*-----------------------------------------------------------*
007880 3000-WRITE-ADDS-RTN.
007890     PERFORM 3100-WRITE-ONE-ADD-RTN
007900         THRU 3100-EXIT
007910         VARYING DCK-OVR-SUB FROM 1 BY 1
007920         UNTIL DCK-OVR-SUB > DCK-OVR-COUNT.
007930 3000-EXIT.
007940     EXIT.
007950*
007960 3100-WRITE-ONE-ADD-RTN.
007970     IF NOT DCK-OVR-ADD(DCK-OVR-SUB)
007980         GO TO 3100-EXIT
007990     END-IF
008000     MOVE SPACES TO CONTROL-RECORD
008010     MOVE DCK-OVR-BUILDING-ID(DCK-OVR-SUB) TO CTL-BUILDING-ID
008020     MOVE DCK-OVR-DATE-FROM(DCK-OVR-SUB) TO CTL-ROUTE-DATE
008030     MOVE DCK-OVR-BUILDING-ID(DCK-OVR-SUB)
008040         TO DCK-DETAIL-BUILDING-ID
008050     MOVE SPACES TO DCK-DETAIL-LATEST
008060     MOVE DCK-OVR-DATE-FROM(DCK-OVR-SUB) TO DCK-DETAIL-FROM
008070     MOVE SPACES TO DCK-DETAIL-TO
008080     MOVE 0 TO DCK-DETAIL-OWED
008090     IF DCK-OVR-DATE-TO(DCK-OVR-SUB) > 0
008100         MOVE DCK-OVR-DATE-TO(DCK-OVR-SUB) TO CTL-ROUTE-DATE-TO
008110         MOVE DCK-OVR-DATE-TO(DCK-OVR-SUB) TO DCK-DETAIL-TO
008120     END-IF
008130     PERFORM 6000-WRITE-DECK-RTN
008140         THRU 6000-EXIT
008150     ADD 1 TO DCK-ADDED-COUNT
008160     MOVE "ADDED BY OVERRIDE" TO DCK-DETAIL-DISPOSITION
008170     MOVE DCK-OVR-COMMENT(DCK-OVR-SUB) TO DCK-DETAIL-COMMENT
008180     PERFORM 7500-WRITE-DETAIL-RTN
008190         THRU 7500-EXIT.
008200 3100-EXIT.
008210     EXIT.
008220*
008230*-----------------------------------------------------------*
008240* 6000-WRITE-DECK-RTN - WRITES THE CONTROL RECORD IN HAND TO
008250* THE NEW DECK. A FAILED WRITE IS A HARD ERROR - THE DECK IS
008260* SHORT A BUILDING.
008270*-----------------------------------------------------------*
008280 6000-WRITE-DECK-RTN.
008290     WRITE CONTROL-RECORD
008300     IF CONTROL-OK
008310         ADD 1 TO DCK-DECK-WRITTEN-COUNT
008320     ELSE
008330         DISPLAY "ERROR WRITING CONTROL DECK FOR BUILDING "
008340             CTL-BUILDING-ID " STATUS " CONTROL-FILE-STATUS
008350         SET DCK-HARD-ERROR TO TRUE
008360     END-IF.
008370 6000-EXIT.
008380     EXIT.
008390*
008400*-----------------------------------------------------------*
008410* 7000-WRITE-TOTALS-RTN - REPORTS EVERY EXCLUDE THAT MATCHED
008420* NO ACTIVE BUILDING, THEN WRITES THE RUN TOTALS.
008430*-----------------------------------------------------------*
008440 7000-WRITE-TOTALS-RTN.
008450     PERFORM 7100-CHECK-ONE-EXCLUDE-RTN
008460         THRU 7100-EXIT
008470         VARYING DCK-OVR-SUB FROM 1 BY 1
008480         UNTIL DCK-OVR-SUB > DCK-OVR-COUNT
008490     MOVE DCK-BANNER-LINE TO DECK-REPORT-RECORD
008500     WRITE DECK-REPORT-RECORD
008510     MOVE "BUILDINGS ON MASTER:" TO DCK-TOTAL-LABEL
008520     MOVE DCK-BLDG-READ-COUNT TO DCK-TOTAL-VALUE
008530     PERFORM 7200-WRITE-TOTAL-LINE-RTN
008540         THRU 7200-EXIT
008550     MOVE "INACTIVE, PASSED OVER:" TO DCK-TOTAL-LABEL
008560     MOVE DCK-INACTIVE-COUNT TO DCK-TOTAL-VALUE
008570     PERFORM 7200-WRITE-TOTAL-LINE-RTN
008580         THRU 7200-EXIT
008590     MOVE "EXCLUDED BY OVERRIDE:" TO DCK-TOTAL-LABEL
008600     MOVE DCK-EXCLUDED-COUNT TO DCK-TOTAL-VALUE
008610     PERFORM 7200-WRITE-TOTAL-LINE-RTN
008620         THRU 7200-EXIT
008630     MOVE "UP TO DATE:" TO DCK-TOTAL-LABEL
008640     MOVE DCK-UP-TO-DATE-COUNT TO DCK-TOTAL-VALUE
008650     PERFORM 7200-WRITE-TOTAL-LINE-RTN
008660         THRU 7200-EXIT
008670     MOVE "SINGLE-DATE RECORDS:" TO DCK-TOTAL-LABEL
008680     MOVE DCK-SINGLE-COUNT TO DCK-TOTAL-VALUE
008690     PERFORM 7200-WRITE-TOTAL-LINE-RTN
008700         THRU 7200-EXIT
008710     MOVE "RANGE RECORDS:" TO DCK-TOTAL-LABEL
008720     MOVE DCK-RANGE-COUNT TO DCK-TOTAL-VALUE
008730     PERFORM 7200-WRITE-TOTAL-LINE-RTN
008740         THRU 7200-EXIT
008750     MOVE "ADDED BY OVERRIDE:" TO DCK-TOTAL-LABEL
008760     MOVE DCK-ADDED-COUNT TO DCK-TOTAL-VALUE
008770     PERFORM 7200-WRITE-TOTAL-LINE-RTN
008780         THRU 7200-EXIT
008790     MOVE "DECK RECORDS WRITTEN:" TO DCK-TOTAL-LABEL
008800     MOVE DCK-DECK-WRITTEN-COUNT TO DCK-TOTAL-VALUE
008810     PERFORM 7200-WRITE-TOTAL-LINE-RTN
008820         THRU 7200-EXIT
008830     MOVE "BUILDINGS WITH NO HISTORY:" TO DCK-TOTAL-LABEL
008840     MOVE DCK-NO-HISTORY-COUNT TO DCK-TOTAL-VALUE
008850     PERFORM 7200-WRITE-TOTAL-LINE-RTN
008860         THRU 7200-EXIT
008870     MOVE "OVERRIDES REJECTED:" TO DCK-TOTAL-LABEL
008880     MOVE DCK-OVR-REJECTED-COUNT TO DCK-TOTAL-VALUE
008890     PERFORM 7200-WRITE-TOTAL-LINE-RTN
008900         THRU 7200-EXIT
008910     MOVE "EXCLUDES NOT MATCHED:" TO DCK-TOTAL-LABEL
008920     MOVE DCK-OVR-UNMATCHED-COUNT TO DCK-TOTAL-VALUE
008930     PERFORM 7200-WRITE-TOTAL-LINE-RTN
008940         THRU 7200-EXIT.
008950 7000-EXIT.
008960     EXIT.
008970*
008980*-----------------------------------------------------------*
008990* 7100-CHECK-ONE-EXCLUDE-RTN - REPORTS AN EXCLUDE CARD THAT
009000* NEVER MATCHED AN ACTIVE BUILDING - MOST LIKELY A MISTYPED
009010* BUILDING ID, AND THE BUILDING MEANT TO BE SKIPPED IS ON THE
009020* DECK AFTER ALL.
009030*-----------------------------------------------------------*
009040 7100-CHECK-ONE-EXCLUDE-RTN.
009050     IF NOT DCK-OVR-EXCLUDE(DCK-OVR-SUB)
009060         OR DCK-OVR-USED(DCK-OVR-SUB)
009070         GO TO 7100-EXIT
009080     END-IF
009090     ADD 1 TO DCK-OVR-UNMATCHED-COUNT
009100     MOVE DCK-OVR-BUILDING-ID(DCK-OVR-SUB)
009110         TO DCK-DETAIL-BUILDING-ID
009120     MOVE SPACES TO DCK-DETAIL-LATEST
009130     MOVE SPACES TO DCK-DETAIL-FROM
009140     MOVE SPACES TO DCK-DETAIL-TO
009150     MOVE 0 TO DCK-DETAIL-OWED
009160     MOVE "EXCLUDE MATCHED NO BUILDING"
009170         TO DCK-DETAIL-DISPOSITION
009180     MOVE DCK-OVR-COMMENT(DCK-OVR-SUB) TO DCK-DETAIL-COMMENT
009190     PERFORM 7500-WRITE-DETAIL-RTN
009200         THRU 7500-EXIT.
009210 7100-EXIT.
009220     EXIT.
009230*
009240*-----------------------------------------------------------*
009250* 7200-WRITE-TOTAL-LINE-RTN - WRITES THE TOTAL LINE AS LOADED.
009260*-----------------------------------------------------------*
009270 7200-WRITE-TOTAL-LINE-RTN.
009280     MOVE DCK-TOTAL-LINE TO DECK-REPORT-RECORD
009290     WRITE DECK-REPORT-RECORD.
009300 7200-EXIT.
009310     EXIT.
009320*
009330*-----------------------------------------------------------*
009340* 7500-WRITE-DETAIL-RTN - WRITES ONE DETAIL LINE. THE FIELDS
009350* HAVE ALREADY BEEN LOADED BY WHICHEVER PATH JUDGED THE
009360* BUILDING OR OVERRIDE.
009370*-----------------------------------------------------------*
009380 7500-WRITE-DETAIL-RTN.
009390     MOVE DCK-DETAIL-LINE TO DECK-REPORT-RECORD
009400     WRITE DECK-REPORT-RECORD.
009410 7500-EXIT.
009420     EXIT.
009430*
009440*-----------------------------------------------------------*
009450* 8100-SET-RETURN-CODE-RTN - SETS THE CONDITION CODE THIS
009460* STEP HANDS BACK TO JCL: 8 MEANS THE MASTER DID NOT READ TO
009470* A CLEAN END, A LATEST-RESULTS READ FAILED, OR A DECK RECORD
009480* DID NOT WRITE - THE DECK MAY BE SHORT AND THE NIGHT MUST NOT
009490* RUN ON IT. 4 MEANS THE DECK IS WHOLE BUT WANTS A LOOK: AN
009500* OVERRIDE WAS TURNED AWAY OR MATCHED NOTHING, THE LATEST-
009510* RESULTS FILE WAS NOT THERE, OR A BUILDING'S GAP RAN PAST
009520* THE WALK LIMIT. 0 MEANS A CLEAN BUILD.
009530*-----------------------------------------------------------*
009540 8100-SET-RETURN-CODE-RTN.
009550     IF DCK-HARD-ERROR
009560         OR NOT DCK-BLDG-ENDED-CLEAN
009570         MOVE 8 TO RETURN-CODE
009580     ELSE
009590         IF DCK-OVR-REJECTED-COUNT > 0
009600             OR DCK-OVR-UNMATCHED-COUNT > 0
009610             OR DCK-LONG-GAP-COUNT > 0
009620             OR NOT DCK-LATEST-AVAILABLE
009630             MOVE 4 TO RETURN-CODE
009640         ELSE
009650             MOVE 0 TO RETURN-CODE
009660         END-IF
009670     END-IF.
009680 8100-EXIT.
009681     EXIT.
009682*
009683*-----------------------------------------------------------*
009684* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
009685* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
009686* ALERT.
009687*-----------------------------------------------------------*
009688 8200-RAISE-ALERTS-RTN.
009689     IF DCK-HARD-ERROR
009690         MOVE 8 TO ALERT-SEVERITY
009691         MOVE "IOERROR" TO ALERT-CODE
009692         MOVE "HARD I/O ERROR - DECK NOT BUILT WHOLE"
009693             TO ALERT-TEXT
009694         PERFORM 9700-WRITE-ALERT-RTN
009695             THRU 9700-EXIT
009696     END-IF
009697     IF NOT DCK-BLDG-ENDED-CLEAN
009698         MOVE 8 TO ALERT-SEVERITY
009699         MOVE "BADEND" TO ALERT-CODE
009700         MOVE "BUILDING MASTER DID NOT READ CLEAN"
009701             TO ALERT-TEXT
009702         PERFORM 9700-WRITE-ALERT-RTN
009703             THRU 9700-EXIT
009704     END-IF
009705     IF DCK-OVR-REJECTED-COUNT > 0
009706         MOVE 4 TO ALERT-SEVERITY
009707         MOVE "REJECTED" TO ALERT-CODE
009708         MOVE DCK-OVR-REJECTED-COUNT TO ALERT-COUNT
009709         MOVE "DECK OVERRIDES REJECTED"
009710             TO ALERT-TEXT
009711         PERFORM 9700-WRITE-ALERT-RTN
009712             THRU 9700-EXIT
009713     END-IF
009714     IF DCK-OVR-UNMATCHED-COUNT > 0
009715         MOVE 4 TO ALERT-SEVERITY
009716         MOVE "REJECTED" TO ALERT-CODE
009717         MOVE DCK-OVR-UNMATCHED-COUNT TO ALERT-COUNT
009718         MOVE "DECK OVERRIDES MATCHING NO BUILDING"
009719             TO ALERT-TEXT
009720         PERFORM 9700-WRITE-ALERT-RTN
009721             THRU 9700-EXIT
009722     END-IF
009723     IF DCK-LONG-GAP-COUNT > 0
009724         MOVE 4 TO ALERT-SEVERITY
009725         MOVE "LONGGAP" TO ALERT-CODE
009726         MOVE DCK-LONG-GAP-COUNT TO ALERT-COUNT
009727         MOVE "BUILDINGS WITH A LONG ROUTE GAP"
009728             TO ALERT-TEXT
009729         PERFORM 9700-WRITE-ALERT-RTN
009730             THRU 9700-EXIT
009731     END-IF
009732     IF NOT DCK-LATEST-AVAILABLE
009733         MOVE 4 TO ALERT-SEVERITY
009734         MOVE "NOTUSABL" TO ALERT-CODE
009735         MOVE "LATEST RESULTS NOT USABLE"
009736             TO ALERT-TEXT
009737         PERFORM 9700-WRITE-ALERT-RTN
009738             THRU 9700-EXIT
009739     END-IF
009740     PERFORM 9720-ALERT-STEP-END-RTN
009741         THRU 9720-EXIT.
009742 8200-EXIT.
009743     EXIT.
009744*
009745*
009746*-----------------------------------------------------------*
009747* 9000-DATE-TO-SERIAL-RTN - TURNS THE YYYYMMDD DATE IN
009748* DCK-CONV-DATE INTO A DAY SERIAL IN DCK-CONV-SERIAL: WHOLE
009750* YEARS OF DAYS (WITH THE GREGORIAN LEAP RULES), THE DAYS
009760* AHEAD OF THE MONTH, THE DAY ITSELF, AND ONE MORE FOR A DATE
009770* PAST FEBRUARY OF A LEAP YEAR - THE SAME ARITHMETIC AS
009780* DAY01AUD'S PARAGRAPH OF THE SAME NAME.
009790*-----------------------------------------------------------*
009800 9000-DATE-TO-SERIAL-RTN.
009810     DIVIDE DCK-CONV-DATE BY 10000
009820         GIVING DCK-CONV-YEAR REMAINDER DCK-CONV-MMDD
009830     DIVIDE DCK-CONV-MMDD BY 100
009840         GIVING DCK-CONV-MONTH REMAINDER DCK-CONV-DAY
009850     COMPUTE DCK-PRIOR-YEAR = DCK-CONV-YEAR - 1
009860     DIVIDE DCK-PRIOR-YEAR BY 4
009870         GIVING DCK-QUARTER-DAYS
009880     DIVIDE DCK-PRIOR-YEAR BY 100
009890         GIVING DCK-CENTURY-DAYS
009900     DIVIDE DCK-PRIOR-YEAR BY 400
009910         GIVING DCK-GREGORIAN-DAYS
009920     COMPUTE DCK-CONV-SERIAL =
009930         (DCK-PRIOR-YEAR * 365)
009940         + DCK-QUARTER-DAYS
009950         - DCK-CENTURY-DAYS
009960         + DCK-GREGORIAN-DAYS
009970         + DCK-CUM-DAYS-AHEAD(DCK-CONV-MONTH)
009980         + DCK-CONV-DAY
009990     PERFORM 9050-CHECK-LEAP-RTN
010000         THRU 9050-EXIT
010010     IF DCK-LEAP-YEAR AND DCK-CONV-MONTH > 2
010020         ADD 1 TO DCK-CONV-SERIAL
010030     END-IF.
010040 9000-EXIT.
010050     EXIT.
010060*
010070*-----------------------------------------------------------*
010080* 9050-CHECK-LEAP-RTN - SETS DCK-LEAP-SW FOR THE YEAR IN
010090* DCK-CONV-YEAR: DIVISIBLE BY FOUR, EXCEPT CENTURIES NOT
010100* DIVISIBLE BY FOUR HUNDRED.
010110*-----------------------------------------------------------*
010120 9050-CHECK-LEAP-RTN.
010130     MOVE "N" TO DCK-LEAP-SW
010140     DIVIDE DCK-CONV-YEAR BY 4
010150         GIVING DCK-PRIOR-YEAR REMAINDER DCK-LEAP-REM
010160     IF DCK-LEAP-REM = 0
010170         SET DCK-LEAP-YEAR TO TRUE
010180         DIVIDE DCK-CONV-YEAR BY 100
010190             GIVING DCK-PRIOR-YEAR REMAINDER DCK-LEAP-REM
010200         IF DCK-LEAP-REM = 0
010210             MOVE "N" TO DCK-LEAP-SW
010220             DIVIDE DCK-CONV-YEAR BY 400
010230                 GIVING DCK-PRIOR-YEAR REMAINDER DCK-LEAP-REM
010240             IF DCK-LEAP-REM = 0
010250                 SET DCK-LEAP-YEAR TO TRUE
010260             END-IF
010270         END-IF
010280     END-IF.
010290 9050-EXIT.
010300     EXIT.
010310*
010320*-----------------------------------------------------------*
010330* 9100-NEXT-DATE-RTN - STEPS THE YYYYMMDD DATE IN
010340* DCK-CONV-DATE FORWARD ONE CALENDAR DAY, HONORING MONTH
010350* LENGTHS AND THE LEAP-YEAR FEBRUARY.
010360*-----------------------------------------------------------*
010370 9100-NEXT-DATE-RTN.
010380     DIVIDE DCK-CONV-DATE BY 10000
010390         GIVING DCK-CONV-YEAR REMAINDER DCK-CONV-MMDD
010400     DIVIDE DCK-CONV-MMDD BY 100
010410         GIVING DCK-CONV-MONTH REMAINDER DCK-CONV-DAY
010420     MOVE DCK-MONTH-LEN-DAYS(DCK-CONV-MONTH)
010430         TO DCK-MONTH-LENGTH
010440     PERFORM 9050-CHECK-LEAP-RTN
010450         THRU 9050-EXIT
010460     IF DCK-CONV-MONTH = 2 AND DCK-LEAP-YEAR
010470         MOVE 29 TO DCK-MONTH-LENGTH
010480     END-IF
010490     IF DCK-CONV-DAY < DCK-MONTH-LENGTH
010500         ADD 1 TO DCK-CONV-DAY
010510     ELSE
010520         MOVE 1 TO DCK-CONV-DAY
010530         IF DCK-CONV-MONTH < 12
010540             ADD 1 TO DCK-CONV-MONTH
010550         ELSE
010560             MOVE 1 TO DCK-CONV-MONTH
010570             ADD 1 TO DCK-CONV-YEAR
010580         END-IF
010590     END-IF
010600     COMPUTE DCK-CONV-DATE =
010610         (DCK-CONV-YEAR * 10000)
010620         + (DCK-CONV-MONTH * 100)
010630         + DCK-CONV-DAY.
010640 9100-EXIT.
010650     EXIT.
010660*
010670*-----------------------------------------------------------*
010680* 9300-CHECK-BUSINESS-DAY-RTN - JUDGES THE DATE IN
010690* DCK-CONV-DATE: A CALENDAR RECORD SETTLES IT (ONLY TYPE B IS
010700* A BUSINESS DAY - H AND N ARE NOT); A DATE NOT ON THE
010710* CALENDAR IS A BUSINESS DAY UNLESS THE DAY SERIAL SAYS
010720* SATURDAY OR SUNDAY (SERIAL 1 IS A MONDAY, SO REMAINDER 6 IS
010730* SATURDAY AND 0 IS SUNDAY) - THE SAME RULE DAY01VAL AND THE
010740* COMPUTE STEP APPLY. WITH NO CALENDAR, THE WEEKDAY RULE.
010750*-----------------------------------------------------------*
010760 9300-CHECK-BUSINESS-DAY-RTN.
010770     MOVE "Y" TO DCK-BUSINESS-DAY-SW
010780     IF NOT DCK-CAL-AVAILABLE
010790         PERFORM 9350-CHECK-WEEKDAY-RTN
010800             THRU 9350-EXIT
010810         GO TO 9300-EXIT
010820     END-IF
010830     MOVE DCK-CONV-DATE TO CAL-DATE
010840     READ CALENDAR-FILE
010850         INVALID KEY
010860             PERFORM 9350-CHECK-WEEKDAY-RTN
010870                 THRU 9350-EXIT
010880         NOT INVALID KEY
010890             IF NOT CAL-BUSINESS-DAY
010900                 MOVE "N" TO DCK-BUSINESS-DAY-SW
010910             END-IF
010920     END-READ.
010930 9300-EXIT.
010940     EXIT.
010950*
010960*-----------------------------------------------------------*
010970* 9350-CHECK-WEEKDAY-RTN - THE WEEKDAY RULE ON ITS OWN, FOR A
010980* DATE NOT ON THE CALENDAR OR A RUN WITH NO CALENDAR AT ALL.
010990*-----------------------------------------------------------*
011000 9350-CHECK-WEEKDAY-RTN.
011010     PERFORM 9000-DATE-TO-SERIAL-RTN
011020         THRU 9000-EXIT
011030     DIVIDE DCK-CONV-SERIAL BY 7
011040         GIVING DCK-DOW-QUOTIENT
011050         REMAINDER DCK-DAY-OF-WEEK
011060     IF DCK-DAY-OF-WEEK = 6 OR DCK-DAY-OF-WEEK = 0
011070         MOVE "N" TO DCK-BUSINESS-DAY-SW
011080     END-IF.
011090 9350-EXIT.
011100     EXIT.
011110*
011120*-----------------------------------------------------------*
011130* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
011140* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
011150* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
011160* NEXT CALLER STARTS CLEAN.
011170*-----------------------------------------------------------*
011180 9700-WRITE-ALERT-RTN.
011190     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
011200         PERFORM 9710-OPEN-ALERT-RTN
011210             THRU 9710-EXIT
011220     END-IF
011230     IF NOT ALERT-FILE-OPEN
011240         GO TO 9700-CLEAR
011250     END-IF
011260     MOVE SPACES TO ALERT-RECORD
011270     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
011280     ACCEPT ALR-RAISED-TIME FROM TIME
011290     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
011300     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
011310     MOVE "DAY01DCK" TO ALR-PROGRAM-ID
011320     MOVE ALERT-SEVERITY TO ALR-SEVERITY
011330     MOVE ALERT-CODE TO ALR-CODE
011340     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
011350     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
011360     MOVE ALERT-COUNT TO ALR-COUNT
011370     MOVE ALERT-TEXT TO ALR-TEXT
011380     WRITE ALERT-RECORD
011390     IF ALERT-FILE-OK
011400         ADD 1 TO ALERT-RAISED-COUNT
011410     ELSE
011420         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
011430             " STATUS " ALERT-FILE-STATUS
011440         CLOSE ALERT-FILE
011450         SET ALERT-FILE-FAILED TO TRUE
011460     END-IF.
011470 9700-CLEAR.
011480     MOVE SPACES TO ALERT-BUILDING-ID
011490     MOVE 0 TO ALERT-ROUTE-DATE
011500     MOVE 0 TO ALERT-COUNT.
011510 9700-EXIT.
011520     EXIT.
011530*
011540*-----------------------------------------------------------*
011550* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
011560* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
011570* JOB AND STEP NAME OFF THE EXEC PARM.
011580*-----------------------------------------------------------*
011590 9710-OPEN-ALERT-RTN.
011600     OPEN EXTEND ALERT-FILE
011610     IF NOT ALERT-FILE-OK
011620         OPEN OUTPUT ALERT-FILE
011630     END-IF
011640     IF NOT ALERT-FILE-OK
011650         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
011660             ALERT-FILE-STATUS
011670         SET ALERT-FILE-FAILED TO TRUE
011680         GO TO 9710-EXIT
011690     END-IF
011700     SET ALERT-FILE-OPEN TO TRUE
011710     IF JOB-STEP-PARM-LENGTH > 0
011720         AND JOB-STEP-PARM-LENGTH NOT > 100
011730         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
011740             DELIMITED BY ","
011750             INTO ALERT-JOB-NAME ALERT-STEP-NAME
011760         END-UNSTRING
011770     END-IF
011780     IF ALERT-STEP-NAME = SPACES
011790         MOVE "DAY01DCK" TO ALERT-STEP-NAME
011800     END-IF.
011810 9710-EXIT.
011820     EXIT.
011830*
011840*-----------------------------------------------------------*
011850* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
011860* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
011870* DATASET IF THIS STEP OPENED IT.
011880*-----------------------------------------------------------*
011890 9720-ALERT-STEP-END-RTN.
011900     IF RETURN-CODE > 0
011910         IF RETURN-CODE > 9
011920             MOVE 9 TO ALERT-SEVERITY
011930         ELSE
011940             MOVE RETURN-CODE TO ALERT-SEVERITY
011950         END-IF
011960         MOVE "STEPEND" TO ALERT-CODE
011970         MOVE RETURN-CODE TO ALERT-COUNT
011980         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
011990             TO ALERT-TEXT
012000         PERFORM 9700-WRITE-ALERT-RTN
012010             THRU 9700-EXIT
012020     END-IF
012030     IF ALERT-FILE-OPEN
012040         CLOSE ALERT-FILE
012050         MOVE "N" TO ALERT-OPEN-SW
012060     END-IF.
012070 9720-EXIT.
012080     EXIT.
012090*
012100*-----------------------------------------------------------*
012110* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
012120* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
012130* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
012140*-----------------------------------------------------------*
012150 9750-ALERT-STEP-STOPPED-RTN.
012160     MOVE 8 TO ALERT-SEVERITY
012170     MOVE "STEPSTOP" TO ALERT-CODE
012180     MOVE 8 TO ALERT-COUNT
012190     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
012200         TO ALERT-TEXT
012210     PERFORM 9700-WRITE-ALERT-RTN
012220         THRU 9700-EXIT
012230     IF ALERT-FILE-OPEN
012240         CLOSE ALERT-FILE
012250         MOVE "N" TO ALERT-OPEN-SW
012260     END-IF.
012270 9750-EXIT.
012280     EXIT.
