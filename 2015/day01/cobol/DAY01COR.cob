000010*-----------------------------------------------------------*
000020* PROGRAM-ID: DAY01COR
000030*-----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     DAY01COR.
000060 AUTHOR.         R WHITMORE.
000070 INSTALLATION.   CANDY CANE LANE DATA CENTER.
000080 DATE-WRITTEN.   2026-10-07.
000090 DATE-COMPILED.
000100*-----------------------------------------------------------*
000110* MODIFICATION HISTORY.
000120*-----------------------------------------------------------*
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-07 RW    ORIGINAL PROGRAM - CORRECTION STEP FOR THE
000150*                  ELF-SCHEDULING INTERFACE. DAY01LOD NOW FLAGS
000160*                  EVERY ROUTE IT ADDS TO, REPLACES OR DELETES
000170*                  FOR A DATE THAT ALREADY HAS A STATS HISTORY
000180*                  RECORD PENDING ON THE CORRECTION FILE
000190*                  (COPYBOOK CORRREC). THIS PROGRAM WORKS EACH
000200*                  PENDING ITEM: RECOMPUTES THE ROUTE WITH THE
000210*                  SAME ARITHMETIC AS THE COMPUTE STEP, AND
000220*                  WHERE THE FINAL FLOOR MOVED (OR THE ROUTE IS
000230*                  GONE) WRITES A HEADER/TRAILER-WRAPPED
000240*                  CORRECTION FEED (COPYBOOK IFACEREC, HEADER
000250*                  FLAGGED "C") CARRYING THE OLD AND NEW FINAL
000260*                  FLOORS OR A CANCEL, AND BRINGS THE STATS
000270*                  HISTORY RECORD INTO LINE SO THE TREND, AUDIT
000280*                  AND DELTA STEPS SEE WHAT WAS ACTUALLY SENT.
000290*                  UNTIL NOW A RELOADED ROUTE CHANGED ON
000300*                  ROUTE-FILE AND ELF-SCHEDULING KEPT THE WRONG
000310*                  FLOOR FOREVER.
000311* 2026-10-09 RW    KEEPS THE LATEST-RESULTS FILE (COPYBOOK
000312*                  LATREC) IN LINE: A CORRECTED ROUTE FOR A
000313*                  BUILDING'S LATEST DATE REFRESHES ITS
000314*                  FIGURES, A CORRECTION SENT STAMPS THE SENT
000315*                  DATE AND FLOOR, AND A CANCEL OF THE LATEST
000316*                  DATE DROPS THE RECORD SO THE NEXT COMPUTE
000317*                  SENDS THE BUILDING IN FULL.
000318* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000319*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000320*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000321*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000322*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000323*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000324*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000325*                  ('JOB,STEP').
000326* 2026-10-15 RW    A RECOMPUTED ROUTE NOW FACES THE COMPUTE
000327*                  STEP'S SUSPENSE TESTS - A CHAIN ENDING ON A
000328*                  FULL SEGMENT, A FLOOR OUTSIDE THE BUILDING
000329*                  MASTER'S RANGE (NEW DD BLDGFILE) OR MORE
000330*                  REJECTS THAN THE CMPPARM LIMIT (NEW DD
000331*                  CMPPARM). A SUSPECT ROUTE IS NOT SENT: ITS
000332*                  ITEM STAYS PENDING AS HELD - SUSPECT WITH A
000333*                  SUSPEND ALERT UNTIL A RELOAD PUTS IT RIGHT.
000334*                  UNTIL NOW ONLY A FULL LAST SEGMENT WAS
000335*                  REMARKED ON AND THE FLOOR WENT OUT ANYWAY. A
000336*                  CANCEL OF A BUILDING'S LATEST DATE NOW
000337*                  RE-POINTS ITS LATEST-RESULTS RECORD AT THE
000338*                  NEWEST DATE LEFT ON THE STATS HISTORY,
000339*                  KEEPING THE LAST-SENT DATE AND FLOOR, AND
000340*                  DROPS THE RECORD ONLY WHEN NO DATE IS LEFT.
000341* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000342*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000343*-----------------------------------------------------------*
000344*
000345 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.    IBM-370.
000370 OBJECT-COMPUTER.    IBM-370.
000380 SPECIAL-NAMES.
000390     CONSOLE IS CONSOLE-DEVICE.
000400*
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CORRECTION-FILE
000440         ASSIGN TO CORRFILE
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS COR-KEY
000480         FILE STATUS IS CORRECTION-FILE-STATUS.
000490     SELECT ROUTE-FILE
000500         ASSIGN TO RTEFILE
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS RTE-KEY
000540         FILE STATUS IS FILE-STATUS.
000550     SELECT STATS-HIST-FILE
000560         ASSIGN TO HISTFILE
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS HST-KEY
000600         FILE STATUS IS HIST-FILE-STATUS.
000601     SELECT LATEST-FILE
000602         ASSIGN TO LATFILE
000603         ORGANIZATION IS INDEXED
000604         ACCESS MODE IS RANDOM
000605         RECORD KEY IS LAT-BUILDING-ID
000606         FILE STATUS IS LATEST-FILE-STATUS.
000607     SELECT BUILDING-FILE
000608         ASSIGN TO BLDGFILE
000609         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000611         RECORD KEY IS BLD-BUILDING-ID
000612         FILE STATUS IS BUILDING-FILE-STATUS.
000613     SELECT PARM-FILE
000614         ASSIGN TO CMPPARM
000615         ORGANIZATION IS LINE SEQUENTIAL
000616         FILE STATUS IS PARM-FILE-STATUS.
000617     SELECT CORRECTION-FEED-FILE
000620         ASSIGN TO CORIFACE
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS CORRECTION-FEED-STATUS.
000650     SELECT CRR-REPORT-FILE
000660         ASSIGN TO CORRPT
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS CRR-REPORT-STATUS.
000682     SELECT ALERT-FILE
000684         ASSIGN TO ALERTS
000686         ORGANIZATION IS SEQUENTIAL
000688         FILE STATUS IS ALERT-FILE-STATUS.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CORRECTION-FILE.
000730     COPY "CORRREC.cpy".
000740*
000750 FD  ROUTE-FILE.
000760     COPY "ROUTEREC.cpy".
000770*
000780 FD  STATS-HIST-FILE.
000790     COPY "STATHREC.cpy".
000800*
000802 FD  LATEST-FILE.
000804     COPY "LATREC.cpy".
000806*
000807 FD  BUILDING-FILE.
000808     COPY "BLDGREC.cpy".
000809*
000810 FD  PARM-FILE.
000811 01  PARM-RECORD.
000812     05  PRM-FEED-MODE           PIC X(01).
000813     05  PRM-REJECT-LIMIT        PIC 9(05).
000814     05  FILLER                  PIC X(74).
000815*
000816 FD  CORRECTION-FEED-FILE
000820     RECORD CONTAINS 80 CHARACTERS
000830     RECORDING MODE IS F.
000840     COPY "IFACEREC.cpy".
000850*
000860 FD  CRR-REPORT-FILE.
000870 01  CRR-REPORT-RECORD               PIC X(132).
000871*
000872 FD  ALERT-FILE
000873     RECORD CONTAINS 120 CHARACTERS
000874     RECORDING MODE IS F.
000875     COPY "ALERTREC.cpy".
000880*
000881 WORKING-STORAGE SECTION.
000882*-----------------------------------------------------------*
000883* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
000884* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
000885* COUNT WHERE THERE ARE ANY - AND PERFORMS
000886* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
000887* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
000888* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
000889* CODE - THE STEP'S OWN WORK STANDS.
000890*-----------------------------------------------------------*
000891 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
000892     88  ALERT-FILE-OK                     VALUE "00".
000893 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
000894     88  ALERT-FILE-OPEN                   VALUE "Y".
000895     88  ALERT-FILE-FAILED                 VALUE "F".
000896 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
000897 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
000898 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
000899 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
000900 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
000901 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
000902 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
000903 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
000904 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
000905*-----------------------------------------------------------*
000910* FILE STATUS AND SWITCHES.
000920*-----------------------------------------------------------*
000930 77  CORRECTION-FILE-STATUS      PIC X(02) VALUE SPACES.
000940     88  CORRECTION-OK                     VALUE "00".
000950 77  CORRECTION-EOF-SW           PIC X(01) VALUE "N".
000960     88  CORRECTION-EOF                    VALUE "Y".
000970 77  FILE-STATUS                 PIC X(02) VALUE SPACES.
000980     88  FILE-OK                           VALUE "00".
000990     88  FILE-KEY-NOT-FOUND                VALUE "23".
001000 77  HIST-FILE-STATUS            PIC X(02) VALUE SPACES.
001010     88  HIST-FILE-OK                      VALUE "00".
001020     88  HIST-KEY-NOT-FOUND                VALUE "23".
001022 77  LATEST-FILE-STATUS          PIC X(02) VALUE SPACES.
001024     88  LATEST-FILE-OK                    VALUE "00".
001026     88  LATEST-KEY-NOT-FOUND              VALUE "23".
001028     88  LATEST-NOT-ON-CATALOG             VALUE "35".
001030 77  BUILDING-FILE-STATUS        PIC X(02) VALUE SPACES.
001032     88  BUILDING-FILE-OK                  VALUE "00".
001034 77  PARM-FILE-STATUS            PIC X(02) VALUE SPACES.
001036     88  PARM-FILE-OK                      VALUE "00".
001038 77  CORRECTION-FEED-STATUS      PIC X(02) VALUE SPACES.
001040     88  CORRECTION-FEED-OK                VALUE "00".
001050 77  CRR-REPORT-STATUS           PIC X(02) VALUE SPACES.
001060     88  CRR-REPORT-OK                     VALUE "00".
001070*-----------------------------------------------------------*
001080* SET WHEN THE ROUTE FILE, THE STATS HISTORY, THE LATEST
001085* RESULTS OR THE CORRECTION FILE COMES BACK WITH ANYTHING BUT
001090* A CLEAN READ, WRITE OR NOT-FOUND. THE ITEM IN HAND IS LEFT
001100* PENDING FOR THE NEXT RUN (A LATEST-RESULTS ERROR COMES AFTER
001105* THE ITEM IS WORKED AND ONLY FAILS THE STEP) AND THE STEP ENDS
001110* RC=8.
001120*-----------------------------------------------------------*
001130 77  CRR-HARD-ERROR-SW           PIC X(01) VALUE "N".
001140     88  CRR-HARD-ERROR                    VALUE "Y".
001150 77  CRR-ITEM-ERROR-SW           PIC X(01) VALUE "N".
001160     88  CRR-ITEM-ERROR                    VALUE "Y".
001170 77  CRR-CANCEL-SW               PIC X(01) VALUE "N".
001180     88  CRR-CANCEL                        VALUE "Y".
001181 77  CRR-HIST-WALK-DONE-SW       PIC X(01) VALUE "N".
001182     88  CRR-HIST-WALK-DONE                VALUE "Y".
001183     88  CRR-HIST-WALK-FAILED              VALUE "F".
001184*-----------------------------------------------------------*
001185* SUSPECT-ROUTE FIELDS - THE COMPUTE STEP'S SUSPENSE TESTS
001186* (SEE 2850-CHECK-SUSPECT-RTN). CRR-REJECT-LIMIT IS COLUMNS
001187* 2-6 OF THE CMPPARM CARD THE COMPUTE STEP READS, TEN WHEN THE
001188* CARD IS MISSING OR THE FIELD IS NOT NUMERIC, SO A ROUTE IS
001189* JUDGED HERE BY THE SAME LIMIT IT WAS JUDGED BY THERE.
001190*-----------------------------------------------------------*
001191 77  CRR-REJECT-LIMIT            PIC 9(05) COMP VALUE 10.
001192 77  CRR-RANGE-VIOLATION-SW      PIC X(01) VALUE "N".
001193     88  CRR-RANGE-VIOLATION               VALUE "Y".
001194 77  CRR-SUSPECT-REASON          PIC X(04) VALUE SPACES.
001195     88  CRR-ROUTE-SUSPECT                 VALUE "CHAN"
001196                                                 "FLRG"
001197                                                 "REJT".
001198*-----------------------------------------------------------*
001200* THE FINAL I/O STATUS OF THE CORRECTION FILE AND THE FEED,
001210* SAVED BY 0900-CLOSE-FILES-RTN BEFORE THE CLOSE RUNS - THE
001220* SAME PRECAUTION DAY01RSN TAKES.
001230*-----------------------------------------------------------*
001240 77  CRR-CORR-FINAL-STATUS       PIC X(02) VALUE SPACES.
001250     88  CRR-CORR-ENDED-CLEAN              VALUE "10".
001260 77  CRR-FEED-FINAL-STATUS       PIC X(02) VALUE SPACES.
001270     88  CRR-FEED-ENDED-CLEAN              VALUE "00".
001280*-----------------------------------------------------------*
001290* RECOMPUTE WORK FIELDS - THE COMPUTE STEP'S PER-DATE FIGURES
001300* UNDER THIS PROGRAM'S PREFIX, RESET FOR EVERY ITEM. FLOOR AND
001310* THE COUNTERS CARRY ACROSS SEGMENTS BY STAYING IN WORKING
001320* STORAGE, AS THEY DO THERE.
001330*-----------------------------------------------------------*
001340 77  CRR-FLOOR                   PIC S9(08) COMP VALUE 0.
001350 77  CRR-CHAR-COUNT              PIC 9(09) COMP VALUE 0.
001360 77  CRR-REJECT-COUNT            PIC 9(09) COMP VALUE 0.
001370 77  CRR-BASEMENT-SW             PIC X(01) VALUE "N".
001380     88  CRR-BASEMENT-FOUND                VALUE "Y".
001390 77  CRR-BASEMENT-POSITION       PIC 9(09) COMP VALUE 0.
001400 77  CRR-MAX-FLOOR               PIC S9(08) COMP VALUE 0.
001410 77  CRR-MIN-FLOOR               PIC S9(08) COMP VALUE 0.
001420 77  CRR-FLOOR-UP-COUNT          PIC 9(09) COMP VALUE 0.
001430 77  CRR-FLOOR-DOWN-COUNT        PIC 9(09) COMP VALUE 0.
001440 77  CRR-SEGMENT-FULL-SW         PIC X(01) VALUE "N".
001450     88  CRR-SEGMENT-FULL                  VALUE "Y".
001460 77  CRR-RECORD-LENGTH           PIC 9(09) COMP VALUE 0.
001470 77  CRR-BUFFER-INDEX            PIC 9(09) COMP VALUE 0.
001480*-----------------------------------------------------------*
001490* CORRECTION FEED CONTROL TOTALS AND COUNTERS. THE FEED
001500* TRAILER HASHES BOTH THE NEW FINAL FLOORS (ZERO FOR A
001510* CANCEL) AND THE OLD ONES THEY REPLACE.
001520*-----------------------------------------------------------*
001530 77  CRR-DETAIL-COUNT            PIC 9(09) COMP VALUE 0.
001540 77  CRR-FLOOR-HASH              PIC S9(12) COMP VALUE 0.
001550 77  CRR-OLD-FLOOR-HASH          PIC S9(12) COMP VALUE 0.
001560 77  CRR-PENDING-COUNT           PIC 9(09) COMP VALUE 0.
001570 77  CRR-CORRECTED-COUNT         PIC 9(09) COMP VALUE 0.
001580 77  CRR-CANCELLED-COUNT         PIC 9(09) COMP VALUE 0.
001590 77  CRR-NO-CHANGE-COUNT         PIC 9(09) COMP VALUE 0.
001600 77  CRR-NO-HISTORY-COUNT        PIC 9(09) COMP VALUE 0.
001610 77  CRR-HELD-SUSPECT-COUNT      PIC 9(09) COMP VALUE 0.
001620 77  CRR-LEFT-PENDING-COUNT      PIC 9(09) COMP VALUE 0.
001623 77  CRR-LATEST-REFRESHED-COUNT  PIC 9(09) COMP VALUE 0.
001626 77  CRR-LATEST-DROPPED-COUNT    PIC 9(09) COMP VALUE 0.
001628 77  CRR-LATEST-REPOINTED-COUNT  PIC 9(09) COMP VALUE 0.
001630*-----------------------------------------------------------*
001640* RUN DATE AND TIME - STAMPED ON THE FEED HEADER AND ON EVERY
001650* ITEM WORKED.
001660*-----------------------------------------------------------*
001670 77  CRR-RUN-DATE                PIC 9(08) VALUE 0.
001680 77  CRR-RUN-TIME                PIC 9(08) VALUE 0.
001690 77  CRR-CORRECTION-FILE-NAME    PIC X(44)
001700     VALUE "AOC2015.DAY01.CORRECTION".
001710*-----------------------------------------------------------*
001720* CORRECTION REPORT LINE LAYOUTS - EACH PADDED TO THE FULL
001730* 132-BYTE CRR-REPORT-FILE RECORD LENGTH.
001740*-----------------------------------------------------------*
001750 01  CRR-BANNER-LINE.
001760     05  FILLER                  PIC X(60)
001770         VALUE "CANDY CANE LANE DATA CENTER - AOC 2015 DAY 1".
001780     05  FILLER                  PIC X(72) VALUE SPACES.
001790*
001800 01  CRR-TITLE-LINE.
001810     05  FILLER                  PIC X(60)
001820         VALUE "ELF-SCHEDULING CORRECTION REPORT".
001830     05  FILLER                  PIC X(72) VALUE SPACES.
001840*
001850 01  CRR-RUNDATE-LINE.
001860     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001870     05  CRR-RUNDATE-VALUE       PIC 9(08).
001880     05  FILLER                  PIC X(114) VALUE SPACES.
001890*
001900 01  CRR-DETAIL-LINE.
001910     05  CRR-DETAIL-CATEGORY     PIC X(26).
001920     05  FILLER                  PIC X(12) VALUE "  BUILDING: ".
001930     05  CRR-DETAIL-BUILDING-ID  PIC X(10).
001940     05  FILLER                  PIC X(08) VALUE "  DATE: ".
001950     05  CRR-DETAIL-ROUTE-DATE   PIC 9(08).
001960     05  FILLER                  PIC X(13) VALUE "  OLD FLOOR: ".
001970     05  CRR-DETAIL-OLD-FLOOR    PIC -9(8).
001980     05  FILLER                  PIC X(13) VALUE "  NEW FLOOR: ".
001990     05  CRR-DETAIL-NEW-FLOOR    PIC -9(8).
002000     05  FILLER                  PIC X(09) VALUE "  LOADS: ".
002010     05  CRR-DETAIL-LOADS        PIC 9(05).
002020     05  FILLER                  PIC X(10) VALUE SPACES.
002030*
002040 01  CRR-REMARK-LINE.
002050     05  FILLER                  PIC X(04) VALUE "  **".
002060     05  CRR-REMARK-TEXT         PIC X(50).
002070     05  FILLER                  PIC X(02) VALUE "**".
002080     05  FILLER                  PIC X(76) VALUE SPACES.
002090*
002100 01  CRR-TOTAL-LINE.
002110     05  CRR-TOTAL-LABEL         PIC X(30).
002120     05  CRR-TOTAL-VALUE         PIC 9(09).
002130     05  FILLER                  PIC X(93) VALUE SPACES.
002131*
002132 LINKAGE SECTION.
002133*-----------------------------------------------------------*
002134* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
002135* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
002136* PROGRAM NAME.
002137*-----------------------------------------------------------*
002138 01  JOB-STEP-PARM.
002139     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
002140     05  JOB-STEP-PARM-TEXT      PIC X(100).
002141*
002150 PROCEDURE DIVISION USING JOB-STEP-PARM.
002160*-----------------------------------------------------------*
002170* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE CORRECTION
002180* STEP.
002190*-----------------------------------------------------------*
002200 0000-MAIN-PARA.
002210     PERFORM 0100-OPEN-FILES-RTN
002220         THRU 0100-EXIT
002230     PERFORM 0200-WRITE-HEADING-RTN
002240         THRU 0200-EXIT
002250     PERFORM 0300-WRITE-FEED-HEADER-RTN
002260         THRU 0300-EXIT
002270     PERFORM 1100-READ-CORRECTION-RTN
002280         THRU 1100-EXIT
002290     PERFORM 2000-WORK-ONE-ITEM-RTN
002300         THRU 2000-EXIT
002310         UNTIL CORRECTION-EOF
002320     PERFORM 7000-WRITE-FEED-TRAILER-RTN
002330         THRU 7000-EXIT
002340     PERFORM 7200-WRITE-TOTALS-RTN
002350         THRU 7200-EXIT
002360     PERFORM 0900-CLOSE-FILES-RTN
002370         THRU 0900-EXIT
002380     PERFORM 8100-SET-RETURN-CODE-RTN
002390         THRU 8100-EXIT
002393     PERFORM 8200-RAISE-ALERTS-RTN
002396         THRU 8200-EXIT
002400     STOP RUN.
002410*
002420*-----------------------------------------------------------*
002430* 0100-OPEN-FILES-RTN - OPENS THE CORRECTION FILE AND THE
002440* STATS HISTORY AND LATEST RESULTS FOR UPDATE, THE ROUTE FILE
002445* AND BUILDING MASTER FOR INPUT, AND THE FEED AND REPORT FOR
002447* OUTPUT, AND TAKES THE REJECT LIMIT OFF CMPPARM. NOTHING
002450* PENDING STILL PRODUCES A HEADER/TRAILER-ONLY FEED, THE SAME
002460* CONTROL-TOTAL DISCIPLINE AS THE NIGHTLY AND RESEND FEEDS.
002480*-----------------------------------------------------------*
002490 0100-OPEN-FILES-RTN.
002500     ACCEPT CRR-RUN-DATE FROM DATE YYYYMMDD
002510     ACCEPT CRR-RUN-TIME FROM TIME
002520     OPEN I-O CORRECTION-FILE
002530     IF NOT CORRECTION-OK
002540         DISPLAY "ERROR OPENING CORRECTION FILE. STATUS: "
002550             CORRECTION-FILE-STATUS
002553         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002556             THRU 9750-EXIT
002560         MOVE 8 TO RETURN-CODE
002570         STOP RUN
002580     END-IF
002590     OPEN INPUT ROUTE-FILE
002600     IF NOT FILE-OK
002610         DISPLAY "ERROR OPENING ROUTE FILE. STATUS: "
002620             FILE-STATUS
002623         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002626             THRU 9750-EXIT
002630         MOVE 8 TO RETURN-CODE
002640         STOP RUN
002650     END-IF
002651     OPEN INPUT BUILDING-FILE
002652     IF NOT BUILDING-FILE-OK
002653         DISPLAY "ERROR OPENING BUILDING MASTER. STATUS: "
002654             BUILDING-FILE-STATUS
002655         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002656             THRU 9750-EXIT
002657         MOVE 8 TO RETURN-CODE
002658         STOP RUN
002659     END-IF
002660     PERFORM 0150-LOAD-REJECT-LIMIT-RTN
002661         THRU 0150-EXIT
002662     OPEN I-O STATS-HIST-FILE
002670     IF NOT HIST-FILE-OK
002680         DISPLAY "ERROR OPENING STATS HISTORY. STATUS: "
002690             HIST-FILE-STATUS
002693         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002696             THRU 9750-EXIT
002700         MOVE 8 TO RETURN-CODE
002710         STOP RUN
002711     END-IF
002712     OPEN I-O LATEST-FILE
002713     IF LATEST-NOT-ON-CATALOG
002714         OPEN OUTPUT LATEST-FILE
002715         CLOSE LATEST-FILE
002716         OPEN I-O LATEST-FILE
002717     END-IF
002718     IF NOT LATEST-FILE-OK
002719         DISPLAY "ERROR OPENING LATEST RESULTS. STATUS: "
002720             LATEST-FILE-STATUS
002721         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002722             THRU 9750-EXIT
002723         MOVE 8 TO RETURN-CODE
002724         STOP RUN
002725     END-IF
002730     OPEN OUTPUT CORRECTION-FEED-FILE
002740     IF NOT CORRECTION-FEED-OK
002750         DISPLAY "ERROR OPENING CORRECTION FEED. STATUS: "
002760             CORRECTION-FEED-STATUS
002763         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002766             THRU 9750-EXIT
002770         MOVE 8 TO RETURN-CODE
002780         STOP RUN
002790     END-IF
002800     OPEN OUTPUT CRR-REPORT-FILE
002810     IF NOT CRR-REPORT-OK
002820         DISPLAY "ERROR OPENING CORRECTION REPORT. STATUS: "
002830             CRR-REPORT-STATUS
002833         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002836             THRU 9750-EXIT
002840         MOVE 8 TO RETURN-CODE
002850         STOP RUN
002860     END-IF.
002870 0100-EXIT.
002880     EXIT.
002890*
002891*-----------------------------------------------------------*
002892* 0150-LOAD-REJECT-LIMIT-RTN - READS THE REJECT LIMIT FROM
002893* COLUMNS 2-6 OF THE CMPPARM CONTROL CARD, AS THE COMPUTE
002894* STEP'S 0078-LOAD-FEED-MODE-RTN DOES. A MISSING CARD OR A
002895* BLANK OR NON-NUMERIC LIMIT KEEPS THE DEFAULT. THE FEED MODE
002896* IN COLUMN 1 MEANS NOTHING TO A CORRECTION.
002897*-----------------------------------------------------------*
002898 0150-LOAD-REJECT-LIMIT-RTN.
002899     OPEN INPUT PARM-FILE
002900     IF NOT PARM-FILE-OK
002901         GO TO 0150-EXIT
002902     END-IF
002903     READ PARM-FILE
002904         AT END
002905             CLOSE PARM-FILE
002906             GO TO 0150-EXIT
002907     END-READ
002908     IF PRM-REJECT-LIMIT NUMERIC
002909         MOVE PRM-REJECT-LIMIT TO CRR-REJECT-LIMIT
002910     END-IF
002911     CLOSE PARM-FILE.
002912 0150-EXIT.
002913     EXIT.
002914*
002915*-----------------------------------------------------------*
002916* 0200-WRITE-HEADING-RTN - WRITES THE REPORT BANNER, TITLE
002920* AND RUN DATE ONCE AT THE TOP OF THE CORRECTION REPORT.
002930*-----------------------------------------------------------*
002940 0200-WRITE-HEADING-RTN.
002950     MOVE CRR-BANNER-LINE TO CRR-REPORT-RECORD
002960     WRITE CRR-REPORT-RECORD
002970     MOVE CRR-TITLE-LINE TO CRR-REPORT-RECORD
002980     WRITE CRR-REPORT-RECORD
002990     MOVE CRR-RUN-DATE TO CRR-RUNDATE-VALUE
003000     MOVE CRR-RUNDATE-LINE TO CRR-REPORT-RECORD
003010     WRITE CRR-REPORT-RECORD
003020     MOVE CRR-BANNER-LINE TO CRR-REPORT-RECORD
003030     WRITE CRR-REPORT-RECORD.
003040 0200-EXIT.
003050     EXIT.
003060*
003070*-----------------------------------------------------------*
003080* 0300-WRITE-FEED-HEADER-RTN - LEADS THE CORRECTION FEED WITH
003090* THE HEADER CONTROL RECORD, FLAGGED AS A CORRECTION IN
003100* IF-HDR-FEED-TYPE. THE SOURCE-FILE FIELD NAMES THE
003110* CORRECTION FILE THE FEED WAS BUILT FROM.
003120*-----------------------------------------------------------*
003130 0300-WRITE-FEED-HEADER-RTN.
003140     MOVE SPACES TO INTERFACE-RECORD
003150     SET IF-HEADER-REC TO TRUE
003160     MOVE CRR-RUN-DATE TO IF-HDR-RUN-DATE
003170     MOVE CRR-RUN-TIME TO IF-HDR-RUN-TIME
003180     MOVE CRR-CORRECTION-FILE-NAME TO IF-HDR-CONTROL-FILE
003190     SET IF-HDR-CORRECTION-FEED TO TRUE
003200     WRITE INTERFACE-RECORD.
003210 0300-EXIT.
003220     EXIT.
003230*
003240*-----------------------------------------------------------*
003250* 0900-CLOSE-FILES-RTN - SAVES THE FINAL I/O STATUSES FOR THE
003260* RETURN-CODE CHECK, THEN CLOSES ALL SEVEN FILES.
003270*-----------------------------------------------------------*
003280 0900-CLOSE-FILES-RTN.
003290     MOVE CORRECTION-FILE-STATUS TO CRR-CORR-FINAL-STATUS
003300     MOVE CORRECTION-FEED-STATUS TO CRR-FEED-FINAL-STATUS
003310     CLOSE CORRECTION-FILE
003320     CLOSE ROUTE-FILE
003325     CLOSE BUILDING-FILE
003330     CLOSE STATS-HIST-FILE
003335     CLOSE LATEST-FILE
003340     CLOSE CORRECTION-FEED-FILE
003350     CLOSE CRR-REPORT-FILE.
003360 0900-EXIT.
003370     EXIT.
003380*
003390*-----------------------------------------------------------*
003400* 1100-READ-CORRECTION-RTN - READS THE NEXT CORRECTION ITEM IN
003410* KEY ORDER. WORKED ITEMS STAY ON THE FILE AS ITS TRAIL AND
003420* ARE PASSED OVER BY 2000-WORK-ONE-ITEM-RTN.
003430*-----------------------------------------------------------*
003440 1100-READ-CORRECTION-RTN.
003450     READ CORRECTION-FILE
003460         AT END
003470             SET CORRECTION-EOF TO TRUE
003480     END-READ.
003490 1100-EXIT.
003500     EXIT.
003510*
003520*-----------------------------------------------------------*
003530* 2000-WORK-ONE-ITEM-RTN - WORKS ONE PENDING ITEM. THE STATS
003540* HISTORY RECORD HOLDS WHAT WAS SENT; THE ROUTE FILE HOLDS
003550* WHAT THE ROUTE IS NOW. NO HISTORY RECORD (IT WAS PURGED OR
003560* NEVER POSTED) LEAVES NOTHING TO CORRECT. NO SEGMENT 001 MEANS
003570* THE ROUTE WAS DELETED - A CANCEL. OTHERWISE THE ROUTE IS
003580* RECOMPUTED AND ITS NEW FINAL FLOOR JUDGED AGAINST THE OLD.
003590* THE ITEM IS THEN STAMPED WITH WHAT WAS DONE. AN I/O ERROR
003600* LEAVES THE ITEM PENDING, UNTOUCHED, FOR THE NEXT RUN. SO
003602* DOES A RECOMPUTED ROUTE TOO SUSPECT TO SEND - IT IS HELD,
003604* WITH ITS REASON REMARKED UNDER THE DETAIL LINE, AND IS
003606* WORKED AGAIN EACH RUN UNTIL A RELOAD PUTS THE ROUTE RIGHT.
003610*-----------------------------------------------------------*
003620 2000-WORK-ONE-ITEM-RTN.
003630     IF NOT COR-PENDING
003640         GO TO 2000-NEXT
003650     END-IF
003660     ADD 1 TO CRR-PENDING-COUNT
003670     MOVE "N" TO CRR-ITEM-ERROR-SW
003680     MOVE "N" TO CRR-CANCEL-SW
003690     MOVE "N" TO CRR-SEGMENT-FULL-SW
003693     MOVE "N" TO CRR-RANGE-VIOLATION-SW
003696     MOVE SPACES TO CRR-SUSPECT-REASON
003700     MOVE COR-BUILDING-ID TO HST-BUILDING-ID
003710     MOVE COR-ROUTE-DATE TO HST-ROUTE-DATE
003720     READ STATS-HIST-FILE
003730         INVALID KEY
003740             CONTINUE
003750     END-READ
003760     EVALUATE TRUE
003770         WHEN HIST-KEY-NOT-FOUND
003780             SET COR-NO-HISTORY TO TRUE
003790             MOVE 0 TO COR-OLD-FINAL-FLOOR
003800             MOVE 0 TO COR-NEW-FINAL-FLOOR
003810             ADD 1 TO CRR-NO-HISTORY-COUNT
003820             MOVE "NO HISTORY - NOT SENT" TO CRR-DETAIL-CATEGORY
003830         WHEN HIST-FILE-OK
003840             PERFORM 2500-RECOMPUTE-ROUTE-RTN
003850                 THRU 2500-EXIT
003860         WHEN OTHER
003870             DISPLAY "ERROR READING STATS HISTORY FOR "
003880                 COR-BUILDING-ID " DATE " COR-ROUTE-DATE
003890                 " STATUS " HIST-FILE-STATUS
003900             SET CRR-ITEM-ERROR TO TRUE
003910     END-EVALUATE
003920     IF CRR-ITEM-ERROR
003930         SET CRR-HARD-ERROR TO TRUE
003940         ADD 1 TO CRR-LEFT-PENDING-COUNT
003950         MOVE "LEFT PENDING - I/O ERROR" TO CRR-DETAIL-CATEGORY
003960         PERFORM 7500-WRITE-DETAIL-RTN
003970             THRU 7500-EXIT
003980         GO TO 2000-NEXT
003990     END-IF
003991     IF CRR-ROUTE-SUSPECT
003992         PERFORM 7500-WRITE-DETAIL-RTN
003993             THRU 7500-EXIT
003994         PERFORM 7600-WRITE-REMARK-RTN
003995             THRU 7600-EXIT
003996         GO TO 2000-NEXT
003997     END-IF
004000     MOVE CRR-RUN-DATE TO COR-PROCESSED-DATE
004010     REWRITE CORRECTION-RECORD
004020     IF NOT CORRECTION-OK
004030         DISPLAY "ERROR UPDATING CORRECTION ITEM FOR "
004040             COR-BUILDING-ID " DATE " COR-ROUTE-DATE
004050             " STATUS " CORRECTION-FILE-STATUS
004060         SET CRR-HARD-ERROR TO TRUE
004070     END-IF
004080     PERFORM 7500-WRITE-DETAIL-RTN
004090         THRU 7500-EXIT.
004160 2000-NEXT.
004170     PERFORM 1100-READ-CORRECTION-RTN
004180         THRU 1100-EXIT.
004190 2000-EXIT.
004200     EXIT.
004210*
004220*-----------------------------------------------------------*
004230* 2500-RECOMPUTE-ROUTE-RTN - RESETS THE PER-ROUTE FIGURES THE
004240* WAY THE COMPUTE STEP'S 1500-PROCESS-ONE-DATE-RTN DOES, READS
004250* SEGMENT 001 AND, IF THE ROUTE IS STILL THERE, WALKS EVERY
004260* SEGMENT AS ONE CONTINUOUS ROUTE. A ROUTE THAT IS GONE GOES
004270* TO THE CANCEL. ONE THAT IS THERE FACES THE COMPUTE STEP'S
004273* FLOOR-RANGE AND SUSPENSE TESTS; A SUSPECT ONE IS HELD, AND
004276* ONLY A ROUTE THAT PASSES GOES TO THE FLOOR CHECK.
004280*-----------------------------------------------------------*
004290 2500-RECOMPUTE-ROUTE-RTN.
004300     MOVE 0 TO CRR-FLOOR
004310     MOVE 0 TO CRR-CHAR-COUNT
004320     MOVE 0 TO CRR-REJECT-COUNT
004330     MOVE "N" TO CRR-BASEMENT-SW
004340     MOVE 0 TO CRR-BASEMENT-POSITION
004350     MOVE 0 TO CRR-MAX-FLOOR
004360     MOVE 0 TO CRR-MIN-FLOOR
004370     MOVE 0 TO CRR-FLOOR-UP-COUNT
004380     MOVE 0 TO CRR-FLOOR-DOWN-COUNT
004390     MOVE "N" TO CRR-SEGMENT-FULL-SW
004400     MOVE COR-BUILDING-ID TO RTE-BUILDING-ID
004410     MOVE COR-ROUTE-DATE TO RTE-ROUTE-DATE
004420     MOVE 1 TO RTE-SEGMENT-NUMBER
004430     READ ROUTE-FILE
004440         INVALID KEY
004450             CONTINUE
004460     END-READ
004470     EVALUATE TRUE
004480         WHEN FILE-KEY-NOT-FOUND
004490             PERFORM 3000-SEND-CANCEL-RTN
004500                 THRU 3000-EXIT
004510         WHEN FILE-OK
004520             PERFORM 2600-PROCESS-ONE-SEGMENT-RTN
004530                 THRU 2600-EXIT
004540                 UNTIL NOT FILE-OK
004550             IF NOT FILE-KEY-NOT-FOUND
004560                 DISPLAY "ERROR READING ROUTE FILE FOR "
004570                     COR-BUILDING-ID " DATE " COR-ROUTE-DATE
004580                     " STATUS " FILE-STATUS
004590                 SET CRR-ITEM-ERROR TO TRUE
004600                 GO TO 2500-EXIT
004610             END-IF
004614             PERFORM 2800-CHECK-FLOOR-RANGE-RTN
004618                 THRU 2800-EXIT
004622             PERFORM 2850-CHECK-SUSPECT-RTN
004626                 THRU 2850-EXIT
004630             IF CRR-ROUTE-SUSPECT
004634                 PERFORM 3300-HOLD-SUSPECT-RTN
004638                     THRU 3300-EXIT
004642                 GO TO 2500-EXIT
004646             END-IF
004650             PERFORM 3100-JUDGE-FLOOR-RTN
004660                 THRU 3100-EXIT
004670         WHEN OTHER
004680             DISPLAY "ERROR READING ROUTE FILE FOR "
004690                 COR-BUILDING-ID " DATE " COR-ROUTE-DATE
004700                 " STATUS " FILE-STATUS
004710             SET CRR-ITEM-ERROR TO TRUE
004720     END-EVALUATE.
004730 2500-EXIT.
004740     EXIT.
004750*
004760*-----------------------------------------------------------*
004770* 2600-PROCESS-ONE-SEGMENT-RTN - PROCESSES THE SEGMENT IN THE
004780* RECORD AREA AND READS THE NEXT ONE, LEAVING FILE-STATUS FOR
004790* THE CHAIN LOOP ABOVE TO TEST. A NOT-FOUND KEY IS THE NORMAL
004800* END OF THE CHAIN.
004810*-----------------------------------------------------------*
004820 2600-PROCESS-ONE-SEGMENT-RTN.
004830     PERFORM 2700-PROCESS-BLOCK-RTN
004840         THRU 2700-EXIT
004850     ADD 1 TO RTE-SEGMENT-NUMBER
004860     READ ROUTE-FILE
004870         INVALID KEY
004880             CONTINUE
004890     END-READ.
004900 2600-EXIT.
004910     EXIT.
004920*
004930*-----------------------------------------------------------*
004940* 2700-PROCESS-BLOCK-RTN - TRIMS TRAILING BLANK FILL FROM THE
004950* SEGMENT AND WALKS IT ONE CHARACTER AT A TIME - THE COMPUTE
004960* STEP'S 3100-PROCESS-BLOCK-RTN. A SEGMENT WITH NO TRAILING
004970* BLANK AT ALL IS NOTED IN CRR-SEGMENT-FULL-SW; ONE THAT IS
004980* STILL THE LAST AT CHAIN END IS A SUSPECTED TRUNCATION.
004990*-----------------------------------------------------------*
005000 2700-PROCESS-BLOCK-RTN.
005010     MOVE 4096 TO CRR-RECORD-LENGTH
005020     PERFORM 2750-TRIM-BLOCK-RTN
005030         THRU 2750-EXIT
005040         VARYING CRR-RECORD-LENGTH FROM 4096 BY -1
005050         UNTIL CRR-RECORD-LENGTH = 0
005060             OR RTE-DIRECTIVES(CRR-RECORD-LENGTH:1) NOT = SPACE
005070     IF CRR-RECORD-LENGTH = 4096
005080         SET CRR-SEGMENT-FULL TO TRUE
005090     ELSE
005100         MOVE "N" TO CRR-SEGMENT-FULL-SW
005110     END-IF
005120     PERFORM 4000-PROCESS-STEP-RTN
005130         THRU 4000-EXIT
005140         VARYING CRR-BUFFER-INDEX FROM 1 BY 1
005150         UNTIL CRR-BUFFER-INDEX > CRR-RECORD-LENGTH.
005160 2700-EXIT.
005170     EXIT.
005180*
005190*-----------------------------------------------------------*
005200* 2750-TRIM-BLOCK-RTN - BODY OF THE TRAILING-BLANK SCAN ABOVE.
005210* THE VARYING CLAUSE DOES ALL THE WORK.
005220*-----------------------------------------------------------*
005230 2750-TRIM-BLOCK-RTN.
005240     CONTINUE.
005250 2750-EXIT.
005260     EXIT.
005270*
005271*-----------------------------------------------------------*
005272* 2800-CHECK-FLOOR-RANGE-RTN - CHECKS THE RECOMPUTED HIGHEST
005273* AND LOWEST FLOOR AGAINST THE FLOOR RANGE ON THE BUILDING
005274* MASTER - THE COMPUTE STEP'S 6000-CHECK-FLOOR-RANGE-RTN. A
005275* BUILDING NOT ON THE MASTER HAS NO RANGE TO CHECK AGAINST
005276* AND IS PASSED OVER, AS IT IS THERE.
005277*-----------------------------------------------------------*
005278 2800-CHECK-FLOOR-RANGE-RTN.
005279     MOVE COR-BUILDING-ID TO BLD-BUILDING-ID
005280     READ BUILDING-FILE
005281         INVALID KEY
005282             GO TO 2800-EXIT
005283     END-READ
005284     IF NOT BUILDING-FILE-OK
005285         GO TO 2800-EXIT
005286     END-IF
005287     IF CRR-MAX-FLOOR > BLD-HIGHEST-FLOOR
005288         OR CRR-MIN-FLOOR < BLD-LOWEST-FLOOR
005289         SET CRR-RANGE-VIOLATION TO TRUE
005290     END-IF.
005291 2800-EXIT.
005292     EXIT.
005293*
005294*-----------------------------------------------------------*
005295* 2850-CHECK-SUSPECT-RTN - DECIDES WHETHER THE RECOMPUTED
005296* ROUTE IS TOO SUSPECT TO SEND, BY THE COMPUTE STEP'S
005297* 6500-CHECK-SUSPENSE-RTN RULES AND IN THE SAME ORDER: A CHAIN
005298* ENDING ON A FULL SEGMENT, A FLOOR-RANGE VIOLATION, OR MORE
005299* REJECTED CHARACTERS THAN CRR-REJECT-LIMIT. ONE REASON IS
005300* RECORDED, THE MOST SERIOUS FIRST.
005301*-----------------------------------------------------------*
005302 2850-CHECK-SUSPECT-RTN.
005303     MOVE SPACES TO CRR-SUSPECT-REASON
005304     EVALUATE TRUE
005305         WHEN CRR-SEGMENT-FULL
005306             MOVE "CHAN" TO CRR-SUSPECT-REASON
005307         WHEN CRR-RANGE-VIOLATION
005308             MOVE "FLRG" TO CRR-SUSPECT-REASON
005309         WHEN CRR-REJECT-COUNT > CRR-REJECT-LIMIT
005310             MOVE "REJT" TO CRR-SUSPECT-REASON
005311     END-EVALUATE.
005312 2850-EXIT.
005313     EXIT.
005314*
005315*-----------------------------------------------------------*
005316* 3000-SEND-CANCEL-RTN - THE ROUTE WAS DELETED AFTER IT WAS
005317* SENT. WRITES A CANCEL DETAIL CARRYING THE FINAL FLOOR SENT
005318* BEFORE, WITH A ZERO NEW FLOOR, AND DELETES THE STATS HISTORY
005320* RECORD - THE DATE NO LONGER HAS A ROUTE TO HAVE FIGURES FOR.
005325* THE LATEST-RESULTS RECORD IS THEN BROUGHT INTO LINE.
005330*-----------------------------------------------------------*
005340 3000-SEND-CANCEL-RTN.
005350     SET CRR-CANCEL TO TRUE
005360     MOVE HST-FINAL-FLOOR TO COR-OLD-FINAL-FLOOR
005370     MOVE 0 TO COR-NEW-FINAL-FLOOR
005380     PERFORM 3500-WRITE-FEED-DETAIL-RTN
005390         THRU 3500-EXIT
005400     DELETE STATS-HIST-FILE
005410         INVALID KEY
005420             CONTINUE
005430     END-DELETE
005440     IF NOT HIST-FILE-OK
005450         DISPLAY "ERROR DELETING STATS HISTORY FOR "
005460             COR-BUILDING-ID " DATE " COR-ROUTE-DATE
005470             " STATUS " HIST-FILE-STATUS
005480         SET CRR-HARD-ERROR TO TRUE
005490     END-IF
005493     PERFORM 3200-UPDATE-LATEST-RTN
005496         THRU 3200-EXIT
005500     SET COR-CANCELLED TO TRUE
005510     ADD 1 TO CRR-CANCELLED-COUNT
005520     MOVE "CANCEL SENT - ROUTE GONE" TO CRR-DETAIL-CATEGORY.
005530 3000-EXIT.
005540     EXIT.
005550*
005560*-----------------------------------------------------------*
005570* 3100-JUDGE-FLOOR-RTN - SETS THE RECOMPUTED FIGURES ON THE
005580* STATS HISTORY RECORD AND REWRITES IT, SO A REPLACED ROUTE'S
005590* MAX/MIN, COUNTS AND BASEMENT ENTRY ARE RIGHT EVEN WHERE THE
005600* FINAL FLOOR DID NOT MOVE. ONLY A FINAL FLOOR THAT MOVED IS
005610* SENT - THE FINAL FLOOR IS ALL ELF-SCHEDULING WAS EVER TOLD.
005615* THE LATEST-RESULTS RECORD IS THEN BROUGHT INTO LINE.
005620*-----------------------------------------------------------*
005630 3100-JUDGE-FLOOR-RTN.
005640     MOVE HST-FINAL-FLOOR TO COR-OLD-FINAL-FLOOR
005650     MOVE CRR-FLOOR TO COR-NEW-FINAL-FLOOR
005660     IF CRR-FLOOR = HST-FINAL-FLOOR
005670         SET COR-NO-CHANGE TO TRUE
005680         ADD 1 TO CRR-NO-CHANGE-COUNT
005690         MOVE "NO CHANGE - NOT SENT" TO CRR-DETAIL-CATEGORY
005700     ELSE
005710         PERFORM 3500-WRITE-FEED-DETAIL-RTN
005720             THRU 3500-EXIT
005730         SET COR-CORRECTED TO TRUE
005740         ADD 1 TO CRR-CORRECTED-COUNT
005750         MOVE "CORRECTION SENT" TO CRR-DETAIL-CATEGORY
005760     END-IF
005770     MOVE CRR-FLOOR TO HST-FINAL-FLOOR
005780     MOVE CRR-MAX-FLOOR TO HST-MAX-FLOOR
005790     MOVE CRR-MIN-FLOOR TO HST-MIN-FLOOR
005800     MOVE CRR-FLOOR-UP-COUNT TO HST-FLOOR-UP-COUNT
005810     MOVE CRR-FLOOR-DOWN-COUNT TO HST-FLOOR-DOWN-COUNT
005820     MOVE CRR-BASEMENT-SW TO HST-BASEMENT-SW
005830     MOVE CRR-BASEMENT-POSITION TO HST-BASEMENT-POSITION
005840     MOVE CRR-REJECT-COUNT TO HST-REJECT-COUNT
005850     REWRITE STATS-HIST-RECORD
005860         INVALID KEY
005870             CONTINUE
005880     END-REWRITE
005890     IF NOT HIST-FILE-OK
005900         DISPLAY "ERROR UPDATING STATS HISTORY FOR "
005910             COR-BUILDING-ID " DATE " COR-ROUTE-DATE
005920             " STATUS " HIST-FILE-STATUS
005930         SET CRR-HARD-ERROR TO TRUE
005940     END-IF
005943     PERFORM 3200-UPDATE-LATEST-RTN
005946         THRU 3200-EXIT.
005950 3100-EXIT.
005951     EXIT.
005952*
005953*-----------------------------------------------------------*
005954* 3200-UPDATE-LATEST-RTN - READS THE BUILDING'S LATEST-RESULTS
005955* RECORD. A CANCEL OF ITS LATEST DATE RE-POINTS IT AT THE
005956* NEWEST DATE LEFT ON THE STATS HISTORY (3250-FIND-NEWEST-
005957* HIST-RTN), TAKING THAT DATE'S FIGURES BUT KEEPING THE LAST
005958* SENT DATE AND FLOOR - THEY ARE STILL WHAT ELF-SCHEDULING WAS
005959* LAST TOLD. ONLY WHEN NO DATE IS LEFT IS THE RECORD DELETED,
005960* SO THE NEXT COMPUTE SENDS THE BUILDING IN FULL. A RECOMPUTE
005961* OF ITS LATEST DATE REFRESHES THE FIGURES, AND A CORRECTION
005962* SENT FOR A DATE NO OLDER THAN THE LAST ONE SENT IS STAMPED
005963* AS THE LAST SENT. NO RECORD LEAVES NOTHING TO DO.
005964*-----------------------------------------------------------*
005965 3200-UPDATE-LATEST-RTN.
005966     MOVE COR-BUILDING-ID TO LAT-BUILDING-ID
005967     READ LATEST-FILE
005968         INVALID KEY
005969             CONTINUE
005970     END-READ
005971     IF LATEST-KEY-NOT-FOUND
005972         GO TO 3200-EXIT
005973     END-IF
005974     IF NOT LATEST-FILE-OK
005975         GO TO 3200-ERROR
005976     END-IF
005977     IF LAT-ROUTE-DATE = COR-ROUTE-DATE
005978         AND CRR-CANCEL
005979         GO TO 3200-REPOINT
005985     END-IF
005986     IF LAT-ROUTE-DATE = COR-ROUTE-DATE
005987         MOVE CRR-FLOOR TO LAT-FINAL-FLOOR
005988         MOVE CRR-MAX-FLOOR TO LAT-MAX-FLOOR
005989         MOVE CRR-MIN-FLOOR TO LAT-MIN-FLOOR
005990         MOVE CRR-FLOOR-UP-COUNT TO LAT-FLOOR-UP-COUNT
005991         MOVE CRR-FLOOR-DOWN-COUNT TO LAT-FLOOR-DOWN-COUNT
005992         MOVE CRR-BASEMENT-SW TO LAT-BASEMENT-SW
005993         MOVE CRR-BASEMENT-POSITION TO LAT-BASEMENT-POSITION
005994         MOVE CRR-REJECT-COUNT TO LAT-REJECT-COUNT
005995     ELSE
005996         IF NOT COR-CORRECTED
005997             GO TO 3200-EXIT
005998         END-IF
005999     END-IF
006000     IF COR-CORRECTED
006001         AND COR-ROUTE-DATE NOT < LAT-SENT-DATE
006002         MOVE COR-ROUTE-DATE TO LAT-SENT-DATE
006003         MOVE COR-NEW-FINAL-FLOOR TO LAT-SENT-FINAL-FLOOR
006004     END-IF
006005     MOVE CRR-RUN-DATE TO LAT-UPDATED-DATE
006006     REWRITE LATEST-RESULT-RECORD
006007         INVALID KEY
006008             CONTINUE
006009     END-REWRITE
006010     IF NOT LATEST-FILE-OK
006011         GO TO 3200-ERROR
006012     END-IF
006013     ADD 1 TO CRR-LATEST-REFRESHED-COUNT
006014     GO TO 3200-EXIT.
006015 3200-REPOINT.
006016     MOVE "N" TO CRR-HIST-WALK-DONE-SW
006017     MOVE 0 TO LAT-ROUTE-DATE
006018     MOVE COR-BUILDING-ID TO HST-BUILDING-ID
006019     MOVE 0 TO HST-ROUTE-DATE
006020     START STATS-HIST-FILE KEY NOT LESS THAN HST-KEY
006021         INVALID KEY
006022             SET CRR-HIST-WALK-DONE TO TRUE
006023     END-START
006024     IF NOT HIST-FILE-OK
006025         AND NOT HIST-KEY-NOT-FOUND
006026         DISPLAY "ERROR READING STATS HISTORY FOR "
006027             COR-BUILDING-ID " STATUS " HIST-FILE-STATUS
006028         SET CRR-HARD-ERROR TO TRUE
006029         GO TO 3200-EXIT
006030     END-IF
006031     PERFORM 3250-FIND-NEWEST-HIST-RTN
006032         THRU 3250-EXIT
006033         UNTIL CRR-HIST-WALK-DONE
006034             OR CRR-HIST-WALK-FAILED
006035     IF CRR-HIST-WALK-FAILED
006036         GO TO 3200-EXIT
006037     END-IF
006038     IF LAT-ROUTE-DATE = 0
006039         DELETE LATEST-FILE
006040             INVALID KEY
006041                 CONTINUE
006042         END-DELETE
006043         IF NOT LATEST-FILE-OK
006044             GO TO 3200-ERROR
006045         END-IF
006046         ADD 1 TO CRR-LATEST-DROPPED-COUNT
006047         GO TO 3200-EXIT
006048     END-IF
006049     MOVE CRR-RUN-DATE TO LAT-UPDATED-DATE
006050     REWRITE LATEST-RESULT-RECORD
006051         INVALID KEY
006052             CONTINUE
006053     END-REWRITE
006054     IF NOT LATEST-FILE-OK
006055         GO TO 3200-ERROR
006056     END-IF
006057     ADD 1 TO CRR-LATEST-REPOINTED-COUNT
006058     GO TO 3200-EXIT.
006059 3200-ERROR.
006060     DISPLAY "ERROR UPDATING LATEST RESULTS FOR "
006061         COR-BUILDING-ID " DATE " COR-ROUTE-DATE
006062         " STATUS " LATEST-FILE-STATUS
006063     SET CRR-HARD-ERROR TO TRUE.
006064 3200-EXIT.
006065     EXIT.
006066*
006067*-----------------------------------------------------------*
006068* 3250-FIND-NEWEST-HIST-RTN - READS THE NEXT STATS HISTORY
006069* RECORD IN KEY ORDER. WHILE IT IS STILL THE BUILDING'S, ITS
006070* DATE AND FIGURES ARE MOVED ONTO THE LATEST-RESULTS RECORD,
006071* SO WHEN THE BUILDING'S KEY RANGE RUNS OUT THE RECORD HOLDS
006072* ITS NEWEST DATE - OR A ZERO DATE IF IT HAS NONE LEFT. THE
006073* LAST-SENT FIELDS ARE NOT TOUCHED.
006074*-----------------------------------------------------------*
006075 3250-FIND-NEWEST-HIST-RTN.
006076     READ STATS-HIST-FILE NEXT
006077         AT END
006078             SET CRR-HIST-WALK-DONE TO TRUE
006079             GO TO 3250-EXIT
006080     END-READ
006081     IF NOT HIST-FILE-OK
006082         DISPLAY "ERROR READING STATS HISTORY FOR "
006083             COR-BUILDING-ID " STATUS " HIST-FILE-STATUS
006084         SET CRR-HARD-ERROR TO TRUE
006085         SET CRR-HIST-WALK-FAILED TO TRUE
006086         GO TO 3250-EXIT
006087     END-IF
006088     IF HST-BUILDING-ID NOT = COR-BUILDING-ID
006089         SET CRR-HIST-WALK-DONE TO TRUE
006090         GO TO 3250-EXIT
006091     END-IF
006092     MOVE HST-ROUTE-DATE TO LAT-ROUTE-DATE
006093     MOVE HST-FINAL-FLOOR TO LAT-FINAL-FLOOR
006094     MOVE HST-MAX-FLOOR TO LAT-MAX-FLOOR
006095     MOVE HST-MIN-FLOOR TO LAT-MIN-FLOOR
006096     MOVE HST-FLOOR-UP-COUNT TO LAT-FLOOR-UP-COUNT
006097     MOVE HST-FLOOR-DOWN-COUNT TO LAT-FLOOR-DOWN-COUNT
006098     MOVE HST-BASEMENT-SW TO LAT-BASEMENT-SW
006099     MOVE HST-BASEMENT-POSITION TO LAT-BASEMENT-POSITION
006100     MOVE HST-REJECT-COUNT TO LAT-REJECT-COUNT.
006101 3250-EXIT.
006102     EXIT.
006103*
006104*-----------------------------------------------------------*
006105* 3300-HOLD-SUSPECT-RTN - HOLDS BACK A RECOMPUTED ROUTE THAT
006106* FAILED THE SUSPENSE TESTS. NOTHING GOES ON THE FEED AND THE
006107* STATS HISTORY AND LATEST RESULTS ARE LEFT AS THEY ARE; THE
006108* ITEM STAYS PENDING, SO THE NEXT RUN AFTER A RELOAD JUDGES
006109* THE ROUTE AGAIN. THE OLD AND NEW FINAL FLOORS ARE SET FOR
006110* THE REPORT ONLY - THE ITEM IS NOT REWRITTEN. THE REASON GOES
006111* ON THE DETAIL LINE AND IN THE REMARK UNDER IT, AND A SUSPEND
006112* ALERT TELLS THE DESK.
006113*-----------------------------------------------------------*
006114 3300-HOLD-SUSPECT-RTN.
006115     MOVE HST-FINAL-FLOOR TO COR-OLD-FINAL-FLOOR
006116     MOVE CRR-FLOOR TO COR-NEW-FINAL-FLOOR
006117     ADD 1 TO CRR-HELD-SUSPECT-COUNT
006118     MOVE "HELD - SUSPECT" TO CRR-DETAIL-CATEGORY
006119     MOVE CRR-SUSPECT-REASON TO CRR-DETAIL-CATEGORY(16:4)
006120     EVALUATE TRUE
006121         WHEN CRR-SEGMENT-FULL
006122             MOVE "LAST SEGMENT FULL - ROUTE POSSIBLY TRUNCATED"
006123                 TO CRR-REMARK-TEXT
006124         WHEN CRR-RANGE-VIOLATION
006125             MOVE "ROUTE GOES OUTSIDE THE BUILDING'S FLOORS"
006126                 TO CRR-REMARK-TEXT
006127         WHEN OTHER
006128             MOVE "REJECTED CHARACTERS OVER THE CMPPARM LIMIT"
006129                 TO CRR-REMARK-TEXT
006130     END-EVALUATE
006131     DISPLAY "CORRECTION HELD FOR " COR-BUILDING-ID
006132         " DATE " COR-ROUTE-DATE " - REASON " CRR-SUSPECT-REASON
006133     MOVE 4 TO ALERT-SEVERITY
006134     MOVE "SUSPEND" TO ALERT-CODE
006135     MOVE COR-BUILDING-ID TO ALERT-BUILDING-ID
006136     MOVE COR-ROUTE-DATE TO ALERT-ROUTE-DATE
006137     MOVE "CORRECTION HELD - ROUTE SUSPECT"
006138         TO ALERT-TEXT
006139     PERFORM 9700-WRITE-ALERT-RTN
006140         THRU 9700-EXIT.
006141 3300-EXIT.
006142     EXIT.
006143*
006144*-----------------------------------------------------------*
006145* 3500-WRITE-FEED-DETAIL-RTN - WRITES ONE CORRECTION DETAIL
006146* FROM THE OLD AND NEW FINAL FLOORS ON THE ITEM, FLAGGED AS A
006147* CANCEL WHEN THE ROUTE IS GONE, AND ROLLS THE COUNT AND BOTH
006148* FLOOR HASHES FORWARD FOR THE TRAILER.
006149*-----------------------------------------------------------*
006150 3500-WRITE-FEED-DETAIL-RTN.
006151     MOVE SPACES TO INTERFACE-RECORD
006152     SET IF-DETAIL-REC TO TRUE
006153     MOVE COR-BUILDING-ID TO IF-BUILDING-ID
006154     MOVE COR-ROUTE-DATE TO IF-ROUTE-DATE
006155     MOVE COR-NEW-FINAL-FLOOR TO IF-FINAL-FLOOR
006156     MOVE COR-OLD-FINAL-FLOOR TO IF-OLD-FINAL-FLOOR
006157     IF CRR-CANCEL
006158         SET IF-CANCELLED-DETAIL TO TRUE
006159     END-IF
006160     WRITE INTERFACE-RECORD
006161     ADD 1 TO CRR-DETAIL-COUNT
006162     ADD COR-NEW-FINAL-FLOOR TO CRR-FLOOR-HASH
006170     ADD COR-OLD-FINAL-FLOOR TO CRR-OLD-FLOOR-HASH.
006180 3500-EXIT.
006190     EXIT.
006200*
006210*-----------------------------------------------------------*
006220* 4000-PROCESS-STEP-RTN - APPLIES ONE DIRECTIVE TO THE
006230* RECOMPUTED FLOOR, TRACKING MAX/MIN, THE UP AND DOWN COUNTS
006240* AND THE FIRST BASEMENT ENTRY, AND COUNTING ANY CHARACTER
006250* THAT IS NEITHER "(" NOR ")" AS A REJECT - THE COMPUTE STEP'S
006260* 4000 THROUGH 4300 PARAGRAPHS, LESS THE REJECT FILE.
006270*-----------------------------------------------------------*
006280 4000-PROCESS-STEP-RTN.
006290     ADD 1 TO CRR-CHAR-COUNT
006300     EVALUATE RTE-DIRECTIVES(CRR-BUFFER-INDEX:1)
006310         WHEN "("
006320             ADD 1 TO CRR-FLOOR
006330             ADD 1 TO CRR-FLOOR-UP-COUNT
006340             IF CRR-FLOOR > CRR-MAX-FLOOR
006350                 MOVE CRR-FLOOR TO CRR-MAX-FLOOR
006360             END-IF
006370         WHEN ")"
006380             SUBTRACT 1 FROM CRR-FLOOR
006390             ADD 1 TO CRR-FLOOR-DOWN-COUNT
006400             IF CRR-FLOOR < CRR-MIN-FLOOR
006410                 MOVE CRR-FLOOR TO CRR-MIN-FLOOR
006420             END-IF
006430             IF CRR-FLOOR < 0 AND NOT CRR-BASEMENT-FOUND
006440                 SET CRR-BASEMENT-FOUND TO TRUE
006450                 MOVE CRR-CHAR-COUNT TO CRR-BASEMENT-POSITION
006460             END-IF
006470         WHEN OTHER
006480             ADD 1 TO CRR-REJECT-COUNT
006490     END-EVALUATE.
006500 4000-EXIT.
006510     EXIT.
006520*
006530*-----------------------------------------------------------*
006540* 7000-WRITE-FEED-TRAILER-RTN - CLOSES THE CORRECTION FEED
006550* WITH THE TRAILER CONTROL RECORD: THE DETAIL COUNT, THE HASH
006560* OF THE NEW FINAL FLOORS AND THE HASH OF THE OLD ONES.
006570*-----------------------------------------------------------*
006580 7000-WRITE-FEED-TRAILER-RTN.
006590     MOVE SPACES TO INTERFACE-RECORD
006600     SET IF-TRAILER-REC TO TRUE
006610     MOVE CRR-DETAIL-COUNT TO IF-TRL-DETAIL-COUNT
006620     MOVE CRR-FLOOR-HASH TO IF-TRL-FLOOR-HASH
006630     MOVE CRR-OLD-FLOOR-HASH TO IF-TRL-OLD-FLOOR-HASH
006640     WRITE INTERFACE-RECORD.
006650 7000-EXIT.
006660     EXIT.
006670*
006680*-----------------------------------------------------------*
006690* 7200-WRITE-TOTALS-RTN - WRITES THE RUN TOTALS AT THE BOTTOM
006700* OF THE CORRECTION REPORT.
006710*-----------------------------------------------------------*
006720 7200-WRITE-TOTALS-RTN.
006730     MOVE CRR-BANNER-LINE TO CRR-REPORT-RECORD
006740     WRITE CRR-REPORT-RECORD
006750     MOVE "ITEMS PENDING:" TO CRR-TOTAL-LABEL
006760     MOVE CRR-PENDING-COUNT TO CRR-TOTAL-VALUE
006770     PERFORM 7250-WRITE-TOTAL-LINE-RTN
006780         THRU 7250-EXIT
006790     MOVE "CORRECTIONS SENT:" TO CRR-TOTAL-LABEL
006800     MOVE CRR-CORRECTED-COUNT TO CRR-TOTAL-VALUE
006810     PERFORM 7250-WRITE-TOTAL-LINE-RTN
006820         THRU 7250-EXIT
006830     MOVE "CANCELS SENT:" TO CRR-TOTAL-LABEL
006840     MOVE CRR-CANCELLED-COUNT TO CRR-TOTAL-VALUE
006850     PERFORM 7250-WRITE-TOTAL-LINE-RTN
006860         THRU 7250-EXIT
006870     MOVE "NO CHANGE IN FINAL FLOOR:" TO CRR-TOTAL-LABEL
006880     MOVE CRR-NO-CHANGE-COUNT TO CRR-TOTAL-VALUE
006890     PERFORM 7250-WRITE-TOTAL-LINE-RTN
006900         THRU 7250-EXIT
006910     MOVE "NO HISTORY RECORD:" TO CRR-TOTAL-LABEL
006920     MOVE CRR-NO-HISTORY-COUNT TO CRR-TOTAL-VALUE
006930     PERFORM 7250-WRITE-TOTAL-LINE-RTN
006940         THRU 7250-EXIT
006950     MOVE "HELD - ROUTE SUSPECT:" TO CRR-TOTAL-LABEL
006960     MOVE CRR-HELD-SUSPECT-COUNT TO CRR-TOTAL-VALUE
006970     PERFORM 7250-WRITE-TOTAL-LINE-RTN
006980         THRU 7250-EXIT
006990     MOVE "LEFT PENDING - I/O ERROR:" TO CRR-TOTAL-LABEL
007000     MOVE CRR-LEFT-PENDING-COUNT TO CRR-TOTAL-VALUE
007010     PERFORM 7250-WRITE-TOTAL-LINE-RTN
007020         THRU 7250-EXIT
007021     MOVE "LATEST RESULTS UPDATED:" TO CRR-TOTAL-LABEL
007022     MOVE CRR-LATEST-REFRESHED-COUNT TO CRR-TOTAL-VALUE
007023     PERFORM 7250-WRITE-TOTAL-LINE-RTN
007024         THRU 7250-EXIT
007025     MOVE "LATEST RESULTS DROPPED:" TO CRR-TOTAL-LABEL
007026     MOVE CRR-LATEST-DROPPED-COUNT TO CRR-TOTAL-VALUE
007027     PERFORM 7250-WRITE-TOTAL-LINE-RTN
007028         THRU 7250-EXIT
007030     MOVE "LATEST RESULTS RE-POINTED:" TO CRR-TOTAL-LABEL
007032     MOVE CRR-LATEST-REPOINTED-COUNT TO CRR-TOTAL-VALUE
007034     PERFORM 7250-WRITE-TOTAL-LINE-RTN
007036         THRU 7250-EXIT
007038     IF CRR-PENDING-COUNT = 0
007040         MOVE "NOTHING PENDING CORRECTION THIS RUN"
007050             TO CRR-REPORT-RECORD
007060         WRITE CRR-REPORT-RECORD
007070     END-IF.
007080 7200-EXIT.
007090     EXIT.
007100*
007110*-----------------------------------------------------------*
007120* 7250-WRITE-TOTAL-LINE-RTN - WRITES ONE TOTAL LINE.
007130*-----------------------------------------------------------*
007140 7250-WRITE-TOTAL-LINE-RTN.
007150     MOVE CRR-TOTAL-LINE TO CRR-REPORT-RECORD
007160     WRITE CRR-REPORT-RECORD.
007170 7250-EXIT.
007180     EXIT.
007190*
007200*-----------------------------------------------------------*
007210* 7500-WRITE-DETAIL-RTN - WRITES ONE REPORT LINE FOR THE ITEM
007220* IN HAND: WHAT WAS DONE, THE OLD AND NEW FINAL FLOORS, AND
007230* HOW MANY LOADS FLAGGED IT SINCE IT WAS LAST WORKED.
007240*-----------------------------------------------------------*
007250 7500-WRITE-DETAIL-RTN.
007260     MOVE COR-BUILDING-ID TO CRR-DETAIL-BUILDING-ID
007270     MOVE COR-ROUTE-DATE TO CRR-DETAIL-ROUTE-DATE
007280     MOVE COR-OLD-FINAL-FLOOR TO CRR-DETAIL-OLD-FLOOR
007290     MOVE COR-NEW-FINAL-FLOOR TO CRR-DETAIL-NEW-FLOOR
007300     MOVE COR-FLAGGED-COUNT TO CRR-DETAIL-LOADS
007310     MOVE CRR-DETAIL-LINE TO CRR-REPORT-RECORD
007320     WRITE CRR-REPORT-RECORD.
007330 7500-EXIT.
007340     EXIT.
007350*
007360*-----------------------------------------------------------*
007370* 7600-WRITE-REMARK-RTN - WRITES A REMARK UNDER THE ITEM'S
007380* DETAIL LINE.
007390*-----------------------------------------------------------*
007400 7600-WRITE-REMARK-RTN.
007410     MOVE CRR-REMARK-LINE TO CRR-REPORT-RECORD
007420     WRITE CRR-REPORT-RECORD.
007430 7600-EXIT.
007440     EXIT.
007450*
007460*-----------------------------------------------------------*
007470* 8100-SET-RETURN-CODE-RTN - SETS THE CONDITION CODE THIS
007480* STEP HANDS BACK TO JCL: 0 MEANS NOTHING NEEDED SENDING, 4
007490* MEANS A CORRECTION FEED WENT OUT (OR A SUSPECT ROUTE WAS
007500* HELD) AND THE DESK SHOULD KNOW, 8 MEANS AN I/O
007510* ERROR LEFT AN ITEM PENDING OR THE CORRECTION FILE OR FEED
007520* DID NOT END IN GOOD STANDING.
007530*-----------------------------------------------------------*
007540 8100-SET-RETURN-CODE-RTN.
007550     IF CRR-HARD-ERROR
007560         OR NOT CRR-CORR-ENDED-CLEAN
007570         OR NOT CRR-FEED-ENDED-CLEAN
007580         MOVE 8 TO RETURN-CODE
007590     ELSE
007600         IF CRR-DETAIL-COUNT > 0
007610             OR CRR-HELD-SUSPECT-COUNT > 0
007620             MOVE 4 TO RETURN-CODE
007630         ELSE
007640             MOVE 0 TO RETURN-CODE
007650         END-IF
007660     END-IF.
007670 8100-EXIT.
007680     EXIT.
007690*
007700*-----------------------------------------------------------*
007710* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
007720* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
007730* ALERT. A HELD ROUTE HAS ALREADY RAISED ITS OWN SUSPEND ALERT
007735* IN 3300-HOLD-SUSPECT-RTN.
007740*-----------------------------------------------------------*
007750 8200-RAISE-ALERTS-RTN.
007760     IF CRR-HARD-ERROR
007770         MOVE 8 TO ALERT-SEVERITY
007780         MOVE "IOERROR" TO ALERT-CODE
007790         MOVE "HARD I/O ERROR - SEE CORRECTION REPORT"
007800             TO ALERT-TEXT
007810         PERFORM 9700-WRITE-ALERT-RTN
007820             THRU 9700-EXIT
007830     END-IF
007840     IF NOT CRR-CORR-ENDED-CLEAN
007850             OR NOT CRR-FEED-ENDED-CLEAN
007860         MOVE 8 TO ALERT-SEVERITY
007870         MOVE "BADEND" TO ALERT-CODE
007880         MOVE "CORRECTION FILE OR FEED NOT ENDED CLEAN"
007890             TO ALERT-TEXT
007900         PERFORM 9700-WRITE-ALERT-RTN
007910             THRU 9700-EXIT
007920     END-IF
007930     IF CRR-DETAIL-COUNT > 0
007940         MOVE 4 TO ALERT-SEVERITY
007950         MOVE "CORRSENT" TO ALERT-CODE
007960         MOVE CRR-DETAIL-COUNT TO ALERT-COUNT
007970         MOVE "CORRECTIONS SENT TO ELF-SCHEDULING"
007980             TO ALERT-TEXT
007990         PERFORM 9700-WRITE-ALERT-RTN
008000             THRU 9700-EXIT
008010     END-IF
008110     PERFORM 9720-ALERT-STEP-END-RTN
008120         THRU 9720-EXIT.
008130 8200-EXIT.
008140     EXIT.
008150*
008160*-----------------------------------------------------------*
008170* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
008180* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
008190* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
008200* NEXT CALLER STARTS CLEAN.
008210*-----------------------------------------------------------*
008220 9700-WRITE-ALERT-RTN.
008230     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
008240         PERFORM 9710-OPEN-ALERT-RTN
008250             THRU 9710-EXIT
008260     END-IF
008270     IF NOT ALERT-FILE-OPEN
008280         GO TO 9700-CLEAR
008290     END-IF
008300     MOVE SPACES TO ALERT-RECORD
008310     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
008320     ACCEPT ALR-RAISED-TIME FROM TIME
008330     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
008340     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
008350     MOVE "DAY01COR" TO ALR-PROGRAM-ID
008360     MOVE ALERT-SEVERITY TO ALR-SEVERITY
008370     MOVE ALERT-CODE TO ALR-CODE
008380     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
008390     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
008400     MOVE ALERT-COUNT TO ALR-COUNT
008410     MOVE ALERT-TEXT TO ALR-TEXT
008420     WRITE ALERT-RECORD
008430     IF ALERT-FILE-OK
008440         ADD 1 TO ALERT-RAISED-COUNT
008450     ELSE
008460         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
008470             " STATUS " ALERT-FILE-STATUS
008480         CLOSE ALERT-FILE
008490         SET ALERT-FILE-FAILED TO TRUE
008500     END-IF.
008510 9700-CLEAR.
008520     MOVE SPACES TO ALERT-BUILDING-ID
008530     MOVE 0 TO ALERT-ROUTE-DATE
008540     MOVE 0 TO ALERT-COUNT.
008550 9700-EXIT.
008560     EXIT.
008570*
008580*-----------------------------------------------------------*
008590* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
008600* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
008610* JOB AND STEP NAME OFF THE EXEC PARM.
008620*-----------------------------------------------------------*
008630 9710-OPEN-ALERT-RTN.
008640     OPEN EXTEND ALERT-FILE
008650     IF NOT ALERT-FILE-OK
008660         OPEN OUTPUT ALERT-FILE
008670     END-IF
008680     IF NOT ALERT-FILE-OK
008690         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
008700             ALERT-FILE-STATUS
008710         SET ALERT-FILE-FAILED TO TRUE
008720         GO TO 9710-EXIT
008730     END-IF
008740     SET ALERT-FILE-OPEN TO TRUE
008750     IF JOB-STEP-PARM-LENGTH > 0
008760         AND JOB-STEP-PARM-LENGTH NOT > 100
008770         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
008780             DELIMITED BY ","
008790             INTO ALERT-JOB-NAME ALERT-STEP-NAME
008800         END-UNSTRING
008810     END-IF
008820     IF ALERT-STEP-NAME = SPACES
008830         MOVE "DAY01COR" TO ALERT-STEP-NAME
008840     END-IF.
008850 9710-EXIT.
008860     EXIT.
008870*
008880*-----------------------------------------------------------*
008890* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
008900* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
008910* DATASET IF THIS STEP OPENED IT.
008920*-----------------------------------------------------------*
008930 9720-ALERT-STEP-END-RTN.
008940     IF RETURN-CODE > 0
008950         IF RETURN-CODE > 9
008960             MOVE 9 TO ALERT-SEVERITY
008970         ELSE
008980             MOVE RETURN-CODE TO ALERT-SEVERITY
008990         END-IF
009000         MOVE "STEPEND" TO ALERT-CODE
009010         MOVE RETURN-CODE TO ALERT-COUNT
009020         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
009030             TO ALERT-TEXT
009040         PERFORM 9700-WRITE-ALERT-RTN
009050             THRU 9700-EXIT
009060     END-IF
009070     IF ALERT-FILE-OPEN
009080         CLOSE ALERT-FILE
009090         MOVE "N" TO ALERT-OPEN-SW
009100     END-IF.
009110 9720-EXIT.
009120     EXIT.
009130*
009140*-----------------------------------------------------------*
009150* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
009160* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
009170* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
009180*-----------------------------------------------------------*
009190 9750-ALERT-STEP-STOPPED-RTN.
009200     MOVE 8 TO ALERT-SEVERITY
009210     MOVE "STEPSTOP" TO ALERT-CODE
009220     MOVE 8 TO ALERT-COUNT
009230     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
009240         TO ALERT-TEXT
009250     PERFORM 9700-WRITE-ALERT-RTN
009260         THRU 9700-EXIT
009270     IF ALERT-FILE-OPEN
009280         CLOSE ALERT-FILE
009290         MOVE "N" TO ALERT-OPEN-SW
009300     END-IF.
009310 9750-EXIT.
009320     EXIT.
