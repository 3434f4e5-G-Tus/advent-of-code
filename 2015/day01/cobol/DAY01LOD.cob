000274*                  NUMBER (SEE ROUTEREC), SO EACH TRANSACTION
000276*                  NAMES THE SEGMENT IT LOADS OR DELETES - A
000278*                  ROUTE LONGER THAN 4096 CHARACTERS ARRIVES
000279*                  AS ONE TRANSACTION PER SEGMENT, 001 FIRST.
000280* 2026-10-07 RW    A TRANSACTION APPLIED TO A ROUTE WHOSE
000281*                  DATE ALREADY HAS A STATS HISTORY RECORD -
000282*                  COMPUTED, ROLLED UP AND SENT - NOW FLAGS
000283*                  THE ROUTE PENDING ON THE NEW CORRECTION
000284*                  FILE (COPYBOOK CORRREC), SO THE DAY01COR
000285*                  STEP RECOMPUTES IT AND TELLS DOWNSTREAM IF
000286*                  THE FINAL FLOOR IT WAS SENT IS NOW WRONG.
000287*                  THE MAINTENANCE REPORT MARKS EVERY FLAGGED
000288*                  TRANSACTION AND COUNTS THEM.
000289* 2026-10-12 RW    EVERY WRITE, REWRITE AND DELETE APPLIED NOW
000290*                  APPENDS A RECORD TO THE NEW ROUTE-FILE
000291*                  CHANGE JOURNAL (COPYBOOK RTJREC) WITH THE
000292*                  FULL BEFORE AND AFTER ROUTE IMAGE, THE RUN'S
000293*                  START DATE/TIME AND THE TRANSACTION'S
000294*                  SEQUENCE NUMBER, SO DAY01RCV CAN ROLL A
000295*                  BACKUP FORWARD OR BACK A BAD LOAD OUT. A
000296*                  DELETE NOW READS THE ROUTE FIRST TO CAPTURE
000297*                  ITS BEFORE IMAGE. THE RUN DATE/TIME PRINTS IN
000298*                  THE REPORT HEADING - IT IS WHAT A BACKOUT
000299*                  NAMES THE RUN BY.
000300* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000301*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000302*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000303*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000304*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000305*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000306*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000307*                  ('JOB,STEP').
000308* 2026-10-15 RW    A CORRECTION-FILE READ THAT COMES BACK WITH
000309*                  ANYTHING BUT FOUND OR NOT FOUND IS NOW A HARD
000310*                  I/O ERROR (RC=8, IOERROR ALERT) INSTEAD OF
000311*                  FALLING THROUGH AS THOUGH NOTHING WERE FLAGGED.
000312* 2026-10-15 RW    THE REPORT HEADING NOW ALSO PRINTS THE BACKUP
000313*                  STAMP - ONE HUNDREDTH OF A SECOND BEFORE THE
000314*                  RUN STAMP - THAT A DAY01RCV ROLL FORWARD FROM
000315*                  THE ROUTE-FILE BACKUP TAKEN AHEAD OF THIS RUN
000316*                  (DAY01LOD STEP BACKUP) NEEDS IN COLUMNS 3-18 OF
000317*                  ITS RCVPARM CARD.
000318* 2026-10-15 RW    ONCE A CHANGE JOURNAL WRITE FAILS THE RUN
000319*                  APPLIES NO FURTHER TRANSACTIONS - EACH ONE
000320*                  LEFT IS REPORTED AND COUNTED AS NOT APPLIED -
000321*                  AND THE ALERT NOW SAYS TO RESTORE FROM THE
000322*                  ROUTE-FILE BACKUP. UNTIL NOW THE LOAD RAN ON,
000323*                  CHANGING ROUTES THE JOURNAL COULD NOT REPLAY
000324*                  OR BACK OUT.
000325* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000326*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000327*-----------------------------------------------------------*
000328*
000329 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000331 SOURCE-COMPUTER.    IBM-370.
000332 OBJECT-COMPUTER.    IBM-370.
000340 SPECIAL-NAMES.
000350     CONSOLE IS CONSOLE-DEVICE.
000360*
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS RTE-KEY
000471         FILE STATUS IS FILE-STATUS.
000472     SELECT STATS-HIST-FILE
000473         ASSIGN TO HISTFILE
000474         ORGANIZATION IS INDEXED
000475         ACCESS MODE IS RANDOM
000476         RECORD KEY IS HST-KEY
000477         FILE STATUS IS HIST-FILE-STATUS.
000478     SELECT CORRECTION-FILE
000479         ASSIGN TO CORRFILE
000480         ORGANIZATION IS INDEXED
000481         ACCESS MODE IS RANDOM
000482         RECORD KEY IS COR-KEY
000483         FILE STATUS IS CORRECTION-FILE-STATUS.
000484     SELECT ROUTE-JOURNAL-FILE
000485         ASSIGN TO RTEJRNL
000486         ORGANIZATION IS SEQUENTIAL
000488         FILE STATUS IS JOURNAL-FILE-STATUS.
000490     SELECT MAINT-REPORT-FILE
000500         ASSIGN TO LODRPT
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS MAINT-REPORT-STATUS.
000522     SELECT ALERT-FILE
000524         ASSIGN TO ALERTS
000526         ORGANIZATION IS SEQUENTIAL
000528         FILE STATUS IS ALERT-FILE-STATUS.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000660 FD  ROUTE-FILE.
000670     COPY "ROUTEREC.cpy".
000680*
000681 FD  STATS-HIST-FILE.
000682     COPY "STATHREC.cpy".
000683*
000684 FD  CORRECTION-FILE.
000685     COPY "CORRREC.cpy".
000686*
000687 FD  ROUTE-JOURNAL-FILE
000688     RECORD CONTAINS 8300 CHARACTERS
000689     RECORDING MODE IS F.
000690     COPY "RTJREC.cpy".
000691*
000692 FD  MAINT-REPORT-FILE.
000700 01  MAINT-REPORT-RECORD             PIC X(132).
000701*
000702 FD  ALERT-FILE
000703     RECORD CONTAINS 120 CHARACTERS
000704     RECORDING MODE IS F.
000705     COPY "ALERTREC.cpy".
000710*
000711 WORKING-STORAGE SECTION.
000712*-----------------------------------------------------------*
000713* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
000714* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
000715* COUNT WHERE THERE ARE ANY - AND PERFORMS
000716* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
000717* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
000718* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
000719* CODE - THE STEP'S OWN WORK STANDS.
000720*-----------------------------------------------------------*
000721 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
000722     88  ALERT-FILE-OK                     VALUE "00".
000723 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
000724     88  ALERT-FILE-OPEN                   VALUE "Y".
000725     88  ALERT-FILE-FAILED                 VALUE "F".
000726 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
000727 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
000728 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
000729 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
000730 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
000731 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
000732 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
000733 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
000734 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
000735*-----------------------------------------------------------*
000740* FILE STATUS AND SWITCHES.
000750*-----------------------------------------------------------*
000760 77  TRANSACTION-FILE-STATUS     PIC X(02) VALUE SPACES.
000830     88  FILE-KEY-NOT-FOUND                VALUE "23".
000840     88  FILE-NOT-ON-CATALOG               VALUE "35".
000850 77  MAINT-REPORT-STATUS         PIC X(02) VALUE SPACES.
000851     88  MAINT-REPORT-OK                   VALUE "00".
000852 77  HIST-FILE-STATUS            PIC X(02) VALUE SPACES.
000853     88  HIST-FILE-OK                      VALUE "00".
000854     88  HIST-NOT-ON-CATALOG               VALUE "35".
000855 77  CORRECTION-FILE-STATUS      PIC X(02) VALUE SPACES.
000856     88  CORRECTION-OK                     VALUE "00".
000857     88  CORRECTION-KEY-NOT-FOUND          VALUE "23".
000858     88  CORRECTION-NOT-ON-CATALOG         VALUE "35".
000859 77  JOURNAL-FILE-STATUS         PIC X(02) VALUE SPACES.
000860     88  JOURNAL-FILE-OK                   VALUE "00".
000861*-----------------------------------------------------------*
000862* THE STATS HISTORY IS ONLY READ, TO ASK WHETHER A ROUTE'S
000863* DATE HAS ALREADY GONE OUT. NONE ON CATALOG (BEFORE THE FIRST
000864* NIGHT EVER POSTS ONE) MEANS NOTHING HAS BEEN SENT AND
000865* NOTHING NEEDS FLAGGING; ONE THAT WILL NOT OPEN FOR ANY OTHER
000866* REASON LEAVES THE LOAD RUNNING UNFLAGGED AND ENDS RC=4.
000867* LOD-FLAGGED-SW TELLS 7500-WRITE-DETAIL-RTN THE TRANSACTION
000868* IN HAND WAS FLAGGED.
000869*-----------------------------------------------------------*
000870 77  LOD-HIST-AVAILABLE-SW       PIC X(01) VALUE "N".
000871     88  LOD-HIST-AVAILABLE                VALUE "Y".
000872 77  LOD-HIST-UNUSABLE-SW        PIC X(01) VALUE "N".
000873     88  LOD-HIST-UNUSABLE                 VALUE "Y".
000874 77  LOD-FLAGGED-SW              PIC X(01) VALUE "N".
000875     88  LOD-FLAGGED                       VALUE "Y".
000876*-----------------------------------------------------------*
000880* SET THE ONE TIME A ROUTE-FILE WRITE/REWRITE/DELETE COMES
000890* BACK WITH SOME STATUS OTHER THAN SUCCESS, A DUPLICATE KEY OR
000900* A NOT-FOUND KEY - A GENUINE HARD I/O ERROR. FILE-STATUS
000950*-----------------------------------------------------------*
000960 77  LOD-ROUTE-ERROR-SW          PIC X(01) VALUE "N".
000970     88  LOD-ROUTE-HARD-ERROR              VALUE "Y".
000971*-----------------------------------------------------------*
000972* SET WHEN A CORRECTION ITEM WOULD NOT WRITE OR REWRITE - THE
000973* ROUTE CHANGED BUT DOWNSTREAM WILL NEVER BE TOLD, SO THE RUN
000974* ENDS RC=8 THE SAME AS A ROUTE-FILE FAILURE.
000975*-----------------------------------------------------------*
000976 77  LOD-CORR-ERROR-SW           PIC X(01) VALUE "N".
000977     88  LOD-CORR-HARD-ERROR               VALUE "Y".
000978*-----------------------------------------------------------*
000979* SET WHEN A CHANGE JOURNAL RECORD WOULD NOT WRITE - THE ROUTE
000980* CHANGED BUT COULD NOT BE RECOVERED OR BACKED OUT FROM THE
000981* JOURNAL, SO THE RUN ENDS RC=8 THE SAME AS A ROUTE-FILE
000982* FAILURE. FROM THEN ON NO TRANSACTION IS APPLIED: EACH ONE
000983* LEFT IS MARKED IN LOD-NOT-APPLIED-SW FOR 7500-WRITE-DETAIL-
000984* RTN AND COUNTED, SO ROUTE-FILE IS AT MOST ONE CHANGE PAST THE
000985* JOURNAL AND THE BACKUP TAKEN AHEAD OF THE RUN PUTS IT RIGHT.
000986*-----------------------------------------------------------*
000987 77  LOD-JRNL-ERROR-SW           PIC X(01) VALUE "N".
000988     88  LOD-JRNL-HARD-ERROR               VALUE "Y".
000989 77  LOD-NOT-APPLIED-SW          PIC X(01) VALUE "N".
000990     88  LOD-NOT-APPLIED                   VALUE "Y".
000991*-----------------------------------------------------------*
000992* TRANSACTION DISPOSITION COUNTERS.
001000*-----------------------------------------------------------*
001010 77  LOD-TRANSACTION-COUNT       PIC 9(09) COMP VALUE 0.
001020 77  LOD-APPLIED-COUNT           PIC 9(09) COMP VALUE 0.
001030 77  LOD-DUPLICATE-COUNT         PIC 9(09) COMP VALUE 0.
001040 77  LOD-NOT-FOUND-COUNT         PIC 9(09) COMP VALUE 0.
001050 77  LOD-BAD-CODE-COUNT          PIC 9(09) COMP VALUE 0.
001055 77  LOD-FLAGGED-COUNT           PIC 9(09) COMP VALUE 0.
001057 77  LOD-JOURNALED-COUNT         PIC 9(09) COMP VALUE 0.
001058 77  LOD-NOT-APPLIED-COUNT       PIC 9(09) COMP VALUE 0.
001060*-----------------------------------------------------------*
001070* RUN DATE AND TIME - TOGETHER THEY NAME THE RUN ON EVERY
001075* CHANGE JOURNAL RECORD.
001080*-----------------------------------------------------------*
001090 77  LOD-RUN-DATE                PIC 9(08) VALUE 0.
001091 77  LOD-RUN-TIME                PIC 9(08) VALUE 0.
001092*-----------------------------------------------------------*
001093* THE AS-OF STAMP OF A ROUTE-FILE BACKUP TAKEN AHEAD OF THIS
001094* RUN: THE LAST INSTANT BEFORE THE RUN STAMP, SO A DAY01RCV
001095* ROLL FORWARD FROM THAT BACKUP TAKES EVERY EARLIER JOURNALED
001096* CHANGE AS ALREADY IN IT AND REPLAYS THIS RUN'S. SET BY
001097* 0250-SET-BACKUP-STAMP-RTN WITH THE CALENDAR FIELDS BELOW.
001098*-----------------------------------------------------------*
001099 01  LOD-BACKUP-STAMP.
001100     05  LOD-BACKUP-DATE.
001101         10  LOD-BACKUP-YEAR     PIC 9(04).
001102         10  LOD-BACKUP-MONTH    PIC 9(02).
001103         10  LOD-BACKUP-DAY      PIC 9(02).
001104     05  LOD-BACKUP-TIME.
001105         10  LOD-BACKUP-HOUR     PIC 9(02).
001106         10  LOD-BACKUP-MINUTE   PIC 9(02).
001107         10  LOD-BACKUP-SECOND   PIC 9(02).
001108         10  LOD-BACKUP-HUNDREDTH PIC 9(02).
001109 77  LOD-LEAP-QUOTIENT           PIC 9(04) COMP VALUE 0.
001110 77  LOD-LEAP-REM                PIC 9(04) COMP VALUE 0.
001111 77  LOD-LEAP-SW                 PIC X(01) VALUE "N".
001112     88  LOD-LEAP-YEAR                     VALUE "Y".
001113 01  LOD-MONTH-LEN-TABLE.
001114     05  FILLER                  PIC X(24) VALUE
001115         "312831303130313130313031".
001116 01  LOD-MONTH-LEN REDEFINES LOD-MONTH-LEN-TABLE.
001117     05  LOD-MONTH-LEN-DAYS      PIC 9(02) OCCURS 12 TIMES.
001118*-----------------------------------------------------------*
001119* THE BEFORE IMAGE OF THE ROUTE BEING CHANGED, SAVED AHEAD OF
001120* THE REWRITE OR DELETE SO THE JOURNAL RECORD CAN CARRY BOTH
001121* SIDES. AN ADD HAS NO BEFORE IMAGE - LOD-BEFORE-SW SAYS SO.
001122*-----------------------------------------------------------*
001123 01  LOD-BEFORE-IMAGE            PIC X(4117) VALUE SPACES.
001124 77  LOD-BEFORE-SW               PIC X(01) VALUE "N".
001125     88  LOD-BEFORE-PRESENT                VALUE "Y".
001126*-----------------------------------------------------------*
001127* MAINTENANCE REPORT LINE LAYOUTS - EACH PADDED TO THE FULL
001128* 132-BYTE MAINT-REPORT-FILE RECORD LENGTH.
001130*-----------------------------------------------------------*
001140 01  LOD-BANNER-LINE.
001150     05  FILLER                  PIC X(60)
001240 01  LOD-RUNDATE-LINE.
001250     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001260     05  LOD-RUNDATE-VALUE       PIC 9(08).
001263     05  FILLER                  PIC X(12) VALUE "  RUN TIME: ".
001266     05  LOD-RUNDATE-TIME        PIC 9(08).
001270     05  FILLER                  PIC X(94) VALUE SPACES.
001280*
001281 01  LOD-BACKUP-LINE.
001282     05  FILLER                  PIC X(40)
001283         VALUE "ROUTE BACKUP STAMP (RCVPARM COLS 3-18): ".
001284     05  LOD-BACKUP-LINE-STAMP   PIC X(16).
001285     05  FILLER                  PIC X(76) VALUE SPACES.
001286*
001290 01  LOD-DETAIL-LINE.
001300     05  FILLER                  PIC X(08) VALUE "ACTION: ".
001310     05  LOD-DETAIL-ACTION       PIC X(01).
001354     05  LOD-DETAIL-SEGMENT      PIC 9(03).
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  LOD-DETAIL-DISPOSITION  PIC X(20).
001373     05  FILLER                  PIC X(02) VALUE SPACES.
001376     05  LOD-DETAIL-FLAG         PIC X(22).
001380     05  FILLER                  PIC X(29) VALUE SPACES.
001390*
001400 01  LOD-TOTAL-LINE.
001410     05  LOD-TOTAL-LABEL         PIC X(25).
001420     05  LOD-TOTAL-VALUE         PIC 9(09).
001430     05  FILLER                  PIC X(98) VALUE SPACES.
001431*
001432 LINKAGE SECTION.
001433*-----------------------------------------------------------*
001434* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
001435* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
001436* PROGRAM NAME.
001437*-----------------------------------------------------------*
001438 01  JOB-STEP-PARM.
001439     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
001440     05  JOB-STEP-PARM-TEXT      PIC X(100).
001441*
001450 PROCEDURE DIVISION USING JOB-STEP-PARM.
001460*-----------------------------------------------------------*
001470* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE ROUTE
001480* MAINTENANCE STEP.
001630         THRU 0900-EXIT
001640     PERFORM 8100-SET-RETURN-CODE-RTN
001650         THRU 8100-EXIT
001653     PERFORM 8200-RAISE-ALERTS-RTN
001656         THRU 8200-EXIT
001660     STOP RUN.
001670*
001680*-----------------------------------------------------------*
001720* NOT EXIST YET - STATUS 35 ON THE OPEN I-O - SO THAT ONE CASE
001730* CREATES THE FILE EMPTY WITH AN OPEN OUTPUT AND REOPENS IT
001740* FOR UPDATE, THE SAME WAY THE COMPUTE STEP'S APPEND FILES
001750* FALL BACK FROM EXTEND TO OUTPUT ON THEIR FIRST RUN. THE
001752* CHANGE JOURNAL IS OPENED FOR APPEND (IT IS NEVER TRUNCATED)
001754* AND FALLS BACK TO OUTPUT ON ITS FIRST RUN THE SAME WAY; A
001756* LOAD THAT CANNOT JOURNAL DOES NOT RUN AT ALL.
001760*-----------------------------------------------------------*
001770 0100-OPEN-FILES-RTN.
001773     ACCEPT LOD-RUN-DATE FROM DATE YYYYMMDD
001776     ACCEPT LOD-RUN-TIME FROM TIME
001780     OPEN INPUT TRANSACTION-FILE
001790     IF NOT TRANSACTION-OK
001800         DISPLAY "ERROR OPENING TRANSACTION FILE. STATUS: "
001810             TRANSACTION-FILE-STATUS
001813         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001816             THRU 9750-EXIT
001820         MOVE 8 TO RETURN-CODE
001830         STOP RUN
001840     END-IF
001910     IF NOT FILE-OK
001920         DISPLAY "ERROR OPENING ROUTE FILE. STATUS: "
001930             FILE-STATUS
001933         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001936             THRU 9750-EXIT
001940         MOVE 8 TO RETURN-CODE
001950         STOP RUN
001951     END-IF
001952     OPEN INPUT STATS-HIST-FILE
001953     EVALUATE TRUE
001954         WHEN HIST-FILE-OK
001955             SET LOD-HIST-AVAILABLE TO TRUE
001956         WHEN HIST-NOT-ON-CATALOG
001957             CONTINUE
001958         WHEN OTHER
001959             SET LOD-HIST-UNUSABLE TO TRUE
001960             DISPLAY "WARNING - STATS HISTORY NOT USABLE, "
001961                 "STATUS " HIST-FILE-STATUS
001962                 " - NO ROUTE FLAGGED FOR CORRECTION"
001963     END-EVALUATE
001964     OPEN I-O CORRECTION-FILE
001965     IF CORRECTION-NOT-ON-CATALOG
001966         OPEN OUTPUT CORRECTION-FILE
001967         CLOSE CORRECTION-FILE
001968         OPEN I-O CORRECTION-FILE
001969     END-IF
001970     IF NOT CORRECTION-OK
001971         DISPLAY "ERROR OPENING CORRECTION FILE. STATUS: "
001972             CORRECTION-FILE-STATUS
001973         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001974             THRU 9750-EXIT
001975         MOVE 8 TO RETURN-CODE
001976         STOP RUN
001977     END-IF
001978     OPEN EXTEND ROUTE-JOURNAL-FILE
001979     IF NOT JOURNAL-FILE-OK
001980         OPEN OUTPUT ROUTE-JOURNAL-FILE
001981     END-IF
001982     IF NOT JOURNAL-FILE-OK
001983         DISPLAY "ERROR OPENING ROUTE CHANGE JOURNAL. STATUS: "
001984             JOURNAL-FILE-STATUS
001985         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001986             THRU 9750-EXIT
001987         MOVE 8 TO RETURN-CODE
001988         STOP RUN
001989     END-IF
001990     OPEN OUTPUT MAINT-REPORT-FILE
001991     IF NOT MAINT-REPORT-OK
001992         DISPLAY "ERROR OPENING MAINTENANCE REPORT. STATUS: "
002000             MAINT-REPORT-STATUS
002003         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002006             THRU 9750-EXIT
002010         MOVE 8 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002070*-----------------------------------------------------------*
002080* 0200-WRITE-HEADING-RTN - WRITES THE REPORT BANNER, TITLE
002090* AND RUN DATE ONCE AT THE TOP OF THE MAINTENANCE REPORT.
002092* THE RUN DATE/TIME NAMES THIS LOAD TO A DAY01RCV BACKOUT; THE
002094* BACKUP STAMP BELOW IT IS THE ROLL-FORWARD CARD'S AS-OF TIME
002096* FOR THE BACKUP TAKEN AHEAD OF THIS RUN.
002100*-----------------------------------------------------------*
002110 0200-WRITE-HEADING-RTN.
002130     MOVE LOD-BANNER-LINE TO MAINT-REPORT-RECORD
002140     WRITE MAINT-REPORT-RECORD
002150     MOVE LOD-TITLE-LINE TO MAINT-REPORT-RECORD
002160     WRITE MAINT-REPORT-RECORD
002170     MOVE LOD-RUN-DATE TO LOD-RUNDATE-VALUE
002175     MOVE LOD-RUN-TIME TO LOD-RUNDATE-TIME
002180     MOVE LOD-RUNDATE-LINE TO MAINT-REPORT-RECORD
002190     WRITE MAINT-REPORT-RECORD
002191     PERFORM 0250-SET-BACKUP-STAMP-RTN
002192         THRU 0250-EXIT
002193     MOVE LOD-BACKUP-STAMP TO LOD-BACKUP-LINE-STAMP
002194     MOVE LOD-BACKUP-LINE TO MAINT-REPORT-RECORD
002195     WRITE MAINT-REPORT-RECORD
002200     MOVE LOD-BANNER-LINE TO MAINT-REPORT-RECORD
002210     WRITE MAINT-REPORT-RECORD.
002220 0200-EXIT.
002230     EXIT.
002231*
002232*-----------------------------------------------------------*
002233* 0250-SET-BACKUP-STAMP-RTN - SETS LOD-BACKUP-STAMP TO ONE
002234* HUNDREDTH OF A SECOND BEFORE THE RUN STAMP, BORROWING BACK
002235* THROUGH SECONDS, MINUTES AND HOURS, AND AT MIDNIGHT TO THE
002236* LAST DAY OF THE MONTH (OR YEAR) BEFORE, HONORING THE
002237* LEAP-YEAR FEBRUARY.
002238*-----------------------------------------------------------*
002239 0250-SET-BACKUP-STAMP-RTN.
002240     MOVE LOD-RUN-DATE TO LOD-BACKUP-DATE
002241     MOVE LOD-RUN-TIME TO LOD-BACKUP-TIME
002242     IF LOD-BACKUP-HUNDREDTH > 0
002243         SUBTRACT 1 FROM LOD-BACKUP-HUNDREDTH
002244         GO TO 0250-EXIT
002245     END-IF
002246     MOVE 99 TO LOD-BACKUP-HUNDREDTH
002247     IF LOD-BACKUP-SECOND > 0
002248         SUBTRACT 1 FROM LOD-BACKUP-SECOND
002249         GO TO 0250-EXIT
002250     END-IF
002251     MOVE 59 TO LOD-BACKUP-SECOND
002252     IF LOD-BACKUP-MINUTE > 0
002253         SUBTRACT 1 FROM LOD-BACKUP-MINUTE
002254         GO TO 0250-EXIT
002255     END-IF
002256     MOVE 59 TO LOD-BACKUP-MINUTE
002257     IF LOD-BACKUP-HOUR > 0
002258         SUBTRACT 1 FROM LOD-BACKUP-HOUR
002259         GO TO 0250-EXIT
002260     END-IF
002261     MOVE 23 TO LOD-BACKUP-HOUR
002262     IF LOD-BACKUP-DAY > 1
002263         SUBTRACT 1 FROM LOD-BACKUP-DAY
002264         GO TO 0250-EXIT
002265     END-IF
002266     IF LOD-BACKUP-MONTH > 1
002267         SUBTRACT 1 FROM LOD-BACKUP-MONTH
002268     ELSE
002269         MOVE 12 TO LOD-BACKUP-MONTH
002270         SUBTRACT 1 FROM LOD-BACKUP-YEAR
002271     END-IF
002272     MOVE LOD-MONTH-LEN-DAYS(LOD-BACKUP-MONTH) TO LOD-BACKUP-DAY
002273     IF LOD-BACKUP-MONTH NOT = 2
002274         GO TO 0250-EXIT
002275     END-IF
002276     MOVE "N" TO LOD-LEAP-SW
002277     DIVIDE LOD-BACKUP-YEAR BY 4
002278         GIVING LOD-LEAP-QUOTIENT REMAINDER LOD-LEAP-REM
002279     IF LOD-LEAP-REM = 0
002280         SET LOD-LEAP-YEAR TO TRUE
002281         DIVIDE LOD-BACKUP-YEAR BY 100
002282             GIVING LOD-LEAP-QUOTIENT REMAINDER LOD-LEAP-REM
002283         IF LOD-LEAP-REM = 0
002284             MOVE "N" TO LOD-LEAP-SW
002285             DIVIDE LOD-BACKUP-YEAR BY 400
002286                 GIVING LOD-LEAP-QUOTIENT REMAINDER LOD-LEAP-REM
002287             IF LOD-LEAP-REM = 0
002288                 SET LOD-LEAP-YEAR TO TRUE
002289             END-IF
002290         END-IF
002291     END-IF
002292     IF LOD-LEAP-YEAR
002293         MOVE 29 TO LOD-BACKUP-DAY
002294     END-IF.
002295 0250-EXIT.
002296     EXIT.
002297*
002298*-----------------------------------------------------------*
002299* 0900-CLOSE-FILES-RTN - CLOSES EVERY FILE THAT OPENED.
002300*-----------------------------------------------------------*
002301 0900-CLOSE-FILES-RTN.
002302     CLOSE TRANSACTION-FILE
002303     CLOSE ROUTE-FILE
002304     CLOSE CORRECTION-FILE
002305     CLOSE ROUTE-JOURNAL-FILE
002306     IF LOD-HIST-AVAILABLE
002307         CLOSE STATS-HIST-FILE
002308     END-IF
002310     CLOSE MAINT-REPORT-FILE.
002320 0900-EXIT.
002330     EXIT.
002490*-----------------------------------------------------------*
002500* 2000-APPLY-ONE-TRANS-RTN - DISPATCHES ONE TRANSACTION ON ITS
002510* ACTION CODE, REPORTS ITS DISPOSITION, AND ADVANCES TO THE
002520* NEXT TRANSACTION. AFTER A JOURNAL WRITE HAS FAILED, THE
002525* TRANSACTION IS ONLY REPORTED AND COUNTED AS NOT APPLIED.
002530*-----------------------------------------------------------*
002540 2000-APPLY-ONE-TRANS-RTN.
002545     MOVE "N" TO LOD-FLAGGED-SW
002546     IF LOD-JRNL-HARD-ERROR
002547         SET LOD-NOT-APPLIED TO TRUE
002548         ADD 1 TO LOD-NOT-APPLIED-COUNT
002549         PERFORM 7500-WRITE-DETAIL-RTN
002550             THRU 7500-EXIT
002551         GO TO 2000-NEXT
002552     END-IF
002553     EVALUATE TRUE
002560         WHEN TRN-ADD
002570             PERFORM 3100-ADD-ROUTE-RTN
002580                 THRU 3100-EXIT
002660             ADD 1 TO LOD-BAD-CODE-COUNT
002670             PERFORM 7500-WRITE-DETAIL-RTN
002680                 THRU 7500-EXIT
002690     END-EVALUATE.
002695 2000-NEXT.
002700     PERFORM 1100-READ-TRANSACTION-RTN
002710         THRU 1100-EXIT.
002720 2000-EXIT.
002890* OVERLAY - AN OPERATOR WHO MEANS TO OVERLAY KEYS A REPLACE.
002900*-----------------------------------------------------------*
002910 3100-ADD-ROUTE-RTN.
002915     MOVE "N" TO LOD-BEFORE-SW
002920     PERFORM 3000-BUILD-ROUTE-KEY-RTN
002930         THRU 3000-EXIT
002940     MOVE TRN-DIRECTIVES TO RTE-DIRECTIVES
003000     END-WRITE
003010     PERFORM 3500-CHECK-HARD-ERROR-RTN
003020         THRU 3500-EXIT
003021     PERFORM 3700-WRITE-JOURNAL-RTN
003022         THRU 3700-EXIT
003023     PERFORM 3600-FLAG-CORRECTION-RTN
003026         THRU 3600-EXIT
003030     PERFORM 7500-WRITE-DETAIL-RTN
003040         THRU 7500-EXIT.
003050 3100-EXIT.
003160* TOUCHED.
003170*-----------------------------------------------------------*
003180 3200-REPLACE-ROUTE-RTN.
003185     MOVE "N" TO LOD-BEFORE-SW
003190     PERFORM 3000-BUILD-ROUTE-KEY-RTN
003200         THRU 3000-EXIT
003210     READ ROUTE-FILE
003232                 ADD 1 TO LOD-NOT-FOUND-COUNT
003234             END-IF
003240         NOT INVALID KEY
003243             MOVE ROUTE-RECORD TO LOD-BEFORE-IMAGE
003246             SET LOD-BEFORE-PRESENT TO TRUE
003250             MOVE TRN-DIRECTIVES TO RTE-DIRECTIVES
003260             REWRITE ROUTE-RECORD
003270             IF FILE-OK
003300     END-READ
003310     PERFORM 3500-CHECK-HARD-ERROR-RTN
003320         THRU 3500-EXIT
003321     PERFORM 3700-WRITE-JOURNAL-RTN
003322         THRU 3700-EXIT
003323     PERFORM 3600-FLAG-CORRECTION-RTN
003326         THRU 3600-EXIT
003330     PERFORM 7500-WRITE-DETAIL-RTN
003340         THRU 7500-EXIT.
003350 3200-EXIT.
003370*
003380*-----------------------------------------------------------*
003390* 3300-DELETE-ROUTE-RTN - DELETES A ROUTE RECORD BY KEY. A KEY
003400* NOT ON FILE IS A NOT-FOUND DISPOSITION. THE RECORD IS READ
003405* FIRST SO THE JOURNAL CAN CARRY THE IMAGE BEING DELETED.
003410*-----------------------------------------------------------*
003420 3300-DELETE-ROUTE-RTN.
003425     MOVE "N" TO LOD-BEFORE-SW
003430     PERFORM 3000-BUILD-ROUTE-KEY-RTN
003440         THRU 3000-EXIT
003441     READ ROUTE-FILE
003442         INVALID KEY
003443             IF FILE-KEY-NOT-FOUND
003444                 ADD 1 TO LOD-NOT-FOUND-COUNT
003445             END-IF
003446         NOT INVALID KEY
003447             MOVE ROUTE-RECORD TO LOD-BEFORE-IMAGE
003448             SET LOD-BEFORE-PRESENT TO TRUE
003450             DELETE ROUTE-FILE
003460                 INVALID KEY
003470                     IF FILE-KEY-NOT-FOUND
003472                         ADD 1 TO LOD-NOT-FOUND-COUNT
003474                     END-IF
003480                 NOT INVALID KEY
003490                     ADD 1 TO LOD-APPLIED-COUNT
003500             END-DELETE
003505     END-READ
003510     PERFORM 3500-CHECK-HARD-ERROR-RTN
003520         THRU 3500-EXIT
003521     PERFORM 3700-WRITE-JOURNAL-RTN
003522         THRU 3700-EXIT
003523     PERFORM 3600-FLAG-CORRECTION-RTN
003526         THRU 3600-EXIT
003530     PERFORM 7500-WRITE-DETAIL-RTN
003540         THRU 7500-EXIT.
003550 3300-EXIT.
003690     END-IF.
003700 3500-EXIT.
003710     EXIT.
003711*
003712*-----------------------------------------------------------*
003713* 3600-FLAG-CORRECTION-RTN - AFTER A TRANSACTION APPLIED
003714* CLEAN, ASKS THE STATS HISTORY WHETHER THE ROUTE'S DATE HAS
003715* ALREADY BEEN COMPUTED AND SENT. IF IT HAS, THE ROUTE IS
003716* FLAGGED PENDING ON THE CORRECTION FILE - A NEW ITEM, OR AN
003717* ITEM ALREADY ON FILE (AN EARLIER SEGMENT OF THIS LOAD, AN
003718* EARLIER LOAD, OR A CORRECTION ALREADY WORKED) PUT BACK TO
003719* PENDING WITH THIS TRANSACTION'S ACTION. AN ADD IS FLAGGED
003720* THE SAME AS A REPLACE OR DELETE - A CONTINUATION SEGMENT
003721* ADDED TO A ROUTE ALREADY SENT CHANGES IT JUST AS SURELY.
003722* DAY01COR WORKS OUT WHETHER THE CHANGE MOVED THE FINAL FLOOR.
003723* A CORRECTION-FILE READ THAT NEITHER FINDS NOR MISSES THE KEY
003724* IS A HARD ERROR - THE ROUTE WOULD OTHERWISE NEVER BE
003725* CORRECTED AND NOBODY WOULD KNOW.
003726*-----------------------------------------------------------*
003727 3600-FLAG-CORRECTION-RTN.
003728     IF NOT FILE-OK
003729         OR NOT LOD-HIST-AVAILABLE
003730         GO TO 3600-EXIT
003731     END-IF
003732     MOVE TRN-BUILDING-ID TO HST-BUILDING-ID
003733     MOVE TRN-ROUTE-DATE TO HST-ROUTE-DATE
003734     READ STATS-HIST-FILE
003735         INVALID KEY
003736             GO TO 3600-EXIT
003737     END-READ
003738     IF NOT HIST-FILE-OK
003739         DISPLAY "WARNING - STATS HISTORY READ FAILED FOR "
003740             TRN-BUILDING-ID " STATUS " HIST-FILE-STATUS
003741         SET LOD-HIST-UNUSABLE TO TRUE
003742         GO TO 3600-EXIT
003743     END-IF
003744     MOVE TRN-BUILDING-ID TO COR-BUILDING-ID
003745     MOVE TRN-ROUTE-DATE TO COR-ROUTE-DATE
003746     READ CORRECTION-FILE
003747         INVALID KEY
003748             MOVE SPACES TO CORRECTION-RECORD
003749             MOVE TRN-BUILDING-ID TO COR-BUILDING-ID
003750             MOVE TRN-ROUTE-DATE TO COR-ROUTE-DATE
003751             MOVE 0 TO COR-FLAGGED-COUNT
003752             MOVE 0 TO COR-OLD-FINAL-FLOOR
003753             MOVE 0 TO COR-NEW-FINAL-FLOOR
003754             MOVE 0 TO COR-PROCESSED-DATE
003755     END-READ
003756     IF NOT CORRECTION-OK
003757         AND NOT CORRECTION-KEY-NOT-FOUND
003758         DISPLAY "ERROR READING CORRECTION FILE FOR BUILDING "
003759             TRN-BUILDING-ID " DATE " TRN-ROUTE-DATE
003760             " STATUS " CORRECTION-FILE-STATUS
003761         SET LOD-CORR-HARD-ERROR TO TRUE
003762         GO TO 3600-EXIT
003763     END-IF
003764     SET COR-PENDING TO TRUE
003765     MOVE TRN-ACTION-CODE TO COR-LAST-ACTION
003766     MOVE LOD-RUN-DATE TO COR-FLAGGED-DATE
003767     ADD 1 TO COR-FLAGGED-COUNT
003768     IF CORRECTION-KEY-NOT-FOUND
003769         WRITE CORRECTION-RECORD
003770     ELSE
003771         REWRITE CORRECTION-RECORD
003772     END-IF
003773     IF CORRECTION-OK
003774         SET LOD-FLAGGED TO TRUE
003775         ADD 1 TO LOD-FLAGGED-COUNT
003776     ELSE
003777         DISPLAY "ERROR FLAGGING CORRECTION FOR BUILDING "
003778             TRN-BUILDING-ID " DATE " TRN-ROUTE-DATE
003779             " STATUS " CORRECTION-FILE-STATUS
003780         SET LOD-CORR-HARD-ERROR TO TRUE
003781     END-IF.
003782 3600-EXIT.
003783     EXIT.
003784*
003785*-----------------------------------------------------------*
003786* 3700-WRITE-JOURNAL-RTN - AFTER A TRANSACTION APPLIED CLEAN,
003787* APPENDS ONE RECORD TO THE CHANGE JOURNAL: THE RUN DATE AND
003788* TIME, THE TRANSACTION'S SEQUENCE NUMBER IN THIS RUN, THE
003789* ACTION AND KEY, AND THE BEFORE AND AFTER ROUTE IMAGES. THE
003790* RECORD AREA STILL HOLDS THE ROUTE AS WRITTEN, SO IT IS THE
003791* AFTER IMAGE - EXCEPT ON A DELETE, WHICH HAS NONE.
003792*-----------------------------------------------------------*
003793 3700-WRITE-JOURNAL-RTN.
003794     IF NOT FILE-OK
003795         GO TO 3700-EXIT
003796     END-IF
003797     MOVE SPACES TO ROUTE-JOURNAL-RECORD
003798     MOVE LOD-RUN-DATE TO RTJ-RUN-DATE
003799     MOVE LOD-RUN-TIME TO RTJ-RUN-TIME
003800     MOVE LOD-TRANSACTION-COUNT TO RTJ-TRANS-SEQUENCE
003801     MOVE "DAY01LOD" TO RTJ-PROGRAM-ID
003802     MOVE TRN-ACTION-CODE TO RTJ-ACTION-CODE
003803     MOVE RTE-KEY TO RTJ-KEY
003804     MOVE LOD-BEFORE-SW TO RTJ-BEFORE-SW
003805     IF LOD-BEFORE-PRESENT
003806         MOVE LOD-BEFORE-IMAGE TO RTJ-BEFORE-IMAGE
003807     END-IF
003808     IF TRN-DELETE
003809         MOVE "N" TO RTJ-AFTER-SW
003810     ELSE
003811         SET RTJ-AFTER-PRESENT TO TRUE
003812         MOVE ROUTE-RECORD TO RTJ-AFTER-IMAGE
003813     END-IF
003814     WRITE ROUTE-JOURNAL-RECORD
003815     IF JOURNAL-FILE-OK
003816         ADD 1 TO LOD-JOURNALED-COUNT
003817     ELSE
003818         DISPLAY "ERROR WRITING ROUTE CHANGE JOURNAL FOR "
003819             TRN-BUILDING-ID " DATE " TRN-ROUTE-DATE
003820             " STATUS " JOURNAL-FILE-STATUS
003821         SET LOD-JRNL-HARD-ERROR TO TRUE
003822     END-IF.
003823 3700-EXIT.
003824     EXIT.
003825*
003826*-----------------------------------------------------------*
003827* 7000-WRITE-TOTALS-RTN - WRITES THE RUN TOTALS AT THE BOTTOM
003828* OF THE MAINTENANCE REPORT.
003829*-----------------------------------------------------------*
003830 7000-WRITE-TOTALS-RTN.
003831     MOVE LOD-BANNER-LINE TO MAINT-REPORT-RECORD
003832     WRITE MAINT-REPORT-RECORD
003833     MOVE "TRANSACTIONS READ:" TO LOD-TOTAL-LABEL
003834     MOVE LOD-TRANSACTION-COUNT TO LOD-TOTAL-VALUE
003835     MOVE LOD-TOTAL-LINE TO MAINT-REPORT-RECORD
003836     WRITE MAINT-REPORT-RECORD
003840     MOVE "TRANSACTIONS APPLIED:" TO LOD-TOTAL-LABEL
003850     MOVE LOD-APPLIED-COUNT TO LOD-TOTAL-VALUE
003860     MOVE LOD-TOTAL-LINE TO MAINT-REPORT-RECORD
003960     MOVE "BAD TRANSACTION CODES:" TO LOD-TOTAL-LABEL
003970     MOVE LOD-BAD-CODE-COUNT TO LOD-TOTAL-VALUE
003980     MOVE LOD-TOTAL-LINE TO MAINT-REPORT-RECORD
003990     WRITE MAINT-REPORT-RECORD
003992     MOVE "FLAGGED FOR CORRECTION:" TO LOD-TOTAL-LABEL
003994     MOVE LOD-FLAGGED-COUNT TO LOD-TOTAL-VALUE
003996     MOVE LOD-TOTAL-LINE TO MAINT-REPORT-RECORD
003998     WRITE MAINT-REPORT-RECORD
004000     MOVE "CHANGES JOURNALED:" TO LOD-TOTAL-LABEL
004002     MOVE LOD-JOURNALED-COUNT TO LOD-TOTAL-VALUE
004004     MOVE LOD-TOTAL-LINE TO MAINT-REPORT-RECORD
004006     WRITE MAINT-REPORT-RECORD
004008     MOVE "NOT APPLIED - NO JOURNAL:" TO LOD-TOTAL-LABEL
004010     MOVE LOD-NOT-APPLIED-COUNT TO LOD-TOTAL-VALUE
004012     MOVE LOD-TOTAL-LINE TO MAINT-REPORT-RECORD
004014     WRITE MAINT-REPORT-RECORD.
004016 7000-EXIT.
004018     EXIT.
004020*
004030*-----------------------------------------------------------*
004040* 7500-WRITE-DETAIL-RTN - WRITES ONE TRANSACTION'S DETAIL LINE
004130     MOVE TRN-ROUTE-DATE TO LOD-DETAIL-ROUTE-DATE
004135     MOVE TRN-SEGMENT-NUMBER TO LOD-DETAIL-SEGMENT
004140     EVALUATE TRUE
004142         WHEN LOD-NOT-APPLIED
004144             MOVE "SKIPPED - NO JOURNAL" TO
004146                 LOD-DETAIL-DISPOSITION
004150         WHEN NOT TRN-ADD AND NOT TRN-REPLACE
004160             AND NOT TRN-DELETE
004170             MOVE "BAD TRANSACTION CODE" TO
004250         WHEN OTHER
004260             MOVE "I/O ERROR" TO LOD-DETAIL-DISPOSITION
004270     END-EVALUATE
004271     IF LOD-FLAGGED
004272         MOVE "FLAGGED FOR CORRECTION" TO LOD-DETAIL-FLAG
004273     ELSE
004274         MOVE SPACES TO LOD-DETAIL-FLAG
004275     END-IF
004280     MOVE LOD-DETAIL-LINE TO MAINT-REPORT-RECORD
004290     WRITE MAINT-REPORT-RECORD.
004300 7500-EXIT.
004390* ITSELF DID NOT END IN GOOD STANDING ON SOME TRANSACTION AND
004400* THE LOAD SHOULD NOT BE TRUSTED. JUDGED FROM THE RUN-WIDE
004410* COUNTERS AND LOD-ROUTE-ERROR-SW, NOT FILE-STATUS, WHICH ONLY
004420* EVER HOLDS THE LAST TRANSACTION'S RESULT. A CORRECTION ITEM
004423* THAT WOULD NOT POST, OR A CHANGE THAT WOULD NOT JOURNAL (AND
004424* THE TRANSACTIONS LEFT UNAPPLIED AFTER IT), IS AN 8 AS WELL; A
004426* STATS HISTORY THAT COULD NOT BE ASKED (SO NOTHING COULD BE
004428* FLAGGED) IS A 4.
004430*-----------------------------------------------------------*
004440 8100-SET-RETURN-CODE-RTN.
004450     IF LOD-ROUTE-HARD-ERROR
004455         OR LOD-CORR-HARD-ERROR
004457         OR LOD-JRNL-HARD-ERROR
004460         MOVE 8 TO RETURN-CODE
004470     ELSE
004480         IF LOD-DUPLICATE-COUNT > 0
004490             OR LOD-NOT-FOUND-COUNT > 0
004500             OR LOD-BAD-CODE-COUNT > 0
004505             OR LOD-HIST-UNUSABLE
004510             MOVE 4 TO RETURN-CODE
004520         ELSE
004530             MOVE 0 TO RETURN-CODE
004550     END-IF.
004560 8100-EXIT.
004570     EXIT.
004580*
004590*-----------------------------------------------------------*
004600* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
004610* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
004620* ALERT.
004630*-----------------------------------------------------------*
004640 8200-RAISE-ALERTS-RTN.
004650     IF LOD-ROUTE-HARD-ERROR
004660         MOVE 8 TO ALERT-SEVERITY
004670         MOVE "IOERROR" TO ALERT-CODE
004680         MOVE "ROUTE FILE HARD I/O ERROR"
004690             TO ALERT-TEXT
004700         PERFORM 9700-WRITE-ALERT-RTN
004710             THRU 9700-EXIT
004720     END-IF
004730     IF LOD-CORR-HARD-ERROR
004740         MOVE 8 TO ALERT-SEVERITY
004750         MOVE "IOERROR" TO ALERT-CODE
004760         MOVE "CORRECTION FILE HARD I/O ERROR"
004770             TO ALERT-TEXT
004780         PERFORM 9700-WRITE-ALERT-RTN
004790             THRU 9700-EXIT
004800     END-IF
004810     IF LOD-JRNL-HARD-ERROR
004820         MOVE 8 TO ALERT-SEVERITY
004830         MOVE "IOERROR" TO ALERT-CODE
004835         MOVE LOD-NOT-APPLIED-COUNT TO ALERT-COUNT
004840         MOVE "JOURNAL FAILED - RESTORE ROUTE.BACKUP"
004850             TO ALERT-TEXT
004860         PERFORM 9700-WRITE-ALERT-RTN
004870             THRU 9700-EXIT
004880     END-IF
004890     IF LOD-DUPLICATE-COUNT > 0
004900             OR LOD-NOT-FOUND-COUNT > 0
004910             OR LOD-BAD-CODE-COUNT > 0
004920         MOVE 4 TO ALERT-SEVERITY
004930         MOVE "REJECTED" TO ALERT-CODE
004940         COMPUTE ALERT-COUNT = LOD-DUPLICATE-COUNT
004950             + LOD-NOT-FOUND-COUNT
004960             + LOD-BAD-CODE-COUNT
004970         MOVE "ROUTE TRANSACTIONS TURNED AWAY"
004980             TO ALERT-TEXT
004990         PERFORM 9700-WRITE-ALERT-RTN
005000             THRU 9700-EXIT
005010     END-IF
005020     IF LOD-HIST-UNUSABLE
005030         MOVE 4 TO ALERT-SEVERITY
005040         MOVE "NOTUSABL" TO ALERT-CODE
005050         MOVE "STATS HISTORY NOT USABLE - NONE FLAGGED"
005060             TO ALERT-TEXT
005070         PERFORM 9700-WRITE-ALERT-RTN
005080             THRU 9700-EXIT
005090     END-IF
005100     PERFORM 9720-ALERT-STEP-END-RTN
005110         THRU 9720-EXIT.
005120 8200-EXIT.
005130     EXIT.
005140*
005150*-----------------------------------------------------------*
005160* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
005170* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
005180* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
005190* NEXT CALLER STARTS CLEAN.
005200*-----------------------------------------------------------*
005210 9700-WRITE-ALERT-RTN.
005220     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
005230         PERFORM 9710-OPEN-ALERT-RTN
005240             THRU 9710-EXIT
005250     END-IF
005260     IF NOT ALERT-FILE-OPEN
005270         GO TO 9700-CLEAR
005280     END-IF
005290     MOVE SPACES TO ALERT-RECORD
005300     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
005310     ACCEPT ALR-RAISED-TIME FROM TIME
005320     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
005330     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
005340     MOVE "DAY01LOD" TO ALR-PROGRAM-ID
005350     MOVE ALERT-SEVERITY TO ALR-SEVERITY
005360     MOVE ALERT-CODE TO ALR-CODE
005370     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
005380     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
005390     MOVE ALERT-COUNT TO ALR-COUNT
005400     MOVE ALERT-TEXT TO ALR-TEXT
005410     WRITE ALERT-RECORD
005420     IF ALERT-FILE-OK
005430         ADD 1 TO ALERT-RAISED-COUNT
005440     ELSE
005450         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
005460             " STATUS " ALERT-FILE-STATUS
005470         CLOSE ALERT-FILE
005480         SET ALERT-FILE-FAILED TO TRUE
005490     END-IF.
005500 9700-CLEAR.
005510     MOVE SPACES TO ALERT-BUILDING-ID
005520     MOVE 0 TO ALERT-ROUTE-DATE
005530     MOVE 0 TO ALERT-COUNT.
005540 9700-EXIT.
005550     EXIT.
005560*
005570*-----------------------------------------------------------*
005580* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
005590* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
005600* JOB AND STEP NAME OFF THE EXEC PARM.
005610*-----------------------------------------------------------*
005620 9710-OPEN-ALERT-RTN.
005630     OPEN EXTEND ALERT-FILE
005640     IF NOT ALERT-FILE-OK
005650         OPEN OUTPUT ALERT-FILE
005660     END-IF
005670     IF NOT ALERT-FILE-OK
005680         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
005690             ALERT-FILE-STATUS
005700         SET ALERT-FILE-FAILED TO TRUE
005710         GO TO 9710-EXIT
005720     END-IF
005730     SET ALERT-FILE-OPEN TO TRUE
005740     IF JOB-STEP-PARM-LENGTH > 0
005750         AND JOB-STEP-PARM-LENGTH NOT > 100
005760         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
005770             DELIMITED BY ","
005780             INTO ALERT-JOB-NAME ALERT-STEP-NAME
005790         END-UNSTRING
005800     END-IF
005810     IF ALERT-STEP-NAME = SPACES
005820         MOVE "DAY01LOD" TO ALERT-STEP-NAME
005830     END-IF.
005840 9710-EXIT.
005850     EXIT.
005860*
005870*-----------------------------------------------------------*
005880* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
005890* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
005900* DATASET IF THIS STEP OPENED IT.
005910*-----------------------------------------------------------*
005920 9720-ALERT-STEP-END-RTN.
005930     IF RETURN-CODE > 0
005940         IF RETURN-CODE > 9
005950             MOVE 9 TO ALERT-SEVERITY
005960         ELSE
005970             MOVE RETURN-CODE TO ALERT-SEVERITY
005980         END-IF
005990         MOVE "STEPEND" TO ALERT-CODE
006000         MOVE RETURN-CODE TO ALERT-COUNT
006010         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
006020             TO ALERT-TEXT
006030         PERFORM 9700-WRITE-ALERT-RTN
006040             THRU 9700-EXIT
006050     END-IF
006060     IF ALERT-FILE-OPEN
006070         CLOSE ALERT-FILE
006080         MOVE "N" TO ALERT-OPEN-SW
006090     END-IF.
006100 9720-EXIT.
006110     EXIT.
006120*
006130*-----------------------------------------------------------*
006140* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
006150* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
006160* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
006170*-----------------------------------------------------------*
006180 9750-ALERT-STEP-STOPPED-RTN.
006190     MOVE 8 TO ALERT-SEVERITY
006200     MOVE "STEPSTOP" TO ALERT-CODE
006210     MOVE 8 TO ALERT-COUNT
006220     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
006230         TO ALERT-TEXT
006240     PERFORM 9700-WRITE-ALERT-RTN
006250         THRU 9700-EXIT
006260     IF ALERT-FILE-OPEN
006270         CLOSE ALERT-FILE
006280         MOVE "N" TO ALERT-OPEN-SW
006290     END-IF.
006300 9750-EXIT.
006310     EXIT.
