000767*                  REACH THE ONE THAT PARKED OR FAILED. A
000768*                  FRESH NIGHT HAS NO CHECKPOINT LOG AT ALL -
000769*                  HOUSEKEEP DELETED IT.
000770* 2026-10-05 RW    SUSPECT ROUTES NOW GO TO THE NEW SUSPENSE
000771*                  FILE (COPYBOOK SUSPREC) INSTEAD OF THE
000772*                  FEED - A ROUTE ENDING ON A BROKEN SEGMENT
000773*                  CHAIN, LEAVING ITS BUILDING'S FLOOR RANGE,
000774*                  OR CARRYING MORE REJECTED CHARACTERS THAN
000775*                  THE NEW CMPPARM REJECT LIMIT IS HELD WITH
000776*                  ITS REASON AND FULL STATS FIGURES, AND
000777*                  WRITES NEITHER A STATS RECORD NOR A FEED
000778*                  DETAIL. ITEMS THE DESK HAS RELEASED
000779*                  THROUGH DAY01SUS GO OUT AT THE TOP OF THE
000780*                  NEXT FRESH RUN, FLAGGED AS RELEASED ON THE
000781*                  FEED, WITH A STATS RECORD SO THE REPORT AND
000782*                  HISTORY STEPS SEE THEM. THE SUSPENDED
000783*                  COUNT RIDES THE CHECKPOINT.
000784* 2026-10-06 RW    A SUSPECT ROUTE WHOSE SUSPENSE ITEM THE
000785*                  DESK HAS ALREADY RELEASED, KILLED OR SENT
000786*                  NO LONGER PUTS THE ITEM BACK TO SUSPENDED
000787*                  WHEN THE DATE IS RUN AGAIN (THE NEW DECK
000788*                  BUILD STEP CAN OWE IT AGAIN); IT IS STILL
000789*                  KEPT OFF THE FEED.
000790* 2026-10-09 RW    THE DELTA CHECK NOW DOES ONE KEYED READ OF
000791*                  THE NEW LATEST-RESULTS FILE (COPYBOOK
000792*                  LATREC, DD LATFILE) INSTEAD OF WALKING THE
000793*                  BUILDING'S WHOLE RANGE OF THE STATS
000794*                  HISTORY, AND COMPARES AGAINST THE FINAL
000795*                  FLOOR LAST ACTUALLY SENT. HISTFILE IS NO
000796*                  LONGER OPENED BY THIS STEP.
000797* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000798*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000799*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000800*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000801*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000802*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000803*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000804*                  ('JOB,STEP').
000805*                  MISSING, TRUNCATED, OUT-OF-RANGE AND
000806*                  SUSPENDED ROUTES EACH RAISE THEIR OWN ALERT
000807*                  WITH BUILDING AND DATE.
000808*                  AN UNUSABLE CALENDAR OR LATEST-RESULTS FILE
000809*                  RAISES AN ADVISORY ALERT.
000810* 2026-10-15 RW    RECORDS EACH ROUTE'S DATA-QUALITY EVENTS ON THE
000811*                  NEW PERMANENT QUALITY-EVENT FILE (COPYBOOK
000812*                  QEVTREC, DD QEVTFILE) FOR THE WEEKLY SCORECARD
000813*                  (DAY01QSC): ONE REJT EVENT PER DISTINCT
000814*                  REJECTED CHARACTER WITH ITS COUNT AND FIRST
000815*                  POSITION, A FLRG EVENT FOR A FLOOR-RANGE
000816*                  VIOLATION WITH THE FLOORS REACHED, AND A CHAN
000817*                  EVENT FOR A CHAIN ENDING ON A FULL SEGMENT.
000818*                  A ROUTE'S OLD EVENTS ARE REPLACED EACH TIME IT
000819*                  IS PROCESSED, SO A RERUN OR RESTART NEVER
000820*                  COUNTS IT TWICE. MISSING ROUTES ARE LEFT TO
000821*                  DAY01VAL. AN EVENT FILE THAT WILL NOT OPEN OR
000822*                  WRITE IS WARNED ON, RC=4, AND THE RUN CARRIES
000823*                  ON WITHOUT IT.
000824* 2026-10-15 RW    A STILL-SUSPENDED ITEM REPLACED BY A RERUN NOW
000825*                  KEEPS ITS ORIGINAL SUSPENDED DATE, SO DAY01SAG
000826*                  CAN AGE IT. A ROUTE THAT NOW COMPUTES CLEAN
000827*                  RETIRES ANY SUSPENSE ITEM STILL OPEN FOR ITS
000828*                  KEY (KILLED AS SUPERSEDED), SO A LATER RELEASE
000829*                  CANNOT SEND THE STALE FIGURES AS A SECOND
000830*                  DETAIL FOR THE SAME BUILDING AND DATE.
000831* 2026-10-15 RW    A ROUTE WHOSE SUSPENSE ITEM WAS SENT AS
000832*                  RELEASED EARLIER IN THIS SAME RUN, OR KILLED BY
000833*                  THE DESK, IS NO LONGER SENT OR HELD AGAIN WHEN
000834*                  THE DECK OWES ITS DATE. UNTIL NOW IT WENT OUT A
000835*                  SECOND TIME IF IT COMPUTED CLEAN, OR WAS
000836*                  COUNTED AND ALERTED AS HELD IF IT DID NOT. A
000837*                  ROUTE IS NOW COUNTED AS HELD ONLY WHEN ITS
000838*                  ITEM REALLY IS STILL SUSPENDED.
000839* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000840*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000841*-----------------------------------------------------------*
000842*
000843 ENVIRONMENT DIVISION.
000844 CONFIGURATION SECTION.
000845 SOURCE-COMPUTER.    IBM-370.
000846 OBJECT-COMPUTER.    IBM-370.
000847 SPECIAL-NAMES.
000848     CONSOLE IS CONSOLE-DEVICE.
000849*
000850 INPUT-OUTPUT SECTION.
000851 FILE-CONTROL.
000852     SELECT CONTROL-FILE
000853         ASSIGN TO CTLFILE
000854         ORGANIZATION IS LINE SEQUENTIAL
000855         FILE STATUS IS CONTROL-FILE-STATUS.
000856     SELECT ROUTE-FILE
000857         ASSIGN TO RTEFILE
000858         ORGANIZATION IS INDEXED
000859         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS RTE-KEY
000870         FILE STATUS IS FILE-STATUS.
000880     SELECT CHECKPOINT-FILE
001089         ASSIGN TO CMPPARM
001090         ORGANIZATION IS LINE SEQUENTIAL
001091         FILE STATUS IS PARM-FILE-STATUS.
001092     SELECT LATEST-FILE
001093         ASSIGN TO LATFILE
001094         ORGANIZATION IS INDEXED
001095         ACCESS MODE IS RANDOM
001096         RECORD KEY IS LAT-BUILDING-ID
001097         FILE STATUS IS LATEST-FILE-STATUS.
001098     SELECT SUSPENSE-FILE
001099         ASSIGN TO SUSFILE
001100         ORGANIZATION IS INDEXED
001101         ACCESS MODE IS DYNAMIC
001102         RECORD KEY IS SUS-KEY
001103         FILE STATUS IS SUSPENSE-FILE-STATUS.
001104     SELECT ALERT-FILE
001105         ASSIGN TO ALERTS
001106         ORGANIZATION IS SEQUENTIAL
001107         FILE STATUS IS ALERT-FILE-STATUS.
001108     SELECT QUALITY-EVENT-FILE
001109         ASSIGN TO QEVTFILE
001110         ORGANIZATION IS INDEXED
001111         ACCESS MODE IS DYNAMIC
001112         RECORD KEY IS QEV-KEY
001113         FILE STATUS IS QUALITY-EVENT-FILE-STATUS.
001114*
001115 DATA DIVISION.
001116 FILE SECTION.
001117 FD  CONTROL-FILE.
001120     COPY "CONTROLREC.cpy".
001130*
001140 FD  ROUTE-FILE.
001345     05  CKPT-FLOOR-RANGE-COUNT  PIC 9(09).
001346     05  CKPT-IF-DETAIL-COUNT    PIC 9(09).
001347     05  CKPT-IF-FLOOR-HASH      PIC S9(12).
001350     05  CKPT-SUSPENDED-COUNT    PIC 9(08).
001360*
001370 FD  REJECT-FILE
001380     RECORD CONTAINS 30 CHARACTERS
001617     05  PRM-FEED-MODE           PIC X(01).
001618         88  PRM-FULL-FEED                  VALUE "F".
001619         88  PRM-DELTA-FEED                 VALUE "D".
001620     05  PRM-REJECT-LIMIT        PIC 9(05).
001621     05  FILLER                  PIC X(74).
001622*
001623 FD  LATEST-FILE.
001624     COPY "LATREC.cpy".
001625*
001626 FD  SUSPENSE-FILE.
001627     COPY "SUSPREC.cpy".
001628*
001629 FD  INTERFACE-FILE
001630     RECORD CONTAINS 80 CHARACTERS
001631     RECORDING MODE IS F.
001640     COPY "IFACEREC.cpy".
001648*
001656 FD  ALERT-FILE
001664     RECORD CONTAINS 120 CHARACTERS
001672     RECORDING MODE IS F.
001680     COPY "ALERTREC.cpy".
001682*
001684 FD  QUALITY-EVENT-FILE.
001686     COPY "QEVTREC.cpy".
001690*
001691 WORKING-STORAGE SECTION.
001692*-----------------------------------------------------------*
001693* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
001694* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
001695* COUNT WHERE THERE ARE ANY - AND PERFORMS
001696* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
001697* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
001698* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
001699* CODE - THE STEP'S OWN WORK STANDS.
001700*-----------------------------------------------------------*
001701 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
001702     88  ALERT-FILE-OK                     VALUE "00".
001703 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
001704     88  ALERT-FILE-OPEN                   VALUE "Y".
001705     88  ALERT-FILE-FAILED                 VALUE "F".
001706 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
001707 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
001708 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
001709 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
001710 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
001711 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
001712 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
001713 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
001714 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
001715*-----------------------------------------------------------*
001720* FILE STATUS AND SWITCHES.
001730*-----------------------------------------------------------*
001740 77  CONTROL-FILE-STATUS         PIC X(02) VALUE SPACES.
002072*-----------------------------------------------------------*
002073 77  D01-ALREADY-COMPLETE-SW     PIC X(01) VALUE "N".
002074     88  D01-ALREADY-COMPLETE              VALUE "Y".
002077*-----------------------------------------------------------*
002080* REJECT REPORT FIELDS.
002090*-----------------------------------------------------------*
002100 77  REJECT-FILE-STATUS          PIC X(02) VALUE SPACES.
002749*-----------------------------------------------------------*
002750* DELTA FEED MODE FIELDS. THE MODE COMES FROM THE CMPPARM
002751* CONTROL CARDS; ANYTHING BUT A CLEAN "D" - INCLUDING A
002752* MISSING OR UNREADABLE CMPPARM, OR A LATEST-RESULTS FILE
002753* THAT WILL NOT OPEN - FALLS BACK TO THE FULL FEED, BECAUSE A
002754* FULL FEED IS ALWAYS SAFE TO SEND AND A WRONGLY THIN ONE IS
002755* NOT. IN DELTA MODE 7750-CHECK-DELTA-RTN READS THE
002756* BUILDING'S LATEST-RESULTS RECORD BY KEY AND A FINAL FLOOR
002757* UNCHANGED FROM THE ONE LAST SENT SUPPRESSES THE DETAIL.
002758* THE SUPPRESSED COUNT IS DISPLAY-ONLY AND DOES NOT RIDE THE
002759* CHECKPOINT - THE TRAILER'S FIGURES, WHICH DO, COVER ONLY
002760* WHAT WAS SENT.
002761*-----------------------------------------------------------*
002762 77  PARM-FILE-STATUS            PIC X(02) VALUE SPACES.
002763     88  PARM-FILE-OK                      VALUE "00".
002764 77  LATEST-FILE-STATUS          PIC X(02) VALUE SPACES.
002765     88  LATEST-FILE-OK                    VALUE "00".
002766 77  D01-FEED-MODE-SW            PIC X(01) VALUE "F".
002767     88  D01-DELTA-MODE                    VALUE "D".
002768 77  D01-SUPPRESS-DETAIL-SW      PIC X(01) VALUE "N".
002769     88  D01-SUPPRESS-DETAIL               VALUE "Y".
002775 77  D01-IF-SUPPRESSED-COUNT     PIC 9(09) COMP VALUE 0.
002776*-----------------------------------------------------------*
002777* SUSPENSE FIELDS. A ROUTE IS HELD BACK IN THE SUSPENSE FILE
002778* (SEE 6500-CHECK-SUSPENSE-RTN) WHEN ITS SEGMENT CHAIN ENDS
002779* FULL, IT LEAVES THE MASTER'S FLOOR RANGE, OR ITS REJECTED
002780* CHARACTERS EXCEED D01-REJECT-LIMIT - COLUMNS 2-6 OF THE
002781* CMPPARM CARD, TEN WHEN THE CARD IS MISSING OR THE FIELD IS
002782* NOT NUMERIC. THE SUSPENDED COUNT RIDES THE CHECKPOINT; THE
002783* RELEASED COUNT IS DISPLAY-ONLY, SINCE THE RELEASED ITEMS GO
002784* OUT AHEAD OF THE FIRST CHECKPOINT AND A RESTART NEVER SENDS
002785* THEM AGAIN. A SUSPENSE WRITE THAT FAILS LOSES THE ROUTE
002786* FROM BOTH THE FEED AND THE DESK, SO IT LATCHES A HARD ERROR.
002787*-----------------------------------------------------------*
002788 77  SUSPENSE-FILE-STATUS        PIC X(02) VALUE SPACES.
002789     88  SUSPENSE-FILE-OK                  VALUE "00".
002790     88  SUSPENSE-FILE-AT-EOF              VALUE "10".
002791     88  SUSPENSE-DUPLICATE-KEY            VALUE "22".
002792     88  SUSPENSE-NOT-ON-CATALOG           VALUE "35".
002793 77  D01-REJECT-LIMIT            PIC 9(05) COMP VALUE 10.
002794 77  D01-RANGE-VIOLATION-SW      PIC X(01) VALUE "N".
002795     88  D01-RANGE-VIOLATION               VALUE "Y".
002796 77  D01-SUSPEND-SW              PIC X(01) VALUE "N".
002797     88  D01-SUSPEND-ROUTE                 VALUE "Y".
002798 77  D01-SUSPEND-REASON          PIC X(04) VALUE SPACES.
002799 77  D01-SUSPENDED-COUNT         PIC 9(08) COMP VALUE 0.
002800 77  D01-RELEASED-SENT-COUNT     PIC 9(09) COMP VALUE 0.
002801 77  D01-SUSPENSE-SCAN-DONE-SW   PIC X(01) VALUE "N".
002802     88  D01-SUSPENSE-SCAN-DONE            VALUE "Y".
002803 77  D01-SUSPENSE-ERROR-SW       PIC X(01) VALUE "N".
002804     88  D01-SUSPENSE-HARD-ERROR           VALUE "Y".
002805 01  D01-SUSPENSE-IMAGE          PIC X(160).
002806 77  D01-SUSPENDED-DATE-SAVE     PIC 9(08) VALUE 0.
002807 77  D01-SUPERSEDED-COUNT        PIC 9(09) COMP VALUE 0.
002808 77  D01-SUSPENSE-LEFT-SW        PIC X(01) VALUE "N".
002809     88  D01-SUSPENSE-LEFT                 VALUE "Y".
002810 77  D01-SUSPENSE-RESOLVED-SW    PIC X(01) VALUE "N".
002811     88  D01-SUSPENSE-RESOLVED             VALUE "Y".
002812 77  D01-RESOLVED-SKIP-COUNT     PIC 9(09) COMP VALUE 0.
002813*-----------------------------------------------------------*
002814* QUALITY-EVENT FIELDS (COPYBOOK QEVTREC). 6800-RECORD-QUALITY-
002815* RTN REPLACES A ROUTE'S REJT, FLRG AND CHAN EVENTS EACH TIME
002816* THE ROUTE IS PROCESSED. THE BAD-CHARACTER TABLE GATHERS THE
002817* ROUTE'S REJECTED CHARACTERS AS 4300-REJECT-CHAR-RTN SEES
002818* THEM - ONE ENTRY PER DISTINCT CHARACTER, WITH ITS COUNT AND
002819* FIRST POSITION; AT 256 ENTRIES IT CAN HOLD EVERY CHARACTER
002820* THERE IS. THE FILE IS EVIDENCE, NOT PART OF THE FEED, SO ONE
002821* THAT WILL NOT OPEN OR WRITE IS LATCHED OFF FOR THE REST OF
002822* THE RUN AND WARNED ON (RC=4) RATHER THAN STOPPING THE STEP.
002823*-----------------------------------------------------------*
002824 77  QUALITY-EVENT-FILE-STATUS   PIC X(02) VALUE SPACES.
002825     88  QUALITY-EVENT-OK                  VALUE "00".
002826     88  QUALITY-EVENT-DUPLICATE           VALUE "22".
002827     88  QUALITY-EVENT-NOT-FOUND           VALUE "23".
002828     88  QUALITY-EVENT-NOT-ON-CATALOG      VALUE "35".
002829 77  D01-EVENT-FILE-SW           PIC X(01) VALUE "N".
002830     88  D01-EVENT-FILE-OPEN               VALUE "Y".
002831     88  D01-EVENT-FILE-FAILED             VALUE "F".
002832 77  D01-EVENT-SCAN-DONE-SW      PIC X(01) VALUE "N".
002833     88  D01-EVENT-SCAN-DONE               VALUE "Y".
002834 77  D01-EVENT-COUNT             PIC 9(09) COMP VALUE 0.
002835 77  D01-BAD-CHAR-USED           PIC 9(03) COMP VALUE 0.
002836 77  D01-BAD-CHAR-SUB            PIC 9(03) COMP VALUE 0.
002837 77  D01-BAD-CHAR-HIT            PIC 9(03) COMP VALUE 0.
002838 01  D01-BAD-CHAR-TABLE.
002839     05  D01-BAD-CHAR-ENTRY OCCURS 256 TIMES.
002840         10  D01-BAD-CHAR        PIC X(01).
002841         10  D01-BAD-CHAR-COUNT  PIC 9(09) COMP.
002842         10  D01-BAD-CHAR-FIRST  PIC 9(09) COMP.
002843*
002844 LINKAGE SECTION.
002845*-----------------------------------------------------------*
002846* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
002847* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
002848* PROGRAM NAME.
002849*-----------------------------------------------------------*
002850 01  JOB-STEP-PARM.
002851     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
002852     05  JOB-STEP-PARM-TEXT      PIC X(100).
002853*
002854 PROCEDURE DIVISION USING JOB-STEP-PARM.
002855*-----------------------------------------------------------*
002856* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE RUN.
002857*-----------------------------------------------------------*
002858 0000-MAIN-PARA.
002859     PERFORM 0050-OPEN-ROUTE-FILE-RTN
002860         THRU 0050-EXIT
002861     PERFORM 0060-OPEN-BLDG-MASTER-RTN
002862         THRU 0060-EXIT
002863     PERFORM 0062-OPEN-CALENDAR-RTN
002864         THRU 0062-EXIT
002865     PERFORM 0100-OPEN-CONTROL-RTN
002866         THRU 0100-EXIT
002867     PERFORM 0150-COUNT-CONTROL-RTN
002868         THRU 0150-EXIT
002869     PERFORM 0200-CHECK-CHECKPOINT-RTN
002870         THRU 0200-EXIT
002871     IF D01-ALREADY-COMPLETE
002872         PERFORM 0250-END-ALREADY-COMPLETE-RTN
002873             THRU 0250-EXIT
002874     END-IF
002875     PERFORM 0085-OPEN-CHECKPOINT-RTN
002876         THRU 0085-EXIT
002877     PERFORM 0065-OPEN-STATS-RTN
002878         THRU 0065-EXIT
002879     PERFORM 0070-OPEN-AUDIT-LOG-RTN
002880         THRU 0070-EXIT
002881     PERFORM 0075-OPEN-REJECT-RTN
002882         THRU 0075-EXIT
002883     PERFORM 0078-LOAD-FEED-MODE-RTN
002884         THRU 0078-EXIT
002885     PERFORM 0080-OPEN-INTERFACE-RTN
002886         THRU 0080-EXIT
002887     PERFORM 0090-OPEN-SUSPENSE-RTN
002888         THRU 0090-EXIT
002889     PERFORM 0095-OPEN-QUALITY-EVENTS-RTN
002890         THRU 0095-EXIT
002891     IF NOT D01-RESTART-RUN
002892         PERFORM 0400-SEND-RELEASED-RTN
002893             THRU 0400-EXIT
002894     END-IF
002897     PERFORM 1100-READ-CONTROL-RTN
002900         THRU 1100-EXIT
002910     PERFORM 0300-SKIP-COMPLETED-BLDGS-RTN
002920         THRU 0300-EXIT
003054         THRU 0955-EXIT
003056     PERFORM 0957-CLOSE-CALENDAR-RTN
003058         THRU 0957-EXIT
003060     PERFORM 0958-CLOSE-LATEST-RTN
003062         THRU 0958-EXIT
003066     PERFORM 0965-CLOSE-STATS-RTN
003070         THRU 0965-EXIT
003080     PERFORM 0970-CLOSE-AUDIT-LOG-RTN
003090         THRU 0970-EXIT
003130         THRU 0980-EXIT
003140     PERFORM 0985-CLOSE-CHECKPOINT-RTN
003150         THRU 0985-EXIT
003152     PERFORM 0990-CLOSE-SUSPENSE-RTN
003154         THRU 0990-EXIT
003156     PERFORM 0995-CLOSE-QUALITY-EVENTS-RTN
003158         THRU 0995-EXIT
003160     PERFORM 8100-SET-RETURN-CODE-RTN
003170         THRU 8100-EXIT
003173     PERFORM 8200-RAISE-ALERTS-RTN
003176         THRU 8200-EXIT
003180     STOP RUN.
003190*
003200*-----------------------------------------------------------*
003260     IF NOT FILE-OK
003270         DISPLAY "ERROR OPENING ROUTE FILE. STATUS: "
003280             FILE-STATUS
003283         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003286             THRU 9750-EXIT
003290         MOVE 8 TO RETURN-CODE
003300         STOP RUN
003310     END-IF.
003339     IF NOT BUILDING-FILE-OK
003340         DISPLAY "ERROR OPENING BUILDING MASTER. STATUS: "
003341             BUILDING-FILE-STATUS
003342         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003343             THRU 9750-EXIT
003344         MOVE 8 TO RETURN-CODE
003345         STOP RUN
003346     END-IF.
003347 0060-EXIT.
003348     EXIT.
003349*
003350*-----------------------------------------------------------*
003351* 0062-OPEN-CALENDAR-RTN - OPENS THE BUSINESS-DAY CALENDAR
003352* MASTER FOR THE EMPTY-RANGE CHECK. A CALENDAR THAT CANNOT BE
003353* OPENED IS A WARNING, NOT A STOP - THE RUN PROCEEDS AND
003354* EVERY EMPTY RANGE SCORES AS A MISSING ROUTE, EXACTLY AS IT
003355* DID BEFORE THE CALENDAR EXISTED.
003356*-----------------------------------------------------------*
003357 0062-OPEN-CALENDAR-RTN.
003358     OPEN INPUT CALENDAR-FILE
003359     IF CALENDAR-FILE-OK
003360         SET D01-CAL-AVAILABLE TO TRUE
003361     ELSE
003362         DISPLAY "WARNING - CALENDAR MASTER NOT USABLE, "
003363             "STATUS " CALENDAR-FILE-STATUS
003364             " - EMPTY RANGES SCORE AS MISSING"
003365         MOVE 2 TO ALERT-SEVERITY
003366         MOVE "NOTUSABL" TO ALERT-CODE
003367         MOVE "CALENDAR NOT USABLE - RANGES NOT CHECKED"
003368             TO ALERT-TEXT
003369         PERFORM 9700-WRITE-ALERT-RTN
003370             THRU 9700-EXIT
003371     END-IF.
003372 0062-EXIT.
003373     EXIT.
003374*
003375*-----------------------------------------------------------*
003376* 0065-OPEN-STATS-RTN - OPENS THE PER-BUILDING STATS FEED FOR
003377* THE REPORT STEP. ON A CHECKPOINT RESTART THE BUILDINGS
003380* ALREADY REPORTED COMPLETE ARE NOT REPROCESSED (SEE
003390* 0300-SKIP-COMPLETED-BLDGS-RTN), SO THEIR STATS RECORDS FROM
003400* THE INTERRUPTED RUN MUST SURVIVE - THE FILE IS OPENED FOR
003620     IF NOT STATS-FILE-OK
003630         DISPLAY "ERROR OPENING STATS FILE. STATUS: "
003640             STATS-FILE-STATUS
003643         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003646             THRU 9750-EXIT
003650         MOVE 8 TO RETURN-CODE
003660         STOP RUN
003670     END-IF.
003830     IF NOT AUDIT-LOG-OK
003840         DISPLAY "ERROR OPENING AUDIT LOG FILE. STATUS: "
003850             AUDIT-LOG-STATUS
003853         PERFORM 9750-ALERT-STEP-STOPPED-RTN
003856             THRU 9750-EXIT
003860         MOVE 8 TO RETURN-CODE
003870         STOP RUN
003880     END-IF.
004100     IF NOT REJECT-FILE-OK
004110         DISPLAY "ERROR OPENING REJECT FILE. STATUS: "
004120             REJECT-FILE-STATUS
004123         PERFORM 9750-ALERT-STEP-STOPPED-RTN
004126             THRU 9750-EXIT
004130         MOVE 8 TO RETURN-CODE
004140         STOP RUN
004150     END-IF.
004171*
004172*-----------------------------------------------------------*
004173* 0078-LOAD-FEED-MODE-RTN - READS THE FEED MODE FROM THE
004174* CMPPARM CONTROL CARDS AND, IN DELTA MODE, OPENS THE
004175* LATEST-RESULTS FILE FOR THE LAST-SENT COMPARES. ANYTHING
004176* SHORT OF A CLEAN "D" CARD WITH A READABLE LATEST-RESULTS
004177* FILE RUNS THE FULL FEED -
004178* A CARD OF "F" IS THE DESK'S FIRST-OF-THE-MONTH FORCED-FULL
004179* OVERRIDE, AND A MISSING CMPPARM MEANS NOBODY ASKED FOR A
004180* DELTA. MUST RUN AHEAD OF 0080-OPEN-INTERFACE-RTN, WHICH
004181* STAMPS THE MODE ON THE FEED HEADER. THE SAME CARD CARRIES
004182* THE SUSPENSE REJECT LIMIT IN COLUMNS 2-6; A BLANK OR
004183* NON-NUMERIC LIMIT KEEPS THE DEFAULT.
004184*-----------------------------------------------------------*
004185 0078-LOAD-FEED-MODE-RTN.
004186     OPEN INPUT PARM-FILE
004187     IF NOT PARM-FILE-OK
004188         GO TO 0078-EXIT
004189     END-IF
004190     READ PARM-FILE
004191         AT END
004192             CLOSE PARM-FILE
004193             GO TO 0078-EXIT
004194     END-READ
004195     IF PRM-REJECT-LIMIT NUMERIC
004196         MOVE PRM-REJECT-LIMIT TO D01-REJECT-LIMIT
004197     END-IF
004198     IF PRM-DELTA-FEED
004199         OPEN INPUT LATEST-FILE
004200         IF LATEST-FILE-OK
004201             MOVE "D" TO D01-FEED-MODE-SW
004202         ELSE
004203             DISPLAY "WARNING - LATEST RESULTS NOT USABLE, "
004204                 "STATUS " LATEST-FILE-STATUS
004205                 " - FULL FEED SENT INSTEAD OF DELTA"
004206             MOVE 2 TO ALERT-SEVERITY
004207             MOVE "NOTUSABL" TO ALERT-CODE
004208             MOVE "LATEST RESULTS NOT USABLE - FULL FEED"
004209                 TO ALERT-TEXT
004210             PERFORM 9700-WRITE-ALERT-RTN
004211                 THRU 9700-EXIT
004212         END-IF
004213     END-IF
004214     CLOSE PARM-FILE.
004215 0078-EXIT.
004216     EXIT.
004217*
004218*-----------------------------------------------------------*
004219* 0080-OPEN-INTERFACE-RTN - OPENS THE FIXED-FORMAT OUTPUT FEED
004220* THAT CARRIES EACH BUILDING'S FINAL FLOOR TO THE DOWNSTREAM
004221* ELF-SCHEDULING JOB. SAME RESTART-VS-FRESH-RUN REASONING AS
004230* 0065-OPEN-STATS-RTN: EXTEND (APPEND) ON A RESTART SO
004240* COMPLETED BUILDINGS' RECORDS SURVIVE, OUTPUT ON A FRESH RUN
004250* AGAINST WHAT HOUSEKEEP LEFT AS A FRESHLY DELETED, EMPTY
004325     IF NOT INTERFACE-FILE-OK
004330         DISPLAY "ERROR OPENING INTERFACE FILE. STATUS: "
004335             INTERFACE-FILE-STATUS
004336         PERFORM 9750-ALERT-STEP-STOPPED-RTN
004337             THRU 9750-EXIT
004340         MOVE 8 TO RETURN-CODE
004345         STOP RUN
004350     END-IF
004690     IF NOT CHECKPOINT-OK
004700         DISPLAY "ERROR OPENING CHECKPOINT FILE. STATUS: "
004710             CHECKPOINT-STATUS
004713         PERFORM 9750-ALERT-STEP-STOPPED-RTN
004716             THRU 9750-EXIT
004720         MOVE 8 TO RETURN-CODE
004730         STOP RUN
004740     END-IF.
004750 0085-EXIT.
004760     EXIT.
004770*
004771*-----------------------------------------------------------*
004772* 0090-OPEN-SUSPENSE-RTN - OPENS THE SUSPENSE FILE FOR UPDATE.
004773* THE VERY FIRST RUN EVER CREATES IT EMPTY AND REOPENS IT,
004774* THE SAME WAY DAY01HST CREATES THE STATS HISTORY. A SUSPENSE
004775* FILE THAT WILL NOT OPEN STOPS THE STEP - WITHOUT IT A
004776* SUSPECT ROUTE WOULD HAVE NOWHERE TO GO BUT THE FEED.
004777*-----------------------------------------------------------*
004778 0090-OPEN-SUSPENSE-RTN.
004779     OPEN I-O SUSPENSE-FILE
004780     IF SUSPENSE-NOT-ON-CATALOG
004781         OPEN OUTPUT SUSPENSE-FILE
004782         CLOSE SUSPENSE-FILE
004783         OPEN I-O SUSPENSE-FILE
004784     END-IF
004785     IF NOT SUSPENSE-FILE-OK
004786         DISPLAY "ERROR OPENING SUSPENSE FILE. STATUS: "
004787             SUSPENSE-FILE-STATUS
004788         PERFORM 9750-ALERT-STEP-STOPPED-RTN
004789             THRU 9750-EXIT
004790         MOVE 8 TO RETURN-CODE
004791         STOP RUN
004792     END-IF.
004793 0090-EXIT.
004794     EXIT.
004795*
004796*-----------------------------------------------------------*
004797* 0095-OPEN-QUALITY-EVENTS-RTN - OPENS THE QUALITY-EVENT FILE
004798* FOR UPDATE, CREATING IT EMPTY THE VERY FIRST RUN EVER THE
004799* SAME WAY AS THE SUSPENSE FILE. UNLIKE THE SUSPENSE FILE, ONE
004800* THAT WILL NOT OPEN ONLY WARNS - THE ROUTES STILL GO OUT, THE
004801* SCORECARD IS JUST SHORT OF TONIGHT'S EVIDENCE.
004802*-----------------------------------------------------------*
004803 0095-OPEN-QUALITY-EVENTS-RTN.
004804     OPEN I-O QUALITY-EVENT-FILE
004805     IF QUALITY-EVENT-NOT-ON-CATALOG
004806         OPEN OUTPUT QUALITY-EVENT-FILE
004807         CLOSE QUALITY-EVENT-FILE
004808         OPEN I-O QUALITY-EVENT-FILE
004809     END-IF
004810     IF QUALITY-EVENT-OK
004811         SET D01-EVENT-FILE-OPEN TO TRUE
004812     ELSE
004813         DISPLAY "WARNING - QUALITY-EVENT FILE NOT USABLE, "
004814             "STATUS " QUALITY-EVENT-FILE-STATUS
004815             " - ROUTE EVENTS NOT RECORDED"
004816         SET D01-EVENT-FILE-FAILED TO TRUE
004817         MOVE 4 TO ALERT-SEVERITY
004818         MOVE "NOTUSABL" TO ALERT-CODE
004819         MOVE "QUALITY EVENTS NOT USABLE - NOT RECORDED"
004820             TO ALERT-TEXT
004821         PERFORM 9700-WRITE-ALERT-RTN
004822             THRU 9700-EXIT
004823     END-IF.
004824 0095-EXIT.
004825     EXIT.
004826*
004827*-----------------------------------------------------------*
004828* 0100-OPEN-CONTROL-RTN - OPENS THE LIST OF BUILDING ID/DATE
004829* KEYS TO BE PROCESSED THIS RUN.
004830*-----------------------------------------------------------*
004831 0100-OPEN-CONTROL-RTN.
004832     OPEN INPUT CONTROL-FILE
004840     IF NOT CONTROL-OK
004850         DISPLAY "ERROR OPENING CONTROL FILE. STATUS: "
004860             CONTROL-FILE-STATUS
004863         PERFORM 9750-ALERT-STEP-STOPPED-RTN
004866             THRU 9750-EXIT
004870         MOVE 8 TO RETURN-CODE
004880         STOP RUN
004890     END-IF.
004924     IF NOT CONTROL-OK
004925         DISPLAY "ERROR REOPENING CONTROL FILE. STATUS: "
004926             CONTROL-FILE-STATUS
004927         PERFORM 9750-ALERT-STEP-STOPPED-RTN
004928             THRU 9750-EXIT
004929         MOVE 8 TO RETURN-CODE
004930         STOP RUN
004931     END-IF
004932     MOVE "N" TO CONTROL-EOF-SW.
004933 0150-EXIT.
004934     EXIT.
004935*
004936*-----------------------------------------------------------*
004937* 0160-COUNT-ONE-RTN - COUNTS ONE CONTROL RECORD OF THE
004938* PRE-COUNT PASS.
004939*-----------------------------------------------------------*
004940 0160-COUNT-ONE-RTN.
004941     READ CONTROL-FILE
004942         AT END
004943             SET CONTROL-EOF TO TRUE
004944         NOT AT END
004945             ADD 1 TO D01-CONTROL-TOTAL-COUNT
004946     END-READ.
004947 0160-EXIT.
004948     EXIT.
004949*
004950*-----------------------------------------------------------*
004951* 0200-CHECK-CHECKPOINT-RTN - LOOKS FOR A CHECKPOINT LEFT BY
004952* A PRIOR, INCOMPLETE RUN AND RESTORES THE GRAND TOTAL AND
004960* THE BUILDING INDEX SO THIS RUN CAN RESUME. CHECKPOINT-FILE IS
004970* AN APPEND-ONLY LOG - ONE RECORD PER BUILDING PLUS A FINAL
004980* COMPLETION RECORD - SO THE RESTART DECISION MUST COME FROM
005465                 MOVE CKPT-IF-DETAIL-COUNT
005466                     TO D01-IF-DETAIL-COUNT
005467                 MOVE CKPT-IF-FLOOR-HASH TO D01-IF-FLOOR-HASH
005468                 MOVE CKPT-SUSPENDED-COUNT
005469                     TO D01-SUSPENDED-COUNT
005470             ELSE
005480                 MOVE "N" TO D01-RESTART-SW
005485                 SET D01-ALREADY-COMPLETE TO TRUE
005550 0250-EXIT.
005551     EXIT.
005552*
005554*-----------------------------------------------------------*
005556* 0300-SKIP-COMPLETED-BLDGS-RTN - ON A RESTART, RE-READS AND
005560* DISCARDS THE CONTROL RECORDS FOR BUILDINGS ALREADY REPORTED
005570* COMPLETE, LEAVING THE NEXT UNPROCESSED BUILDING'S CONTROL
005580* RECORD LOADED FOR 1000-PROCESS-ONE-BLDG-RTN TO PICK UP.
005670 0300-EXIT.
005680     EXIT.
005690*
005691*-----------------------------------------------------------*
005692* 0400-SEND-RELEASED-RTN - SENDS EVERY SUSPENSE ITEM THE DESK
005693* HAS RELEASED SINCE THE LAST RUN, RIGHT BEHIND THE FEED
005694* HEADER. ONLY A FRESH RUN SWEEPS - EACH ITEM IS MARKED SENT
005695* AS IT GOES OUT, AND A CHECKPOINT IS TAKEN AT THE END OF THE
005696* SWEEP (BUILDING INDEX ZERO, SO A RESTART SKIPS NO CONTROL
005697* RECORDS) SO A RESTARTED RUN'S TRAILER STILL COUNTS THEM.
005698* IN THE PARALLEL JOB THE FIRST STREAM TO RUN TAKES THEM ALL;
005699* THE OTHERS FIND NOTHING LEFT IN RELEASED STATUS.
005700*-----------------------------------------------------------*
005701 0400-SEND-RELEASED-RTN.
005702     MOVE "N" TO D01-SUSPENSE-SCAN-DONE-SW
005703     MOVE LOW-VALUES TO SUS-KEY
005704     START SUSPENSE-FILE KEY NOT LESS THAN SUS-KEY
005705         INVALID KEY
005706             SET D01-SUSPENSE-SCAN-DONE TO TRUE
005707     END-START
005708     PERFORM 0410-SEND-ONE-RELEASED-RTN
005709         THRU 0410-EXIT
005710         UNTIL D01-SUSPENSE-SCAN-DONE
005711     IF D01-RELEASED-SENT-COUNT > 0
005712         PERFORM 3200-WRITE-CHECKPOINT-RTN
005713             THRU 3200-EXIT
005714     END-IF.
005715 0400-EXIT.
005716     EXIT.
005717*
005718*-----------------------------------------------------------*
005719* 0410-SEND-ONE-RELEASED-RTN - READS THE NEXT SUSPENSE ITEM
005720* AND, WHEN IT IS RELEASED, WRITES ITS HELD FIGURES TO
005721* STATS-FILE AND A DETAIL FLAGGED AS RELEASED TO THE FEED,
005722* ROLLS THE TRAILER TOTALS FORWARD, AND MARKS IT SENT.
005723* SUSPENDED, SENT AND KILLED ITEMS ARE PASSED OVER.
005724*-----------------------------------------------------------*
005725 0410-SEND-ONE-RELEASED-RTN.
005726     READ SUSPENSE-FILE NEXT
005727         AT END
005728             SET D01-SUSPENSE-SCAN-DONE TO TRUE
005729             GO TO 0410-EXIT
005730     END-READ
005731     IF NOT SUSPENSE-FILE-OK
005732         SET D01-SUSPENSE-HARD-ERROR TO TRUE
005733         SET D01-SUSPENSE-SCAN-DONE TO TRUE
005734         GO TO 0410-EXIT
005735     END-IF
005736     IF NOT SUS-RELEASED
005737         GO TO 0410-EXIT
005738     END-IF
005739     MOVE SUS-BUILDING-ID TO STA-BUILDING-ID
005740     MOVE SUS-ROUTE-DATE TO STA-ROUTE-DATE
005741     MOVE SUS-FINAL-FLOOR TO STA-FINAL-FLOOR
005742     MOVE SUS-MAX-FLOOR TO STA-MAX-FLOOR
005743     MOVE SUS-MIN-FLOOR TO STA-MIN-FLOOR
005744     MOVE SUS-FLOOR-UP-COUNT TO STA-FLOOR-UP-COUNT
005745     MOVE SUS-FLOOR-DOWN-COUNT TO STA-FLOOR-DOWN-COUNT
005746     MOVE SUS-BASEMENT-SW TO STA-BASEMENT-SW
005747     MOVE SUS-BASEMENT-POSITION TO STA-BASEMENT-POSITION
005748     MOVE SUS-REJECT-COUNT TO STA-REJECT-COUNT
005749     WRITE STATS-RECORD
005750     MOVE SPACES TO INTERFACE-RECORD
005751     SET IF-DETAIL-REC TO TRUE
005752     MOVE SUS-BUILDING-ID TO IF-BUILDING-ID
005753     MOVE SUS-ROUTE-DATE TO IF-ROUTE-DATE
005754     MOVE SUS-FINAL-FLOOR TO IF-FINAL-FLOOR
005755     SET IF-RELEASED-DETAIL TO TRUE
005756     WRITE INTERFACE-RECORD
005757     ADD 1 TO D01-IF-DETAIL-COUNT
005758     ADD SUS-FINAL-FLOOR TO D01-IF-FLOOR-HASH
005759     ADD 1 TO D01-RELEASED-SENT-COUNT
005760     DISPLAY "RELEASED FROM SUSPENSE AND SENT - BUILDING "
005761         SUS-BUILDING-ID " DATE " SUS-ROUTE-DATE
005762     SET SUS-SENT TO TRUE
005763     MOVE D01-START-DATE TO SUS-SENT-DATE
005764     REWRITE SUSPENSE-RECORD
005765     IF NOT SUSPENSE-FILE-OK
005766         SET D01-SUSPENSE-HARD-ERROR TO TRUE
005767     END-IF.
005768 0410-EXIT.
005769     EXIT.
005770*
005771*-----------------------------------------------------------*
005772* 0900-CLOSE-CONTROL-RTN - CLOSES THE BUILDING CONTROL FILE.
005773*-----------------------------------------------------------*
005774 0900-CLOSE-CONTROL-RTN.
005775     CLOSE CONTROL-FILE.
005776 0900-EXIT.
005777     EXIT.
005778*
005780*-----------------------------------------------------------*
005790* 0950-CLOSE-ROUTE-FILE-RTN - CLOSES THE INDEXED ROUTE-FILE.
005800*-----------------------------------------------------------*
005859     EXIT.
005860*
005861*-----------------------------------------------------------*
005862* 0958-CLOSE-LATEST-RTN - CLOSES THE LATEST-RESULTS FILE,
005863* WHICH IS ONLY OPEN IN DELTA FEED MODE.
005864*-----------------------------------------------------------*
005865 0958-CLOSE-LATEST-RTN.
005866     IF D01-DELTA-MODE
005867         CLOSE LATEST-FILE
005868     END-IF.
005869 0958-EXIT.
005870     EXIT.
005871*
005874*-----------------------------------------------------------*
005877* 0965-CLOSE-STATS-RTN - CLOSES THE PER-BUILDING STATS FEED.
005880*-----------------------------------------------------------*
005890 0965-CLOSE-STATS-RTN.
005900     CLOSE STATS-FILE.
006230     CLOSE CHECKPOINT-FILE.
006240 0985-EXIT.
006250     EXIT.
006251*
006252*-----------------------------------------------------------*
006253* 0990-CLOSE-SUSPENSE-RTN - CLOSES THE SUSPENSE FILE.
006254*-----------------------------------------------------------*
006255 0990-CLOSE-SUSPENSE-RTN.
006256     CLOSE SUSPENSE-FILE.
006257 0990-EXIT.
006258     EXIT.
006259*
006260*-----------------------------------------------------------*
006261* 0995-CLOSE-QUALITY-EVENTS-RTN - CLOSES THE QUALITY-EVENT
006262* FILE IF IT IS STILL OPEN.
006263*-----------------------------------------------------------*
006264 0995-CLOSE-QUALITY-EVENTS-RTN.
006265     IF D01-EVENT-FILE-OPEN
006266         CLOSE QUALITY-EVENT-FILE
006267     END-IF.
006268 0995-EXIT.
006269     EXIT.
006270*
006271*-----------------------------------------------------------*
006280* 1000-PROCESS-ONE-BLDG-RTN - RUNS ONE CONTROL RECORD: A
006282* SINGLE-DATE RECORD PROCESSES THE ONE DATE IT NAMES, A RANGE
006284* RECORD DISCOVERS AND PROCESSES EVERY DATE ON FILE IN ITS
006332         THRU 3300-EXIT
006333     PERFORM 1100-READ-CONTROL-RTN
006334         THRU 1100-EXIT.
006335 1000-EXIT.
006336     EXIT.
006338*
006340*-----------------------------------------------------------*
006393                 CTL-BUILDING-ID " RANGE " CTL-ROUTE-DATE
006394                 " THRU " CTL-ROUTE-DATE-TO
006395             ADD 1 TO D01-MISSING-ROUTE-COUNT
006396             MOVE 4 TO ALERT-SEVERITY
006397             MOVE "MISSROUT" TO ALERT-CODE
006398             MOVE CTL-BUILDING-ID TO ALERT-BUILDING-ID
006399             MOVE CTL-ROUTE-DATE TO ALERT-ROUTE-DATE
006400             MOVE "NO ROUTE ON FILE FOR A DATE RANGE OWED"
006401                 TO ALERT-TEXT
006402             PERFORM 9700-WRITE-ALERT-RTN
006403                 THRU 9700-EXIT
006404         ELSE
006405             DISPLAY "RANGE FOR BUILDING " CTL-BUILDING-ID
006406                 " HOLDS NO BUSINESS DAYS - NO ROUTE OWED"
006407         END-IF
006408     ELSE
006409         PERFORM 1300-PROCESS-RANGE-DATE-RTN
006410             THRU 1300-EXIT
006411             VARYING D01-RANGE-SUB FROM 1 BY 1
006412             UNTIL D01-RANGE-SUB > D01-RANGE-DATE-COUNT
006413     END-IF.
006414 1200-EXIT.
006415     EXIT.
006416*
006417*-----------------------------------------------------------*
006418* 1250-COLLECT-ONE-DATE-RTN - READS THE NEXT RECORD OF THE
006420* RANGE SCAN AND COLLECTS ITS ROUTE DATE. ONLY SEGMENT 001
006422* STARTS A DATE - CONTINUATION SEGMENTS RIDE PAST SO A LONG
006537 1290-EXIT.
006538     EXIT.
006539*
006540*-----------------------------------------------------------*
006541* 1300-PROCESS-RANGE-DATE-RTN - RUNS ONE COLLECTED DATE OF
006542* THE RANGE THROUGH THE PER-DATE PROCESSING.
006543*-----------------------------------------------------------*
006544 1300-PROCESS-RANGE-DATE-RTN.
006545     MOVE D01-RANGE-DATE(D01-RANGE-SUB) TO D01-WORK-DATE
006546     PERFORM 1500-PROCESS-ONE-DATE-RTN
006547         THRU 1500-EXIT.
006548 1300-EXIT.
006549     EXIT.
006550*
006551*-----------------------------------------------------------*
006552* 1500-PROCESS-ONE-DATE-RTN - PULLS ONE BUILDING/DATE ROUTE
006553* BY KEY, RUNS EVERY SEGMENT TO COMPLETION, REPORTS ITS
006554* FLOOR, WRITES ITS STATS AND INTERFACE RECORDS (OR, FOR A
006555* SUSPECT ROUTE, ITS SUSPENSE ITEM INSTEAD - AND NEITHER WHEN
006556* 6550-CHECK-RESOLVED-RTN FINDS THE DATE ALREADY SETTLED IN
006557* SUSPENSE), AND ADDS IT
006558* TO THE RUN TOTALS - THE PER-DATE BODY THAT USED TO LIVE
006559* INLINE IN 1000-PROCESS-ONE-BLDG-RTN, NOW SHARED BY THE
006560* SINGLE-DATE AND DATE-RANGE PATHS.
006561*-----------------------------------------------------------*
006562 1500-PROCESS-ONE-DATE-RTN.
006563     MOVE 0 TO FLOOR
006564     MOVE 0 TO D01-CHAR-COUNT
006565     MOVE 0 TO D01-REJECT-COUNT
006566     MOVE "N" TO D01-BASEMENT-SW
006567     MOVE 0 TO D01-BASEMENT-POSITION
006568     MOVE 0 TO D01-MAX-FLOOR
006569     MOVE 0 TO D01-MIN-FLOOR
006570     MOVE 0 TO D01-FLOOR-UP-COUNT
006571     MOVE 0 TO D01-FLOOR-DOWN-COUNT
006572     MOVE "N" TO D01-SEGMENT-FULL-SW
006573     MOVE "N" TO D01-RANGE-VIOLATION-SW
006574     MOVE 0 TO D01-BAD-CHAR-USED
006575     PERFORM 2000-READ-ROUTE-RTN
006576         THRU 2000-EXIT
006577     IF FILE-OK
006578         PERFORM 2500-PROCESS-ALL-SEGMENTS-RTN
006579             THRU 2500-EXIT
006580         PERFORM 6000-CHECK-FLOOR-RANGE-RTN
006581             THRU 6000-EXIT
006582         PERFORM 6800-RECORD-QUALITY-RTN
006583             THRU 6800-EXIT
006584         PERFORM 7500-DISPLAY-BLDG-RESULTS-RTN
006585             THRU 7500-EXIT
006586         PERFORM 6500-CHECK-SUSPENSE-RTN
006587             THRU 6500-EXIT
006588         PERFORM 6550-CHECK-RESOLVED-RTN
006589             THRU 6550-EXIT
006590         EVALUATE TRUE
006591             WHEN D01-SUSPENSE-RESOLVED
006592                 CONTINUE
006593             WHEN D01-SUSPEND-ROUTE
006594                 PERFORM 6600-WRITE-SUSPENSE-RTN
006595                     THRU 6600-EXIT
006596             WHEN OTHER
006597                 PERFORM 6700-SUPERSEDE-SUSPENSE-RTN
006598                     THRU 6700-EXIT
006599                 PERFORM 7650-WRITE-STATS-RTN
006600                     THRU 7650-EXIT
006601                 PERFORM 7800-WRITE-INTERFACE-RTN
006602                     THRU 7800-EXIT
006603         END-EVALUATE
006604         ADD FLOOR TO D01-GRAND-TOTAL
006605         ADD D01-CHAR-COUNT TO D01-TOTAL-CHAR-COUNT
006606         ADD D01-REJECT-COUNT TO D01-TOTAL-REJECT-COUNT
006607         SET D01-DATE-PROCESSED TO TRUE
006608     END-IF.
006609 1500-EXIT.
006610     EXIT.
006611*
006660*-----------------------------------------------------------*
006670* 1100-READ-CONTROL-RTN - READS THE NEXT BUILDING ID/DATE KEY
006680* FROM THE CONTROL FILE.
006890             DISPLAY "NO ROUTE ON FILE FOR BUILDING "
006900                 CTL-BUILDING-ID " DATE " D01-WORK-DATE
006910             ADD 1 TO D01-MISSING-ROUTE-COUNT
006911             MOVE 4 TO ALERT-SEVERITY
006912             MOVE "MISSROUT" TO ALERT-CODE
006913             MOVE CTL-BUILDING-ID TO ALERT-BUILDING-ID
006914             MOVE D01-WORK-DATE TO ALERT-ROUTE-DATE
006915             MOVE "NO ROUTE ON FILE FOR A DATE OWED"
006916                 TO ALERT-TEXT
006917             PERFORM 9700-WRITE-ALERT-RTN
006918                 THRU 9700-EXIT
006920     END-READ
006930     IF NOT FILE-OK AND NOT FILE-KEY-NOT-FOUND
006940         SET D01-ROUTE-HARD-ERROR TO TRUE
007020             " ENDS ON A COMPLETELY FULL SEGMENT - "
007021             "POSSIBLE BROKEN SEGMENT CHAIN"
007022         ADD 1 TO D01-ROUTE-TRUNCATED-COUNT
007023         MOVE 4 TO ALERT-SEVERITY
007024         MOVE "TRUNCATE" TO ALERT-CODE
007025         MOVE RTE-BUILDING-ID TO ALERT-BUILDING-ID
007026         MOVE RTE-ROUTE-DATE TO ALERT-ROUTE-DATE
007027         MOVE "ENDS ON A FULL SEGMENT - CHAIN BROKEN?"
007028             TO ALERT-TEXT
007029         PERFORM 9700-WRITE-ALERT-RTN
007030             THRU 9700-EXIT
007031     END-IF.
007032 2500-EXIT.
007033     EXIT.
007034*
007035*-----------------------------------------------------------*
007036* 2600-PROCESS-ONE-SEGMENT-RTN - PROCESSES THE SEGMENT IN THE
007037* RECORD AREA AND READS THE NEXT ONE, LEAVING FILE-STATUS FOR
007038* THE CHAIN LOOP ABOVE TO TEST.
007039*-----------------------------------------------------------*
007040 2600-PROCESS-ONE-SEGMENT-RTN.
007041     PERFORM 3100-PROCESS-BLOCK-RTN
007042         THRU 3100-EXIT
007043     PERFORM 2100-READ-NEXT-SEGMENT-RTN
007044         THRU 2100-EXIT.
007045 2600-EXIT.
007046     EXIT.
007047*
007048*-----------------------------------------------------------*
007049* 3100-PROCESS-BLOCK-RTN - TRIMS TRAILING BLANK FILL FROM THE
007050* SEGMENT IN THE RECORD AREA, THEN WALKS IT ONE CHARACTER AT A
007051* TIME, DISPATCHING EACH DIRECTIVE. A SEGMENT THAT FILLS THE
007052* FIELD WITH NO TRAILING BLANK AT ALL IS ONLY NOTED IN
007053* D01-SEGMENT-FULL-SW - WHETHER THAT IS A ROUTE CONTINUING OR
007054* A BROKEN CHAIN IS JUDGED AT CHAIN END BY
007055* 2500-PROCESS-ALL-SEGMENTS-RTN.
007056*-----------------------------------------------------------*
007057 3100-PROCESS-BLOCK-RTN.
007060     MOVE 4096 TO D01-RECORD-LENGTH
007070     PERFORM 3150-TRIM-BLOCK-RTN
007080         THRU 3150-EXIT
007572     MOVE D01-FLOOR-RANGE-COUNT TO CKPT-FLOOR-RANGE-COUNT
007574     MOVE D01-IF-DETAIL-COUNT TO CKPT-IF-DETAIL-COUNT
007576     MOVE D01-IF-FLOOR-HASH TO CKPT-IF-FLOOR-HASH
007578     MOVE D01-SUSPENDED-COUNT TO CKPT-SUSPENDED-COUNT
007580     WRITE CHECKPOINT-RECORD.
007590 3200-EXIT.
007600     EXIT.
007694 3400-EXIT.
007695     EXIT.
007696*
007697*-----------------------------------------------------------*
007698* 4000-PROCESS-STEP-RTN - APPLIES ONE DIRECTIVE, AT THE
007699* CURRENT BUFFER POSITION, TO FLOOR.
007700*-----------------------------------------------------------*
007701 4000-PROCESS-STEP-RTN.
007702     ADD 1 TO D01-CHAR-COUNT
007703     EVALUATE RTE-DIRECTIVES(D01-BUFFER-INDEX:1)
007704         WHEN "("
007705             PERFORM 4100-FLOOR-UP-RTN
007710                 THRU 4100-EXIT
007720         WHEN ")"
007730             PERFORM 4200-FLOOR-DOWN-RTN
008240     MOVE RTE-BUILDING-ID TO REJ-BUILDING-ID
008250     MOVE RTE-DIRECTIVES(D01-BUFFER-INDEX:1) TO REJ-CHARACTER
008260     MOVE D01-CHAR-COUNT TO REJ-POSITION
008270     WRITE REJECT-RECORD
008273     PERFORM 4350-TALLY-BAD-CHAR-RTN
008276         THRU 4350-EXIT.
008280 4300-EXIT.
008290     EXIT.
008291*
008292*-----------------------------------------------------------*
008293* 4350-TALLY-BAD-CHAR-RTN - ADDS THE CHARACTER JUST REJECTED
008294* TO THE ROUTE'S BAD-CHARACTER TABLE, OPENING A NEW ENTRY
008295* (WITH THIS AS ITS FIRST POSITION) THE FIRST TIME IT IS SEEN.
008296*-----------------------------------------------------------*
008297 4350-TALLY-BAD-CHAR-RTN.
008298     MOVE 0 TO D01-BAD-CHAR-HIT
008299     PERFORM 4360-FIND-BAD-CHAR-RTN
008300         THRU 4360-EXIT
008301         VARYING D01-BAD-CHAR-SUB FROM 1 BY 1
008302         UNTIL D01-BAD-CHAR-SUB > D01-BAD-CHAR-USED
008303             OR D01-BAD-CHAR-HIT > 0
008304     IF D01-BAD-CHAR-HIT = 0
008305         ADD 1 TO D01-BAD-CHAR-USED
008306         MOVE D01-BAD-CHAR-USED TO D01-BAD-CHAR-HIT
008307         MOVE REJ-CHARACTER TO D01-BAD-CHAR(D01-BAD-CHAR-HIT)
008308         MOVE 0 TO D01-BAD-CHAR-COUNT(D01-BAD-CHAR-HIT)
008309         MOVE D01-CHAR-COUNT
008310             TO D01-BAD-CHAR-FIRST(D01-BAD-CHAR-HIT)
008311     END-IF
008312     ADD 1 TO D01-BAD-CHAR-COUNT(D01-BAD-CHAR-HIT).
008313 4350-EXIT.
008314     EXIT.
008315*
008316 4360-FIND-BAD-CHAR-RTN.
008317     IF D01-BAD-CHAR(D01-BAD-CHAR-SUB) = REJ-CHARACTER
008318         MOVE D01-BAD-CHAR-SUB TO D01-BAD-CHAR-HIT
008319     END-IF.
008320 4360-EXIT.
008321     EXIT.
008322*
008323*-----------------------------------------------------------*
008324* 6000-CHECK-FLOOR-RANGE-RTN - CHECKS THE BUILDING'S COMPUTED
008325* HIGHEST AND LOWEST FLOOR AGAINST THE FLOOR RANGE RECORDED ON
008326* THE BUILDING MASTER. A ROUTE THAT LEAVES THE BUILDING -
008327* SANTA CANNOT REACH FLOOR 40 OF A 12-STOREY BUILDING - IS BAD
008328* ROUTE DATA AND IS WARNED ON RATHER THAN SHIPPED DOWNSTREAM
008329* UNQUESTIONED. A BUILDING NOT ON THE MASTER HAS NO RANGE TO
008330* CHECK AGAINST; DAY01VAL HAS ALREADY SCORED THAT CONDITION,
008331* SO IT IS PASSED OVER HERE.
008332*-----------------------------------------------------------*
008333 6000-CHECK-FLOOR-RANGE-RTN.
008334     MOVE RTE-BUILDING-ID TO BLD-BUILDING-ID
008335     READ BUILDING-FILE
008336         INVALID KEY
008337             GO TO 6000-EXIT
008338     END-READ
008339     IF NOT BUILDING-FILE-OK
008340         GO TO 6000-EXIT
008341     END-IF
008342     IF D01-MAX-FLOOR > BLD-HIGHEST-FLOOR
008343         OR D01-MIN-FLOOR < BLD-LOWEST-FLOOR
008344         DISPLAY "WARNING - ROUTE FOR BUILDING "
008345             RTE-BUILDING-ID
008346             " GOES OUTSIDE THE BUILDING'S FLOOR RANGE"
008347         ADD 1 TO D01-FLOOR-RANGE-COUNT
008348         SET D01-RANGE-VIOLATION TO TRUE
008349         MOVE 4 TO ALERT-SEVERITY
008350         MOVE "RANGE" TO ALERT-CODE
008351         MOVE RTE-BUILDING-ID TO ALERT-BUILDING-ID
008352         MOVE RTE-ROUTE-DATE TO ALERT-ROUTE-DATE
008353         MOVE "ROUTE GOES OUTSIDE THE BUILDING'S FLOORS"
008354             TO ALERT-TEXT
008355         PERFORM 9700-WRITE-ALERT-RTN
008356             THRU 9700-EXIT
008357     END-IF.
008358 6000-EXIT.
008359     EXIT.
008360*
008361*-----------------------------------------------------------*
008362* 6500-CHECK-SUSPENSE-RTN - DECIDES WHETHER THE ROUTE JUST
008363* RUN IS TOO SUSPECT TO SHIP: A CHAIN ENDING ON A FULL
008364* SEGMENT (THE ROUTE IS PRESUMABLY INCOMPLETE), A FLOOR-RANGE
008365* VIOLATION FROM 6000-CHECK-FLOOR-RANGE-RTN, OR MORE REJECTED
008366* CHARACTERS THAN D01-REJECT-LIMIT. ONE REASON IS RECORDED,
008367* THE MOST SERIOUS FIRST - A BROKEN CHAIN MAKES THE OTHER
008368* TWO FIGURES MEANINGLESS ANYWAY.
008369*-----------------------------------------------------------*
008370 6500-CHECK-SUSPENSE-RTN.
008371     MOVE "N" TO D01-SUSPEND-SW
008372     MOVE SPACES TO D01-SUSPEND-REASON
008373     EVALUATE TRUE
008374         WHEN D01-SEGMENT-FULL
008375             MOVE "CHAN" TO D01-SUSPEND-REASON
008376         WHEN D01-RANGE-VIOLATION
008377             MOVE "FLRG" TO D01-SUSPEND-REASON
008378         WHEN D01-REJECT-COUNT > D01-REJECT-LIMIT
008379             MOVE "REJT" TO D01-SUSPEND-REASON
008380     END-EVALUATE
008381     IF D01-SUSPEND-REASON NOT = SPACES
008382         SET D01-SUSPEND-ROUTE TO TRUE
008383     END-IF.
008384 6500-EXIT.
008385     EXIT.
008386*
008387*-----------------------------------------------------------*
008388* 6550-CHECK-RESOLVED-RTN - READS THE SUSPENSE ITEM FOR THE
008389* ROUTE'S KEY, IF ANY, BEFORE ANYTHING IS WRITTEN FOR IT. A
008390* SUSPENDED ROUTE WRITES NO STATS, SO THE DECK BUILD KEEPS
008391* OWING ITS DATE; ONE THAT 0400-SEND-RELEASED-RTN SENT AS
008392* RELEASED EARLIER IN THIS RUN (SENT DATE = D01-START-DATE)
008393* IS THEREFORE ON TONIGHT'S DECK TOO, AND MUST NOT GO OUT A
008394* SECOND TIME OR BE COUNTED AS HELD. AN ITEM THE DESK KILLED
008395* IS DROPPED FOR GOOD, SO ITS ROUTE IS NEITHER SENT NOR HELD.
008396* AN ITEM 6700-SUPERSEDE-SUSPENSE-RTN KILLED (RESOLVED BY
008397* DAY01CMP) IS NOT A DESK DECISION - ITS ROUTE ALREADY WENT
008398* OUT CLEAN, AND A RERUN OF THE DATE IS TREATED AS ANY OTHER.
008399* A READ THAT FAILS LATCHES THE SUSPENSE HARD ERROR AND LETS
008400* THE ROUTE TAKE ITS NORMAL PATH.
008401*-----------------------------------------------------------*
008402 6550-CHECK-RESOLVED-RTN.
008403     MOVE "N" TO D01-SUSPENSE-RESOLVED-SW
008404     MOVE RTE-BUILDING-ID TO SUS-BUILDING-ID
008405     MOVE RTE-ROUTE-DATE TO SUS-ROUTE-DATE
008406     READ SUSPENSE-FILE
008407         INVALID KEY
008408             GO TO 6550-EXIT
008409     END-READ
008410     IF NOT SUSPENSE-FILE-OK
008411         DISPLAY "ERROR READING SUSPENSE ITEM FOR BUILDING "
008412             RTE-BUILDING-ID " STATUS " SUSPENSE-FILE-STATUS
008413         SET D01-SUSPENSE-HARD-ERROR TO TRUE
008414         GO TO 6550-EXIT
008415     END-IF
008416     IF SUS-SENT
008417         AND SUS-SENT-DATE = D01-START-DATE
008418         DISPLAY "  ALREADY SENT THIS RUN AS RELEASED FROM "
008419             "SUSPENSE - NOT SENT AGAIN"
008420         SET D01-SUSPENSE-RESOLVED TO TRUE
008421     END-IF
008422     IF SUS-KILLED
008423         AND SUS-RESOLVED-USER NOT = "DAY01CMP"
008424         DISPLAY "  SUSPENSE ITEM KILLED BY THE DESK - NOT SENT"
008425         SET D01-SUSPENSE-RESOLVED TO TRUE
008426     END-IF
008427     IF D01-SUSPENSE-RESOLVED
008428         ADD 1 TO D01-RESOLVED-SKIP-COUNT
008429     END-IF.
008430 6550-EXIT.
008431     EXIT.
008432*
008433*-----------------------------------------------------------*
008434* 6600-WRITE-SUSPENSE-RTN - HOLDS THE ROUTE IN THE SUSPENSE
008435* FILE WITH ITS REASON AND THE FULL FIGURES 7650-WRITE-STATS-
008436* RTN WOULD HAVE WRITTEN, SO A RELEASE CAN SEND IT WITHOUT
008437* RECOMPUTING. A KEY ALREADY ON FILE (A RERUN OF THE DATE, OR
008438* A RESTART REPROCESSING IT) THAT IS STILL SUSPENDED IS
008439* REPLACED IN PLACE - TONIGHT'S FIGURES ARE THE ONES THE DESK
008440* MUST JUDGE. ONE THE DESK HAS ALREADY RELEASED, KILLED OR
008441* SENT IS LEFT AS IT STANDS - A DATE THE DECK BUILD OWES
008442* AGAIN MUST NOT UNDO THE DESK'S DECISION - AND THE ROUTE
008443* STILL STAYS OFF TONIGHT'S FEED.
008444*-----------------------------------------------------------*
008445 6600-WRITE-SUSPENSE-RTN.
008446     MOVE "N" TO D01-SUSPENSE-LEFT-SW
008447     MOVE SPACES TO SUSPENSE-RECORD
008448     MOVE RTE-BUILDING-ID TO SUS-BUILDING-ID
008449     MOVE RTE-ROUTE-DATE TO SUS-ROUTE-DATE
008450     SET SUS-SUSPENDED TO TRUE
008451     MOVE D01-SUSPEND-REASON TO SUS-REASON-CODE
008452     MOVE D01-START-DATE TO SUS-SUSPENDED-DATE
008453     MOVE FLOOR TO SUS-FINAL-FLOOR
008454     MOVE D01-MAX-FLOOR TO SUS-MAX-FLOOR
008455     MOVE D01-MIN-FLOOR TO SUS-MIN-FLOOR
008456     MOVE D01-FLOOR-UP-COUNT TO SUS-FLOOR-UP-COUNT
008457     MOVE D01-FLOOR-DOWN-COUNT TO SUS-FLOOR-DOWN-COUNT
008458     MOVE D01-BASEMENT-SW TO SUS-BASEMENT-SW
008459     MOVE D01-BASEMENT-POSITION TO SUS-BASEMENT-POSITION
008460     MOVE D01-REJECT-COUNT TO SUS-REJECT-COUNT
008461     MOVE 0 TO SUS-RESOLVED-DATE
008462     MOVE 0 TO SUS-SENT-DATE
008463     WRITE SUSPENSE-RECORD
008464         INVALID KEY
008465             IF SUSPENSE-DUPLICATE-KEY
008466                 PERFORM 6650-REPLACE-SUSPENSE-RTN
008467                     THRU 6650-EXIT
008468             END-IF
008469     END-WRITE
008470     IF SUSPENSE-FILE-OK
008471         AND D01-SUSPENSE-LEFT
008472         GO TO 6600-EXIT
008473     END-IF
008474     IF SUSPENSE-FILE-OK
008475         ADD 1 TO D01-SUSPENDED-COUNT
008476         DISPLAY "  HELD IN SUSPENSE - REASON "
008477             D01-SUSPEND-REASON
008478         MOVE 4 TO ALERT-SEVERITY
008479         MOVE "SUSPEND" TO ALERT-CODE
008480         MOVE RTE-BUILDING-ID TO ALERT-BUILDING-ID
008481         MOVE RTE-ROUTE-DATE TO ALERT-ROUTE-DATE
008482         MOVE "ROUTE HELD IN SUSPENSE - NOT SENT"
008483             TO ALERT-TEXT
008484         PERFORM 9700-WRITE-ALERT-RTN
008485             THRU 9700-EXIT
008486     ELSE
008487         DISPLAY "ERROR WRITING SUSPENSE ITEM FOR BUILDING "
008488             RTE-BUILDING-ID " STATUS " SUSPENSE-FILE-STATUS
008489         SET D01-SUSPENSE-HARD-ERROR TO TRUE
008490     END-IF.
008491 6600-EXIT.
008492     EXIT.
008493*
008494*-----------------------------------------------------------*
008495* 6650-REPLACE-SUSPENSE-RTN - THE KEY IS ALREADY ON FILE.
008496* TONIGHT'S IMAGE IS PUT ASIDE WHILE THE ITEM ON FILE IS
008497* READ; ONLY A STILL-SUSPENDED ITEM IS REWRITTEN WITH IT -
008498* TONIGHT'S FIGURES AND REASON, BUT THE DATE IT WAS FIRST
008499* SUSPENDED, SO THE ITEM KEEPS AGEING FOR DAY01SAG WHILE THE
008500* DECK BUILD OWES THE DATE AGAIN NIGHT AFTER NIGHT.
008501* A RESOLVED ITEM IS LEFT UNTOUCHED AND FLAGGED IN
008502* D01-SUSPENSE-LEFT-SW, SO 6600 NEITHER COUNTS THE ROUTE AS
008503* HELD NOR RAISES A SUSPEND ALERT FOR IT.
008504*-----------------------------------------------------------*
008505 6650-REPLACE-SUSPENSE-RTN.
008506     MOVE SUSPENSE-RECORD TO D01-SUSPENSE-IMAGE
008507     READ SUSPENSE-FILE
008508         INVALID KEY
008509             GO TO 6650-EXIT
008510     END-READ
008511     IF NOT SUSPENSE-FILE-OK
008512         GO TO 6650-EXIT
008513     END-IF
008514     IF SUS-SUSPENDED
008515         MOVE SUS-SUSPENDED-DATE TO D01-SUSPENDED-DATE-SAVE
008516         MOVE D01-SUSPENSE-IMAGE TO SUSPENSE-RECORD
008517         MOVE D01-SUSPENDED-DATE-SAVE TO SUS-SUSPENDED-DATE
008518         REWRITE SUSPENSE-RECORD
008519     ELSE
008520         SET D01-SUSPENSE-LEFT TO TRUE
008521         DISPLAY "  SUSPENSE ITEM ALREADY RESOLVED BY THE DESK"
008522             " - STATUS " SUS-STATUS-FLAG " LEFT AS IT STANDS"
008523     END-IF.
008524 6650-EXIT.
008525     EXIT.
008526*
008527*-----------------------------------------------------------*
008528* 6700-SUPERSEDE-SUSPENSE-RTN - THE ROUTE COMPUTED CLEAN AND
008529* IS GOING OUT ON TONIGHT'S FEED. AN ITEM STILL OPEN FOR ITS
008530* KEY - SUSPENDED, OR RELEASED BUT NOT YET SENT - HOLDS
008531* FIGURES TONIGHT'S RUN HAS JUST REPLACED (A RELOAD FIXED THE
008532* ROUTE), SO IT IS KILLED AS SUPERSEDED: A LATER RELEASE CAN
008533* NO LONGER SEND THE STALE FIGURES AS A SECOND DETAIL, AND
008534* DAY01SAG STOPS AGEING IT. A SENT OR KILLED ITEM IS LEFT AS
008535* IT STANDS - ONE SENT EARLIER THIS RUN OR KILLED BY THE DESK
008536* NEVER GETS HERE, AS 6550-CHECK-RESOLVED-RTN HAS ALREADY KEPT
008537* ITS ROUTE OFF THE FEED; ONE SENT ON AN EARLIER NIGHT OR
008538* KILLED AS SUPERSEDED IS A RERUN OF A DATE ALREADY OUT, AND
008539* THE ROUTE GOES OUT AGAIN AS ANY RERUN DOES. A READ OR
008540* REWRITE THAT FAILS LATCHES THE
008541* SUSPENSE HARD ERROR, AS IN 6600-WRITE-SUSPENSE-RTN.
008542*-----------------------------------------------------------*
008543 6700-SUPERSEDE-SUSPENSE-RTN.
008544     MOVE RTE-BUILDING-ID TO SUS-BUILDING-ID
008545     MOVE RTE-ROUTE-DATE TO SUS-ROUTE-DATE
008546     READ SUSPENSE-FILE
008547         INVALID KEY
008548             GO TO 6700-EXIT
008549     END-READ
008550     IF NOT SUSPENSE-FILE-OK
008551         DISPLAY "ERROR READING SUSPENSE ITEM FOR BUILDING "
008552             RTE-BUILDING-ID " STATUS " SUSPENSE-FILE-STATUS
008553         SET D01-SUSPENSE-HARD-ERROR TO TRUE
008554         GO TO 6700-EXIT
008555     END-IF
008556     IF NOT SUS-SUSPENDED AND NOT SUS-RELEASED
008557         GO TO 6700-EXIT
008558     END-IF
008559     SET SUS-KILLED TO TRUE
008560     MOVE D01-START-DATE TO SUS-RESOLVED-DATE
008561     MOVE "DAY01CMP" TO SUS-RESOLVED-USER
008562     MOVE "SUPERSEDED - RECOMPUTED CLEAN" TO SUS-KILL-REASON
008563     REWRITE SUSPENSE-RECORD
008564     IF SUSPENSE-FILE-OK
008565         ADD 1 TO D01-SUPERSEDED-COUNT
008566         DISPLAY "  OPEN SUSPENSE ITEM SUPERSEDED - ROUTE NOW "
008567             "CLEAN"
008568     ELSE
008569         DISPLAY "ERROR REWRITING SUSPENSE ITEM FOR BUILDING "
008570             RTE-BUILDING-ID " STATUS " SUSPENSE-FILE-STATUS
008571         SET D01-SUSPENSE-HARD-ERROR TO TRUE
008572     END-IF.
008573 6700-EXIT.
008574     EXIT.
008575*
008576*-----------------------------------------------------------*
008577* 6800-RECORD-QUALITY-RTN - RECORDS THE ROUTE JUST RUN ON THE
008578* QUALITY-EVENT FILE: FIRST CLEARS WHATEVER REJT, FLRG AND CHAN
008579* EVENTS AN EARLIER RUN LEFT FOR THIS BUILDING AND DATE (A
008580* RERUN, OR A RESTART REPROCESSING IT), THEN WRITES TONIGHT'S -
008581* A CHAN EVENT FOR A CHAIN ENDING ON A FULL SEGMENT, A FLRG
008582* EVENT FOR A FLOOR-RANGE VIOLATION AND ONE REJT EVENT PER
008583* DISTINCT REJECTED CHARACTER. A CLEAN ROUTE LEAVES NOTHING. A
008584* MISS EVENT DAY01VAL RECORDED FOR THE DATE IS LEFT ALONE.
008585*-----------------------------------------------------------*
008586 6800-RECORD-QUALITY-RTN.
008587     IF NOT D01-EVENT-FILE-OPEN
008588         GO TO 6800-EXIT
008589     END-IF
008590     PERFORM 6810-CLEAR-OLD-EVENTS-RTN
008591         THRU 6810-EXIT
008592     IF D01-SEGMENT-FULL
008593         PERFORM 6840-INIT-EVENT-RTN
008594             THRU 6840-EXIT
008595         SET QEV-BROKEN-CHAIN TO TRUE
008596         PERFORM 6850-WRITE-EVENT-RTN
008597             THRU 6850-EXIT
008598     END-IF
008599     IF D01-RANGE-VIOLATION
008600         PERFORM 6840-INIT-EVENT-RTN
008601             THRU 6840-EXIT
008602         SET QEV-FLOOR-RANGE TO TRUE
008603         MOVE BLD-LOWEST-FLOOR TO QEV-BLDG-LOWEST-FLOOR
008604         MOVE BLD-HIGHEST-FLOOR TO QEV-BLDG-HIGHEST-FLOOR
008605         PERFORM 6850-WRITE-EVENT-RTN
008606             THRU 6850-EXIT
008607     END-IF
008608     PERFORM 6830-RECORD-BAD-CHAR-RTN
008609         THRU 6830-EXIT
008610         VARYING D01-BAD-CHAR-SUB FROM 1 BY 1
008611         UNTIL D01-BAD-CHAR-SUB > D01-BAD-CHAR-USED.
008612 6800-EXIT.
008613     EXIT.
008614*
008615*-----------------------------------------------------------*
008616* 6810-CLEAR-OLD-EVENTS-RTN - POSITIONS AT THE FIRST EVENT ON
008617* FILE FOR THE BUILDING AND DATE AND DELETES THE COMPUTE-OWNED
008618* ONES UNTIL THE KEY MOVES ON.
008619*-----------------------------------------------------------*
008620 6810-CLEAR-OLD-EVENTS-RTN.
008621     MOVE CTL-BUILDING-ID TO QEV-BUILDING-ID
008622     MOVE D01-WORK-DATE TO QEV-ROUTE-DATE
008623     MOVE LOW-VALUES TO QEV-EVENT-TYPE
008624     MOVE LOW-VALUES TO QEV-BAD-CHARACTER
008625     START QUALITY-EVENT-FILE KEY NOT LESS THAN QEV-KEY
008626         INVALID KEY
008627             CONTINUE
008628     END-START
008629     IF QUALITY-EVENT-NOT-FOUND
008630         GO TO 6810-EXIT
008631     END-IF
008632     IF NOT QUALITY-EVENT-OK
008633         PERFORM 6890-EVENT-FILE-FAILED-RTN
008634             THRU 6890-EXIT
008635         GO TO 6810-EXIT
008636     END-IF
008637     MOVE "N" TO D01-EVENT-SCAN-DONE-SW
008638     PERFORM 6820-CLEAR-ONE-EVENT-RTN
008639         THRU 6820-EXIT
008640         UNTIL D01-EVENT-SCAN-DONE.
008641 6810-EXIT.
008642     EXIT.
008643*
008644*-----------------------------------------------------------*
008645* 6820-CLEAR-ONE-EVENT-RTN - READS THE NEXT EVENT; ONE STILL
008646* FOR THIS BUILDING AND DATE IS DELETED IF COMPUTE OWNS IT.
008647*-----------------------------------------------------------*
008648 6820-CLEAR-ONE-EVENT-RTN.
008649     READ QUALITY-EVENT-FILE NEXT
008650         AT END
008651             SET D01-EVENT-SCAN-DONE TO TRUE
008652             GO TO 6820-EXIT
008653     END-READ
008654     IF NOT QUALITY-EVENT-OK
008655         SET D01-EVENT-SCAN-DONE TO TRUE
008656         PERFORM 6890-EVENT-FILE-FAILED-RTN
008657             THRU 6890-EXIT
008658         GO TO 6820-EXIT
008659     END-IF
008660     IF QEV-BUILDING-ID NOT = CTL-BUILDING-ID
008661         OR QEV-ROUTE-DATE NOT = D01-WORK-DATE
008662         SET D01-EVENT-SCAN-DONE TO TRUE
008663         GO TO 6820-EXIT
008664     END-IF
008665     IF QEV-COMPUTE-EVENT
008666         DELETE QUALITY-EVENT-FILE
008667         IF NOT QUALITY-EVENT-OK
008668             SET D01-EVENT-SCAN-DONE TO TRUE
008669             PERFORM 6890-EVENT-FILE-FAILED-RTN
008670                 THRU 6890-EXIT
008671         END-IF
008672     END-IF.
008673 6820-EXIT.
008674     EXIT.
008675*
008676*-----------------------------------------------------------*
008677* 6830-RECORD-BAD-CHAR-RTN - WRITES THE REJT EVENT FOR ONE
008678* ENTRY OF THE ROUTE'S BAD-CHARACTER TABLE.
008679*-----------------------------------------------------------*
008680 6830-RECORD-BAD-CHAR-RTN.
008681     PERFORM 6840-INIT-EVENT-RTN
008682         THRU 6840-EXIT
008683     SET QEV-REJECTED-CHAR TO TRUE
008684     MOVE D01-BAD-CHAR(D01-BAD-CHAR-SUB) TO QEV-BAD-CHARACTER
008685     MOVE D01-BAD-CHAR-COUNT(D01-BAD-CHAR-SUB) TO QEV-EVENT-COUNT
008686     MOVE D01-BAD-CHAR-FIRST(D01-BAD-CHAR-SUB)
008687         TO QEV-FIRST-POSITION
008688     PERFORM 6850-WRITE-EVENT-RTN
008689         THRU 6850-EXIT.
008690 6830-EXIT.
008691     EXIT.
008692*
008693*-----------------------------------------------------------*
008694* 6840-INIT-EVENT-RTN - STARTS A FRESH EVENT FOR THE ROUTE:
008695* KEY, SOURCE, A COUNT OF ONE AND THE FLOORS THE ROUTE REACHED.
008696* THE CALLER SETS THE EVENT TYPE AND ANY DETAIL.
008697*-----------------------------------------------------------*
008698 6840-INIT-EVENT-RTN.
008699     MOVE SPACES TO QUALITY-EVENT-RECORD
008700     MOVE CTL-BUILDING-ID TO QEV-BUILDING-ID
008701     MOVE D01-WORK-DATE TO QEV-ROUTE-DATE
008702     MOVE D01-WORK-DATE TO QEV-ROUTE-DATE-TO
008703     MOVE "DAY01CMP" TO QEV-SOURCE-PROGRAM
008704     MOVE 1 TO QEV-EVENT-COUNT
008705     MOVE 0 TO QEV-FIRST-POSITION
008706     MOVE D01-MAX-FLOOR TO QEV-MAX-FLOOR
008707     MOVE D01-MIN-FLOOR TO QEV-MIN-FLOOR
008708     MOVE 0 TO QEV-BLDG-LOWEST-FLOOR
008709     MOVE 0 TO QEV-BLDG-HIGHEST-FLOOR.
008710 6840-EXIT.
008711     EXIT.
008712*
008713*-----------------------------------------------------------*
008714* 6850-WRITE-EVENT-RTN - STAMPS AND WRITES THE EVENT BUILT BY
008715* THE CALLER. THE OLD EVENTS WERE CLEARED FIRST, SO A KEY
008716* ALREADY ON FILE CAN ONLY BE ONE THE CLEAR DID NOT REACH; IT
008717* IS REPLACED ALL THE SAME.
008718*-----------------------------------------------------------*
008719 6850-WRITE-EVENT-RTN.
008720     IF NOT D01-EVENT-FILE-OPEN
008721         GO TO 6850-EXIT
008722     END-IF
008723     ACCEPT QEV-RECORDED-DATE FROM DATE YYYYMMDD
008724     ACCEPT QEV-RECORDED-TIME FROM TIME
008725     WRITE QUALITY-EVENT-RECORD
008726         INVALID KEY
008727             IF QUALITY-EVENT-DUPLICATE
008728                 REWRITE QUALITY-EVENT-RECORD
008729             END-IF
008730     END-WRITE
008731     IF QUALITY-EVENT-OK
008732         ADD 1 TO D01-EVENT-COUNT
008733     ELSE
008734         PERFORM 6890-EVENT-FILE-FAILED-RTN
008735             THRU 6890-EXIT
008736     END-IF.
008737 6850-EXIT.
008738     EXIT.
008739*
008740*-----------------------------------------------------------*
008741* 6890-EVENT-FILE-FAILED-RTN - A READ, WRITE OR DELETE ON THE
008742* QUALITY-EVENT FILE FAILED: WARNS, RAISES AN ALERT, CLOSES
008743* THE FILE AND RECORDS NO FURTHER EVENTS THIS RUN.
008744*-----------------------------------------------------------*
008745 6890-EVENT-FILE-FAILED-RTN.
008746     DISPLAY "ERROR ON QUALITY-EVENT FILE FOR BUILDING "
008747         CTL-BUILDING-ID " STATUS " QUALITY-EVENT-FILE-STATUS
008748         " - NO FURTHER EVENTS RECORDED"
008749     CLOSE QUALITY-EVENT-FILE
008750     SET D01-EVENT-FILE-FAILED TO TRUE
008751     MOVE 4 TO ALERT-SEVERITY
008752     MOVE "IOERROR" TO ALERT-CODE
008753     MOVE CTL-BUILDING-ID TO ALERT-BUILDING-ID
008754     MOVE D01-WORK-DATE TO ALERT-ROUTE-DATE
008755     MOVE "QUALITY-EVENT FILE I/O FAILED"
008756         TO ALERT-TEXT
008757     PERFORM 9700-WRITE-ALERT-RTN
008758         THRU 9700-EXIT.
008759 6890-EXIT.
008760     EXIT.
008761*
008762*-----------------------------------------------------------*
008763* 7000-WRITE-FINAL-CHECKPOINT-RTN - APPENDS A FINAL RECORD
008764* MARKING THE CHECKPOINT COMPLETE ONCE ALL BUILDINGS HAVE BEEN
008765* PROCESSED, SO A LATER FRESH RUN DOES NOT MISTAKE THE LOG FOR
008766* AN UNFINISHED RESTART.
008767*-----------------------------------------------------------*
008768 7000-WRITE-FINAL-CHECKPOINT-RTN.
008769     SET CKPT-COMPLETE TO TRUE
008770     MOVE FLOOR TO CKPT-FLOOR
008771     MOVE D01-CHAR-COUNT TO CKPT-CHAR-COUNT
008772     MOVE D01-BUILDING-INDEX TO CKPT-BUILDING-INDEX
008773     MOVE D01-GRAND-TOTAL TO CKPT-GRAND-TOTAL
008774     MOVE D01-TOTAL-CHAR-COUNT TO CKPT-TOTAL-CHAR-COUNT
008775     MOVE D01-TOTAL-REJECT-COUNT TO CKPT-TOTAL-REJECT-COUNT
008776     MOVE D01-MISSING-ROUTE-COUNT TO CKPT-MISSING-ROUTE-COUNT
008777     MOVE D01-ROUTE-TRUNCATED-COUNT
008778         TO CKPT-ROUTE-TRUNCATED-COUNT
008779     MOVE D01-ROUTE-ERROR-SW TO CKPT-ROUTE-ERROR-SW
008780     MOVE D01-FLOOR-RANGE-COUNT TO CKPT-FLOOR-RANGE-COUNT
008781     MOVE D01-IF-DETAIL-COUNT TO CKPT-IF-DETAIL-COUNT
008782     MOVE D01-IF-FLOOR-HASH TO CKPT-IF-FLOOR-HASH
008783     MOVE D01-SUSPENDED-COUNT TO CKPT-SUSPENDED-COUNT
008784     WRITE CHECKPOINT-RECORD.
008785 7000-EXIT.
008786     EXIT.
008787*
008788*-----------------------------------------------------------*
008789* 7500-DISPLAY-BLDG-RESULTS-RTN - END OF BUILDING REPORTING.
008790*-----------------------------------------------------------*
008791 7500-DISPLAY-BLDG-RESULTS-RTN.
008792     DISPLAY "Building: " RTE-BUILDING-ID
008793         " Date: " RTE-ROUTE-DATE
008794     DISPLAY "  Santa ends on floor: " FLOOR
008795     IF D01-BASEMENT-FOUND
008796         DISPLAY "  Santa first enters the basement at "
008797             "position: " D01-BASEMENT-POSITION
008798     ELSE
008799         DISPLAY "  Santa never enters the basement"
008800     END-IF
008801     DISPLAY "  Characters rejected: " D01-REJECT-COUNT.
008802 7500-EXIT.
008803     EXIT.
008804*
008805*-----------------------------------------------------------*
008806* 7650-WRITE-STATS-RTN - WRITES THIS BUILDING'S COMPUTED
008807* RESULTS TO STATS-FILE: BUILDING ID, ROUTE DATE, FINAL FLOOR,
008808* HIGHEST AND LOWEST FLOOR REACHED, FLOOR-UP/FLOOR-DOWN MOVE
008809* COUNTS, THE BASEMENT-ENTRY POSITION, AND THE REJECT COUNT -
008810* EVERYTHING THE REPORT STEP NEEDS, SINCE IT NO LONGER SHARES
008811* WORKING STORAGE WITH THIS STEP.
008812*-----------------------------------------------------------*
008813 7650-WRITE-STATS-RTN.
008814     MOVE RTE-BUILDING-ID TO STA-BUILDING-ID
008815     MOVE RTE-ROUTE-DATE TO STA-ROUTE-DATE
008816     MOVE FLOOR TO STA-FINAL-FLOOR
008820     MOVE D01-MAX-FLOOR TO STA-MAX-FLOOR
008830     MOVE D01-MIN-FLOOR TO STA-MIN-FLOOR
008840     MOVE D01-FLOOR-UP-COUNT TO STA-FLOOR-UP-COUNT
009160* FLOOR, REPLACING THE OLD PRACTICE OF COPY-PASTING THE
009170* CONSOLE OUTPUT INTO THAT SYSTEM BY HAND, AND ROLLS THE
009172* DETAIL COUNT AND FLOOR HASH TOTAL FORWARD FOR THE TRAILER.
009180* IN DELTA MODE A BUILDING WHOSE FINAL FLOOR MATCHES THE ONE
009181* LAST SENT FOR IT IS SUPPRESSED - THE DETAIL, THE
009182* COUNT AND THE HASH ALL COVER ONLY WHAT WAS ACTUALLY SENT,
009183* SO THE TRAILER STILL PROVES OUT.
009184*-----------------------------------------------------------*
009250     EXIT.
009251*
009252*-----------------------------------------------------------*
009253* 7750-CHECK-DELTA-RTN - ONE KEYED READ OF THE BUILDING'S
009254* LATEST-RESULTS RECORD, SUPPRESSING THE DETAIL WHEN THE
009255* FINAL FLOOR IS THE SAME AS THE ONE LAST SENT. A BUILDING
009256* WITH NO LATEST-RESULTS RECORD, OR ONE NOTHING HAS EVER BEEN
009257* SENT FOR, IS NEW TO DOWNSTREAM AND ALWAYS SENDS; SO DOES ANY
009258* READ THAT DOES NOT COME BACK CLEAN.
009259*-----------------------------------------------------------*
009260 7750-CHECK-DELTA-RTN.
009261     MOVE "N" TO D01-SUPPRESS-DETAIL-SW
009264     MOVE RTE-BUILDING-ID TO LAT-BUILDING-ID
009265     READ LATEST-FILE
009266         INVALID KEY
009267             GO TO 7750-EXIT
009268     END-READ
009269     IF LATEST-FILE-OK
009270         AND NOT LAT-NEVER-SENT
009274         AND LAT-SENT-FINAL-FLOOR = FLOOR
009275         SET D01-SUPPRESS-DETAIL TO TRUE
009276     END-IF.
009277 7750-EXIT.
009278     EXIT.
009279*
009280*-----------------------------------------------------------*
009281* 7850-WRITE-IF-TRAILER-RTN - CLOSES THE FEED WITH THE TRAILER
009282* CONTROL RECORD: HOW MANY DETAIL RECORDS WERE WRITTEN AND THE
009283* HASH TOTAL OF THEIR FINAL FLOORS, FOR DAY01BAL TO PROVE OUT
009284* BEFORE THE REPORT STEP TRANSMITS ANYTHING. BOTH FIGURES RIDE
009285* THE CHECKPOINT, SO A RESTARTED RUN'S TRAILER COVERS THE
009286* WHOLE FEED AND NOT JUST THE BUILDINGS AFTER THE RESTART.
009287*-----------------------------------------------------------*
009288 7850-WRITE-IF-TRAILER-RTN.
009289     MOVE SPACES TO INTERFACE-RECORD
009290     SET IF-TRAILER-REC TO TRUE
009291     MOVE D01-IF-DETAIL-COUNT TO IF-TRL-DETAIL-COUNT
009292     MOVE D01-IF-FLOOR-HASH TO IF-TRL-FLOOR-HASH
009293     WRITE INTERFACE-RECORD.
009294 7850-EXIT.
009295     EXIT.
009296*
009297*-----------------------------------------------------------*
009298* 8000-DISPLAY-GRAND-TOTAL-RTN - COMBINED END OF RUN REPORT
009299* ACROSS ALL BUILDINGS PROCESSED THIS RUN.
009300*-----------------------------------------------------------*
009310 8000-DISPLAY-GRAND-TOTAL-RTN.
009320     DISPLAY "Combined grand total floor: " D01-GRAND-TOTAL
009334         DISPLAY "Delta feed - details sent: "
009336             D01-IF-DETAIL-COUNT " suppressed: "
009338             D01-IF-SUPPRESSED-COUNT
009340     END-IF
009341     DISPLAY "Routes held in suspense: " D01-SUSPENDED-COUNT
009342     DISPLAY "Released routes sent: " D01-RELEASED-SENT-COUNT
009343     DISPLAY "Suspense items superseded: " D01-SUPERSEDED-COUNT
009344     DISPLAY "Settled in suspense, not sent: "
009345         D01-RESOLVED-SKIP-COUNT
009346     DISPLAY "Quality events recorded: " D01-EVENT-COUNT.
009347 8000-EXIT.
009350     EXIT.
009360*
009370*-----------------------------------------------------------*
009490* D01-ROUTE-HARD-ERROR) SET BY 2000-READ-ROUTE-RTN AS EACH
009500* BUILDING IS READ, RATHER THAN FILE-STATUS, WHICH ONLY EVER
009510* HOLDS THE LAST BUILDING'S READ RESULT AND WOULD LET A LATER
009520* CLEAN READ HIDE AN EARLIER HARD ERROR. A SUSPENSE FILE
009522* ERROR IS AN 8 AS WELL - A ROUTE THAT FAILED TO SUSPEND IS ON
009524* NEITHER THE FEED NOR THE DESK'S LIST. A ROUTE HELD IN
009526* SUSPENSE IS A 4 - SOMEBODY HAS TO LOOK AT IT. SO IS A
009527* QUALITY-EVENT FILE THAT WOULD NOT OPEN OR WRITE - THE FEED
009528* IS WHOLE, BUT THE SCORECARD IS SHORT OF EVIDENCE.
009530*-----------------------------------------------------------*
009540 8100-SET-RETURN-CODE-RTN.
009550     IF D01-ROUTE-HARD-ERROR OR D01-SUSPENSE-HARD-ERROR
009560         MOVE 8 TO RETURN-CODE
009570     ELSE
009572         IF D01-STOP-REQUESTED
009590                 OR D01-MISSING-ROUTE-COUNT > 0
009600                 OR D01-ROUTE-TRUNCATED-COUNT > 0
009605                 OR D01-FLOOR-RANGE-COUNT > 0
009607                 OR D01-SUSPENDED-COUNT > 0
009608                 OR D01-EVENT-FILE-FAILED
009610                 MOVE 4 TO RETURN-CODE
009620             ELSE
009630                 MOVE 0 TO RETURN-CODE
009645         END-IF
009650     END-IF.
009660 8100-EXIT.
009661     EXIT.
009662*
009663*-----------------------------------------------------------*
009664* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
009665* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
009666* ALERT.
009667* MISSING, TRUNCATED, OUT-OF-RANGE AND SUSPENDED ROUTES HAVE
009668* ALREADY RAISED THEIR OWN ALERTS, WITH BUILDING AND DATE, AS
009669* HAS A QUALITY-EVENT FILE THAT WOULD NOT OPEN OR WRITE.
009670*-----------------------------------------------------------*
009671 8200-RAISE-ALERTS-RTN.
009672     IF D01-ROUTE-HARD-ERROR
009673         MOVE 8 TO ALERT-SEVERITY
009674         MOVE "IOERROR" TO ALERT-CODE
009675         MOVE "ROUTE FILE HARD I/O ERROR"
009676             TO ALERT-TEXT
009677         PERFORM 9700-WRITE-ALERT-RTN
009678             THRU 9700-EXIT
009679     END-IF
009680     IF D01-SUSPENSE-HARD-ERROR
009681         MOVE 8 TO ALERT-SEVERITY
009682         MOVE "IOERROR" TO ALERT-CODE
009683         MOVE "SUSPENSE FILE HARD I/O ERROR"
009684             TO ALERT-TEXT
009685         PERFORM 9700-WRITE-ALERT-RTN
009686             THRU 9700-EXIT
009687     END-IF
009688     IF D01-STOP-REQUESTED
009689         MOVE 2 TO ALERT-SEVERITY
009690         MOVE "PARKED" TO ALERT-CODE
009691         MOVE "PARKED ON STOP REQUEST - RESUBMIT"
009692             TO ALERT-TEXT
009693         PERFORM 9700-WRITE-ALERT-RTN
009694             THRU 9700-EXIT
009695     END-IF
009696     IF D01-TOTAL-REJECT-COUNT > 0
009697         MOVE 4 TO ALERT-SEVERITY
009698         MOVE "REJCHARS" TO ALERT-CODE
009699         MOVE D01-TOTAL-REJECT-COUNT TO ALERT-COUNT
009700         MOVE "ROUTE CHARACTERS REJECTED - SEE REJFILE"
009701             TO ALERT-TEXT
009702         PERFORM 9700-WRITE-ALERT-RTN
009703             THRU 9700-EXIT
009704     END-IF
009705     PERFORM 9720-ALERT-STEP-END-RTN
009706         THRU 9720-EXIT.
009707 8200-EXIT.
009708     EXIT.
009709*
009710*-----------------------------------------------------------*
009711* 9000-DATE-TO-SERIAL-RTN - TURNS THE YYYYMMDD DATE IN
009712* D01-CONV-DATE INTO A DAY SERIAL IN D01-CONV-SERIAL: WHOLE
009720* YEARS OF DAYS (WITH THE GREGORIAN LEAP RULES), THE DAYS
009730* AHEAD OF THE MONTH, THE DAY ITSELF, AND ONE MORE FOR A DATE
009740* PAST FEBRUARY OF A LEAP YEAR - THE SAME ARITHMETIC AS
010900     END-READ.
010910 9300-EXIT.
010920     EXIT.
010930*
010940*-----------------------------------------------------------*
010950* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
010960* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
010970* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
010980* NEXT CALLER STARTS CLEAN.
010990*-----------------------------------------------------------*
011000 9700-WRITE-ALERT-RTN.
011010     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
011020         PERFORM 9710-OPEN-ALERT-RTN
011030             THRU 9710-EXIT
011040     END-IF
011050     IF NOT ALERT-FILE-OPEN
011060         GO TO 9700-CLEAR
011070     END-IF
011080     MOVE SPACES TO ALERT-RECORD
011090     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
011100     ACCEPT ALR-RAISED-TIME FROM TIME
011110     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
011120     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
011130     MOVE "DAY01CMP" TO ALR-PROGRAM-ID
011140     MOVE ALERT-SEVERITY TO ALR-SEVERITY
011150     MOVE ALERT-CODE TO ALR-CODE
011160     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
011170     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
011180     MOVE ALERT-COUNT TO ALR-COUNT
011190     MOVE ALERT-TEXT TO ALR-TEXT
011200     WRITE ALERT-RECORD
011210     IF ALERT-FILE-OK
011220         ADD 1 TO ALERT-RAISED-COUNT
011230     ELSE
011240         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
011250             " STATUS " ALERT-FILE-STATUS
011260         CLOSE ALERT-FILE
011270         SET ALERT-FILE-FAILED TO TRUE
011280     END-IF.
011290 9700-CLEAR.
011300     MOVE SPACES TO ALERT-BUILDING-ID
011310     MOVE 0 TO ALERT-ROUTE-DATE
011320     MOVE 0 TO ALERT-COUNT.
011330 9700-EXIT.
011340     EXIT.
011350*
011360*-----------------------------------------------------------*
011370* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
011380* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
011390* JOB AND STEP NAME OFF THE EXEC PARM.
011400*-----------------------------------------------------------*
011410 9710-OPEN-ALERT-RTN.
011420     OPEN EXTEND ALERT-FILE
011430     IF NOT ALERT-FILE-OK
011440         OPEN OUTPUT ALERT-FILE
011450     END-IF
011460     IF NOT ALERT-FILE-OK
011470         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
011480             ALERT-FILE-STATUS
011490         SET ALERT-FILE-FAILED TO TRUE
011500         GO TO 9710-EXIT
011510     END-IF
011520     SET ALERT-FILE-OPEN TO TRUE
011530     IF JOB-STEP-PARM-LENGTH > 0
011540         AND JOB-STEP-PARM-LENGTH NOT > 100
011550         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
011560             DELIMITED BY ","
011570             INTO ALERT-JOB-NAME ALERT-STEP-NAME
011580         END-UNSTRING
011590     END-IF
011600     IF ALERT-STEP-NAME = SPACES
011610         MOVE "DAY01CMP" TO ALERT-STEP-NAME
011620     END-IF.
011630 9710-EXIT.
011640     EXIT.
011650*
011660*-----------------------------------------------------------*
011670* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
011680* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
011690* DATASET IF THIS STEP OPENED IT.
011700*-----------------------------------------------------------*
011710 9720-ALERT-STEP-END-RTN.
011720     IF RETURN-CODE > 0
011730         IF RETURN-CODE > 9
011740             MOVE 9 TO ALERT-SEVERITY
011750         ELSE
011760             MOVE RETURN-CODE TO ALERT-SEVERITY
011770         END-IF
011780         MOVE "STEPEND" TO ALERT-CODE
011790         MOVE RETURN-CODE TO ALERT-COUNT
011800         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
011810             TO ALERT-TEXT
011820         PERFORM 9700-WRITE-ALERT-RTN
011830             THRU 9700-EXIT
011840     END-IF
011850     IF ALERT-FILE-OPEN
011860         CLOSE ALERT-FILE
011870         MOVE "N" TO ALERT-OPEN-SW
011880     END-IF.
011890 9720-EXIT.
011900     EXIT.
011910*
011920*-----------------------------------------------------------*
011930* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
011940* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
011950* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
011960*-----------------------------------------------------------*
011970 9750-ALERT-STEP-STOPPED-RTN.
011980     MOVE 8 TO ALERT-SEVERITY
011990     MOVE "STEPSTOP" TO ALERT-CODE
012000     MOVE 8 TO ALERT-COUNT
012010     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
012020         TO ALERT-TEXT
012030     PERFORM 9700-WRITE-ALERT-RTN
012040         THRU 9700-EXIT
012050     IF ALERT-FILE-OPEN
012060         CLOSE ALERT-FILE
012070         MOVE "N" TO ALERT-OPEN-SW
012080     END-IF.
012090 9750-EXIT.
012100     EXIT.
