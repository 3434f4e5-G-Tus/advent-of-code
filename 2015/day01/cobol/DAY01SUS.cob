000010*-----------------------------------------------------------*
000020* PROGRAM-ID: DAY01SUS
000030*-----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     DAY01SUS.
000060 AUTHOR.         R WHITMORE.
000070 INSTALLATION.   CANDY CANE LANE DATA CENTER.
000080 DATE-WRITTEN.   2026-10-05.
000090 DATE-COMPILED.
000100*-----------------------------------------------------------*
000110* MODIFICATION HISTORY.
000120*-----------------------------------------------------------*
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-05 RW    ORIGINAL PROGRAM - SUSPENSE RELEASE/KILL
000150*                  STEP. THE COMPUTE STEP NOW HOLDS A SUSPECT
000160*                  ROUTE IN THE SUSPENSE FILE (COPYBOOK
000170*                  SUSPREC) INSTEAD OF SHIPPING IT. THIS
000180*                  PROGRAM READS A TRANSACTION FILE OF THE
000190*                  DESK'S DECISIONS - RELEASE (SEND IT ON THE
000200*                  NEXT NIGHTLY FEED) OR KILL (DROP IT FOR
000210*                  GOOD, WITH A REASON) - VALIDATES EACH ONE,
000220*                  APPLIES IT ONLY TO AN ITEM STILL WAITING ON
000230*                  A DECISION, STAMPS WHO SIGNED OFF AND WHEN,
000240*                  AND PRINTS A REPORT OF EVERY TRANSACTION'S
000250*                  DISPOSITION. RETURN-CODE 0/4/8 LIKE
000260*                  DAY01BMT.
000261* 2026-10-13 RW    RAISES OPERATOR ALERTS (COPYBOOK ALERTREC) ON
000262*                  THE SHARED ALERT DATASET, DD ALERTS, FOR THE
000263*                  JOB'S ALERT SUMMARY (DAY01ALS): ONE FOR EACH
000264*                  CONDITION BEHIND A NONZERO RETURN CODE, A
000265*                  STEPEND ALERT CARRYING THE RETURN CODE, AND A
000266*                  STEPSTOP ALERT WHEN THE STEP STOPS EARLY. THE
000267*                  JOB AND STEP NAME COME FROM THE NEW EXEC PARM
000268*                  ('JOB,STEP').
000271* 2026-10-15 RW    SHORTENED THE STEPSTOP ALERT TEXT, WHICH RAN
000274*                  PAST ALERT-TEXT AND WAS CUT SHORT ON THE FEED.
000277*-----------------------------------------------------------*
000280*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.    IBM-370.
000320 OBJECT-COMPUTER.    IBM-370.
000330 SPECIAL-NAMES.
000340     CONSOLE IS CONSOLE-DEVICE.
000350*
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT TRANSACTION-FILE
000390         ASSIGN TO SUSTRN
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS TRANSACTION-FILE-STATUS.
000420     SELECT SUSPENSE-FILE
000430         ASSIGN TO SUSFILE
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS SUS-KEY
000470         FILE STATUS IS SUSPENSE-FILE-STATUS.
000480     SELECT SUSPENSE-REPORT-FILE
000490         ASSIGN TO SUSRPT
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS SUSPENSE-REPORT-STATUS.
000512     SELECT ALERT-FILE
000514         ASSIGN TO ALERTS
000516         ORGANIZATION IS SEQUENTIAL
000518         FILE STATUS IS ALERT-FILE-STATUS.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  TRANSACTION-FILE.
000560 01  TRANSACTION-RECORD.
000570     05  TRN-ACTION-CODE         PIC X(01).
000580         88  TRN-RELEASE                    VALUE "R".
000590         88  TRN-KILL                       VALUE "K".
000600     05  TRN-BUILDING-ID         PIC X(10).
000610     05  TRN-ROUTE-DATE          PIC 9(08).
000620     05  TRN-USER-ID             PIC X(08).
000630     05  TRN-KILL-REASON         PIC X(30).
000640*
000650 FD  SUSPENSE-FILE.
000660     COPY "SUSPREC.cpy".
000670*
000680 FD  SUSPENSE-REPORT-FILE.
000690 01  SUSPENSE-REPORT-RECORD          PIC X(132).
000691*
000692 FD  ALERT-FILE
000693     RECORD CONTAINS 120 CHARACTERS
000694     RECORDING MODE IS F.
000695     COPY "ALERTREC.cpy".
000700*
000701 WORKING-STORAGE SECTION.
000702*-----------------------------------------------------------*
000703* OPERATOR ALERTS (COPYBOOK ALERTREC). THE CALLER LOADS THE
000704* SEVERITY, CODE AND TEXT - AND THE BUILDING, ROUTE DATE AND
000705* COUNT WHERE THERE ARE ANY - AND PERFORMS
000706* 9700-WRITE-ALERT-RTN. THE ALERT DATASET IS OPENED ON THE
000707* FIRST ALERT, SO A CLEAN STEP NEVER TOUCHES IT. AN ALERT THAT
000708* WILL NOT WRITE IS DISPLAYED BUT DOES NOT MOVE THE RETURN
000709* CODE - THE STEP'S OWN WORK STANDS.
000710*-----------------------------------------------------------*
000711 77  ALERT-FILE-STATUS           PIC X(02) VALUE SPACES.
000712     88  ALERT-FILE-OK                     VALUE "00".
000713 77  ALERT-OPEN-SW               PIC X(01) VALUE "N".
000714     88  ALERT-FILE-OPEN                   VALUE "Y".
000715     88  ALERT-FILE-FAILED                 VALUE "F".
000716 77  ALERT-JOB-NAME              PIC X(08) VALUE SPACES.
000717 77  ALERT-STEP-NAME             PIC X(08) VALUE SPACES.
000718 77  ALERT-SEVERITY              PIC 9(01) VALUE 0.
000719 77  ALERT-CODE                  PIC X(08) VALUE SPACES.
000720 77  ALERT-BUILDING-ID           PIC X(10) VALUE SPACES.
000721 77  ALERT-ROUTE-DATE            PIC 9(08) VALUE 0.
000722 77  ALERT-COUNT                 PIC 9(09) VALUE 0.
000723 77  ALERT-TEXT                  PIC X(40) VALUE SPACES.
000724 77  ALERT-RAISED-COUNT          PIC 9(09) COMP VALUE 0.
000725*-----------------------------------------------------------*
000730* FILE STATUS AND SWITCHES.
000740*-----------------------------------------------------------*
000750 77  TRANSACTION-FILE-STATUS     PIC X(02) VALUE SPACES.
000760     88  TRANSACTION-OK                    VALUE "00".
000770 77  TRANSACTION-EOF-SW          PIC X(01) VALUE "N".
000780     88  TRANSACTION-EOF                   VALUE "Y".
000790 77  SUSPENSE-FILE-STATUS        PIC X(02) VALUE SPACES.
000800     88  SUSPENSE-FILE-OK                  VALUE "00".
000810     88  SUSPENSE-KEY-NOT-FOUND            VALUE "23".
000820     88  SUSPENSE-NOT-ON-CATALOG           VALUE "35".
000830 77  SUSPENSE-REPORT-STATUS      PIC X(02) VALUE SPACES.
000840     88  SUSPENSE-REPORT-OK                VALUE "00".
000850*-----------------------------------------------------------*
000860* SET THE ONE TIME A SUSPENSE-FILE I/O COMES BACK WITH SOME
000870* STATUS OTHER THAN SUCCESS OR A NOT-FOUND KEY - THE SAME
000880* REASON DAY01BMT CARRIES ITS OWN ERROR SWITCH.
000890*-----------------------------------------------------------*
000900 77  SUS-HARD-ERROR-SW           PIC X(01) VALUE "N".
000910     88  SUS-HARD-ERROR                    VALUE "Y".
000920*-----------------------------------------------------------*
000930* PER-TRANSACTION VALIDATION SWITCH - SET BY
000940* 2500-VALIDATE-TRANS-RTN WHEN THE TRANSACTION IS TURNED AWAY
000950* BEFORE THE SUSPENSE FILE IS TOUCHED, WITH THE DISPOSITION
000960* TEXT ALREADY LOADED FOR THE REPORT LINE.
000970*-----------------------------------------------------------*
000980 77  SUS-TRANS-ERROR-SW          PIC X(01) VALUE "N".
000990     88  SUS-TRANS-ERROR                   VALUE "Y".
001000*-----------------------------------------------------------*
001010* TRANSACTION DISPOSITION COUNTERS.
001020*-----------------------------------------------------------*
001030 77  SUS-TRANSACTION-COUNT       PIC 9(09) COMP VALUE 0.
001040 77  SUS-RELEASED-COUNT          PIC 9(09) COMP VALUE 0.
001050 77  SUS-KILLED-COUNT            PIC 9(09) COMP VALUE 0.
001060 77  SUS-REJECTED-COUNT          PIC 9(09) COMP VALUE 0.
001070*-----------------------------------------------------------*
001080* RUN DATE - STAMPED ON EVERY RESOLVED ITEM.
001090*-----------------------------------------------------------*
001100 77  SUS-RUN-DATE                PIC 9(08) VALUE 0.
001110*-----------------------------------------------------------*
001120* SUSPENSE REPORT LINE LAYOUTS - EACH PADDED TO THE FULL
001130* 132-BYTE SUSPENSE-REPORT-FILE RECORD LENGTH.
001140*-----------------------------------------------------------*
001150 01  SUS-BANNER-LINE.
001160     05  FILLER                  PIC X(60)
001170         VALUE "CANDY CANE LANE DATA CENTER - AOC 2015 DAY 1".
001180     05  FILLER                  PIC X(72) VALUE SPACES.
001190*
001200 01  SUS-TITLE-LINE.
001210     05  FILLER                  PIC X(60)
001220         VALUE "SUSPENSE RELEASE/KILL REPORT".
001230     05  FILLER                  PIC X(72) VALUE SPACES.
001240*
001250 01  SUS-RUNDATE-LINE.
001260     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001270     05  SUS-RUNDATE-VALUE       PIC 9(08).
001280     05  FILLER                  PIC X(114) VALUE SPACES.
001290*
001300 01  SUS-DETAIL-LINE.
001310     05  FILLER                  PIC X(08) VALUE "ACTION: ".
001320     05  SUS-DETAIL-ACTION       PIC X(01).
001330     05  FILLER                  PIC X(12) VALUE "  BUILDING: ".
001340     05  SUS-DETAIL-BUILDING-ID  PIC X(10).
001350     05  FILLER                  PIC X(08) VALUE "  DATE: ".
001360     05  SUS-DETAIL-ROUTE-DATE   PIC X(08).
001370     05  FILLER                  PIC X(09) VALUE "  KEYED: ".
001380     05  SUS-DETAIL-USER-ID      PIC X(08).
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  SUS-DETAIL-DISPOSITION  PIC X(25).
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  SUS-DETAIL-KILL-REASON  PIC X(30).
001430     05  FILLER                  PIC X(09) VALUE SPACES.
001440*
001450 01  SUS-TOTAL-LINE.
001460     05  SUS-TOTAL-LABEL         PIC X(25).
001470     05  SUS-TOTAL-VALUE         PIC 9(09).
001480     05  FILLER                  PIC X(98) VALUE SPACES.
001481*
001482 LINKAGE SECTION.
001483*-----------------------------------------------------------*
001484* THE EXEC PARM, 'JOB,STEP', THAT NAMES THE ALERTS THIS STEP
001485* RAISES. A STEP RUN WITHOUT ONE RAISES THEM UNDER ITS
001486* PROGRAM NAME.
001487*-----------------------------------------------------------*
001488 01  JOB-STEP-PARM.
001489     05  JOB-STEP-PARM-LENGTH    PIC S9(04) COMP.
001490     05  JOB-STEP-PARM-TEXT      PIC X(100).
001491*
001500 PROCEDURE DIVISION USING JOB-STEP-PARM.
001510*-----------------------------------------------------------*
001520* 0000-MAIN-PARA - CONTROLS THE OVERALL FLOW OF THE SUSPENSE
001530* RELEASE/KILL STEP.
001540*-----------------------------------------------------------*
001550 0000-MAIN-PARA.
001560     PERFORM 0100-OPEN-FILES-RTN
001570         THRU 0100-EXIT
001580     PERFORM 0200-WRITE-HEADING-RTN
001590         THRU 0200-EXIT
001600     PERFORM 1100-READ-TRANSACTION-RTN
001610         THRU 1100-EXIT
001620     PERFORM 2000-APPLY-ONE-TRANS-RTN
001630         THRU 2000-EXIT
001640         UNTIL TRANSACTION-EOF
001650     PERFORM 7000-WRITE-TOTALS-RTN
001660         THRU 7000-EXIT
001670     PERFORM 0900-CLOSE-FILES-RTN
001680         THRU 0900-EXIT
001690     PERFORM 8100-SET-RETURN-CODE-RTN
001700         THRU 8100-EXIT
001703     PERFORM 8200-RAISE-ALERTS-RTN
001706         THRU 8200-EXIT
001710     STOP RUN.
001720*
001730*-----------------------------------------------------------*
001740* 0100-OPEN-FILES-RTN - OPENS THE TRANSACTION FILE FOR INPUT,
001750* THE SUSPENSE FILE FOR UPDATE AND THE REPORT FOR OUTPUT. THE
001760* SUSPENSE FILE IS CREATED BY THE COMPUTE STEP, SO ONE THAT
001770* IS NOT THERE YET SIMPLY MEANS NOTHING HAS EVER BEEN
001780* SUSPENDED - IT IS CREATED EMPTY THE SAME WAY, AND EVERY
001790* TRANSACTION AGAINST IT WILL REPORT KEY NOT FOUND.
001800*-----------------------------------------------------------*
001810 0100-OPEN-FILES-RTN.
001820     ACCEPT SUS-RUN-DATE FROM DATE YYYYMMDD
001830     OPEN INPUT TRANSACTION-FILE
001840     IF NOT TRANSACTION-OK
001850         DISPLAY "ERROR OPENING TRANSACTION FILE. STATUS: "
001860             TRANSACTION-FILE-STATUS
001863         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001866             THRU 9750-EXIT
001870         MOVE 8 TO RETURN-CODE
001880         STOP RUN
001890     END-IF
001900     OPEN I-O SUSPENSE-FILE
001910     IF SUSPENSE-NOT-ON-CATALOG
001920         OPEN OUTPUT SUSPENSE-FILE
001930         CLOSE SUSPENSE-FILE
001940         OPEN I-O SUSPENSE-FILE
001950     END-IF
001960     IF NOT SUSPENSE-FILE-OK
001970         DISPLAY "ERROR OPENING SUSPENSE FILE. STATUS: "
001980             SUSPENSE-FILE-STATUS
001983         PERFORM 9750-ALERT-STEP-STOPPED-RTN
001986             THRU 9750-EXIT
001990         MOVE 8 TO RETURN-CODE
002000         STOP RUN
002010     END-IF
002020     OPEN OUTPUT SUSPENSE-REPORT-FILE
002030     IF NOT SUSPENSE-REPORT-OK
002040         DISPLAY "ERROR OPENING SUSPENSE REPORT. STATUS: "
002050             SUSPENSE-REPORT-STATUS
002053         PERFORM 9750-ALERT-STEP-STOPPED-RTN
002056             THRU 9750-EXIT
002060         MOVE 8 TO RETURN-CODE
002070         STOP RUN
002080     END-IF.
002090 0100-EXIT.
002100     EXIT.
002110*
002120*-----------------------------------------------------------*
002130* 0200-WRITE-HEADING-RTN - WRITES THE REPORT BANNER, TITLE
002140* AND RUN DATE ONCE AT THE TOP OF THE REPORT.
002150*-----------------------------------------------------------*
002160 0200-WRITE-HEADING-RTN.
002170     MOVE SUS-BANNER-LINE TO SUSPENSE-REPORT-RECORD
002180     WRITE SUSPENSE-REPORT-RECORD
002190     MOVE SUS-TITLE-LINE TO SUSPENSE-REPORT-RECORD
002200     WRITE SUSPENSE-REPORT-RECORD
002210     MOVE SUS-RUN-DATE TO SUS-RUNDATE-VALUE
002220     MOVE SUS-RUNDATE-LINE TO SUSPENSE-REPORT-RECORD
002230     WRITE SUSPENSE-REPORT-RECORD
002240     MOVE SUS-BANNER-LINE TO SUSPENSE-REPORT-RECORD
002250     WRITE SUSPENSE-REPORT-RECORD.
002260 0200-EXIT.
002270     EXIT.
002280*
002290*-----------------------------------------------------------*
002300* 0900-CLOSE-FILES-RTN - CLOSES ALL THREE FILES.
002310*-----------------------------------------------------------*
002320 0900-CLOSE-FILES-RTN.
002330     CLOSE TRANSACTION-FILE
002340     CLOSE SUSPENSE-FILE
002350     CLOSE SUSPENSE-REPORT-FILE.
002360 0900-EXIT.
002370     EXIT.
002380*
002390*-----------------------------------------------------------*
002400* 1100-READ-TRANSACTION-RTN - READS THE NEXT RELEASE/KILL
002410* TRANSACTION FROM THE TRANSACTION FILE.
002420*-----------------------------------------------------------*
002430 1100-READ-TRANSACTION-RTN.
002440     READ TRANSACTION-FILE
002450         AT END
002460             SET TRANSACTION-EOF TO TRUE
002470         NOT AT END
002480             ADD 1 TO SUS-TRANSACTION-COUNT
002490     END-READ.
002500 1100-EXIT.
002510     EXIT.
002520*
002530*-----------------------------------------------------------*
002540* 2000-APPLY-ONE-TRANS-RTN - VALIDATES ONE TRANSACTION, AND
002550* ONLY WHEN IT PASSES APPLIES IT TO THE SUSPENSE ITEM. EVERY
002560* PATH REPORTS ITS DISPOSITION, THEN ADVANCES TO THE NEXT
002570* TRANSACTION.
002580*-----------------------------------------------------------*
002590 2000-APPLY-ONE-TRANS-RTN.
002600     PERFORM 2500-VALIDATE-TRANS-RTN
002610         THRU 2500-EXIT
002620     IF SUS-TRANS-ERROR
002630         ADD 1 TO SUS-REJECTED-COUNT
002640     ELSE
002650         PERFORM 3000-RESOLVE-ITEM-RTN
002660             THRU 3000-EXIT
002670     END-IF
002680     PERFORM 7500-WRITE-DETAIL-RTN
002690         THRU 7500-EXIT
002700     PERFORM 1100-READ-TRANSACTION-RTN
002710         THRU 1100-EXIT.
002720 2000-EXIT.
002730     EXIT.
002740*
002750*-----------------------------------------------------------*
002760* 2500-VALIDATE-TRANS-RTN - TURNS A TRANSACTION AWAY BEFORE
002770* THE SUSPENSE FILE IS TOUCHED: A BAD ACTION CODE, A BLANK
002780* BUILDING ID, A ROUTE DATE THAT IS NOT NUMERIC, A BLANK USER
002790* ID (EVERY DECISION HAS TO HAVE A PERSON SIGNING OFF ON IT),
002800* OR A KILL WITH NO REASON GIVEN.
002810*-----------------------------------------------------------*
002820 2500-VALIDATE-TRANS-RTN.
002830     MOVE "N" TO SUS-TRANS-ERROR-SW
002840     IF NOT TRN-RELEASE AND NOT TRN-KILL
002850         MOVE "BAD TRANSACTION CODE" TO SUS-DETAIL-DISPOSITION
002860         SET SUS-TRANS-ERROR TO TRUE
002870         GO TO 2500-EXIT
002880     END-IF
002890     IF TRN-BUILDING-ID = SPACES
002900         MOVE "BUILDING ID BLANK" TO SUS-DETAIL-DISPOSITION
002910         SET SUS-TRANS-ERROR TO TRUE
002920         GO TO 2500-EXIT
002930     END-IF
002940     IF TRN-ROUTE-DATE NOT NUMERIC
002950         MOVE "ROUTE DATE NOT NUMERIC" TO SUS-DETAIL-DISPOSITION
002960         SET SUS-TRANS-ERROR TO TRUE
002970         GO TO 2500-EXIT
002980     END-IF
002990     IF TRN-USER-ID = SPACES
003000         MOVE "USER ID BLANK" TO SUS-DETAIL-DISPOSITION
003010         SET SUS-TRANS-ERROR TO TRUE
003020         GO TO 2500-EXIT
003030     END-IF
003040     IF TRN-KILL AND TRN-KILL-REASON = SPACES
003050         MOVE "KILL REASON BLANK" TO SUS-DETAIL-DISPOSITION
003060         SET SUS-TRANS-ERROR TO TRUE
003070     END-IF.
003080 2500-EXIT.
003090     EXIT.
003100*
003110*-----------------------------------------------------------*
003120* 3000-RESOLVE-ITEM-RTN - READS THE SUSPENSE ITEM AND, WHEN IT
003130* IS STILL SUSPENDED, MARKS IT RELEASED OR KILLED AND STAMPS
003140* THE DATE AND WHO SIGNED OFF. AN ITEM ALREADY RELEASED, SENT
003150* OR KILLED IS REPORTED AS NOT SUSPENDED RATHER THAN CHANGED -
003160* A DECISION, ONCE TAKEN, IS NOT QUIETLY OVERTURNED BY A
003170* SECOND TRANSACTION.
003180*-----------------------------------------------------------*
003190 3000-RESOLVE-ITEM-RTN.
003200     MOVE TRN-BUILDING-ID TO SUS-BUILDING-ID
003210     MOVE TRN-ROUTE-DATE TO SUS-ROUTE-DATE
003220     READ SUSPENSE-FILE
003230         INVALID KEY
003240             IF SUSPENSE-KEY-NOT-FOUND
003250                 ADD 1 TO SUS-REJECTED-COUNT
003260                 MOVE "KEY NOT FOUND"
003270                     TO SUS-DETAIL-DISPOSITION
003280             END-IF
003290         NOT INVALID KEY
003300             IF NOT SUS-SUSPENDED
003310                 ADD 1 TO SUS-REJECTED-COUNT
003320                 MOVE "NOT SUSPENDED"
003330                     TO SUS-DETAIL-DISPOSITION
003340             ELSE
003350                 PERFORM 3100-UPDATE-ITEM-RTN
003360                     THRU 3100-EXIT
003370             END-IF
003380     END-READ
003390     PERFORM 3500-CHECK-HARD-ERROR-RTN
003400         THRU 3500-EXIT.
003410 3000-EXIT.
003420     EXIT.
003430*
003440*-----------------------------------------------------------*
003450* 3100-UPDATE-ITEM-RTN - APPLIES THE DECISION TO THE ITEM
003460* JUST READ AND REWRITES IT IN PLACE. A RELEASE LEAVES THE
003470* HELD FIGURES FOR THE COMPUTE STEP TO SEND; A KILL CARRIES
003480* THE REASON KEYED.
003490*-----------------------------------------------------------*
003500 3100-UPDATE-ITEM-RTN.
003510     IF TRN-RELEASE
003520         SET SUS-RELEASED TO TRUE
003530     ELSE
003540         SET SUS-KILLED TO TRUE
003550         MOVE TRN-KILL-REASON TO SUS-KILL-REASON
003560     END-IF
003570     MOVE SUS-RUN-DATE TO SUS-RESOLVED-DATE
003580     MOVE TRN-USER-ID TO SUS-RESOLVED-USER
003590     REWRITE SUSPENSE-RECORD
003600     IF SUSPENSE-FILE-OK
003610         IF TRN-RELEASE
003620             ADD 1 TO SUS-RELEASED-COUNT
003630             MOVE "RELEASED" TO SUS-DETAIL-DISPOSITION
003640         ELSE
003650             ADD 1 TO SUS-KILLED-COUNT
003660             MOVE "KILLED" TO SUS-DETAIL-DISPOSITION
003670         END-IF
003680     END-IF.
003690 3100-EXIT.
003700     EXIT.
003710*
003720*-----------------------------------------------------------*
003730* 3500-CHECK-HARD-ERROR-RTN - LATCHES THE RUN-WIDE HARD-ERROR
003740* SWITCH WHEN THE LAST SUSPENSE-FILE OPERATION CAME BACK WITH
003750* SOMETHING OTHER THAN SUCCESS OR A NOT-FOUND KEY.
003760*-----------------------------------------------------------*
003770 3500-CHECK-HARD-ERROR-RTN.
003780     IF NOT SUSPENSE-FILE-OK
003790         AND NOT SUSPENSE-KEY-NOT-FOUND
003800         SET SUS-HARD-ERROR TO TRUE
003810         MOVE "I/O ERROR" TO SUS-DETAIL-DISPOSITION
003820     END-IF.
003830 3500-EXIT.
003840     EXIT.
003850*
003860*-----------------------------------------------------------*
003870* 7000-WRITE-TOTALS-RTN - WRITES THE RUN TOTALS AT THE BOTTOM
003880* OF THE REPORT.
003890*-----------------------------------------------------------*
003900 7000-WRITE-TOTALS-RTN.
003910     MOVE SUS-BANNER-LINE TO SUSPENSE-REPORT-RECORD
003920     WRITE SUSPENSE-REPORT-RECORD
003930     MOVE "TRANSACTIONS READ:" TO SUS-TOTAL-LABEL
003940     MOVE SUS-TRANSACTION-COUNT TO SUS-TOTAL-VALUE
003950     MOVE SUS-TOTAL-LINE TO SUSPENSE-REPORT-RECORD
003960     WRITE SUSPENSE-REPORT-RECORD
003970     MOVE "ITEMS RELEASED:" TO SUS-TOTAL-LABEL
003980     MOVE SUS-RELEASED-COUNT TO SUS-TOTAL-VALUE
003990     MOVE SUS-TOTAL-LINE TO SUSPENSE-REPORT-RECORD
004000     WRITE SUSPENSE-REPORT-RECORD
004010     MOVE "ITEMS KILLED:" TO SUS-TOTAL-LABEL
004020     MOVE SUS-KILLED-COUNT TO SUS-TOTAL-VALUE
004030     MOVE SUS-TOTAL-LINE TO SUSPENSE-REPORT-RECORD
004040     WRITE SUSPENSE-REPORT-RECORD
004050     MOVE "TRANSACTIONS REJECTED:" TO SUS-TOTAL-LABEL
004060     MOVE SUS-REJECTED-COUNT TO SUS-TOTAL-VALUE
004070     MOVE SUS-TOTAL-LINE TO SUSPENSE-REPORT-RECORD
004080     WRITE SUSPENSE-REPORT-RECORD.
004090 7000-EXIT.
004100     EXIT.
004110*
004120*-----------------------------------------------------------*
004130* 7500-WRITE-DETAIL-RTN - WRITES ONE TRANSACTION'S DETAIL
004140* LINE. THE DISPOSITION TEXT HAS ALREADY BEEN LOADED BY
004150* WHICHEVER PATH JUDGED THE TRANSACTION. THE KILL REASON IS
004160* SHOWN ONLY ON A KILL.
004170*-----------------------------------------------------------*
004180 7500-WRITE-DETAIL-RTN.
004190     MOVE TRN-ACTION-CODE TO SUS-DETAIL-ACTION
004200     MOVE TRN-BUILDING-ID TO SUS-DETAIL-BUILDING-ID
004210     MOVE TRN-ROUTE-DATE TO SUS-DETAIL-ROUTE-DATE
004220     MOVE TRN-USER-ID TO SUS-DETAIL-USER-ID
004230     IF TRN-KILL
004240         MOVE TRN-KILL-REASON TO SUS-DETAIL-KILL-REASON
004250     ELSE
004260         MOVE SPACES TO SUS-DETAIL-KILL-REASON
004270     END-IF
004280     MOVE SUS-DETAIL-LINE TO SUSPENSE-REPORT-RECORD
004290     WRITE SUSPENSE-REPORT-RECORD.
004300 7500-EXIT.
004310     EXIT.
004320*
004330*-----------------------------------------------------------*
004340* 8100-SET-RETURN-CODE-RTN - SETS THE CONDITION CODE THIS
004350* STEP HANDS BACK TO JCL: 0 MEANS EVERY TRANSACTION APPLIED
004360* CLEAN, 4 MEANS AT LEAST ONE WAS TURNED AWAY, 8 MEANS THE
004370* SUSPENSE FILE ITSELF DID NOT END IN GOOD STANDING.
004380*-----------------------------------------------------------*
004390 8100-SET-RETURN-CODE-RTN.
004400     IF SUS-HARD-ERROR
004410         MOVE 8 TO RETURN-CODE
004420     ELSE
004430         IF SUS-REJECTED-COUNT > 0
004440             MOVE 4 TO RETURN-CODE
004450         ELSE
004460             MOVE 0 TO RETURN-CODE
004470         END-IF
004480     END-IF.
004490 8100-EXIT.
004500     EXIT.
004510*
004520*-----------------------------------------------------------*
004530* 8200-RAISE-ALERTS-RTN - RAISES AN OPERATOR ALERT FOR EACH
004540* CONDITION BEHIND THE RETURN CODE JUST SET, THEN THE STEPEND
004550* ALERT.
004560*-----------------------------------------------------------*
004570 8200-RAISE-ALERTS-RTN.
004580     IF SUS-HARD-ERROR
004590         MOVE 8 TO ALERT-SEVERITY
004600         MOVE "IOERROR" TO ALERT-CODE
004610         MOVE "SUSPENSE FILE HARD I/O ERROR"
004620             TO ALERT-TEXT
004630         PERFORM 9700-WRITE-ALERT-RTN
004640             THRU 9700-EXIT
004650     END-IF
004660     IF SUS-REJECTED-COUNT > 0
004670         MOVE 4 TO ALERT-SEVERITY
004680         MOVE "REJECTED" TO ALERT-CODE
004690         MOVE SUS-REJECTED-COUNT TO ALERT-COUNT
004700         MOVE "SUSPENSE DECISIONS REJECTED"
004710             TO ALERT-TEXT
004720         PERFORM 9700-WRITE-ALERT-RTN
004730             THRU 9700-EXIT
004740     END-IF
004750     PERFORM 9720-ALERT-STEP-END-RTN
004760         THRU 9720-EXIT.
004770 8200-EXIT.
004780     EXIT.
004790*
004800*-----------------------------------------------------------*
004810* 9700-WRITE-ALERT-RTN - RAISES ONE OPERATOR ALERT FROM THE
004820* ALERT FIELDS THE CALLER LOADED, OPENING THE ALERT DATASET ON
004830* THE FIRST ONE, THEN CLEARS THE ROUTE AND COUNT FIELDS SO THE
004840* NEXT CALLER STARTS CLEAN.
004850*-----------------------------------------------------------*
004860 9700-WRITE-ALERT-RTN.
004870     IF NOT ALERT-FILE-OPEN AND NOT ALERT-FILE-FAILED
004880         PERFORM 9710-OPEN-ALERT-RTN
004890             THRU 9710-EXIT
004900     END-IF
004910     IF NOT ALERT-FILE-OPEN
004920         GO TO 9700-CLEAR
004930     END-IF
004940     MOVE SPACES TO ALERT-RECORD
004950     ACCEPT ALR-RAISED-DATE FROM DATE YYYYMMDD
004960     ACCEPT ALR-RAISED-TIME FROM TIME
004970     MOVE ALERT-JOB-NAME TO ALR-JOB-NAME
004980     MOVE ALERT-STEP-NAME TO ALR-STEP-NAME
004990     MOVE "DAY01SUS" TO ALR-PROGRAM-ID
005000     MOVE ALERT-SEVERITY TO ALR-SEVERITY
005010     MOVE ALERT-CODE TO ALR-CODE
005020     MOVE ALERT-BUILDING-ID TO ALR-BUILDING-ID
005030     MOVE ALERT-ROUTE-DATE TO ALR-ROUTE-DATE
005040     MOVE ALERT-COUNT TO ALR-COUNT
005050     MOVE ALERT-TEXT TO ALR-TEXT
005060     WRITE ALERT-RECORD
005070     IF ALERT-FILE-OK
005080         ADD 1 TO ALERT-RAISED-COUNT
005090     ELSE
005100         DISPLAY "ERROR WRITING OPERATOR ALERT " ALERT-CODE
005110             " STATUS " ALERT-FILE-STATUS
005120         CLOSE ALERT-FILE
005130         SET ALERT-FILE-FAILED TO TRUE
005140     END-IF.
005150 9700-CLEAR.
005160     MOVE SPACES TO ALERT-BUILDING-ID
005170     MOVE 0 TO ALERT-ROUTE-DATE
005180     MOVE 0 TO ALERT-COUNT.
005190 9700-EXIT.
005200     EXIT.
005210*
005220*-----------------------------------------------------------*
005230* 9710-OPEN-ALERT-RTN - OPENS THE ALERT DATASET FOR APPEND
005240* (OUTPUT THE FIRST TIME IT IS EVER WRITTEN) AND TAKES THE
005250* JOB AND STEP NAME OFF THE EXEC PARM.
005260*-----------------------------------------------------------*
005270 9710-OPEN-ALERT-RTN.
005280     OPEN EXTEND ALERT-FILE
005290     IF NOT ALERT-FILE-OK
005300         OPEN OUTPUT ALERT-FILE
005310     END-IF
005320     IF NOT ALERT-FILE-OK
005330         DISPLAY "ERROR OPENING OPERATOR ALERTS. STATUS: "
005340             ALERT-FILE-STATUS
005350         SET ALERT-FILE-FAILED TO TRUE
005360         GO TO 9710-EXIT
005370     END-IF
005380     SET ALERT-FILE-OPEN TO TRUE
005390     IF JOB-STEP-PARM-LENGTH > 0
005400         AND JOB-STEP-PARM-LENGTH NOT > 100
005410         UNSTRING JOB-STEP-PARM-TEXT(1:JOB-STEP-PARM-LENGTH)
005420             DELIMITED BY ","
005430             INTO ALERT-JOB-NAME ALERT-STEP-NAME
005440         END-UNSTRING
005450     END-IF
005460     IF ALERT-STEP-NAME = SPACES
005470         MOVE "DAY01SUS" TO ALERT-STEP-NAME
005480     END-IF.
005490 9710-EXIT.
005500     EXIT.
005510*
005520*-----------------------------------------------------------*
005530* 9720-ALERT-STEP-END-RTN - RAISES THE STEPEND ALERT WHEN THE
005540* STEP ENDS WITH A NONZERO RETURN CODE, THEN CLOSES THE ALERT
005550* DATASET IF THIS STEP OPENED IT.
005560*-----------------------------------------------------------*
005570 9720-ALERT-STEP-END-RTN.
005580     IF RETURN-CODE > 0
005590         IF RETURN-CODE > 9
005600             MOVE 9 TO ALERT-SEVERITY
005610         ELSE
005620             MOVE RETURN-CODE TO ALERT-SEVERITY
005630         END-IF
005640         MOVE "STEPEND" TO ALERT-CODE
005650         MOVE RETURN-CODE TO ALERT-COUNT
005660         MOVE "STEP ENDED WITH A NONZERO RETURN CODE"
005670             TO ALERT-TEXT
005680         PERFORM 9700-WRITE-ALERT-RTN
005690             THRU 9700-EXIT
005700     END-IF
005710     IF ALERT-FILE-OPEN
005720         CLOSE ALERT-FILE
005730         MOVE "N" TO ALERT-OPEN-SW
005740     END-IF.
005750 9720-EXIT.
005760     EXIT.
005770*
005780*-----------------------------------------------------------*
005790* 9750-ALERT-STEP-STOPPED-RTN - RAISES THE STEPSTOP ALERT FOR
005800* A STEP ABOUT TO STOP RC=8 BEFORE FINISHING (THE REASON IS
005810* THE SYSOUT LINE JUST ABOVE), THEN CLOSES THE ALERT DATASET.
005820*-----------------------------------------------------------*
005830 9750-ALERT-STEP-STOPPED-RTN.
005840     MOVE 8 TO ALERT-SEVERITY
005850     MOVE "STEPSTOP" TO ALERT-CODE
005860     MOVE 8 TO ALERT-COUNT
005870     MOVE "STEP STOPPED EARLY - SEE SYSOUT"
005880         TO ALERT-TEXT
005890     PERFORM 9700-WRITE-ALERT-RTN
005900         THRU 9700-EXIT
005910     IF ALERT-FILE-OPEN
005920         CLOSE ALERT-FILE
005930         MOVE "N" TO ALERT-OPEN-SW
005940     END-IF.
005950 9750-EXIT.
005960     EXIT.
