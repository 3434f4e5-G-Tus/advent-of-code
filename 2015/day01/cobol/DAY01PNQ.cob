000010*-----------------------------------------------------------*
000020* PROGRAM-ID: DAY01PNQ
000030*-----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.     DAY01PNQ.
000060 AUTHOR.         R WHITMORE.
000070 INSTALLATION.   CANDY CANE LANE DATA CENTER.
000080 DATE-WRITTEN.   2026-10-08.
000090 DATE-COMPILED.
000100*-----------------------------------------------------------*
000110* MODIFICATION HISTORY.
000120*-----------------------------------------------------------*
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-08 RW    ORIGINAL PROGRAM - CICS WORK-QUEUE
000150*                  TRANSACTION D1PQ FOR THE PENDING-
000160*                  ACKNOWLEDGMENT FILE (COPYBOOK PENDREC). THE
000170*                  DESK COULD ONLY SEE OUTSTANDING ITEMS ON THE
000180*                  RSNRPT LISTING AFTER THE FACT, AND COULD NOT
000190*                  ACT ON ONE WHEN ELF-SCHEDULING PHONED ABOUT
000200*                  IT. LISTS THE OUTSTANDING ITEMS, FILTERED BY
000210*                  STATUS, BY NIGHT COUNT OR BY THE BUILDING'S
000220*                  DISTRICT ON THE BUILDING MASTER, AND LETS THE
000230*                  DESK HOLD AN ITEM (DAY01RSN SKIPS IT),
000240*                  RELEASE THE HOLD, OR FORCE-RETIRE IT WITH A
000250*                  MANDATORY COMMENT. EVERY ACTION IS WRITTEN TO
000260*                  THE PENDING ACTION LOG (COPYBOOK PACTREC) IN
000270*                  THE SAME UNIT OF WORK AS THE UPDATE - NO LOG
000280*                  RECORD, NO UPDATE.
000290*-----------------------------------------------------------*
000300* SCREEN INPUT:  D1PQ L T VVVVVVVVVVVVVVVVVVVV BBBBBBBBBB YYYYMMDD
000310*                  LIST, FROM AN OPTIONAL STARTING BUILDING AND
000320*                  DATE. T IS THE FILTER TYPE AND V ITS VALUE:
000330*                    S - STATUS R (REJECTED), U (UNACKNOWLEDGED),
000340*                        H (ON HOLD) OR F (FORCE-RETIRED)
000350*                    N - NIGHT COUNT OF AT LEAST NNN
000360*                    D - DISTRICT, AS ON THE BUILDING MASTER
000370*                    BLANK - EVERY ITEM STILL OUTSTANDING
000380*                D1PQ H BBBBBBBBBB YYYYMMDD COMMENT  - HOLD
000390*                D1PQ R BBBBBBBBBB YYYYMMDD COMMENT  - RELEASE
000400*                D1PQ F BBBBBBBBBB YYYYMMDD COMMENT  - FORCE-
000410*                  RETIRE; THE COMMENT IS MANDATORY
000420* FILES (FCT):   PENDFILE - PENDING-ACK FILE, BROWSED, AND READ
000430*                           FOR UPDATE AND REWRITTEN BY ACTIONS
000440*                BLDGFILE - BUILDING MASTER, KEYED READ ONLY, FOR
000450*                           THE DISTRICT
000460*                PACTFILE - PENDING ACTION LOG, WRITE ONLY
000470*-----------------------------------------------------------*
000480*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.    IBM-370.
000520 OBJECT-COMPUTER.    IBM-370.
000530*
000540 DATA DIVISION.
000550 WORKING-STORAGE SECTION.
000560*-----------------------------------------------------------*
000570* THE PENDING, BUILDING AND ACTION LOG RECORDS, READ INTO AND
000580* WRITTEN FROM WORKING STORAGE - A CICS PROGRAM HAS NO FILE
000590* SECTION; THE FCT OWNS THE FILES.
000600*-----------------------------------------------------------*
000610     COPY "PENDREC.cpy".
000620*
000630     COPY "BLDGREC.cpy".
000640*
000650     COPY "PACTREC.cpy".
000660*
000670*-----------------------------------------------------------*
000680* TERMINAL INPUT - THE TRANSACTION ID AND A FUNCTION CODE,
000690* THEN EITHER THE LIST FILTER OR THE ITEM TO ACT ON,
000700* BLANK-SEPARATED AS KEYED.
000710*-----------------------------------------------------------*
000720 01  PNQ-INPUT-AREA.
000730     05  FILLER                  PIC X(04).
000740     05  FILLER                  PIC X(01).
000750     05  PNQ-IN-FUNCTION         PIC X(01).
000760         88  PNQ-LIST                      VALUE "L", " ".
000770         88  PNQ-HOLD                      VALUE "H".
000780         88  PNQ-RELEASE                   VALUE "R".
000790         88  PNQ-FORCE-RETIRE              VALUE "F".
000800     05  FILLER                  PIC X(01).
000810     05  PNQ-IN-BODY             PIC X(73).
000820     05  PNQ-IN-LIST-DATA REDEFINES PNQ-IN-BODY.
000830         10  PNQ-IN-FILTER-TYPE  PIC X(01).
000840             88  PNQ-FILTER-NONE           VALUE " ".
000850             88  PNQ-FILTER-STATUS         VALUE "S".
000860             88  PNQ-FILTER-NIGHTS         VALUE "N".
000870             88  PNQ-FILTER-DISTRICT       VALUE "D".
000880         10  FILLER              PIC X(01).
000890         10  PNQ-IN-FILTER-VALUE PIC X(20).
000900         10  PNQ-IN-NIGHTS-VALUE REDEFINES PNQ-IN-FILTER-VALUE.
000910             15  PNQ-IN-NIGHTS   PIC X(03).
000920             15  FILLER          PIC X(17).
000930         10  FILLER              PIC X(01).
000940         10  PNQ-IN-START-BLDG   PIC X(10).
000950         10  FILLER              PIC X(01).
000960         10  PNQ-IN-START-DATE   PIC X(08).
000970         10  FILLER              PIC X(31).
000980     05  PNQ-IN-ACTION-DATA REDEFINES PNQ-IN-BODY.
000990         10  PNQ-IN-BUILDING-ID  PIC X(10).
001000         10  FILLER              PIC X(01).
001010         10  PNQ-IN-ROUTE-DATE   PIC X(08).
001020         10  FILLER              PIC X(01).
001030         10  PNQ-IN-COMMENT      PIC X(53).
001040 77  PNQ-INPUT-LENGTH            PIC S9(04) COMP VALUE +80.
001050*-----------------------------------------------------------*
001060* KEYS HANDED TO CICS FILE CONTROL AS RIDFLD - SEPARATE FROM
001070* THE RECORD AREAS SO A FAILED READ CANNOT DISTURB THE KEY.
001080*-----------------------------------------------------------*
001090 01  PNQ-PEND-KEY.
001100     05  PNQ-PND-BUILDING-ID     PIC X(10).
001110     05  PNQ-PND-ROUTE-DATE      PIC 9(08).
001120 77  PNQ-BLDG-KEY                PIC X(10).
001130*-----------------------------------------------------------*
001140* CICS RESPONSE CODES AND CONTROL SWITCHES.
001150*-----------------------------------------------------------*
001160 77  PNQ-RESP                    PIC S9(08) COMP VALUE 0.
001170 77  PNQ-BROWSE-DONE-SW          PIC X(01) VALUE "N".
001180     88  PNQ-BROWSE-DONE                   VALUE "Y".
001190 77  PNQ-SELECTED-SW             PIC X(01) VALUE "N".
001200     88  PNQ-SELECTED                      VALUE "Y".
001210 77  PNQ-BLDG-FOUND-SW           PIC X(01) VALUE "N".
001220     88  PNQ-BLDG-FOUND                    VALUE "Y".
001230 77  PNQ-LOG-DONE-SW             PIC X(01) VALUE "N".
001240     88  PNQ-LOG-DONE                      VALUE "Y".
001250 77  PNQ-MIN-NIGHTS              PIC 9(03) VALUE 0.
001260 77  PNQ-LINE-SUB                PIC 9(03) COMP VALUE 0.
001270 77  PNQ-MAX-LINES               PIC 9(03) COMP VALUE 15.
001280*-----------------------------------------------------------*
001290* WHO AND WHEN, FOR THE ACTION LOG - THE SIGNED-ON USER, THE
001300* TERMINAL, AND THE CICS CLOCK FORMATTED AS YYYYMMDD/HHMMSS.
001310* THE ITEM'S STATUS AND HOLD FLAG ARE SAVED BEFORE THE UPDATE.
001320*-----------------------------------------------------------*
001330 77  PNQ-USER-ID                 PIC X(08) VALUE SPACES.
001340 77  PNQ-ABSTIME                 PIC S9(15) COMP-3 VALUE 0.
001350 77  PNQ-ACTION-DATE             PIC 9(08) VALUE 0.
001360 77  PNQ-ACTION-TIME             PIC 9(06) VALUE 0.
001370 77  PNQ-BEFORE-STATUS           PIC X(01) VALUE SPACE.
001380 77  PNQ-BEFORE-HOLD             PIC X(01) VALUE SPACE.
001390*-----------------------------------------------------------*
001400* THE OUTPUT SCREEN - A HEADING, THE REQUEST AS UNDERSTOOD,
001410* COLUMN HEADINGS, UP TO FIFTEEN ITEM LINES, A MESSAGE LINE,
001420* AND THE COMMAND THAT PAGES FORWARD WHEN THERE IS MORE.
001430*-----------------------------------------------------------*
001440 01  PNQ-SCREEN-AREA.
001450     05  PNQ-SCR-TITLE           PIC X(80) VALUE
001460         "DAY01 PENDING-ACKNOWLEDGMENT WORK QUEUE".
001470     05  PNQ-SCR-REQUEST-LINE    PIC X(80) VALUE SPACES.
001480     05  PNQ-SCR-COLUMN-LINE.
001490         10  FILLER              PIC X(40) VALUE
001500             "BUILDING   DATE     S HOLD RSN  NTS 1ST ".
001510         10  FILLER              PIC X(40) VALUE
001520             "POST FLOOR     DISTRICT".
001530     05  PNQ-SCR-ITEM-LINE       OCCURS 15 TIMES.
001540         10  PNQ-SCR-BUILDING-ID PIC X(10).
001550         10  FILLER              PIC X(01).
001560         10  PNQ-SCR-ROUTE-DATE  PIC X(08).
001570         10  FILLER              PIC X(01).
001580         10  PNQ-SCR-STATUS      PIC X(01).
001590         10  FILLER              PIC X(01).
001600         10  PNQ-SCR-HOLD        PIC X(04).
001610         10  FILLER              PIC X(01).
001620         10  PNQ-SCR-REASON      PIC X(04).
001630         10  FILLER              PIC X(01).
001640         10  PNQ-SCR-NIGHTS      PIC X(03).
001650         10  FILLER              PIC X(01).
001660         10  PNQ-SCR-FIRST-POSTED
001670                                 PIC X(08).
001680         10  FILLER              PIC X(01).
001690         10  PNQ-SCR-FLOOR       PIC X(09).
001700         10  FILLER              PIC X(01).
001710         10  PNQ-SCR-DISTRICT    PIC X(20).
001720         10  FILLER              PIC X(05).
001730     05  PNQ-SCR-MESSAGE-LINE    PIC X(80) VALUE SPACES.
001740     05  PNQ-SCR-NEXT-LINE       PIC X(80) VALUE SPACES.
001750 77  PNQ-SCREEN-LENGTH           PIC S9(04) COMP VALUE +1600.
001760*-----------------------------------------------------------*
001770* EDITED WORK FIELDS FOR ONE ITEM LINE, AND THE PAGE-FORWARD
001780* COMMAND BUILT FROM THE FIRST ITEM THAT DID NOT FIT.
001790*-----------------------------------------------------------*
001800 01  PNQ-EDIT-FIELDS.
001810     05  PNQ-EDIT-DATE           PIC 9(08).
001820     05  PNQ-EDIT-NIGHTS         PIC 9(03).
001830     05  PNQ-EDIT-FLOOR          PIC -9(8).
001840 01  PNQ-NEXT-COMMAND.
001850     05  FILLER                  PIC X(06) VALUE "NEXT: ".
001860     05  FILLER                  PIC X(07) VALUE "D1PQ L ".
001870     05  PNQ-NEXT-FILTER-TYPE    PIC X(01).
001880     05  FILLER                  PIC X(01) VALUE SPACE.
001890     05  PNQ-NEXT-FILTER-VALUE   PIC X(20).
001900     05  FILLER                  PIC X(01) VALUE SPACE.
001910     05  PNQ-NEXT-BUILDING-ID    PIC X(10).
001920     05  FILLER                  PIC X(01) VALUE SPACE.
001930     05  PNQ-NEXT-ROUTE-DATE     PIC 9(08).
001940     05  FILLER                  PIC X(25) VALUE SPACES.
001950*
001960 PROCEDURE DIVISION.
001970*-----------------------------------------------------------*
001980* 0000-MAIN-PARA - CONTROLS THE TRANSACTION: RECEIVE THE
001990* REQUEST, LIST OR ACT ON ONE ITEM, SEND THE SCREEN, AND
002000* RETURN TO CICS.
002010*-----------------------------------------------------------*
002020 0000-MAIN-PARA.
002030     PERFORM 1000-RECEIVE-REQUEST-RTN
002040         THRU 1000-EXIT
002050     IF PNQ-LIST
002060         PERFORM 2000-LIST-ITEMS-RTN
002070             THRU 2000-EXIT
002080     ELSE
002090         PERFORM 3000-ACT-ON-ITEM-RTN
002100             THRU 3000-EXIT
002110     END-IF
002120     PERFORM 5000-SEND-SCREEN-RTN
002130         THRU 5000-EXIT
002140     EXEC CICS RETURN
002150     END-EXEC.
002160 0000-EXIT.
002170     EXIT.
002180*
002190*-----------------------------------------------------------*
002200* 1000-RECEIVE-REQUEST-RTN - RECEIVES THE TERMINAL INPUT AND
002210* CHECKS IT BEFORE ANY FILE IS TOUCHED: A KNOWN FUNCTION, A
002220* KNOWN FILTER WITH A USABLE VALUE, A NUMERIC STARTING DATE,
002230* AND FOR AN ACTION A BUILDING, A NUMERIC DATE AND - TO
002240* FORCE-RETIRE - A COMMENT.
002250*-----------------------------------------------------------*
002260 1000-RECEIVE-REQUEST-RTN.
002270     MOVE SPACES TO PNQ-INPUT-AREA
002280     EXEC CICS RECEIVE
002290         INTO(PNQ-INPUT-AREA)
002300         LENGTH(PNQ-INPUT-LENGTH)
002310         RESP(PNQ-RESP)
002320     END-EXEC
002330     MOVE PNQ-INPUT-AREA TO PNQ-SCR-REQUEST-LINE
002340     EVALUATE TRUE
002350         WHEN PNQ-LIST
002360             PERFORM 1100-CHECK-LIST-RTN
002370                 THRU 1100-EXIT
002380         WHEN PNQ-HOLD
002390         WHEN PNQ-RELEASE
002400         WHEN PNQ-FORCE-RETIRE
002410             PERFORM 1200-CHECK-ACTION-RTN
002420                 THRU 1200-EXIT
002430         WHEN OTHER
002440             MOVE "FUNCTION MUST BE L, H, R OR F"
002450                 TO PNQ-SCR-MESSAGE-LINE
002460             PERFORM 9000-REJECT-REQUEST-RTN
002470                 THRU 9000-EXIT
002480     END-EVALUATE.
002490 1000-EXIT.
002500     EXIT.
002510*
002520*-----------------------------------------------------------*
002530* 1100-CHECK-LIST-RTN - CHECKS THE LIST FILTER AND STARTING
002540* KEY. A BLANK STARTING DATE STARTS AT THE BUILDING'S FIRST.
002550*-----------------------------------------------------------*
002560 1100-CHECK-LIST-RTN.
002570     EVALUATE TRUE
002580         WHEN PNQ-FILTER-NONE
002590         WHEN PNQ-FILTER-DISTRICT
002600             CONTINUE
002610         WHEN PNQ-FILTER-STATUS
002620             IF PNQ-IN-FILTER-VALUE NOT = "R"
002630                 AND PNQ-IN-FILTER-VALUE NOT = "U"
002640                 AND PNQ-IN-FILTER-VALUE NOT = "H"
002650                 AND PNQ-IN-FILTER-VALUE NOT = "F"
002660                 MOVE "STATUS FILTER MUST BE R, U, H OR F"
002670                     TO PNQ-SCR-MESSAGE-LINE
002680                 PERFORM 9000-REJECT-REQUEST-RTN
002690                     THRU 9000-EXIT
002700             END-IF
002710         WHEN PNQ-FILTER-NIGHTS
002720             IF PNQ-IN-NIGHTS NOT NUMERIC
002730                 MOVE "NIGHTS FILTER MUST BE THREE DIGITS"
002740                     TO PNQ-SCR-MESSAGE-LINE
002750                 PERFORM 9000-REJECT-REQUEST-RTN
002760                     THRU 9000-EXIT
002770             END-IF
002780             MOVE PNQ-IN-NIGHTS TO PNQ-MIN-NIGHTS
002790         WHEN OTHER
002800             MOVE "FILTER MUST BE S, N, D OR BLANK"
002810                 TO PNQ-SCR-MESSAGE-LINE
002820             PERFORM 9000-REJECT-REQUEST-RTN
002830                 THRU 9000-EXIT
002840     END-EVALUATE
002850     MOVE PNQ-IN-START-BLDG TO PNQ-PND-BUILDING-ID
002860     IF PNQ-IN-START-DATE = SPACES
002870         MOVE 0 TO PNQ-PND-ROUTE-DATE
002880     ELSE
002890         IF PNQ-IN-START-DATE NOT NUMERIC
002900             MOVE "STARTING DATE MUST BE YYYYMMDD"
002910                 TO PNQ-SCR-MESSAGE-LINE
002920             PERFORM 9000-REJECT-REQUEST-RTN
002930                 THRU 9000-EXIT
002940         END-IF
002950         MOVE PNQ-IN-START-DATE TO PNQ-PND-ROUTE-DATE
002960     END-IF.
002970 1100-EXIT.
002980     EXIT.
002990*
003000*-----------------------------------------------------------*
003010* 1200-CHECK-ACTION-RTN - CHECKS THE ITEM KEY AND, FOR A
003020* FORCED RETIREMENT, THAT THE DESK SAID WHY.
003030*-----------------------------------------------------------*
003040 1200-CHECK-ACTION-RTN.
003050     IF PNQ-IN-BUILDING-ID = SPACES
003060         OR PNQ-IN-ROUTE-DATE NOT NUMERIC
003070         MOVE "ENTER: D1PQ H/R/F BUILDING-ID YYYYMMDD COMMENT"
003080             TO PNQ-SCR-MESSAGE-LINE
003090         PERFORM 9000-REJECT-REQUEST-RTN
003100             THRU 9000-EXIT
003110     END-IF
003120     IF PNQ-FORCE-RETIRE
003130         AND PNQ-IN-COMMENT = SPACES
003140         MOVE "A COMMENT IS REQUIRED TO FORCE-RETIRE AN ITEM"
003150             TO PNQ-SCR-MESSAGE-LINE
003160         PERFORM 9000-REJECT-REQUEST-RTN
003170             THRU 9000-EXIT
003180     END-IF
003190     MOVE PNQ-IN-BUILDING-ID TO PNQ-PND-BUILDING-ID
003200     MOVE PNQ-IN-ROUTE-DATE TO PNQ-PND-ROUTE-DATE.
003210 1200-EXIT.
003220     EXIT.
003230*
003240*-----------------------------------------------------------*
003250* 2000-LIST-ITEMS-RTN - BROWSES THE PENDING FILE FORWARD FROM
003260* THE STARTING KEY, PUTTING EACH ITEM THAT PASSES THE FILTER
003270* ON THE SCREEN UNTIL THE SCREEN IS FULL OR THE FILE ENDS. THE
003280* FIRST ITEM THAT PASSES BUT DOES NOT FIT BECOMES THE STARTING
003290* KEY OF THE PAGE-FORWARD COMMAND.
003300*-----------------------------------------------------------*
003310 2000-LIST-ITEMS-RTN.
003320     MOVE 0 TO PNQ-LINE-SUB
003330     EXEC CICS STARTBR
003340         FILE('PENDFILE')
003350         RIDFLD(PNQ-PEND-KEY)
003360         GTEQ
003370         RESP(PNQ-RESP)
003380     END-EXEC
003390     IF PNQ-RESP NOT = DFHRESP(NORMAL)
003400         MOVE "NO PENDING ITEMS AT OR AFTER THAT KEY"
003410             TO PNQ-SCR-MESSAGE-LINE
003420         GO TO 2000-EXIT
003430     END-IF
003440     PERFORM 2100-LIST-ONE-ITEM-RTN
003450         THRU 2100-EXIT
003460         UNTIL PNQ-BROWSE-DONE
003470     EXEC CICS ENDBR
003480         FILE('PENDFILE')
003490         RESP(PNQ-RESP)
003500     END-EXEC
003510     IF PNQ-LINE-SUB = 0
003520         MOVE "NO PENDING ITEMS MATCH THAT FILTER"
003530             TO PNQ-SCR-MESSAGE-LINE
003540     END-IF.
003550 2000-EXIT.
003560     EXIT.
003570*
003580*-----------------------------------------------------------*
003590* 2100-LIST-ONE-ITEM-RTN - READS THE NEXT PENDING ITEM OF THE
003600* BROWSE, LOOKS UP ITS BUILDING'S DISTRICT, AND LISTS IT IF IT
003610* PASSES THE FILTER. A FORCE-RETIRED ITEM IS NO LONGER
003620* OUTSTANDING AND IS ONLY LISTED WHEN ASKED FOR BY STATUS F.
003630*-----------------------------------------------------------*
003640 2100-LIST-ONE-ITEM-RTN.
003650     EXEC CICS READNEXT
003660         FILE('PENDFILE')
003670         INTO(PENDING-ACK-RECORD)
003680         RIDFLD(PNQ-PEND-KEY)
003690         RESP(PNQ-RESP)
003700     END-EXEC
003710     IF PNQ-RESP NOT = DFHRESP(NORMAL)
003720         SET PNQ-BROWSE-DONE TO TRUE
003730         GO TO 2100-EXIT
003740     END-IF
003750     PERFORM 2200-READ-BUILDING-RTN
003760         THRU 2200-EXIT
003770     MOVE "N" TO PNQ-SELECTED-SW
003780     EVALUATE TRUE
003790         WHEN PNQ-FILTER-STATUS
003800             EVALUATE TRUE
003810                 WHEN PNQ-IN-FILTER-VALUE = "F"
003820                     IF PND-FORCE-RETIRED
003830                         SET PNQ-SELECTED TO TRUE
003840                     END-IF
003850                 WHEN PND-FORCE-RETIRED
003860                     CONTINUE
003870                 WHEN PNQ-IN-FILTER-VALUE = "H"
003880                     IF PND-ON-HOLD
003890                         SET PNQ-SELECTED TO TRUE
003900                     END-IF
003910                 WHEN PNQ-IN-FILTER-VALUE = PND-STATUS-FLAG
003920                     SET PNQ-SELECTED TO TRUE
003930             END-EVALUATE
003940         WHEN PND-FORCE-RETIRED
003950             CONTINUE
003960         WHEN PNQ-FILTER-NIGHTS
003970             IF PND-NIGHT-COUNT NOT < PNQ-MIN-NIGHTS
003980                 SET PNQ-SELECTED TO TRUE
003990             END-IF
004000         WHEN PNQ-FILTER-DISTRICT
004010             IF PNQ-BLDG-FOUND
004020                 AND BLD-DISTRICT = PNQ-IN-FILTER-VALUE
004030                 SET PNQ-SELECTED TO TRUE
004040             END-IF
004050         WHEN OTHER
004060             SET PNQ-SELECTED TO TRUE
004070     END-EVALUATE
004080     IF NOT PNQ-SELECTED
004090         GO TO 2100-EXIT
004100     END-IF
004110     IF PNQ-LINE-SUB NOT < PNQ-MAX-LINES
004120         MOVE PNQ-IN-FILTER-TYPE TO PNQ-NEXT-FILTER-TYPE
004130         MOVE PNQ-IN-FILTER-VALUE TO PNQ-NEXT-FILTER-VALUE
004140         MOVE PND-BUILDING-ID TO PNQ-NEXT-BUILDING-ID
004150         MOVE PND-ROUTE-DATE TO PNQ-NEXT-ROUTE-DATE
004160         MOVE PNQ-NEXT-COMMAND TO PNQ-SCR-NEXT-LINE
004170         SET PNQ-BROWSE-DONE TO TRUE
004180         GO TO 2100-EXIT
004190     END-IF
004200     ADD 1 TO PNQ-LINE-SUB
004210     PERFORM 4000-FILL-ITEM-LINE-RTN
004220         THRU 4000-EXIT.
004230 2100-EXIT.
004240     EXIT.
004250*
004260*-----------------------------------------------------------*
004270* 2200-READ-BUILDING-RTN - KEYED READ OF THE BUILDING MASTER
004280* FOR THE ITEM'S DISTRICT. A BUILDING NOT ON THE MASTER SHOWS
004290* A BLANK DISTRICT AND NEVER MATCHES A DISTRICT FILTER.
004300*-----------------------------------------------------------*
004310 2200-READ-BUILDING-RTN.
004320     MOVE "N" TO PNQ-BLDG-FOUND-SW
004330     MOVE PND-BUILDING-ID TO PNQ-BLDG-KEY
004340     EXEC CICS READ
004350         FILE('BLDGFILE')
004360         INTO(BUILDING-RECORD)
004370         RIDFLD(PNQ-BLDG-KEY)
004380         RESP(PNQ-RESP)
004390     END-EXEC
004400     IF PNQ-RESP = DFHRESP(NORMAL)
004410         SET PNQ-BLDG-FOUND TO TRUE
004420     ELSE
004430         MOVE SPACES TO BLD-DISTRICT
004440     END-IF.
004450 2200-EXIT.
004460     EXIT.
004470*
004480*-----------------------------------------------------------*
004490* 3000-ACT-ON-ITEM-RTN - READS THE ITEM FOR UPDATE AND
004500* APPLIES THE DESK'S ACTION IF THE ITEM IS IN A STATE IT CAN
004510* BE APPLIED TO: A HOLD NEEDS AN OUTSTANDING ITEM NOT ALREADY
004520* HELD, A RELEASE NEEDS A HELD ITEM, AND A FORCED RETIREMENT
004530* NEEDS AN OUTSTANDING ITEM, HELD OR NOT (THE HOLD COMES OFF).
004540* THE ITEM IS REWRITTEN AND THE ACTION LOGGED; IF THE LOG
004550* RECORD CANNOT BE WRITTEN THE UPDATE IS BACKED OUT, SO NO
004560* ACTION EVER GOES UNRECORDED.
004570*-----------------------------------------------------------*
004580 3000-ACT-ON-ITEM-RTN.
004590     EXEC CICS READ
004600         FILE('PENDFILE')
004610         INTO(PENDING-ACK-RECORD)
004620         RIDFLD(PNQ-PEND-KEY)
004630         UPDATE
004640         RESP(PNQ-RESP)
004650     END-EXEC
004660     IF PNQ-RESP = DFHRESP(NOTFND)
004670         MOVE "NO PENDING ITEM FOR THAT BUILDING AND DATE"
004680             TO PNQ-SCR-MESSAGE-LINE
004690         GO TO 3000-EXIT
004700     END-IF
004710     IF PNQ-RESP NOT = DFHRESP(NORMAL)
004720         MOVE "PENDING FILE UNAVAILABLE - TRY AGAIN LATER"
004730             TO PNQ-SCR-MESSAGE-LINE
004740         GO TO 3000-EXIT
004750     END-IF
004760     PERFORM 2200-READ-BUILDING-RTN
004770         THRU 2200-EXIT
004780     MOVE PND-STATUS-FLAG TO PNQ-BEFORE-STATUS
004790     MOVE PND-HOLD-FLAG TO PNQ-BEFORE-HOLD
004800     EVALUATE TRUE
004810         WHEN PND-FORCE-RETIRED
004820             MOVE "ITEM ALREADY FORCE-RETIRED - NO ACTION TAKEN"
004830                 TO PNQ-SCR-MESSAGE-LINE
004840         WHEN PNQ-HOLD AND PND-ON-HOLD
004850             MOVE "ITEM IS ALREADY ON HOLD - NO ACTION TAKEN"
004860                 TO PNQ-SCR-MESSAGE-LINE
004870         WHEN PNQ-RELEASE AND NOT PND-ON-HOLD
004880             MOVE "ITEM IS NOT ON HOLD - NO ACTION TAKEN"
004890                 TO PNQ-SCR-MESSAGE-LINE
004900         WHEN PNQ-HOLD
004910             SET PND-ON-HOLD TO TRUE
004920             MOVE "ITEM PUT ON HOLD - DAY01RSN WILL NOT RESEND IT"
004930                 TO PNQ-SCR-MESSAGE-LINE
004940         WHEN PNQ-RELEASE
004950             SET PND-NOT-ON-HOLD TO TRUE
004960             MOVE "HOLD RELEASED - ITEM RESENDS ON THE NEXT RUN"
004970                 TO PNQ-SCR-MESSAGE-LINE
004980         WHEN PNQ-FORCE-RETIRE
004990             SET PND-FORCE-RETIRED TO TRUE
005000             SET PND-NOT-ON-HOLD TO TRUE
005010             MOVE "ITEM FORCE-RETIRED - IT WILL NOT BE RESENT"
005020                 TO PNQ-SCR-MESSAGE-LINE
005030     END-EVALUATE
005040     IF PND-STATUS-FLAG = PNQ-BEFORE-STATUS
005050         AND PND-HOLD-FLAG = PNQ-BEFORE-HOLD
005060         EXEC CICS UNLOCK
005070             FILE('PENDFILE')
005080             RESP(PNQ-RESP)
005090         END-EXEC
005100         GO TO 3000-SHOW
005110     END-IF
005120     EXEC CICS REWRITE
005130         FILE('PENDFILE')
005140         FROM(PENDING-ACK-RECORD)
005150         RESP(PNQ-RESP)
005160     END-EXEC
005170     IF PNQ-RESP NOT = DFHRESP(NORMAL)
005180         MOVE PNQ-BEFORE-STATUS TO PND-STATUS-FLAG
005190         MOVE PNQ-BEFORE-HOLD TO PND-HOLD-FLAG
005200         MOVE "PENDING FILE UPDATE FAILED - NO ACTION TAKEN"
005210             TO PNQ-SCR-MESSAGE-LINE
005220         GO TO 3000-SHOW
005230     END-IF
005240     PERFORM 3500-WRITE-ACTION-LOG-RTN
005250         THRU 3500-EXIT
005260     IF PNQ-RESP NOT = DFHRESP(NORMAL)
005270         EXEC CICS SYNCPOINT ROLLBACK
005280             RESP(PNQ-RESP)
005290         END-EXEC
005300         MOVE PNQ-BEFORE-STATUS TO PND-STATUS-FLAG
005310         MOVE PNQ-BEFORE-HOLD TO PND-HOLD-FLAG
005320         MOVE "ACTION LOG UNAVAILABLE - ACTION BACKED OUT"
005330             TO PNQ-SCR-MESSAGE-LINE
005340     END-IF.
005350 3000-SHOW.
005360     MOVE 1 TO PNQ-LINE-SUB
005370     PERFORM 4000-FILL-ITEM-LINE-RTN
005380         THRU 4000-EXIT.
005390 3000-EXIT.
005400     EXIT.
005410*
005420*-----------------------------------------------------------*
005430* 3500-WRITE-ACTION-LOG-RTN - BUILDS THE ACTION LOG RECORD:
005440* THE ITEM, WHO (SIGNED-ON USER AND TERMINAL), WHEN (THE CICS
005450* CLOCK), WHAT, THE STATUS AND HOLD FLAG BEFORE AND AFTER, AND
005460* THE COMMENT - THEN WRITES IT, STEPPING THE SEQUENCE PAST
005470* ANY ACTION ALREADY LOGGED FOR THE ITEM IN THE SAME SECOND.
005480* LEAVES PNQ-RESP FOR 3000-ACT-ON-ITEM-RTN TO TEST.
005490*-----------------------------------------------------------*
005500 3500-WRITE-ACTION-LOG-RTN.
005510     EXEC CICS ASSIGN
005520         USERID(PNQ-USER-ID)
005530         RESP(PNQ-RESP)
005540     END-EXEC
005550     EXEC CICS ASKTIME
005560         ABSTIME(PNQ-ABSTIME)
005570     END-EXEC
005580     EXEC CICS FORMATTIME
005590         ABSTIME(PNQ-ABSTIME)
005600         YYYYMMDD(PNQ-ACTION-DATE)
005610         TIME(PNQ-ACTION-TIME)
005620         RESP(PNQ-RESP)
005630     END-EXEC
005640     MOVE SPACES TO PEND-ACTION-RECORD
005650     MOVE PND-BUILDING-ID TO PAL-BUILDING-ID
005660     MOVE PND-ROUTE-DATE TO PAL-ROUTE-DATE
005670     MOVE PNQ-ACTION-DATE TO PAL-ACTION-DATE
005680     MOVE PNQ-ACTION-TIME TO PAL-ACTION-TIME
005690     MOVE 0 TO PAL-ACTION-SEQ
005700     MOVE PNQ-IN-FUNCTION TO PAL-ACTION-CODE
005710     MOVE PNQ-USER-ID TO PAL-USER-ID
005720     MOVE EIBTRMID TO PAL-TERMINAL-ID
005730     MOVE PNQ-BEFORE-STATUS TO PAL-BEFORE-STATUS
005740     MOVE PNQ-BEFORE-HOLD TO PAL-BEFORE-HOLD
005750     MOVE PND-STATUS-FLAG TO PAL-AFTER-STATUS
005760     MOVE PND-HOLD-FLAG TO PAL-AFTER-HOLD
005770     MOVE PNQ-IN-COMMENT TO PAL-COMMENT
005780     MOVE "N" TO PNQ-LOG-DONE-SW
005790     PERFORM 3600-WRITE-LOG-RECORD-RTN
005800         THRU 3600-EXIT
005810         UNTIL PNQ-LOG-DONE.
005820 3500-EXIT.
005830     EXIT.
005840*
005850*-----------------------------------------------------------*
005860* 3600-WRITE-LOG-RECORD-RTN - ONE ATTEMPT AT THE LOG WRITE. A
005870* DUPLICATE KEY STEPS THE SEQUENCE AND TRIES AGAIN; ANYTHING
005880* ELSE, GOOD OR BAD, ENDS THE ATTEMPTS.
005890*-----------------------------------------------------------*
005900 3600-WRITE-LOG-RECORD-RTN.
005910     EXEC CICS WRITE
005920         FILE('PACTFILE')
005930         FROM(PEND-ACTION-RECORD)
005940         RIDFLD(PAL-KEY)
005950         RESP(PNQ-RESP)
005960     END-EXEC
005970     IF PNQ-RESP = DFHRESP(DUPREC)
005980         AND PAL-ACTION-SEQ < 99
005990         ADD 1 TO PAL-ACTION-SEQ
006000     ELSE
006010         SET PNQ-LOG-DONE TO TRUE
006020     END-IF.
006030 3600-EXIT.
006040     EXIT.
006050*
006060*-----------------------------------------------------------*
006070* 4000-FILL-ITEM-LINE-RTN - EDITS THE PENDING ITEM IN HAND
006080* INTO SCREEN LINE PNQ-LINE-SUB.
006090*-----------------------------------------------------------*
006100 4000-FILL-ITEM-LINE-RTN.
006110     MOVE PND-BUILDING-ID TO PNQ-SCR-BUILDING-ID(PNQ-LINE-SUB)
006120     MOVE PND-ROUTE-DATE TO PNQ-EDIT-DATE
006130     MOVE PNQ-EDIT-DATE TO PNQ-SCR-ROUTE-DATE(PNQ-LINE-SUB)
006140     MOVE PND-STATUS-FLAG TO PNQ-SCR-STATUS(PNQ-LINE-SUB)
006150     IF PND-ON-HOLD
006160         MOVE "HELD" TO PNQ-SCR-HOLD(PNQ-LINE-SUB)
006170     ELSE
006180         MOVE SPACES TO PNQ-SCR-HOLD(PNQ-LINE-SUB)
006190     END-IF
006200     MOVE PND-REASON-CODE TO PNQ-SCR-REASON(PNQ-LINE-SUB)
006210     MOVE PND-NIGHT-COUNT TO PNQ-EDIT-NIGHTS
006220     MOVE PNQ-EDIT-NIGHTS TO PNQ-SCR-NIGHTS(PNQ-LINE-SUB)
006230     MOVE PND-FIRST-POSTED-DATE TO PNQ-EDIT-DATE
006240     MOVE PNQ-EDIT-DATE TO PNQ-SCR-FIRST-POSTED(PNQ-LINE-SUB)
006250     MOVE PND-FINAL-FLOOR TO PNQ-EDIT-FLOOR
006260     MOVE PNQ-EDIT-FLOOR TO PNQ-SCR-FLOOR(PNQ-LINE-SUB)
006270     MOVE BLD-DISTRICT TO PNQ-SCR-DISTRICT(PNQ-LINE-SUB).
006280 4000-EXIT.
006290     EXIT.
006300*
006310*-----------------------------------------------------------*
006320* 5000-SEND-SCREEN-RTN - SENDS THE BUILT SCREEN TO THE
006330* TERMINAL.
006340*-----------------------------------------------------------*
006350 5000-SEND-SCREEN-RTN.
006360     EXEC CICS SEND TEXT
006370         FROM(PNQ-SCREEN-AREA)
006380         LENGTH(PNQ-SCREEN-LENGTH)
006390         ERASE
006400         RESP(PNQ-RESP)
006410     END-EXEC.
006420 5000-EXIT.
006430     EXIT.
006440*
006450*-----------------------------------------------------------*
006460* 9000-REJECT-REQUEST-RTN - A REQUEST THAT FAILED ITS CHECKS:
006470* SENDS THE SCREEN WITH THE MESSAGE ALREADY SET AND ENDS THE
006480* TASK, THE SAME WAY DAY01INQ TURNS AWAY A BAD REQUEST.
006490*-----------------------------------------------------------*
006500 9000-REJECT-REQUEST-RTN.
006510     PERFORM 5000-SEND-SCREEN-RTN
006520         THRU 5000-EXIT
006530     EXEC CICS RETURN
006540     END-EXEC.
006550 9000-EXIT.
006560     EXIT.
