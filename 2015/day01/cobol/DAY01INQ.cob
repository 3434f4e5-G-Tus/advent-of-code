000260*                  BROWSING THE RAW DATASETS UNDER TSO, WHICH
000270*                  HAS ALREADY COST US ONE ACCIDENTAL DATASET
000280*                  OVERWRITE.
000281* 2026-10-09 RW    THE LATEST RESULTS NOW COME FROM ONE KEYED
000282*                  READ OF THE LATEST-RESULTS FILE (COPYBOOK
000283*                  LATREC) INSTEAD OF A FORWARD BROWSE OF THE
000284*                  BUILDING'S WHOLE STATS HISTORY RANGE, AND
000285*                  THE SCREEN ALSO SHOWS THE FINAL FLOOR AND
000286*                  DATE LAST SENT TO ELF-SCHEDULING.
000290*-----------------------------------------------------------*
000300* SCREEN INPUT:  D1IQ BBBBBBBBBB YYYYMMDD
000310* FILES (FCT):   RTEFILE  - ROUTE-FILE, KEYED READ ONLY
000320*                LATFILE  - LATEST-RESULTS FILE, KEYED READ
000330*                           ONLY, FOR THE LATEST RESULTS AND
000340*                           WHAT WAS LAST SENT
000350*-----------------------------------------------------------*
000360*
000370 ENVIRONMENT DIVISION.
000420 DATA DIVISION.
000430 WORKING-STORAGE SECTION.
000440*-----------------------------------------------------------*
000450* THE ROUTE AND LATEST-RESULTS RECORDS, READ INTO WORKING
000455* STORAGE - A CICS PROGRAM HAS NO FILE SECTION; THE FCT OWNS
000460* THE FILES.
000470*-----------------------------------------------------------*
000480     COPY "ROUTEREC.cpy".
000490*
000500     COPY "LATREC.cpy".
000510*
000520*-----------------------------------------------------------*
000530* TERMINAL INPUT - THE TRANSACTION ID, A BUILDING ID AND A
000690     05  INQ-RTE-BUILDING-ID     PIC X(10).
000700     05  INQ-RTE-ROUTE-DATE      PIC 9(08).
000710     05  INQ-RTE-SEGMENT-NUMBER  PIC 9(03).
000720 77  INQ-LATEST-KEY              PIC X(10).
000750*-----------------------------------------------------------*
000760* CICS RESPONSE CODES AND CONTROL SWITCHES.
000770*-----------------------------------------------------------*
000780 77  INQ-RESP                    PIC S9(08) COMP VALUE 0.
000790 77  INQ-ROUTE-FOUND-SW          PIC X(01) VALUE "N".
000800     88  INQ-ROUTE-FOUND                   VALUE "Y".
000810 77  INQ-LATEST-FOUND-SW         PIC X(01) VALUE "N".
000820     88  INQ-LATEST-FOUND                  VALUE "Y".
000839*-----------------------------------------------------------*
000840* THE OUTPUT SCREEN - A HEADING, THE LATEST COMPUTED RESULTS,
000850* AND THE FIRST FIFTEEN 72-CHARACTER LINES OF THE DIRECTIVE
001070         10  INQ-SCR-MAX-FLOOR   PIC -9(8).
001080         10  FILLER              PIC X(10) VALUE "  LOWEST: ".
001090         10  INQ-SCR-MIN-FLOOR   PIC -9(8).
001093         10  FILLER              PIC X(13) VALUE "  LAST SENT: ".
001096         10  INQ-SCR-SENT-FLOOR  PIC -9(8).
001099         10  FILLER              PIC X(06) VALUE "  ON: ".
001102         10  INQ-SCR-SENT-DATE   PIC 9(08).
001105         10  FILLER              PIC X(07) VALUE SPACES.
001110     05  INQ-SCR-RESULT-LINE-3.
001120         10  FILLER              PIC X(19) VALUE
001130             "BASEMENT POSITION: ".
001280 PROCEDURE DIVISION.
001290*-----------------------------------------------------------*
001300* 0000-MAIN-PARA - CONTROLS THE INQUIRY: RECEIVE THE REQUEST,
001310* READ THE ROUTE AND THE LATEST RESULTS, BUILD THE SCREEN,
001320* SEND IT, AND RETURN TO CICS.
001330*-----------------------------------------------------------*
001340 0000-MAIN-PARA.
001360         THRU 1000-EXIT
001370     PERFORM 2000-READ-ROUTE-RTN
001380         THRU 2000-EXIT
001390     PERFORM 3000-READ-LATEST-RTN
001400         THRU 3000-EXIT
001410     PERFORM 4000-BUILD-SCREEN-RTN
001420         THRU 4000-EXIT
001930     EXIT.
001940*
001950*-----------------------------------------------------------*
001960* 3000-READ-LATEST-RTN - ONE KEYED READ OF THE BUILDING'S
001970* LATEST-RESULTS RECORD - THE MOST RECENT COMPUTED RESULT ON
001980* FILE AND WHAT WAS LAST SENT. NO RECORD IS A MESSAGE, NOT AN
001990* ABEND.
002012*-----------------------------------------------------------*
002020 3000-READ-LATEST-RTN.
002030     MOVE INQ-IN-BUILDING-ID TO INQ-LATEST-KEY
002050     EXEC CICS READ
002060         FILE('LATFILE')
002070         INTO(LATEST-RESULT-RECORD)
002080         RIDFLD(INQ-LATEST-KEY)
002090         RESP(INQ-RESP)
002100     END-EXEC
002110     IF INQ-RESP = DFHRESP(NORMAL)
002120         SET INQ-LATEST-FOUND TO TRUE
002130     END-IF.
002240 3000-EXIT.
002250     EXIT.
002260*
002320*-----------------------------------------------------------*
002330* 4000-BUILD-SCREEN-RTN - FILLS THE SCREEN AREA FROM WHATEVER
002340* WAS FOUND: THE LATEST RESULTS (OR A NO-RESULTS MESSAGE) AND
002380 4000-BUILD-SCREEN-RTN.
002390     MOVE INQ-IN-BUILDING-ID TO INQ-SCR-BUILDING-ID
002400     MOVE INQ-IN-ROUTE-DATE TO INQ-SCR-ROUTE-DATE
002410     IF INQ-LATEST-FOUND
002420         MOVE LAT-FINAL-FLOOR TO INQ-SCR-FINAL-FLOOR
002430         MOVE LAT-ROUTE-DATE TO INQ-SCR-RESULT-DATE
002440         MOVE LAT-MAX-FLOOR TO INQ-SCR-MAX-FLOOR
002450         MOVE LAT-MIN-FLOOR TO INQ-SCR-MIN-FLOOR
002460         MOVE LAT-BASEMENT-POSITION TO INQ-SCR-BASEMENT-POS
002470         MOVE LAT-REJECT-COUNT TO INQ-SCR-REJECT-COUNT
002473         MOVE LAT-SENT-FINAL-FLOOR TO INQ-SCR-SENT-FLOOR
002476         MOVE LAT-SENT-DATE TO INQ-SCR-SENT-DATE
002480     ELSE
002490         MOVE "NO COMPUTED RESULTS ON THE LATEST-RESULTS FILE"
002500             TO INQ-SCR-MESSAGE-LINE
002510     END-IF
002520     IF INQ-ROUTE-FOUND
002530         PERFORM 4100-FILL-ROUTE-LINE-RTN
