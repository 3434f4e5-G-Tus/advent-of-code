000010*-----------------------------------------------------------*
000020* COPYBOOK:   ALERTREC
000030* AUTHOR:     R WHITMORE
000040* INSTALLATION: CANDY CANE LANE DATA CENTER
000050* DATE-WRITTEN: 2026-10-13
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY.
000080* DATE       INIT  DESCRIPTION
000090* 2026-10-13 RW    ORIGINAL COPYBOOK - THE OPERATOR ALERT. EACH
000100*                  STEP USED TO SIGNAL TROUBLE ITS OWN WAY - A
000110*                  WARNING IN SYSOUT, A RETURN CODE, A LINE IN
000120*                  ITS OWN REPORT - AND THE NIGHT OPERATOR HAD TO
000130*                  READ EVERY SYSOUT TO FIND OUT WHAT WENT WRONG.
000132* 2026-10-15 RW    ADDED CODE DQWORSE - DAY01QSC'S WEEKLY
000134*                  SCORECARD FOUND A BUILDING'S ROUTE DATA
000136*                  QUALITY WORSE THAN THE WINDOW BEFORE.
000140*-----------------------------------------------------------*
000150* ALERT-RECORD - THE RECORD LAYOUT OF THE SHARED ALERT DATASET
000160* (DD ALERTS), A FIXED 120-BYTE SEQUENTIAL DATASET EVERY BATCH
000170* STEP OF EVERY DAY01 JOB APPENDS TO. THE JOB AND STEP NAME
000180* COME FROM THE STEP'S EXEC PARM ('JOB,STEP'); THE PROGRAM IS
000190* THE LOAD MODULE NAME. THE DATE AND TIME ARE WHEN THE ALERT
000200* WAS RAISED. THE BUILDING AND ROUTE DATE ARE FILLED WHERE THE
000210* ALERT IS ABOUT ONE ROUTE (SPACES AND ZERO OTHERWISE); THE
000220* COUNT IS HOW MANY ITEMS STAND BEHIND THE ALERT - THE RETURN
000230* CODE ITSELF ON A STEPEND ALERT.
000240*
000250* ALR-SEVERITY RUNS ON THE SAME SCALE AS THE RETURN CODES THE
000260* OPERATORS ALREADY KNOW: 8 AND UP IS AN ERROR THE JOB CANNOT
000270* BE TRUSTED PAST, 4 TO 7 A WARNING FOR THE DESK, 0 TO 3
000280* ADVISORY ONLY (THE STEP'S RETURN CODE DID NOT MOVE). THE
000290* ALERT SUMMARY (DAY01ALS), LAST STEP OF EVERY JOB, PRINTS THE
000300* JOB'S ALERTS AND PASSES THOSE AT OR ABOVE ITS PARM SEVERITY
000310* TO THE PAGING EXTRACT, THEN APPENDS A SUMMARY MARKER SO THE
000320* NEXT RUN OF THE JOB STARTS AFTER IT.
000330*
000340* STANDARD ALERT CODES:
000350*   STEPEND  STEP ENDED WITH A NONZERO RETURN CODE (SEVERITY =
000360*            THE RETURN CODE, COUNT = THE RETURN CODE)
000370*   STEPSTOP STEP STOPPED BEFORE FINISHING - A FILE WOULD NOT
000380*            OPEN OR A CONTROL CARD WAS UNUSABLE; SEE SYSOUT
000390*   IOERROR  HARD I/O ERROR ON A MASTER, FEED OR LOG
000400*   BADEND   AN INPUT DID NOT READ TO A CLEAN END OF FILE, OR
000410*            AN OUTPUT DID NOT CLOSE CLEAN
000420*   OUTBAL   CONTROL TOTALS OR A FEED TRAILER OUT OF BALANCE
000430*   NOTUSABL AN OPTIONAL INPUT WAS NOT USABLE - DEFAULTS TAKEN
000440*   NOMASTER BUILDING NOT ON THE BUILDING MASTER
000450*   INACTIVE BUILDING INACTIVE ON THE BUILDING MASTER
000460*   REJECTED MAINTENANCE OR OVERRIDE TRANSACTIONS TURNED AWAY
000470*   TABLEFUL A WORKING TABLE FILLED - REST CARRIED TO NEXT RUN
000480*   MISSROUT NO ROUTE ON FILE FOR A DATE OWED
000490*   REJCHARS ROUTE CHARACTERS REJECTED AS NOT ( OR )
000500*   TRUNCATE ROUTE ENDS ON A FULL SEGMENT - CHAIN LOOKS BROKEN
000510*   RANGE    ROUTE GOES OUTSIDE ITS BUILDING'S FLOOR RANGE
000520*   SUSPEND  ROUTE HELD IN SUSPENSE INSTEAD OF SENT
000530*   OVERLIMT SUSPENSE ITEM HELD PAST THE AGING LIMIT
000540*   PARKED   COMPUTE PARKED ON A STOP REQUEST
000550*   LONGGAP  BUILDING'S LAST ROUTE DATE IS FAR BEHIND
000560*   UNACKED  FEED DETAIL NEVER ACKNOWLEDGED
000570*   ACKREJ   FEED DETAIL REJECTED BY ELF-SCHEDULING
000580*   UNSENT   ACKNOWLEDGMENT FOR A DETAIL NEVER SENT
000590*   RESENT   RESEND FEED CARRIES DETAILS
000600*   ESCALATE PENDING ITEM OUTSTANDING PAST THE NIGHT LIMIT
000610*   CORRSENT CORRECTION FEED CARRIES DETAILS
000620*   ELAPSED  COMPUTE RUN OVER THE ELAPSED-TIME LIMIT
000630*   RECDIRTY RECONCILIATION FOUND STRUCTURAL DAMAGE
000640*   STALE    ACTIVE BUILDING WITH NO RECENT ROUTE ACTIVITY
000650*   SIMFAIL  SIMULATED ROUTE LEAVES ITS BUILDING - LOAD SKIPPED
000660*   CHAIN    SIMULATED ROUTE CHAINS OFF A SEGMENT OTHER THAN 001
000670*   UNPRICED USAGE WITH NO RATE IN EFFECT - NOT BILLED
000680*   NODATA   NOTHING ON FILE FOR THE PERIOD REPORTED
000690*   RCVSKIP  RECOVERY SKIPPED A JOURNALED CHANGE
000700*   NORUN    RECOVERY FOUND NO CHANGES FOR THE NAMED RUN
000710*   NOTRUN   BUSINESS DAY WITH NO COMPUTE RUN ON THE AUDIT LOG
000715*   DQWORSE  BUILDING'S ROUTE DATA QUALITY GETTING WORSE
000720*   SUMMARY  THE ALERT SUMMARY'S OWN MARKER (SEVERITY 0)
000730*-----------------------------------------------------------*
000740 01  ALERT-RECORD.
000750     05  ALR-RAISED-STAMP.
000760         10  ALR-RAISED-DATE      PIC 9(08).
000770         10  ALR-RAISED-TIME      PIC 9(08).
000780     05  ALR-JOB-NAME             PIC X(08).
000790     05  ALR-STEP-NAME            PIC X(08).
000800     05  ALR-PROGRAM-ID           PIC X(08).
000810     05  ALR-SEVERITY             PIC 9(01).
000820         88  ALR-ADVISORY              VALUE 0 THRU 3.
000830         88  ALR-WARNING               VALUE 4 THRU 7.
000840         88  ALR-ERROR                 VALUE 8 THRU 9.
000850     05  ALR-CODE                 PIC X(08).
000860         88  ALR-SUMMARY-MARKER        VALUE "SUMMARY".
000870     05  ALR-BUILDING-ID          PIC X(10).
000880     05  ALR-ROUTE-DATE           PIC 9(08).
000890     05  ALR-COUNT                PIC 9(09).
000900     05  ALR-TEXT                 PIC X(40).
000910     05  FILLER                   PIC X(04).
