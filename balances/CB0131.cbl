      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CDBACCR.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  CDBACCR is the nightly time deposit (CDB) run.  Every running
      *  deposit on CDBMST accrues simple interest at its agreed annual
      *  rate on the principal for each day since it last accrued, up
      *  to its maturity date, and carries the IR it would bear at the
      *  regressive-by-term scale in CDBTBL.cpy for the days held so
      *  far.  A deposit reaching maturity settles: the gross interest
      *  is taxed at the scale rate for the whole term and either the
      *  principal plus net interest is credited to the settlement
      *  account (redeem) or the net interest is added to the principal
      *  for a new term of the same length from the maturity date
      *  (roll over).  A deposit CDBMNT marked for early redemption is
      *  redeemed tonight under the early-redemption rules - no
      *  interest inside the grace days, the penalty share of the
      *  accrued interest forfeited after them.  Credits go out under
      *  the CDB source code on the CDBRDPST feed into the PSTTRAN
      *  stream; the principal returned (CDBREDM), the gross interest
      *  (CDBINT), the IR withheld (CDBIRTAX) and any net interest
      *  rolled into a new term (CDBPLACE) go to the ledger on the
      *  CDBRDGL feed for GLEXTR to journal.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CDB-FILE    ASSIGN TO CDBMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CDB-NUMBER
               FILE STATUS IS WS-CDB-STATUS.
           SELECT POSTING-OUT ASSIGN TO CDBRDPST.
           SELECT GL-ITEM-OUT ASSIGN TO CDBRDGL.
           SELECT PRINT-FILE  ASSIGN TO PRTFILE.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE ASSIGN TO RUNSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-JOB-NAME
               FILE STATUS IS WS-RUNSEQ-STATUS.
           SELECT DAILY-CTL-FILE ASSIGN TO DAILYCTL.
           SELECT CTL-TOTAL-FILE ASSIGN TO CTLTODAY.
           SELECT ALERT-FILE ASSIGN TO ALERTFIL.
           SELECT SUMMARY-FILE ASSIGN TO SUMRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CDB-FILE RECORDING MODE F.
           COPY CDBMST.
      *
      * The redemption credits in PSTTRAN's own layout; the JCL
      * concatenates every feed into the PSTMERGE consolidation
      * sort's input, which orders the lot by account for DRCRCAP.
       FD  POSTING-OUT RECORDING MODE F.
       01  POSTING-OUT-REC.
           05  PST-CONTA-NUM        PIC X(10).
           05  PST-AMOUNT           PIC X(11).
           05  PST-DC-CODE          PIC X.
           05  PST-POST-DATE        PIC X(8).
           05  PST-SOURCE-CODE      PIC X(4).
           05  FILLER               PIC X(46).
      *
       FD  GL-ITEM-OUT RECORDING MODE F.
           COPY GLITEM.
      *
       FD  PRINT-FILE RECORDING MODE F.
       01  PRINT-REC          PIC X(132).
      *
       FD  RUN-CTL-FILE RECORDING MODE F.
           COPY RUNCTL.
      *
       FD  RUN-SEQ-FILE RECORDING MODE F.
           COPY RUNSEQ.
      *
       FD  DAILY-CTL-FILE RECORDING MODE F.
           COPY CTLTRAIL.
      *
       FD  CTL-TOTAL-FILE RECORDING MODE F.
           COPY CTLTOTAL.
      *
       FD  ALERT-FILE RECORDING MODE F.
           COPY ALERTREC.
      *
       FD  SUMMARY-FILE RECORDING MODE F.
       01  SUMMARY-REC        PIC X(80).
      *
       WORKING-STORAGE SECTION.
       COPY SUMMRPT.
       COPY CDBTBL.
       01  FLAGS.
           05  WS-CDB-EOF          PIC X VALUE 'N'.
               88  CDB-AT-EOF          VALUE 'Y'.
           05  WS-IR-FOUND-FLAG    PIC X VALUE 'N'.
               88  IR-RATE-FOUND       VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-CDB-STATUS           PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-ACCRUED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-REDEEMED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-ROLLED-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-EARLY-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-ACCRUED        PIC S9(11)V9(4) VALUE ZEROS.
       01  WS-TOTAL-CREDITED       PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-GROSS          PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-IR             PIC S9(11)V99 VALUE ZEROS.
      * Accrual and settlement work area for the deposit in hand.
       01  WS-ACCRUE-TO            PIC 9(8).
       01  WS-ACCRUAL-DAYS         PIC 9(5).
       01  WS-DAYS-HELD            PIC 9(5).
       01  WS-NIGHT-INTEREST       PIC S9(9)V9(4).
       01  WS-IR-RATE              PIC 9V9(4).
       01  WS-GROSS-INTEREST       PIC S9(9)V99.
       01  WS-IR-AMOUNT            PIC S9(9)V99.
       01  WS-NET-INTEREST         PIC S9(9)V99.
       01  WS-CREDIT-AMOUNT        PIC S9(9)V99.
      * Display view of the posting amount for the PSTTRAN feed, the
      * same redefine shape DRCRCAP reads it back through.
       01  WS-POST-AMOUNT-X        PIC X(11).
       01  WS-POST-AMOUNT-NUM REDEFINES WS-POST-AMOUNT-X
                                   PIC 9(9)V99.
      * GL item work area: the source and amount of the next item.
       01  WS-GL-SOURCE            PIC X(8).
       01  WS-GL-AMOUNT            PIC S9(9)V99.
      * Day-number work area: the flat day-number arithmetic shared
      * with DORMRPT and INTACCR.
       01  WS-TO-DAY-NUM           PIC 9(7).
       01  WS-FROM-DAY-NUM         PIC 9(7).
       01  WS-DATE-WORK            PIC 9(8).
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY        PIC 9(4).
           05  WS-DATE-MM          PIC 9(2).
           05  WS-DATE-DD          PIC 9(2).
       01  WS-DAY-NUM-OUT          PIC 9(7).
      * Maturity work area for a rollover: CDBMNT's roll of the date
      * forward by the term in months.
       01  WS-MAT-DATE             PIC 9(8).
       01  WS-MAT-DATE-X REDEFINES WS-MAT-DATE.
           05  WS-MAT-YYYY         PIC 9(4).
           05  WS-MAT-MM           PIC 9(2).
           05  WS-MAT-DD           PIC 9(2).
       01  WS-MAT-YEARS            PIC 9(3).
       01  WS-MAT-MONTHS           PIC 9(2).
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS        PIC XX.
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-RUN-NUMBER           PIC 9(7).
       01  WS-RUN-END-TIME         PIC 9(8).
       01  WS-ELAPSED-TIME         PIC 9(8).
      *
       01  HDR-LINE-1.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(40) VALUE
               'TIME DEPOSIT ACCRUAL AND SETTLEMENTS'.
       01  SETTLE-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  STL-ACTION     PIC X(8).
           05  FILLER         PIC X(9)  VALUE ' DEPOSIT '.
           05  STL-NUMBER     PIC 9(10).
           05  FILLER         PIC X(6)  VALUE ' DAYS '.
           05  STL-DAYS       PIC ZZZZ9.
           05  FILLER         PIC X(11) VALUE ' PRINCIPAL '.
           05  STL-PRINCIPAL  PIC -(9)9.99.
           05  FILLER         PIC X(7)  VALUE ' GROSS '.
           05  STL-GROSS      PIC -(9)9.99.
           05  FILLER         PIC X(4)  VALUE ' IR '.
           05  STL-IR         PIC -(9)9.99.
           05  FILLER         PIC X(9)  VALUE ' CREDITED'.
           05  STL-CREDITED   PIC -(9)9.99.
       01  TOTAL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(17) VALUE 'ACCRUED TONIGHT '.
           05  TTL-ACCRUED    PIC -(11)9.9999.
           05  FILLER         PIC X(7)  VALUE ' GROSS '.
           05  TTL-GROSS      PIC -(11)9.99.
           05  FILLER         PIC X(4)  VALUE ' IR '.
           05  TTL-IR         PIC -(11)9.99.
           05  FILLER         PIC X(10) VALUE ' CREDITED '.
           05  TTL-CREDITED   PIC -(11)9.99.
      * Work area for the shop-wide alert record written whenever the
      * run ends with RETURN-CODE 4 or 8, so the end-of-night alert
      * report covers this job too.
       01  WS-ALERT-SEVERITY        PIC 9 VALUE ZEROS.
       01  WS-ALERT-MESSAGE         PIC X(40) VALUE
           'RUN ENDED WITH A WARNING RETURN CODE'.
       01  WS-ALERT-COUNT           PIC 9(7) VALUE ZEROS.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      * MAIN-LOGIC is the program's only entry point, PERFORMing each
      * step in order so no paragraph runs by falling through into the
      * next one physically.
       MAIN-LOGIC.
           PERFORM OPEN-FILES
           PERFORM PROCESS-UNTIL-DONE
           PERFORM PRINT-TOTALS
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN I-O CDB-FILE
           IF WS-CDB-STATUS NOT = '00'
               DISPLAY 'CDBACCR - NO CDBMST FILE - NOTHING TO ACCRUE'
               SET CDB-AT-EOF TO TRUE
           END-IF
           OPEN OUTPUT POSTING-OUT.
           OPEN OUTPUT GL-ITEM-OUT.
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'CDBACCR' TO SEQ-JOB-NAME
           OPEN I-O RUN-SEQ-FILE
           IF WS-RUNSEQ-STATUS = '35'
               OPEN OUTPUT RUN-SEQ-FILE
               CLOSE RUN-SEQ-FILE
               OPEN I-O RUN-SEQ-FILE
           END-IF
           READ RUN-SEQ-FILE
               INVALID KEY
                   MOVE ZEROS TO SEQ-LAST-NUMBER
           END-READ
           ADD 1 TO SEQ-LAST-NUMBER
           REWRITE RUN-SEQ-REC
               INVALID KEY
                   WRITE RUN-SEQ-REC
           END-REWRITE
           CLOSE RUN-SEQ-FILE
           MOVE SEQ-LAST-NUMBER TO WS-RUN-NUMBER
           ACCEPT WS-RUN-TIME FROM TIME.
      *
      * FINISH-RUN-CONTROL captures the end timestamp, computes the
      * elapsed run time (does not account for a run crossing midnight),
      * and appends the header record to RUNCTL.
       FINISH-RUN-CONTROL.
           ACCEPT WS-RUN-END-TIME FROM TIME
           SUBTRACT WS-RUN-TIME FROM WS-RUN-END-TIME
               GIVING WS-ELAPSED-TIME
           OPEN EXTEND RUN-CTL-FILE
           MOVE SPACES          TO RUN-CTL-REC
           MOVE 'CDBACCR'       TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       PROCESS-UNTIL-DONE.
           PERFORM PROCESS-ONE-DEPOSIT
               UNTIL CDB-AT-EOF OR COUNTER-OVERFLOWED.
      *
      * PROCESS-ONE-DEPOSIT catches the accrual up first, so a deposit
      * settling tonight settles on every day it was owed, then
      * settles it if it is due.  Redeemed deposits stay on the file
      * for the history and are passed over.
       PROCESS-ONE-DEPOSIT.
           READ CDB-FILE NEXT RECORD
               AT END SET CDB-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
                   IF CDB-ACTIVE OR CDB-EARLY-REQUESTED
                       PERFORM ACCRUE-DEPOSIT
                       EVALUATE TRUE
                           WHEN CDB-EARLY-REQUESTED
                               PERFORM REDEEM-EARLY
                           WHEN WS-RUN-DATE >= CDB-MATURITY
                                   AND CDB-ROLL-OVER
                               PERFORM ROLL-OVER-DEPOSIT
                           WHEN WS-RUN-DATE >= CDB-MATURITY
                               PERFORM REDEEM-AT-MATURITY
                       END-EVALUATE
                       REWRITE CDB-REC
                       END-REWRITE
                   END-IF
           END-READ.
      *
      * ACCRUE-DEPOSIT adds the interest for the days since the last
      * accrual, never past maturity, and re-prices the IR carried at
      * the scale rate for the days now held.  A rerun on the same
      * business date finds no days and adds nothing.
       ACCRUE-DEPOSIT.
           MOVE WS-RUN-DATE TO WS-ACCRUE-TO
           IF WS-ACCRUE-TO > CDB-MATURITY
               MOVE CDB-MATURITY TO WS-ACCRUE-TO
           END-IF
           MOVE WS-ACCRUE-TO TO WS-DATE-WORK
           PERFORM FLATTEN-DATE
           MOVE WS-DAY-NUM-OUT TO WS-TO-DAY-NUM
           MOVE CDB-ACCRUED-THRU TO WS-DATE-WORK
           PERFORM FLATTEN-DATE
           MOVE WS-DAY-NUM-OUT TO WS-FROM-DAY-NUM
           MOVE ZEROS TO WS-ACCRUAL-DAYS
           IF WS-TO-DAY-NUM > WS-FROM-DAY-NUM
               COMPUTE WS-ACCRUAL-DAYS =
                   WS-TO-DAY-NUM - WS-FROM-DAY-NUM
           END-IF
           IF WS-ACCRUAL-DAYS > ZEROS
               COMPUTE WS-NIGHT-INTEREST ROUNDED =
                   CDB-PRINCIPAL * CDB-RATE * WS-ACCRUAL-DAYS
                   / WS-CDB-DAY-BASIS
               ADD WS-NIGHT-INTEREST TO CDB-ACCRUED
               MOVE WS-ACCRUE-TO TO CDB-ACCRUED-THRU
               ADD 1 TO WS-ACCRUED-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-ACCRUED-COUNT OVERFLOWED'
               END-ADD
               ADD WS-NIGHT-INTEREST TO WS-TOTAL-ACCRUED
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-TOTAL-ACCRUED OVERFLOWED'
               END-ADD
           END-IF
           PERFORM COMPUTE-DAYS-HELD
           PERFORM FIND-IR-RATE
           COMPUTE CDB-IR-ACCRUED ROUNDED = CDB-ACCRUED * WS-IR-RATE.
      *
      * COMPUTE-DAYS-HELD counts the days from placement (or the last
      * rollover) to the date accrued through - the days the IR scale
      * is read by.
       COMPUTE-DAYS-HELD.
           MOVE CDB-PLACE-DATE TO WS-DATE-WORK
           PERFORM FLATTEN-DATE
           MOVE WS-DAY-NUM-OUT TO WS-FROM-DAY-NUM
           MOVE ZEROS TO WS-DAYS-HELD
           IF WS-TO-DAY-NUM > WS-FROM-DAY-NUM
               COMPUTE WS-DAYS-HELD = WS-TO-DAY-NUM - WS-FROM-DAY-NUM
           END-IF.
      *
      * FIND-IR-RATE takes the first scale entry whose day limit
      * covers the days held; the last entry covers everything.
       FIND-IR-RATE.
           SET IR-RATE-FOUND TO FALSE
           MOVE WS-CDB-IR-RATE(4) TO WS-IR-RATE
           PERFORM VARYING WS-CDB-IR-IDX FROM 1 BY 1
                   UNTIL IR-RATE-FOUND OR WS-CDB-IR-IDX > 4
               IF WS-DAYS-HELD <= WS-CDB-IR-DAYS(WS-CDB-IR-IDX)
                   MOVE WS-CDB-IR-RATE(WS-CDB-IR-IDX) TO WS-IR-RATE
                   SET IR-RATE-FOUND TO TRUE
               END-IF
           END-PERFORM.
      *
      * REDEEM-EARLY applies the early-redemption rules to what has
      * accrued: nothing inside the grace days, the penalty share
      * forfeited after them.  What is left is taxed at the scale rate
      * for the days actually held.
       REDEEM-EARLY.
           IF WS-DAYS-HELD < WS-CDB-GRACE-DAYS
               MOVE ZEROS TO WS-GROSS-INTEREST
           ELSE
               COMPUTE WS-GROSS-INTEREST ROUNDED =
                   CDB-ACCRUED * (1 - WS-CDB-EARLY-PENALTY)
           END-IF
           PERFORM TAX-GROSS-INTEREST
           PERFORM CREDIT-REDEMPTION
           SET CDB-REDEEMED-EARLY TO TRUE
           ADD 1 TO WS-EARLY-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-EARLY-COUNT OVERFLOWED'
           END-ADD
           MOVE 'EARLY'   TO STL-ACTION
           PERFORM PRINT-SETTLEMENT.
      *
       REDEEM-AT-MATURITY.
           COMPUTE WS-GROSS-INTEREST ROUNDED = CDB-ACCRUED
           PERFORM TAX-GROSS-INTEREST
           PERFORM CREDIT-REDEMPTION
           SET CDB-REDEEMED TO TRUE
           ADD 1 TO WS-REDEEMED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REDEEMED-COUNT OVERFLOWED'
           END-ADD
           MOVE 'REDEEMED' TO STL-ACTION
           PERFORM PRINT-SETTLEMENT.
      *
      * TAX-GROSS-INTEREST withholds IR on the interest paid at the
      * scale rate for the days held, books both to the ledger, and
      * records the settlement on the deposit.
       TAX-GROSS-INTEREST.
           COMPUTE WS-IR-AMOUNT ROUNDED = WS-GROSS-INTEREST * WS-IR-RATE
           COMPUTE WS-NET-INTEREST = WS-GROSS-INTEREST - WS-IR-AMOUNT
           MOVE WS-RUN-DATE       TO CDB-SETTLE-DATE
           MOVE WS-GROSS-INTEREST TO CDB-PAID-GROSS
           MOVE WS-IR-AMOUNT      TO CDB-PAID-IR
           IF WS-GROSS-INTEREST > ZEROS
               MOVE 'CDBINT'          TO WS-GL-SOURCE
               MOVE WS-GROSS-INTEREST TO WS-GL-AMOUNT
               PERFORM WRITE-GL-ITEM
           END-IF
           IF WS-IR-AMOUNT > ZEROS
               MOVE 'CDBIRTAX'        TO WS-GL-SOURCE
               MOVE WS-IR-AMOUNT      TO WS-GL-AMOUNT
               PERFORM WRITE-GL-ITEM
           END-IF
           ADD WS-GROSS-INTEREST TO WS-TOTAL-GROSS
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-GROSS OVERFLOWED'
           END-ADD
           ADD WS-IR-AMOUNT TO WS-TOTAL-IR
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-IR OVERFLOWED'
           END-ADD.
      *
      * CREDIT-REDEMPTION returns the principal plus the net interest
      * to the settlement account and the principal to the ledger.
       CREDIT-REDEMPTION.
           COMPUTE WS-CREDIT-AMOUNT = CDB-PRINCIPAL + WS-NET-INTEREST
           MOVE SPACES           TO POSTING-OUT-REC
           MOVE CDB-CONTA-NUM    TO PST-CONTA-NUM
           MOVE WS-CREDIT-AMOUNT TO WS-POST-AMOUNT-NUM
           MOVE WS-POST-AMOUNT-X TO PST-AMOUNT
           MOVE 'C'              TO PST-DC-CODE
           MOVE WS-RUN-DATE      TO PST-POST-DATE
           MOVE 'CDB'            TO PST-SOURCE-CODE
           WRITE POSTING-OUT-REC
           MOVE 'CDBREDM'        TO WS-GL-SOURCE
           MOVE CDB-PRINCIPAL    TO WS-GL-AMOUNT
           PERFORM WRITE-GL-ITEM
           ADD WS-CREDIT-AMOUNT TO WS-TOTAL-CREDITED
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-CREDITED OVERFLOWED'
           END-ADD.
      *
      * ROLL-OVER-DEPOSIT settles the term's interest as a redemption
      * would, then places principal plus net interest again for the
      * same term from the maturity date - the net interest booked to
      * the ledger as new money placed - with nothing posted to the
      * settlement account.
       ROLL-OVER-DEPOSIT.
           COMPUTE WS-GROSS-INTEREST ROUNDED = CDB-ACCRUED
           PERFORM TAX-GROSS-INTEREST
           MOVE ZEROS TO WS-CREDIT-AMOUNT
           MOVE 'ROLLED'  TO STL-ACTION
           PERFORM PRINT-SETTLEMENT
           IF WS-NET-INTEREST > ZEROS
               MOVE 'CDBPLACE'       TO WS-GL-SOURCE
               MOVE WS-NET-INTEREST  TO WS-GL-AMOUNT
               PERFORM WRITE-GL-ITEM
           END-IF
           ADD WS-NET-INTEREST TO CDB-PRINCIPAL
           MOVE CDB-MATURITY TO CDB-PLACE-DATE
           MOVE CDB-MATURITY TO CDB-ACCRUED-THRU
           PERFORM COMPUTE-MATURITY
           MOVE WS-MAT-DATE  TO CDB-MATURITY
           MOVE ZEROS        TO CDB-ACCRUED CDB-IR-ACCRUED
           ADD 1 TO CDB-ROLL-COUNT
           ADD 1 TO WS-ROLLED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-ROLLED-COUNT OVERFLOWED'
           END-ADD.
      *
      * COMPUTE-MATURITY is CDBMNT's roll of the placement date
      * forward by the term in months.
       COMPUTE-MATURITY.
           MOVE CDB-PLACE-DATE TO WS-MAT-DATE
           DIVIDE CDB-TERM BY 12 GIVING WS-MAT-YEARS
               REMAINDER WS-MAT-MONTHS
           END-DIVIDE
           ADD WS-MAT-YEARS  TO WS-MAT-YYYY
           ADD WS-MAT-MONTHS TO WS-MAT-MM
           IF WS-MAT-MM > 12
               SUBTRACT 12 FROM WS-MAT-MM
               ADD 1 TO WS-MAT-YYYY
           END-IF
           IF WS-MAT-DD > 28
               MOVE 28 TO WS-MAT-DD
           END-IF.
      *
       WRITE-GL-ITEM.
           MOVE SPACES           TO GL-ITEM-REC
           MOVE WS-GL-SOURCE     TO GLI-SOURCE
           MOVE CDB-NUMBER       TO GLI-KEY
           MOVE WS-GL-AMOUNT     TO GLI-AMOUNT
           MOVE WS-RUN-DATE      TO GLI-POST-DATE
           MOVE 'CDBACCR'        TO GLI-PROGRAM
           WRITE GL-ITEM-REC.
      *
       PRINT-SETTLEMENT.
           MOVE CDB-NUMBER        TO STL-NUMBER
           MOVE WS-DAYS-HELD      TO STL-DAYS
           MOVE CDB-PRINCIPAL     TO STL-PRINCIPAL
           MOVE WS-GROSS-INTEREST TO STL-GROSS
           MOVE WS-IR-AMOUNT      TO STL-IR
           MOVE WS-CREDIT-AMOUNT  TO STL-CREDITED
           WRITE PRINT-REC FROM SETTLE-LINE.
      *
      * FLATTEN-DATE turns WS-DATE-WORK (YYYYMMDD) into the
      * approximate day number shared with DORMRPT's aging.
       FLATTEN-DATE.
           COMPUTE WS-DAY-NUM-OUT =
               (WS-DATE-YYYY * 365) + (WS-DATE-MM * 30) + WS-DATE-DD.
      *
       PRINT-TOTALS.
           MOVE WS-TOTAL-ACCRUED  TO TTL-ACCRUED
           MOVE WS-TOTAL-GROSS    TO TTL-GROSS
           MOVE WS-TOTAL-IR       TO TTL-IR
           MOVE WS-TOTAL-CREDITED TO TTL-CREDITED
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM TOTAL-LINE.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-CTL-TOTALS
           PERFORM WRITE-SUMMARY-REPORT
           IF WS-CDB-STATUS NOT = '35'
               CLOSE CDB-FILE
           END-IF
           CLOSE POSTING-OUT.
           CLOSE GL-ITEM-OUT.
           CLOSE PRINT-FILE.
           DISPLAY 'CDBACCR READ ' WS-READ-COUNT
                   ' ACCRUED ' WS-ACCRUED-COUNT
                   ' REDEEMED ' WS-REDEEMED-COUNT
                   ' ROLLED ' WS-ROLLED-COUNT
                   ' EARLY ' WS-EARLY-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'CDBACCR ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-ALERT-SEVERITY
               PERFORM WRITE-ALERT-RECORD
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'CDBACCR'           TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           COMPUTE CTLT-OUTPUT-COUNT = WS-REDEEMED-COUNT
                   + WS-ROLLED-COUNT + WS-EARLY-COUNT
           MOVE ZEROS               TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED        TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS appends the run's credits to settlement
      * accounts to the CTLTODAY control-total file so CTLRECON
      * reconciles the money as well as the counts.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES             TO CTL-TOTAL-REC
           MOVE 'CDBACCR'          TO CTL-JOB-ID
           MOVE WS-RUN-DATE        TO CTL-RUN-DATE
           COMPUTE CTL-RECORD-COUNT = WS-REDEEMED-COUNT
                   + WS-EARLY-COUNT
           MOVE WS-TOTAL-CREDITED  TO CTL-DOLLAR-TOTAL
           WRITE CTL-TOTAL-REC
           CLOSE CTL-TOTAL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the settlements broken out.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'CDBACCR'           TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-ACCRUED-COUNT    TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'ACCRUED'           TO SUMM-CATEGORY-NAME
           MOVE WS-ACCRUED-COUNT    TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'REDEEMED'          TO SUMM-CATEGORY-NAME
           MOVE WS-REDEEMED-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'ROLLED OVER'       TO SUMM-CATEGORY-NAME
           MOVE WS-ROLLED-COUNT     TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'REDEEMED EARLY'    TO SUMM-CATEGORY-NAME
           MOVE WS-EARLY-COUNT      TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           CLOSE SUMMARY-FILE.
      *
      * WRITE-ALERT-RECORD appends this run's problem to the shop-wide
      * alert file so the end-of-night alert report (ALERTRPT) puts it
      * on the one page the morning operator reads, instead of a
      * DISPLAY buried in this job's SYSOUT.
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES            TO ALERT-REC
           MOVE 'CDBACCR'         TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM CDBACCR.
