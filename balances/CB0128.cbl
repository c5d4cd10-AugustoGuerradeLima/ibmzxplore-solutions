      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SCREXPO.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  SCREXPO builds the monthly SCR credit-exposure file for the
      *  central bank from what the shop already holds: every live
      *  contract's LN-OUTSTANDING on LOANMST, every overdrawn
      *  account's negative SALDO, and the undrawn part of every
      *  unexpired OVRDRFT facility as a commitment.  A loan belongs
      *  to its LN-CPF; an account's overdraft and commitment belong
      *  to the account's primary holder on CUSTXREF.  Each item is
      *  classed by product (LOAN, OVDR drawn overdraft, CMMT undrawn
      *  limit) and maturity band, rolled up per CPF, product and
      *  band, and written to the fixed-layout regulatory file between
      *  a header and a trailer carrying the counts and totals.
      *  The control report proves the file: the loan total against
      *  the loan master's live outstanding, and the overdraft total
      *  against the negative balances TRIALBAL recorded on CTLTODAY
      *  as TRIALNEG - anything left out (a loan or account with no
      *  owner to report it under) is listed as the reconciling item.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE   ASSIGN TO LOANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-CONTRACT
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT SALDO-FILE  ASSIGN TO SALDOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTA-NUM IN SALDO-REC.
           SELECT OVERDRAFT-FILE ASSIGN TO OVRDRFT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-CONTA-NUM
               FILE STATUS IS WS-OVRDRFT-STATUS.
           SELECT XREF-FILE   ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               ALTERNATE RECORD KEY IS XRF-CONTA-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
           SELECT SORT-WORK   ASSIGN TO SORTWK01.
           SELECT SCR-FILE    ASSIGN TO SCRFILE.
           SELECT PRINT-FILE  ASSIGN TO PRTFILE.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE ASSIGN TO RUNSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-JOB-NAME
               FILE STATUS IS WS-RUNSEQ-STATUS.
           SELECT DAILY-CTL-FILE ASSIGN TO DAILYCTL.
           SELECT CTL-TOTAL-FILE ASSIGN TO CTLTODAY
               FILE STATUS IS WS-CTLTODAY-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTFIL.
           SELECT SUMMARY-FILE ASSIGN TO SUMRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  LOAN-FILE RECORDING MODE F.
           COPY LOANMST.
      *
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
      *
       FD  OVERDRAFT-FILE RECORDING MODE F.
           COPY OVRDRFT.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
      *
      * Sort work file: one entry per exposure item, customer first,
      * then product and maturity band so each roll-up line is one
      * control break.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-CPF        PIC X(11).
           05  SRT-PRODUCT    PIC X(4).
           05  SRT-BAND       PIC 9.
           05  SRT-AMOUNT     PIC S9(11)V99.
      *
       FD  SCR-FILE RECORDING MODE F.
       01  SCR-REC            PIC X(80).
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
       01  FLAGS.
           05  WS-LOAN-EOF         PIC X VALUE 'N'.
               88  LOAN-AT-EOF         VALUE 'Y' FALSE 'N'.
           05  WS-SALDO-EOF        PIC X VALUE 'N'.
               88  SALDO-AT-EOF        VALUE 'Y'.
           05  WS-SORT-EOF         PIC X VALUE 'N'.
               88  SORT-AT-EOF         VALUE 'Y'.
           05  WS-CTLTODAY-EOF     PIC X VALUE 'N'.
               88  CTLTODAY-AT-EOF     VALUE 'Y'.
           05  WS-FACILITY-FLAG    PIC X VALUE 'N'.
               88  FACILITY-FOUND      VALUE 'Y' FALSE 'N'.
           05  WS-PRIMARY-FLAG     PIC X VALUE 'N'.
               88  PRIMARY-FOUND       VALUE 'Y' FALSE 'N'.
           05  WS-XREF-FLAG        PIC X VALUE 'N'.
               88  XREF-SCAN-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-TRIALNEG-FLAG    PIC X VALUE 'N'.
               88  TRIALNEG-FOUND      VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-LOAN-STATUS          PIC XX.
       01  WS-OVRDRFT-STATUS       PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-CTLTODAY-STATUS      PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM       PIC 9(6).
           05  FILLER              PIC 9(2).
       01  WS-COUNTERS.
           05  WS-LOAN-READ-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-SALDO-READ-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-ITEM-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-DETAIL-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-CUSTOMER-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-NO-OWNER-COUNT     PIC 9(7) VALUE ZEROS.
      * Control totals taken from the sources as they are read.
       01  WS-MASTER-LOAN-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-MASTER-LOAN-TOTAL    PIC S9(13)V99 VALUE ZEROS.
       01  WS-NEGATIVE-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-NEGATIVE-TOTAL       PIC S9(13)V99 VALUE ZEROS.
       01  WS-NO-OWNER-LOANS       PIC S9(13)V99 VALUE ZEROS.
       01  WS-NO-OWNER-OVERDRAFT   PIC S9(13)V99 VALUE ZEROS.
       01  WS-NO-OWNER-COMMIT      PIC S9(13)V99 VALUE ZEROS.
      * TRIALBAL's negative-balance control record for the run date.
       01  WS-TRIALNEG-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-TRIALNEG-TOTAL       PIC S9(13)V99 VALUE ZEROS.
      * Totals as written to the file, by product, and the tie-out
      * differences the control report prints.
       01  WS-FILE-LOAN-TOTAL      PIC S9(13)V99 VALUE ZEROS.
       01  WS-FILE-OVERDRAFT-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-FILE-COMMIT-TOTAL    PIC S9(13)V99 VALUE ZEROS.
       01  WS-FILE-GRAND-TOTAL     PIC S9(13)V99 VALUE ZEROS.
       01  WS-LOAN-DIFFERENCE      PIC S9(13)V99 VALUE ZEROS.
       01  WS-OVERDRAFT-DIFFERENCE PIC S9(13)V99 VALUE ZEROS.
      * The products reported and, under each, the file totals by
      * maturity band for the control report.  A product's position
      * in the table is its row.
       01  WS-PRODUCT-VALUES.
           05  FILLER              PIC X(4) VALUE 'LOAN'.
           05  FILLER              PIC X(4) VALUE 'OVDR'.
           05  FILLER              PIC X(4) VALUE 'CMMT'.
       01  WS-PRODUCT-TABLE REDEFINES WS-PRODUCT-VALUES.
           05  WS-PRODUCT-CODE     PIC X(4) OCCURS 3 TIMES.
       01  WS-BAND-TOTALS.
           05  WS-BT-PRODUCT OCCURS 3 TIMES.
               10  WS-BT-BAND OCCURS 5 TIMES.
                   15  WS-BT-COUNT     PIC 9(7).
                   15  WS-BT-AMOUNT    PIC S9(13)V99.
       01  WS-PRODUCT-SUB          PIC 9(2) COMP.
       01  WS-BAND-SUB             PIC 9(2) COMP.
      * Maturity bands, in the order the regulator lists them: band 1
      * is already overdue, then up to 90 days, 91 to 360, 361 to
      * 1800, and beyond 1800 days.
       01  WS-BAND-NAME-VALUES.
           05  FILLER              PIC X(12) VALUE 'OVERDUE'.
           05  FILLER              PIC X(12) VALUE 'UP TO 90'.
           05  FILLER              PIC X(12) VALUE '91 TO 360'.
           05  FILLER              PIC X(12) VALUE '361 TO 1800'.
           05  FILLER              PIC X(12) VALUE 'OVER 1800'.
       01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAME-VALUES.
           05  WS-BAND-NAME        PIC X(12) OCCURS 5 TIMES.
      * Exposure item in hand.
       01  WS-ITEM-CPF             PIC X(11).
       01  WS-ITEM-PRODUCT         PIC X(4).
       01  WS-ITEM-BAND            PIC 9.
       01  WS-ITEM-AMOUNT          PIC S9(11)V99.
       01  WS-DAYS-TO-MATURITY     PIC S9(7).
       01  WS-DRAWN-AMOUNT         PIC S9(11)V99.
       01  WS-UNDRAWN-AMOUNT       PIC S9(11)V99.
       01  WS-OWNER-CPF            PIC X(11).
      * Roll-up control-break work area.
       01  WS-PREV-CPF             PIC X(11) VALUE HIGH-VALUES.
       01  WS-PREV-PRODUCT         PIC X(4)  VALUE SPACES.
       01  WS-PREV-BAND            PIC 9     VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(5).
       01  WS-LINE-AMOUNT          PIC S9(13)V99.
      * Day-number work area: the flat day-number arithmetic shared
      * with DORMRPT and INTACCR.
       01  WS-RUN-DAY-NUM          PIC 9(7).
       01  WS-DATE-WORK            PIC 9(8).
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY        PIC 9(4).
           05  WS-DATE-MM          PIC 9(2).
           05  WS-DATE-DD          PIC 9(2).
       01  WS-DAY-NUM-OUT          PIC 9(7).
      * Regulatory file records, header / detail / trailer in the
      * HREXTR envelope shape.
       01  SCR-HDR-LINE.
           05  FILLER           PIC X VALUE 'H'.
           05  FILLER           PIC X(4) VALUE '3040'.
           05  SCH-REF-MONTH    PIC 9(6).
           05  SCH-CREATED      PIC 9(8).
           05  FILLER           PIC X(61) VALUE SPACES.
       01  SCR-DTL-LINE.
           05  FILLER           PIC X VALUE 'D'.
           05  SCD-CPF          PIC X(11).
           05  SCD-PRODUCT      PIC X(4).
           05  SCD-BAND         PIC 9.
           05  SCD-AMOUNT       PIC 9(13)V99.
           05  SCD-ITEM-COUNT   PIC 9(5).
           05  FILLER           PIC X(43) VALUE SPACES.
       01  SCR-TRL-LINE.
           05  FILLER           PIC X VALUE 'T'.
           05  SCT-REC-COUNT    PIC 9(7).
           05  SCT-CUSTOMER-COUNT PIC 9(7).
           05  SCT-LOAN-TOTAL   PIC 9(13)V99.
           05  SCT-OVERDRAFT-TOTAL PIC 9(13)V99.
           05  SCT-COMMIT-TOTAL PIC 9(13)V99.
           05  FILLER           PIC X(20) VALUE SPACES.
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
               'SCR CREDIT EXPOSURE CONTROL REPORT'.
           05  FILLER         PIC X(16) VALUE 'REFERENCE MONTH '.
           05  HDR-REF-MONTH  PIC 9(6).
       01  COLUMN-HDR-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(9)  VALUE 'PRODUCT'.
           05  FILLER         PIC X(14) VALUE 'MATURITY DAYS'.
           05  FILLER         PIC X(9)  VALUE '    ITEMS'.
           05  FILLER         PIC X(18) VALUE '          EXPOSURE'.
       01  BAND-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  BDL-PRODUCT    PIC X(4).
           05  FILLER         PIC X(5)  VALUE SPACES.
           05  BDL-BAND       PIC X(12).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  BDL-COUNT      PIC Z(6)9.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  BDL-AMOUNT     PIC -(13)9.99.
       01  TIE-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  TIE-HDR-TEXT   PIC X(40).
       01  TIE-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  TIE-LABEL      PIC X(36).
           05  TIE-AMOUNT     PIC -(13)9.99.
       01  TIE-RESULT-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  TIE-RESULT     PIC X(40).
       01  FILE-COUNT-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(16) VALUE 'DETAIL RECORDS '.
           05  FCL-DETAILS    PIC Z(6)9.
           05  FILLER         PIC X(13) VALUE '  CUSTOMERS '.
           05  FCL-CUSTOMERS  PIC Z(6)9.
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
           PERFORM LOAD-TRIALBAL-CONTROL
           SORT SORT-WORK
               ON ASCENDING KEY SRT-CPF
               ON ASCENDING KEY SRT-PRODUCT
               ON ASCENDING KEY SRT-BAND
               INPUT PROCEDURE IS GATHER-EXPOSURES
               OUTPUT PROCEDURE IS WRITE-SCR-DETAILS
           PERFORM WRITE-SCR-TRAILER
           PERFORM PRINT-CONTROL-REPORT
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'SCREXPO UNABLE TO OPEN LOANMST - STATUS '
                   WS-LOAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SALDO-FILE
           OPEN INPUT OVERDRAFT-FILE
           IF WS-OVRDRFT-STATUS NOT = '00'
               DISPLAY 'SCREXPO - NO OVRDRFT FILE - NO COMMITMENTS '
                       'REPORTED THIS RUN'
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'SCREXPO UNABLE TO OPEN CUSTXREF - STATUS '
                   WS-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SCR-FILE.
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           PERFORM FLATTEN-DATE
           MOVE WS-DAY-NUM-OUT TO WS-RUN-DAY-NUM
           INITIALIZE WS-BAND-TOTALS
           MOVE WS-RUN-YYYYMM TO SCH-REF-MONTH
           MOVE WS-RUN-DATE   TO SCH-CREATED
           WRITE SCR-REC FROM SCR-HDR-LINE
           MOVE WS-RUN-YYYYMM TO HDR-REF-MONTH
           WRITE PRINT-REC FROM HDR-LINE-1
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'SCREXPO' TO SEQ-JOB-NAME
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
           MOVE 'SCREXPO'       TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * LOAD-TRIALBAL-CONTROL picks TRIALBAL's negative-balance record
      * for the run date off CTLTODAY, the figure the overdraft
      * exposure must tie to.  The last one on file wins, so a TRIALBAL
      * rerun earlier tonight is the one used.
       LOAD-TRIALBAL-CONTROL.
           SET TRIALNEG-FOUND TO FALSE
           OPEN INPUT CTL-TOTAL-FILE
           IF WS-CTLTODAY-STATUS NOT = '00'
               SET CTLTODAY-AT-EOF TO TRUE
           END-IF
           PERFORM READ-ONE-CONTROL UNTIL CTLTODAY-AT-EOF
           IF WS-CTLTODAY-STATUS NOT = '35'
               CLOSE CTL-TOTAL-FILE
           END-IF.
      *
       READ-ONE-CONTROL.
           READ CTL-TOTAL-FILE
               AT END SET CTLTODAY-AT-EOF TO TRUE
               NOT AT END
                   IF CTL-JOB-ID = 'TRIALNEG'
                       AND CTL-RUN-DATE = WS-RUN-DATE
                       SET TRIALNEG-FOUND TO TRUE
                       MOVE CTL-RECORD-COUNT TO WS-TRIALNEG-COUNT
                       MOVE CTL-DOLLAR-TOTAL TO WS-TRIALNEG-TOTAL
                   END-IF
           END-READ.
      *
      * GATHER-EXPOSURES is the sort's input procedure: one pass of the
      * loan master, then one pass of the balance file.
       GATHER-EXPOSURES.
           SET LOAN-AT-EOF TO FALSE
           MOVE ZEROS TO LN-CONTRACT
           START LOAN-FILE KEY IS NOT LESS THAN LN-CONTRACT
               INVALID KEY SET LOAN-AT-EOF TO TRUE
           END-START
           PERFORM GATHER-ONE-LOAN
               UNTIL LOAN-AT-EOF OR COUNTER-OVERFLOWED
           PERFORM GATHER-ONE-ACCOUNT
               UNTIL SALDO-AT-EOF OR COUNTER-OVERFLOWED.
      *
      * GATHER-ONE-LOAN reports a live contract's outstanding balance
      * under the borrower's CPF.  A contract in arrears is overdue
      * whatever its remaining term; a current one matures in its
      * remaining installments at thirty days each.
       GATHER-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END SET LOAN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOAN-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-LOAN-READ-COUNT OVERFLOWED'
                   END-ADD
                   IF (LN-ACTIVE OR LN-IN-ARREARS)
                       AND LN-OUTSTANDING > ZEROS
                       PERFORM REPORT-LIVE-LOAN
                   END-IF
           END-READ.
      *
       REPORT-LIVE-LOAN.
           ADD 1 TO WS-MASTER-LOAN-COUNT
           ADD LN-OUTSTANDING TO WS-MASTER-LOAN-TOTAL
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-MASTER-LOAN-TOTAL OVERFLOWED'
           END-ADD
           IF LN-CPF = SPACES
               ADD LN-OUTSTANDING TO WS-NO-OWNER-LOANS
               PERFORM COUNT-NO-OWNER
           ELSE
               MOVE LN-CPF         TO WS-ITEM-CPF
               MOVE 'LOAN'         TO WS-ITEM-PRODUCT
               MOVE LN-OUTSTANDING TO WS-ITEM-AMOUNT
               IF LN-IN-ARREARS
                   MOVE 1 TO WS-ITEM-BAND
               ELSE
                   COMPUTE WS-DAYS-TO-MATURITY = LN-REMAINING * 30
                   PERFORM SET-MATURITY-BAND
               END-IF
               PERFORM RELEASE-EXPOSURE
           END-IF.
      *
      * GATHER-ONE-ACCOUNT reports an overdrawn balance as drawn
      * overdraft, and whatever an unexpired facility still leaves
      * undrawn as a commitment maturing with the facility - both
      * under the account's primary holder.
       GATHER-ONE-ACCOUNT.
           READ SALDO-FILE
               AT END SET SALDO-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SALDO-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-SALDO-READ-COUNT OVERFLOWED'
                   END-ADD
                   PERFORM EXPOSE-ONE-ACCOUNT
           END-READ.
      *
       EXPOSE-ONE-ACCOUNT.
           MOVE ZEROS TO WS-DRAWN-AMOUNT WS-UNDRAWN-AMOUNT
           IF SALDO < ZEROS
               COMPUTE WS-DRAWN-AMOUNT = ZEROS - SALDO
               ADD 1 TO WS-NEGATIVE-COUNT
               ADD SALDO TO WS-NEGATIVE-TOTAL
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-NEGATIVE-TOTAL OVERFLOWED'
               END-ADD
           END-IF
           PERFORM FIND-FACILITY
           IF FACILITY-FOUND AND OD-LIMIT > WS-DRAWN-AMOUNT
               COMPUTE WS-UNDRAWN-AMOUNT = OD-LIMIT - WS-DRAWN-AMOUNT
           END-IF
           IF WS-DRAWN-AMOUNT > ZEROS OR WS-UNDRAWN-AMOUNT > ZEROS
               PERFORM FIND-OWNER
               IF WS-OWNER-CPF = SPACES
                   ADD WS-DRAWN-AMOUNT   TO WS-NO-OWNER-OVERDRAFT
                   ADD WS-UNDRAWN-AMOUNT TO WS-NO-OWNER-COMMIT
                   PERFORM COUNT-NO-OWNER
               ELSE
                   PERFORM REPORT-ACCOUNT-ITEMS
               END-IF
           END-IF.
      *
       REPORT-ACCOUNT-ITEMS.
           MOVE WS-OWNER-CPF TO WS-ITEM-CPF
           IF WS-DRAWN-AMOUNT > ZEROS
               MOVE 'OVDR'          TO WS-ITEM-PRODUCT
               MOVE WS-DRAWN-AMOUNT TO WS-ITEM-AMOUNT
               MOVE 2               TO WS-ITEM-BAND
               PERFORM RELEASE-EXPOSURE
           END-IF
           IF WS-UNDRAWN-AMOUNT > ZEROS
               MOVE 'CMMT'            TO WS-ITEM-PRODUCT
               MOVE WS-UNDRAWN-AMOUNT TO WS-ITEM-AMOUNT
               MOVE OD-EXPIRY-DATE    TO WS-DATE-WORK
               PERFORM FLATTEN-DATE
               COMPUTE WS-DAYS-TO-MATURITY =
                   WS-DAY-NUM-OUT - WS-RUN-DAY-NUM
               PERFORM SET-MATURITY-BAND
               PERFORM RELEASE-EXPOSURE
           END-IF.
      *
      * FIND-FACILITY looks the account up on OVRDRFT; a facility past
      * its expiry date commits the bank to nothing further.
       FIND-FACILITY.
           SET FACILITY-FOUND TO FALSE
           IF WS-OVRDRFT-STATUS = '00' OR WS-OVRDRFT-STATUS = '23'
               MOVE CONTA-NUM TO OD-CONTA-NUM
               READ OVERDRAFT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF OD-EXPIRY-DATE NOT < WS-RUN-DATE
                           SET FACILITY-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF.
      *
      * FIND-OWNER pulls the account's PRIMARY holder - joint holders
      * and procuradores sit behind the same duplicate alternate key,
      * so the account's links are walked until the primary turns up.
      * An account with no primary link falls back to the first holder
      * found so its exposure is still reported against a customer.
       FIND-OWNER.
           SET PRIMARY-FOUND TO FALSE
           SET XREF-SCAN-DONE TO FALSE
           MOVE SPACES TO WS-OWNER-CPF
           MOVE CONTA-NUM TO XRF-CONTA-NUM
           READ XREF-FILE KEY IS XRF-CONTA-NUM
               INVALID KEY
                   SET XREF-SCAN-DONE TO TRUE
               NOT INVALID KEY
                   MOVE XRF-CPF TO WS-OWNER-CPF
                   IF XRF-PRIMARY-HOLDER
                       SET PRIMARY-FOUND TO TRUE
                   END-IF
           END-READ
           PERFORM SCAN-CO-HOLDERS
               UNTIL XREF-SCAN-DONE OR PRIMARY-FOUND.
      *
       SCAN-CO-HOLDERS.
           READ XREF-FILE NEXT RECORD
               AT END SET XREF-SCAN-DONE TO TRUE
               NOT AT END
                   IF XRF-CONTA-NUM NOT = CONTA-NUM
                       SET XREF-SCAN-DONE TO TRUE
                   ELSE
                       IF XRF-PRIMARY-HOLDER
                           MOVE XRF-CPF TO WS-OWNER-CPF
                           SET PRIMARY-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.
      *
      * SET-MATURITY-BAND files WS-DAYS-TO-MATURITY into the
      * regulator's bands; anything due today or earlier is overdue.
       SET-MATURITY-BAND.
           EVALUATE TRUE
               WHEN WS-DAYS-TO-MATURITY < 1
                   MOVE 1 TO WS-ITEM-BAND
               WHEN WS-DAYS-TO-MATURITY <= 90
                   MOVE 2 TO WS-ITEM-BAND
               WHEN WS-DAYS-TO-MATURITY <= 360
                   MOVE 3 TO WS-ITEM-BAND
               WHEN WS-DAYS-TO-MATURITY <= 1800
                   MOVE 4 TO WS-ITEM-BAND
               WHEN OTHER
                   MOVE 5 TO WS-ITEM-BAND
           END-EVALUATE.
      *
       RELEASE-EXPOSURE.
           MOVE WS-ITEM-CPF     TO SRT-CPF
           MOVE WS-ITEM-PRODUCT TO SRT-PRODUCT
           MOVE WS-ITEM-BAND    TO SRT-BAND
           MOVE WS-ITEM-AMOUNT  TO SRT-AMOUNT
           RELEASE SORT-REC
           ADD 1 TO WS-ITEM-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-ITEM-COUNT OVERFLOWED'
           END-ADD.
      *
       COUNT-NO-OWNER.
           ADD 1 TO WS-NO-OWNER-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-NO-OWNER-COUNT OVERFLOWED'
           END-ADD.
      *
      * FLATTEN-DATE turns WS-DATE-WORK (YYYYMMDD) into the
      * approximate day number shared with DORMRPT's aging.
       FLATTEN-DATE.
           COMPUTE WS-DAY-NUM-OUT =
               (WS-DATE-YYYY * 365) + (WS-DATE-MM * 30) + WS-DATE-DD.
      *
      * WRITE-SCR-DETAILS is the sort's output procedure: the items
      * roll up to one detail record per customer, product and band.
       WRITE-SCR-DETAILS.
           PERFORM RETURN-SORTED-ITEM
           PERFORM ROLL-UP-ONE-ITEM UNTIL SORT-AT-EOF
           IF WS-PREV-CPF NOT = HIGH-VALUES
               PERFORM WRITE-SCR-DETAIL
           END-IF.
      *
       ROLL-UP-ONE-ITEM.
           IF SRT-CPF NOT = WS-PREV-CPF
               IF WS-PREV-CPF NOT = HIGH-VALUES
                   PERFORM WRITE-SCR-DETAIL
               END-IF
               ADD 1 TO WS-CUSTOMER-COUNT
               MOVE SRT-CPF TO WS-PREV-CPF
               PERFORM START-DETAIL
           ELSE
               IF SRT-PRODUCT NOT = WS-PREV-PRODUCT
                   OR SRT-BAND NOT = WS-PREV-BAND
                   PERFORM WRITE-SCR-DETAIL
                   PERFORM START-DETAIL
               END-IF
           END-IF
           ADD 1          TO WS-LINE-COUNT
           ADD SRT-AMOUNT TO WS-LINE-AMOUNT
           PERFORM RETURN-SORTED-ITEM.
      *
       START-DETAIL.
           MOVE SRT-PRODUCT TO WS-PREV-PRODUCT
           MOVE SRT-BAND    TO WS-PREV-BAND
           MOVE ZEROS TO WS-LINE-COUNT WS-LINE-AMOUNT.
      *
      * WRITE-SCR-DETAIL writes the roll-up just finished and adds it
      * into the product's file total and the band breakdown.
       WRITE-SCR-DETAIL.
           MOVE WS-PREV-CPF     TO SCD-CPF
           MOVE WS-PREV-PRODUCT TO SCD-PRODUCT
           MOVE WS-PREV-BAND    TO SCD-BAND
           MOVE WS-LINE-AMOUNT  TO SCD-AMOUNT
           MOVE WS-LINE-COUNT   TO SCD-ITEM-COUNT
           WRITE SCR-REC FROM SCR-DTL-LINE
           ADD 1 TO WS-DETAIL-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-DETAIL-COUNT OVERFLOWED'
           END-ADD
           EVALUATE WS-PREV-PRODUCT
               WHEN 'LOAN'
                   MOVE 1 TO WS-PRODUCT-SUB
                   ADD WS-LINE-AMOUNT TO WS-FILE-LOAN-TOTAL
               WHEN 'OVDR'
                   MOVE 2 TO WS-PRODUCT-SUB
                   ADD WS-LINE-AMOUNT TO WS-FILE-OVERDRAFT-TOTAL
               WHEN OTHER
                   MOVE 3 TO WS-PRODUCT-SUB
                   ADD WS-LINE-AMOUNT TO WS-FILE-COMMIT-TOTAL
           END-EVALUATE
           MOVE WS-PREV-BAND TO WS-BAND-SUB
           ADD WS-LINE-COUNT
               TO WS-BT-COUNT(WS-PRODUCT-SUB, WS-BAND-SUB)
           ADD WS-LINE-AMOUNT
               TO WS-BT-AMOUNT(WS-PRODUCT-SUB, WS-BAND-SUB)
           ADD WS-LINE-AMOUNT TO WS-FILE-GRAND-TOTAL
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-FILE-GRAND-TOTAL OVERFLOWED'
           END-ADD.
      *
       RETURN-SORTED-ITEM.
           RETURN SORT-WORK
               AT END SET SORT-AT-EOF TO TRUE
           END-RETURN.
      *
      * WRITE-SCR-TRAILER closes the regulatory file with its record
      * and customer counts and the total of each product.
       WRITE-SCR-TRAILER.
           MOVE WS-DETAIL-COUNT         TO SCT-REC-COUNT
           MOVE WS-CUSTOMER-COUNT       TO SCT-CUSTOMER-COUNT
           MOVE WS-FILE-LOAN-TOTAL      TO SCT-LOAN-TOTAL
           MOVE WS-FILE-OVERDRAFT-TOTAL TO SCT-OVERDRAFT-TOTAL
           MOVE WS-FILE-COMMIT-TOTAL    TO SCT-COMMIT-TOTAL
           WRITE SCR-REC FROM SCR-TRL-LINE.
      *
      * PRINT-CONTROL-REPORT prints the file by product and band, then
      * ties the loan total to the loan master and the overdraft total
      * to TRIALBAL's negative balances.  Whatever the file left out
      * for want of an owner is the only difference allowed.
       PRINT-CONTROL-REPORT.
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM COLUMN-HDR-LINE
           PERFORM PRINT-PRODUCT-BANDS
               VARYING WS-PRODUCT-SUB FROM 1 BY 1
               UNTIL WS-PRODUCT-SUB > 3
           MOVE WS-DETAIL-COUNT   TO FCL-DETAILS
           MOVE WS-CUSTOMER-COUNT TO FCL-CUSTOMERS
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM FILE-COUNT-LINE
           PERFORM PRINT-LOAN-TIE
           PERFORM PRINT-OVERDRAFT-TIE.
      *
       PRINT-PRODUCT-BANDS.
           PERFORM PRINT-ONE-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 5.
      *
       PRINT-ONE-BAND.
           MOVE WS-PRODUCT-CODE(WS-PRODUCT-SUB) TO BDL-PRODUCT
           MOVE WS-BAND-NAME(WS-BAND-SUB)       TO BDL-BAND
           MOVE WS-BT-COUNT(WS-PRODUCT-SUB, WS-BAND-SUB)  TO BDL-COUNT
           MOVE WS-BT-AMOUNT(WS-PRODUCT-SUB, WS-BAND-SUB) TO BDL-AMOUNT
           WRITE PRINT-REC FROM BAND-LINE.
      *
       PRINT-LOAN-TIE.
           COMPUTE WS-LOAN-DIFFERENCE =
               WS-MASTER-LOAN-TOTAL - WS-FILE-LOAN-TOTAL
               - WS-NO-OWNER-LOANS
           WRITE PRINT-REC FROM SPACES
           MOVE 'LOANS AGAINST THE LOAN MASTER' TO TIE-HDR-TEXT
           WRITE PRINT-REC FROM TIE-HDR-LINE
           MOVE 'LOANMST LIVE OUTSTANDING'     TO TIE-LABEL
           MOVE WS-MASTER-LOAN-TOTAL           TO TIE-AMOUNT
           WRITE PRINT-REC FROM TIE-LINE
           MOVE 'REPORTED ON THE SCR FILE'     TO TIE-LABEL
           MOVE WS-FILE-LOAN-TOTAL             TO TIE-AMOUNT
           WRITE PRINT-REC FROM TIE-LINE
           MOVE 'NOT REPORTED - NO CPF'        TO TIE-LABEL
           MOVE WS-NO-OWNER-LOANS              TO TIE-AMOUNT
           WRITE PRINT-REC FROM TIE-LINE
           MOVE 'DIFFERENCE'                   TO TIE-LABEL
           MOVE WS-LOAN-DIFFERENCE             TO TIE-AMOUNT
           WRITE PRINT-REC FROM TIE-LINE
           IF WS-LOAN-DIFFERENCE = ZEROS
               MOVE 'LOANS TIE TO THE MASTER' TO TIE-RESULT
           ELSE
               MOVE '*** LOANS DO NOT TIE ***' TO TIE-RESULT
           END-IF
           WRITE PRINT-REC FROM TIE-RESULT-LINE.
      *
      * PRINT-OVERDRAFT-TIE compares with TRIALBAL's own figure when
      * tonight's TRIALNEG record is on CTLTODAY, and says so plainly
      * when it is not rather than tying the file to itself.
       PRINT-OVERDRAFT-TIE.
           WRITE PRINT-REC FROM SPACES
           MOVE 'OVERDRAFTS AGAINST TRIALBAL' TO TIE-HDR-TEXT
           WRITE PRINT-REC FROM TIE-HDR-LINE
           IF NOT TRIALNEG-FOUND
               MOVE '*** NO TRIALNEG CONTROL FOR RUN DATE ***'
                   TO TIE-RESULT
               WRITE PRINT-REC FROM TIE-RESULT-LINE
               MOVE WS-NEGATIVE-TOTAL TO WS-TRIALNEG-TOTAL
           END-IF
           COMPUTE WS-OVERDRAFT-DIFFERENCE =
               ZEROS - WS-TRIALNEG-TOTAL - WS-FILE-OVERDRAFT-TOTAL
               - WS-NO-OWNER-OVERDRAFT
           MOVE 'TRIALBAL NEGATIVE BALANCES'   TO TIE-LABEL
           MOVE WS-TRIALNEG-TOTAL              TO TIE-AMOUNT
           WRITE PRINT-REC FROM TIE-LINE
           MOVE 'NEGATIVE BALANCES READ HERE'  TO TIE-LABEL
           MOVE WS-NEGATIVE-TOTAL              TO TIE-AMOUNT
           WRITE PRINT-REC FROM TIE-LINE
           MOVE 'REPORTED ON THE SCR FILE'     TO TIE-LABEL
           MOVE WS-FILE-OVERDRAFT-TOTAL        TO TIE-AMOUNT
           WRITE PRINT-REC FROM TIE-LINE
           MOVE 'NOT REPORTED - NO ACCOUNT HOLDER' TO TIE-LABEL
           MOVE WS-NO-OWNER-OVERDRAFT          TO TIE-AMOUNT
           WRITE PRINT-REC FROM TIE-LINE
           MOVE 'DIFFERENCE'                   TO TIE-LABEL
           MOVE WS-OVERDRAFT-DIFFERENCE        TO TIE-AMOUNT
           WRITE PRINT-REC FROM TIE-LINE
           IF WS-OVERDRAFT-DIFFERENCE = ZEROS
               MOVE 'OVERDRAFTS TIE TO TRIALBAL' TO TIE-RESULT
           ELSE
               MOVE '*** OVERDRAFTS DO NOT TIE ***' TO TIE-RESULT
           END-IF
           WRITE PRINT-REC FROM TIE-RESULT-LINE
           MOVE 'COMMITMENTS NOT REPORTED - NO HOLDER' TO TIE-LABEL
           MOVE WS-NO-OWNER-COMMIT             TO TIE-AMOUNT
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM TIE-LINE.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-CTL-TOTALS
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE LOAN-FILE.
           CLOSE SALDO-FILE.
           IF WS-OVRDRFT-STATUS = '00' OR WS-OVRDRFT-STATUS = '23'
               CLOSE OVERDRAFT-FILE
           END-IF
           CLOSE XREF-FILE.
           CLOSE SCR-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'SCREXPO ITEMS ' WS-ITEM-COUNT
                   ' DETAILS ' WS-DETAIL-COUNT
                   ' CUSTOMERS ' WS-CUSTOMER-COUNT
                   ' NO OWNER ' WS-NO-OWNER-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'SCREXPO ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-LOAN-DIFFERENCE NOT = ZEROS
                   OR WS-OVERDRAFT-DIFFERENCE NOT = ZEROS
                   OR NOT TRIALNEG-FOUND
                   MOVE 4 TO RETURN-CODE
                   MOVE 'SCR FILE DOES NOT TIE TO ITS CONTROLS'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-DETAIL-COUNT TO WS-ALERT-COUNT
               ELSE
                   IF WS-NO-OWNER-COUNT > ZEROS
                       MOVE 4 TO RETURN-CODE
                       MOVE 'EXPOSURES WITH NO CUSTOMER TO REPORT'
                           TO WS-ALERT-MESSAGE
                       MOVE WS-NO-OWNER-COUNT TO WS-ALERT-COUNT
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               PERFORM WRITE-ALERT-RECORD
           END-IF.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'SCREXPO'           TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-ITEM-COUNT       TO CTLT-READ-COUNT
           MOVE WS-DETAIL-COUNT     TO CTLT-OUTPUT-COUNT
           MOVE WS-NO-OWNER-COUNT   TO CTLT-REJECT-COUNT
           IF WS-NO-OWNER-COUNT = ZEROS
               SET CTLT-BALANCED    TO TRUE
           ELSE
               SET CTLT-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS appends the file's total exposure to the
      * CTLTODAY control-total file so CTLRECON reconciles the money
      * as well as the counts.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES              TO CTL-TOTAL-REC
           MOVE 'SCREXPO'           TO CTL-JOB-ID
           MOVE WS-RUN-DATE         TO CTL-RUN-DATE
           MOVE WS-DETAIL-COUNT     TO CTL-RECORD-COUNT
           MOVE WS-FILE-GRAND-TOTAL TO CTL-DOLLAR-TOTAL
           WRITE CTL-TOTAL-REC
           CLOSE CTL-TOTAL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the file's customers and the exposures left unreported.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'SCREXPO'           TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-ITEM-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-DETAIL-COUNT     TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE 'LOANS READ'        TO SUMM-CATEGORY-NAME
           MOVE WS-LOAN-READ-COUNT  TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'ACCOUNTS READ'     TO SUMM-CATEGORY-NAME
           MOVE WS-SALDO-READ-COUNT TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'OVERDRAWN'         TO SUMM-CATEGORY-NAME
           MOVE WS-NEGATIVE-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'CUSTOMERS'         TO SUMM-CATEGORY-NAME
           MOVE WS-CUSTOMER-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'NO OWNER'          TO SUMM-CATEGORY-NAME
           MOVE WS-NO-OWNER-COUNT   TO SUMM-CATEGORY-COUNT
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
           MOVE 'SCREXPO'         TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM SCREXPO.
