      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LOANRNEG.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  LOANRNEG is the branch desk's renegotiation run for loans in
      *  arrears.  Each card on LOANRNG names a contract in arrears and
      *  the replacement contract the customer has agreed: its number,
      *  rate, term and first due date.  The arrears balance is priced
      *  the way LOANCOLL works the contract - the outstanding
      *  principal, the interest on every installment now overdue, and
      *  the multa and mora accrued but not yet charged to the account
      *  - and that balance becomes the replacement's principal, with
      *  the installment from LOANCALC's divide.  No money moves: the
      *  old contract is closed as renegotiated and the new one opens
      *  already disbursed, linked back to the original contract
      *  number and carrying the original's provisioning rating, which
      *  LOANPDD holds until the new contract has paid its way back.
      *  Both contracts get before/after LOANAUD records.  Rejects go
      *  to the shared EXCFILE.  An attended run takes only contracts
      *  funded from the operator's own branches (the shared BRNSCOPE
      *  check); the refusal is rejected and logged to SESSLOG as
      *  BRNREFUSE.
      *  A floating-rate contract's overdue interest is priced the
      *  way LOANBILL would have billed it: each overdue month from
      *  the shared IDXRATE routine's index for the month ending on
      *  that installment's due date, at the contract's percentage or
      *  with its spread added; a month with no index rate rejects
      *  the card.  The interest, multa and mora capitalised into the
      *  replacement were never billed, so they go to the ledger on
      *  the RNEGGL feed in GLITEM.cpy's layout, keyed by the old
      *  contract: the interest under LOANINT as LOANBILL books it,
      *  the multa under LOANMULT and the mora under LOANMORA as
      *  LOANCOLL books them - each GLMAP row debits the loans
      *  control and credits the income, and the JCL adds RNEGGL to
      *  GLEXTR's GLITEMS.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RNEG-TRANS  ASSIGN TO LOANRNG.
           SELECT LOAN-FILE   ASSIGN TO LOANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-CONTRACT
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT AUDIT-FILE  ASSIGN TO LOANAUD.
           SELECT GL-ITEM-OUT ASSIGN TO RNEGGL.
           SELECT OPER-SESSION ASSIGN TO OPERSESS
               FILE STATUS IS WS-OPERSESS-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO EXCFILE.
           SELECT PRINT-FILE  ASSIGN TO PRTFILE.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE ASSIGN TO RUNSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-JOB-NAME
               FILE STATUS IS WS-RUNSEQ-STATUS.
           SELECT DAILY-CTL-FILE ASSIGN TO DAILYCTL.
           SELECT ALERT-FILE ASSIGN TO ALERTFIL.
           SELECT SUMMARY-FILE ASSIGN TO SUMRPT.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      * RNEG-TRANS-REC is an input-only layout: the contract in
      * arrears, the replacement contract number and its rate, term
      * and first due date, all display characters edited before
      * anything numeric is done with them.
       FD  RNEG-TRANS RECORDING MODE F.
       01  RNEG-TRANS-REC.
           05  RTRN-CONTRACT          PIC X(10).
           05  RTRN-NEW-CONTRACT      PIC X(10).
           05  RTRN-RATE              PIC X(5).
           05  RTRN-TERM              PIC X(3).
           05  RTRN-FIRST-DUE         PIC X(8).
           05  FILLER                 PIC X(44).
      *
       FD  LOAN-FILE RECORDING MODE F.
           COPY LOANMST.
      *
       FD  AUDIT-FILE RECORDING MODE F.
           COPY LOANAUD.
      *
       FD  GL-ITEM-OUT RECORDING MODE F.
           COPY GLITEM.
      *
      * The session record OPMENU writes at sign-on, carrying the
      * operator behind an attended run.  Absent for a scheduled batch
      * run, which audits as BATCH.
       FD  OPER-SESSION RECORDING MODE F.
       01  OPER-SESSION-REC.
           05  OPS-OPERATOR    PIC X(8).
           05  OPS-SIGNON-DATE PIC 9(8).
           05  FILLER          PIC X(64).
      *
       FD  EXCEPT-FILE RECORDING MODE F.
           COPY EXCREC.
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
       FD  ALERT-FILE RECORDING MODE F.
           COPY ALERTREC.
      *
       FD  SUMMARY-FILE RECORDING MODE F.
       01  SUMMARY-REC        PIC X(80).
      *
       FD  SESS-LOG-FILE RECORDING MODE F.
           COPY SESSLOG.
      *
       WORKING-STORAGE SECTION.
       COPY SUMMRPT.
       01  FLAGS.
           05  WS-TRANS-EOF       PIC X VALUE 'N'.
               88  TRANS-AT-EOF       VALUE 'Y'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-LOAN-STATUS         PIC XX.
       01  WS-OPERSESS-STATUS     PIC XX.
       01  WS-OPERATOR-ID         PIC X(8) VALUE 'BATCH'.
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM       PIC X(8) VALUE 'LOANRNEG'.
       01  WS-SCOPE-KEY-TYPE      PIC X VALUE 'A'.
       01  WS-SCOPE-KEY           PIC X(11).
       01  WS-SCOPE-RESULT        PIC X.
           88  KEY-IN-SCOPE           VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-TRANS-READ-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-RENEG-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-REJECT-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-OUTPUT-TOTAL        PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-RENEGOTIATED  PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOTALS-FLAG         PIC X VALUE 'Y'.
           88  TOTALS-BALANCED        VALUE 'Y' FALSE 'N'.
       01  WS-REJECT-REASON       PIC X(20) VALUE SPACES.
       01  WS-REJECT-CODE         PIC 9(4) VALUE ZEROS.
       01  WS-RUN-DATE            PIC 9(8).
      * The contract in arrears is held here while the replacement is
      * built in the record area.
       01  WS-OLD-LOAN-REC        PIC X(200).
      * Numeric views of the card's display rate.
       01  WS-RATE-X              PIC X(5).
       01  WS-RATE-NUM REDEFINES WS-RATE-X
                                  PIC 9V9(4).
       01  WS-TERM-NUM            PIC 9(3).
      * Contractual collection terms, the same VALUE-clause figures
      * LOANCOLL charges: the multa a flat share of the overdue
      * installment charged once, the mora a monthly rate charged per
      * day overdue on a 30-day month.
       01  WS-MULTA-RATE          PIC 9V9(4) VALUE 0.0200.
       01  WS-MORA-MONTHLY-RATE   PIC 9V9(4) VALUE 0.0100.
      * Arrears balance work area.
       01  WS-INTEREST            PIC S9(9)V99.
       01  WS-PRINCIPAL           PIC S9(9)V99.
       01  WS-INSTALLMENT         PIC S9(9)V99.
       01  WS-OVERDUE-COUNT       PIC 9(3).
       01  WS-OVERDUE-INTEREST    PIC S9(9)V99.
       01  WS-MULTA               PIC S9(9)V99.
       01  WS-MORA                PIC S9(9)V99.
       01  WS-ARREARS-BALANCE     PIC S9(9)V99.
      * Floating-rate pricing: one overdue month at a time, the month
      * ending on its due date, and what IDXRATE answers for it.
       01  WS-OVERDUE-NO          PIC 9(3).
       01  WS-MONTH-INTEREST      PIC S9(9)V99.
       01  WS-INDEX-FROM-DATE     PIC 9(8).
       01  WS-INDEX-FROM-X REDEFINES WS-INDEX-FROM-DATE.
           05  WS-FROM-YYYY       PIC 9(4).
           05  WS-FROM-MM         PIC 9(2).
           05  WS-FROM-DD         PIC 9(2).
       01  WS-INDEX-TO-DATE       PIC 9(8).
       01  WS-INDEX-TO-X REDEFINES WS-INDEX-TO-DATE.
           05  WS-TO-YYYY         PIC 9(4).
           05  WS-TO-MM           PIC 9(2).
           05  WS-TO-DD           PIC 9(2).
       01  WS-INDEX-SUM           PIC 9(3)V9(8).
       01  WS-INDEX-DAYS          PIC 9(5).
       01  WS-PERIOD-RATE         PIC 9(3)V9(8).
       01  WS-INDEX-FLAG          PIC X VALUE 'Y'.
           88  INDEX-RATE-FOUND       VALUE 'Y' FALSE 'N'.
       01  WS-OLD-OUTSTANDING     PIC S9(9)V99.
       01  WS-OLD-CONTRACT        PIC 9(10).
       01  WS-OLD-CPF             PIC X(11).
       01  WS-OLD-CONTA           PIC 9(10).
       01  WS-OLD-RATING          PIC X(2).
       01  WS-NEW-PAYMENT         PIC S9(9)V99.
       01  WS-NEW-REMAINDER       PIC S9(9)V99.
      * Days-past-due work area: the flat day-number arithmetic
      * shared with DORMRPT and INTACCR.
       01  WS-DAYS-PAST-DUE       PIC 9(5).
       01  WS-MORA-DAYS           PIC 9(5).
       01  WS-RUN-DAY-NUM         PIC 9(7).
       01  WS-DUE-DAY-NUM         PIC 9(7).
       01  WS-MORA-DAY-NUM        PIC 9(7).
       01  WS-DATE-WORK           PIC 9(8).
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY       PIC 9(4).
           05  WS-DATE-MM         PIC 9(2).
           05  WS-DATE-DD         PIC 9(2).
       01  WS-DAY-NUM-OUT         PIC 9(7).
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS       PIC XX.
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-RUN-NUMBER          PIC 9(7).
       01  WS-RUN-END-TIME        PIC 9(8).
       01  WS-ELAPSED-TIME        PIC 9(8).
      *
       01  HDR-LINE-1.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(40) VALUE
               'LOAN RENEGOTIATIONS'.
       01  RENEG-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(9)  VALUE 'CONTRACT '.
           05  RHL-OLD        PIC 9(10).
           05  FILLER         PIC X(17) VALUE ' REPLACED BY    '.
           05  RHL-NEW        PIC 9(10).
           05  FILLER         PIC X(5)  VALUE ' CPF '.
           05  RHL-CPF        PIC X(11).
           05  FILLER         PIC X(8)  VALUE ' RATING '.
           05  RHL-RATING     PIC X(2).
       01  RENEG-AMT-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  RAL-LABEL      PIC X(30).
           05  RAL-AMOUNT     PIC -(9)9.99.
       01  NEW-TERMS-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(12) VALUE 'NEW TERMS - '.
           05  NTL-TERM       PIC ZZ9.
           05  FILLER         PIC X(13) VALUE ' MONTHS AT   '.
           05  NTL-RATE       PIC 9.9999.
           05  FILLER         PIC X(13) VALUE ' INSTALLMENT '.
           05  NTL-PAYMENT    PIC -(9)9.99.
           05  FILLER         PIC X(11) VALUE ' FIRST DUE '.
           05  NTL-FIRST-DUE  PIC 9(8).
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
           PERFORM RENEGOTIATE-UNTIL-DONE
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT  RNEG-TRANS.
           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'LOANRNEG UNABLE TO OPEN LOANMST - STATUS '
                   WS-LOAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT GL-ITEM-OUT.
           OPEN OUTPUT EXCEPT-FILE.
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           PERFORM FLATTEN-DATE
           MOVE WS-DAY-NUM-OUT TO WS-RUN-DAY-NUM
           PERFORM READ-OPERATOR-SESSION.
           WRITE PRINT-REC FROM HDR-LINE-1
           PERFORM START-RUN-CONTROL.
      *
      * READ-OPERATOR-SESSION picks up the signed-on operator when this
      * run came through OPMENU; a scheduled run has no session file
      * and audits as BATCH.
       READ-OPERATOR-SESSION.
           OPEN INPUT OPER-SESSION
           IF WS-OPERSESS-STATUS = '00'
               READ OPER-SESSION
                   AT END CONTINUE
                   NOT AT END
                       MOVE OPS-OPERATOR TO WS-OPERATOR-ID
               END-READ
               CLOSE OPER-SESSION
           END-IF.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'LOANRNEG' TO SEQ-JOB-NAME
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
           MOVE 'LOANRNEG'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       RENEGOTIATE-UNTIL-DONE.
           PERFORM READ-TRANSACTION
           PERFORM APPLY-AND-READ-NEXT
               UNTIL TRANS-AT-EOF OR COUNTER-OVERFLOWED.
      *
       APPLY-AND-READ-NEXT.
           PERFORM APPLY-TRANSACTION
           PERFORM READ-TRANSACTION.
      *
       READ-TRANSACTION.
           READ RNEG-TRANS
               AT END SET TRANS-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-TRANS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
      * APPLY-TRANSACTION edits every field on the card before the
      * contract in arrears is looked at.
       APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN RTRN-CONTRACT IS NOT NUMERIC
                   MOVE 'INVALID ACCOUNT' TO WS-REJECT-REASON
                   MOVE 4024 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN RTRN-NEW-CONTRACT IS NOT NUMERIC
                       OR RTRN-NEW-CONTRACT = RTRN-CONTRACT
                   MOVE 'INVALID ACCOUNT' TO WS-REJECT-REASON
                   MOVE 4024 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN RTRN-RATE IS NOT NUMERIC
                   MOVE 'INVALID AMOUNT' TO WS-REJECT-REASON
                   MOVE 4025 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN RTRN-TERM IS NOT NUMERIC OR RTRN-TERM = '000'
                   MOVE 'INVALID AMOUNT' TO WS-REJECT-REASON
                   MOVE 4025 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN RTRN-FIRST-DUE IS NOT NUMERIC
                       OR RTRN-FIRST-DUE <= WS-RUN-DATE
                   MOVE 'INVALID POST DATE' TO WS-REJECT-REASON
                   MOVE 4027 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN OTHER
                   PERFORM APPLY-EDITED-TRANSACTION
           END-EVALUATE.
      *
      * APPLY-EDITED-TRANSACTION finds the contract, which must be in
      * arrears - a current contract is settled or prepaid through
      * LOANSETL, not renegotiated.
       APPLY-EDITED-TRANSACTION.
           MOVE RTRN-CONTRACT TO LN-CONTRACT
           READ LOAN-FILE
               INVALID KEY
                   MOVE 'ID NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 4030 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   IF NOT LN-IN-ARREARS
                       MOVE 'LOAN NOT IN ARREARS' TO WS-REJECT-REASON
                       MOVE 4033 TO WS-REJECT-CODE
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       PERFORM CHECK-ACCOUNT-SCOPE
                       IF KEY-IN-SCOPE
                           PERFORM PRICE-ARREARS-BALANCE
                           IF INDEX-RATE-FOUND
                               PERFORM OPEN-REPLACEMENT-CONTRACT
                           ELSE
                               MOVE 'NO INDEX RATE'
                                   TO WS-REJECT-REASON
                               MOVE 4042 TO WS-REJECT-CODE
                               PERFORM REJECT-TRANSACTION
                           END-IF
                       ELSE
                           MOVE 'OUTSIDE BRANCH SCOPE'
                               TO WS-REJECT-REASON
                           MOVE 4055 TO WS-REJECT-CODE
                           PERFORM REJECT-TRANSACTION
                       END-IF
                   END-IF
           END-READ.
      *
      * An attended run works only the contracts funded from accounts
      * of the operator's own branches; a scheduled BATCH run is not
      * fenced.
       CHECK-ACCOUNT-SCOPE.
           MOVE SPACES          TO WS-SCOPE-KEY
           MOVE LN-CONTA-NUM    TO WS-SCOPE-KEY
           CALL 'BRNSCOPE' USING WS-OPERATOR-ID WS-SCOPE-PROGRAM
                                 WS-SCOPE-KEY-TYPE WS-SCOPE-KEY
                                 WS-SCOPE-RESULT
           IF NOT KEY-IN-SCOPE
               PERFORM LOG-SCOPE-REFUSAL
           END-IF.
      *
      * PRICE-ARREARS-BALANCE totals what the customer owes on the
      * contract tonight: the outstanding principal, the interest on
      * each installment overdue (one for every 30 days past the
      * standing due date), and the late charges LOANCOLL would raise
      * but has not yet - the multa when it is still uncharged and the
      * mora since the night it was last charged.  A fixed-rate
      * contract's month of interest is LN-RATE on the outstanding
      * balance; a floating-rate contract's comes from its index.
       PRICE-ARREARS-BALANCE.
           MOVE LN-NEXT-DUE TO WS-DATE-WORK
           PERFORM FLATTEN-DATE
           MOVE WS-DAY-NUM-OUT TO WS-DUE-DAY-NUM
           IF WS-RUN-DAY-NUM > WS-DUE-DAY-NUM
               COMPUTE WS-DAYS-PAST-DUE =
                   WS-RUN-DAY-NUM - WS-DUE-DAY-NUM
           ELSE
               MOVE 1 TO WS-DAYS-PAST-DUE
           END-IF
           COMPUTE WS-OVERDUE-COUNT = (WS-DAYS-PAST-DUE - 1) / 30 + 1
           IF WS-OVERDUE-COUNT > LN-REMAINING
               MOVE LN-REMAINING TO WS-OVERDUE-COUNT
           END-IF
           SET INDEX-RATE-FOUND TO TRUE
           IF LN-FIXED-RATE
               COMPUTE WS-INTEREST ROUNDED = LN-OUTSTANDING * LN-RATE
               COMPUTE WS-OVERDUE-INTEREST =
                   WS-INTEREST * WS-OVERDUE-COUNT
           ELSE
               PERFORM PRICE-FROM-INDEX
           END-IF
           IF LN-REMAINING <= 1
               MOVE LN-OUTSTANDING TO WS-PRINCIPAL
           ELSE
               MOVE LN-PAYMENT TO WS-PRINCIPAL
           END-IF
           COMPUTE WS-INSTALLMENT = WS-PRINCIPAL + WS-INTEREST
           MOVE ZEROS TO WS-MULTA WS-MORA
           IF NOT LN-MULTA-CHARGED
               COMPUTE WS-MULTA ROUNDED =
                   WS-INSTALLMENT * WS-MULTA-RATE
           END-IF
           IF LN-MORA-THRU NOT NUMERIC
                   OR LN-MORA-THRU < LN-NEXT-DUE
               MOVE WS-DUE-DAY-NUM TO WS-MORA-DAY-NUM
           ELSE
               MOVE LN-MORA-THRU TO WS-DATE-WORK
               PERFORM FLATTEN-DATE
               MOVE WS-DAY-NUM-OUT TO WS-MORA-DAY-NUM
           END-IF
           IF WS-RUN-DAY-NUM > WS-MORA-DAY-NUM
               COMPUTE WS-MORA-DAYS = WS-RUN-DAY-NUM - WS-MORA-DAY-NUM
               COMPUTE WS-MORA ROUNDED = WS-INSTALLMENT
                   * WS-MORA-MONTHLY-RATE * WS-MORA-DAYS / 30
           END-IF
           COMPUTE WS-ARREARS-BALANCE = LN-OUTSTANDING
               + WS-OVERDUE-INTEREST + WS-MULTA + WS-MORA.
      *
      * PRICE-FROM-INDEX prices each overdue month as LOANBILL would
      * have billed it - the index over the month ending on that
      * installment's due date, at the contract's percentage or with
      * its monthly spread added - on the outstanding balance the
      * overdue installments left standing.  The first overdue month
      * is the installment the late charges are figured on.
       PRICE-FROM-INDEX.
           MOVE ZEROS TO WS-INTEREST WS-OVERDUE-INTEREST WS-OVERDUE-NO
           MOVE LN-NEXT-DUE TO WS-INDEX-TO-DATE
           PERFORM PRICE-ONE-OVERDUE-MONTH WS-OVERDUE-COUNT TIMES.
      *
       PRICE-ONE-OVERDUE-MONTH.
           ADD 1 TO WS-OVERDUE-NO
           MOVE WS-INDEX-TO-DATE TO WS-INDEX-FROM-DATE
           IF WS-FROM-MM = 1
               MOVE 12 TO WS-FROM-MM
               SUBTRACT 1 FROM WS-FROM-YYYY
           ELSE
               SUBTRACT 1 FROM WS-FROM-MM
           END-IF
           CALL 'IDXRATE' USING LN-INDEX-TYPE WS-INDEX-FROM-DATE
                                WS-INDEX-TO-DATE WS-INDEX-SUM
                                WS-INDEX-DAYS
           IF WS-INDEX-DAYS = ZEROS
               SET INDEX-RATE-FOUND TO FALSE
           ELSE
               IF LN-PCT-OF-INDEX
                   COMPUTE WS-PERIOD-RATE ROUNDED =
                       WS-INDEX-SUM * LN-INDEX-PCT / 100
               ELSE
                   COMPUTE WS-PERIOD-RATE = WS-INDEX-SUM + LN-RATE
               END-IF
               COMPUTE WS-MONTH-INTEREST ROUNDED =
                   LN-OUTSTANDING * WS-PERIOD-RATE
               IF WS-OVERDUE-NO = 1
                   MOVE WS-MONTH-INTEREST TO WS-INTEREST
               END-IF
               ADD WS-MONTH-INTEREST TO WS-OVERDUE-INTEREST
           END-IF
           IF WS-TO-MM = 12
               MOVE 1 TO WS-TO-MM
               ADD 1 TO WS-TO-YYYY
           ELSE
               ADD 1 TO WS-TO-MM
           END-IF.
      *
      * OPEN-REPLACEMENT-CONTRACT writes the new contract first - a
      * replacement number already on file rejects the card with the
      * old contract untouched - and only then closes the old one.
       OPEN-REPLACEMENT-CONTRACT.
           MOVE LOAN-REC       TO WS-OLD-LOAN-REC
           MOVE LN-CONTRACT    TO WS-OLD-CONTRACT
           MOVE LN-CPF         TO WS-OLD-CPF
           MOVE LN-CONTA-NUM   TO WS-OLD-CONTA
           MOVE LN-OUTSTANDING TO WS-OLD-OUTSTANDING
           MOVE LN-RATING      TO WS-OLD-RATING
           MOVE RTRN-RATE      TO WS-RATE-X
           MOVE RTRN-TERM      TO WS-TERM-NUM
           DIVIDE WS-ARREARS-BALANCE BY WS-TERM-NUM
               GIVING WS-NEW-PAYMENT ROUNDED
               REMAINDER WS-NEW-REMAINDER
           END-DIVIDE
           MOVE SPACES             TO LOAN-REC
           MOVE RTRN-NEW-CONTRACT  TO LN-CONTRACT
           MOVE WS-OLD-CPF         TO LN-CPF
           MOVE WS-OLD-CONTA       TO LN-CONTA-NUM
           MOVE WS-ARREARS-BALANCE TO LN-PRINCIPAL
           MOVE WS-ARREARS-BALANCE TO LN-OUTSTANDING
           MOVE WS-RATE-NUM        TO LN-RATE
           MOVE WS-TERM-NUM        TO LN-TERM
           MOVE WS-NEW-PAYMENT     TO LN-PAYMENT
           MOVE WS-NEW-REMAINDER   TO LN-FINAL-EXTRA
           MOVE RTRN-FIRST-DUE     TO LN-NEXT-DUE
           MOVE WS-TERM-NUM        TO LN-REMAINING
           SET LN-ACTIVE           TO TRUE
           MOVE ZEROS              TO LN-MORA-THRU
           SET LN-DISBURSED        TO TRUE
           MOVE WS-RUN-DATE        TO LN-DISB-DATE
           MOVE WS-OLD-RATING      TO LN-RATING
           MOVE ZEROS              TO LN-PROVISION LN-RATING-DATE
           MOVE WS-OLD-CONTRACT    TO LN-ORIG-CONTRACT
           MOVE WS-RUN-DATE        TO LN-RENEG-DATE
           MOVE ZEROS              TO LN-ONTIME-COUNT
           MOVE ZEROS              TO LN-IOF
           MOVE ZEROS              TO LN-INDEX-PCT
           WRITE LOAN-REC
               INVALID KEY
                   MOVE 'DUPLICATE ID' TO WS-REJECT-REASON
                   MOVE 4031 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM AUDIT-REPLACEMENT-CONTRACT
                   PERFORM CLOSE-RENEGOTIATED-CONTRACT
                   PERFORM WRITE-CAPITALISED-GL-ITEMS
                   PERFORM PRINT-RENEGOTIATION
           END-WRITE.
      *
      * WRITE-CAPITALISED-GL-ITEMS books the income the replacement's
      * principal now carries: the overdue interest, the multa and
      * the mora, each under its own source, keyed by the contract
      * they arose on.
       WRITE-CAPITALISED-GL-ITEMS.
           MOVE SPACES          TO GL-ITEM-REC
           MOVE WS-OLD-CONTRACT TO GLI-KEY
           MOVE WS-RUN-DATE     TO GLI-POST-DATE
           MOVE 'LOANRNEG'      TO GLI-PROGRAM
           IF WS-OVERDUE-INTEREST > ZEROS
               MOVE 'LOANINT'           TO GLI-SOURCE
               MOVE WS-OVERDUE-INTEREST TO GLI-AMOUNT
               WRITE GL-ITEM-REC
           END-IF
           IF WS-MULTA > ZEROS
               MOVE 'LOANMULT'          TO GLI-SOURCE
               MOVE WS-MULTA            TO GLI-AMOUNT
               WRITE GL-ITEM-REC
           END-IF
           IF WS-MORA > ZEROS
               MOVE 'LOANMORA'          TO GLI-SOURCE
               MOVE WS-MORA             TO GLI-AMOUNT
               WRITE GL-ITEM-REC
           END-IF.
      *
      * AUDIT-REPLACEMENT-CONTRACT records the new contract with an
      * empty before image, since nothing stood there.
       AUDIT-REPLACEMENT-CONTRACT.
           MOVE SPACES TO LOAN-AUDIT-REC
           MOVE ZEROS  TO LAU-B-OUTSTANDING LAU-B-PAYMENT
                          LAU-B-FINAL-EXTRA LAU-B-REMAINING
                          LAU-B-NEXT-DUE
           MOVE 'RENEWD'           TO LAU-ACTION
           MOVE SPACE              TO LAU-OPTION
           MOVE WS-ARREARS-BALANCE TO LAU-AMOUNT
           PERFORM WRITE-AUDIT-RECORD.
      *
      * CLOSE-RENEGOTIATED-CONTRACT puts the old contract back in the
      * record area and retires it - its balance now lives on the
      * replacement, so nothing is left to bill or collect.
       CLOSE-RENEGOTIATED-CONTRACT.
           MOVE WS-OLD-LOAN-REC TO LOAN-REC
           PERFORM SAVE-BEFORE-IMAGE
           MOVE ZEROS TO LN-OUTSTANDING LN-REMAINING
           SET LN-RENEGOTIATED TO TRUE
           SET LN-MULTA-NOT-CHARGED TO TRUE
           MOVE ZEROS TO LN-MORA-THRU
           REWRITE LOAN-REC
           MOVE 'RENEGO'           TO LAU-ACTION
           MOVE SPACE              TO LAU-OPTION
           MOVE WS-ARREARS-BALANCE TO LAU-AMOUNT
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO WS-RENEG-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-RENEG-COUNT OVERFLOWED'
           END-ADD
           ADD WS-ARREARS-BALANCE TO WS-TOTAL-RENEGOTIATED
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-RENEGOTIATED OVERFLOWED'
           END-ADD.
      *
      * PRINT-RENEGOTIATION prints the desk's copy: the build-up of
      * the renegotiated balance and the replacement's terms.
       PRINT-RENEGOTIATION.
           MOVE WS-OLD-CONTRACT   TO RHL-OLD
           MOVE RTRN-NEW-CONTRACT TO RHL-NEW
           MOVE WS-OLD-CPF        TO RHL-CPF
           MOVE WS-OLD-RATING     TO RHL-RATING
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM RENEG-HDR-LINE
           MOVE 'OUTSTANDING PRINCIPAL'     TO RAL-LABEL
           MOVE WS-OLD-OUTSTANDING          TO RAL-AMOUNT
           WRITE PRINT-REC FROM RENEG-AMT-LINE
           MOVE 'INTEREST ON OVERDUE INSTALMTS' TO RAL-LABEL
           MOVE WS-OVERDUE-INTEREST         TO RAL-AMOUNT
           WRITE PRINT-REC FROM RENEG-AMT-LINE
           MOVE 'MULTA NOT YET CHARGED'     TO RAL-LABEL
           MOVE WS-MULTA                    TO RAL-AMOUNT
           WRITE PRINT-REC FROM RENEG-AMT-LINE
           MOVE 'MORA NOT YET CHARGED'      TO RAL-LABEL
           MOVE WS-MORA                     TO RAL-AMOUNT
           WRITE PRINT-REC FROM RENEG-AMT-LINE
           MOVE 'RENEGOTIATED BALANCE'      TO RAL-LABEL
           MOVE WS-ARREARS-BALANCE          TO RAL-AMOUNT
           WRITE PRINT-REC FROM RENEG-AMT-LINE
           MOVE WS-TERM-NUM       TO NTL-TERM
           MOVE WS-RATE-NUM       TO NTL-RATE
           MOVE WS-NEW-PAYMENT    TO NTL-PAYMENT
           MOVE RTRN-FIRST-DUE    TO NTL-FIRST-DUE
           WRITE PRINT-REC FROM NEW-TERMS-LINE.
      *
      * FLATTEN-DATE turns WS-DATE-WORK (YYYYMMDD) into the
      * approximate day number shared with DORMRPT's aging.
       FLATTEN-DATE.
           COMPUTE WS-DAY-NUM-OUT =
               (WS-DATE-YYYY * 365) + (WS-DATE-MM * 30) + WS-DATE-DD.
      *
       SAVE-BEFORE-IMAGE.
           MOVE SPACES         TO LOAN-AUDIT-REC
           MOVE LN-OUTSTANDING TO LAU-B-OUTSTANDING
           MOVE LN-PAYMENT     TO LAU-B-PAYMENT
           MOVE LN-FINAL-EXTRA TO LAU-B-FINAL-EXTRA
           MOVE LN-REMAINING   TO LAU-B-REMAINING
           MOVE LN-NEXT-DUE    TO LAU-B-NEXT-DUE
           MOVE LN-STATUS      TO LAU-B-STATUS.
      *
       WRITE-AUDIT-RECORD.
           MOVE LN-CONTRACT    TO LAU-CONTRACT
           MOVE WS-RUN-DATE    TO LAU-RUN-DATE
           MOVE WS-OPERATOR-ID TO LAU-OPERATOR
           MOVE LN-OUTSTANDING TO LAU-A-OUTSTANDING
           MOVE LN-PAYMENT     TO LAU-A-PAYMENT
           MOVE LN-FINAL-EXTRA TO LAU-A-FINAL-EXTRA
           MOVE LN-REMAINING   TO LAU-A-REMAINING
           MOVE LN-NEXT-DUE    TO LAU-A-NEXT-DUE
           MOVE LN-STATUS      TO LAU-A-STATUS
           WRITE LOAN-AUDIT-REC.
      *
       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REJECT-COUNT OVERFLOWED'
           END-ADD
           MOVE SPACES            TO EXC-REC
           MOVE 'LOANRNEG'        TO EXC-PROGRAM
           MOVE RTRN-CONTRACT     TO EXC-KEY
           MOVE WS-REJECT-CODE    TO EXC-REASON-CODE
           MOVE WS-REJECT-REASON  TO EXC-REASON-TEXT
           MOVE RTRN-NEW-CONTRACT TO EXC-INPUT-DATA(1:10)
           MOVE RTRN-RATE         TO EXC-INPUT-DATA(12:5)
           MOVE RTRN-TERM         TO EXC-INPUT-DATA(18:3)
           MOVE RTRN-FIRST-DUE    TO EXC-INPUT-DATA(22:8)
           WRITE EXC-REC.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           CLOSE RNEG-TRANS.
           CLOSE LOAN-FILE.
           CLOSE AUDIT-FILE.
           CLOSE GL-ITEM-OUT.
           CLOSE EXCEPT-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'LOANRNEG READ ' WS-TRANS-READ-COUNT
                   ' RENEGOTIATED ' WS-RENEG-COUNT
                   ' REJECTED ' WS-REJECT-COUNT.
           PERFORM RECONCILE-TOTALS
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           IF COUNTER-OVERFLOWED
               DISPLAY 'LOANRNEG ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT TOTALS-BALANCED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-REJECT-COUNT > ZEROS
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               MOVE 'LOAN RENEGOTIATION CARDS REJECTED'
                   TO WS-ALERT-MESSAGE
               MOVE WS-REJECT-COUNT TO WS-ALERT-COUNT
               PERFORM WRITE-ALERT-RECORD
           END-IF.
           GOBACK.
      *
      * RECONCILE-TOTALS is the shop-wide input-total vs. output-total
      * check: every card read must be applied or rejected, or the
      * run is a hard error.
       RECONCILE-TOTALS.
           SET TOTALS-BALANCED TO TRUE
           COMPUTE WS-OUTPUT-TOTAL = WS-RENEG-COUNT + WS-REJECT-COUNT
           IF WS-TRANS-READ-COUNT NOT = WS-OUTPUT-TOTAL
               SET TOTALS-BALANCED TO FALSE
               DISPLAY 'LOANRNEG CONTROL TOTALS OUT OF BALANCE - READ '
                       WS-TRANS-READ-COUNT ' ACCOUNTED FOR '
                       WS-OUTPUT-TOTAL
           END-IF.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'LOANRNEG'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-TRANS-READ-COUNT TO CTLT-READ-COUNT
           MOVE WS-RENEG-COUNT      TO CTLT-OUTPUT-COUNT
           MOVE WS-REJECT-COUNT     TO CTLT-REJECT-COUNT
           IF TOTALS-BALANCED
               SET CTLT-BALANCED TO TRUE
           ELSE
               SET CTLT-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'LOANRNEG'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-TRANS-READ-COUNT TO SUMM-RECORD-COUNT
           MOVE WS-RENEG-COUNT      TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE 'RENEGOTIATED'      TO SUMM-CATEGORY-NAME
           MOVE WS-RENEG-COUNT      TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'REJECTS'           TO SUMM-CATEGORY-NAME
           MOVE WS-REJECT-COUNT     TO SUMM-CATEGORY-COUNT
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
           MOVE 'LOANRNEG'        TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
      * LOG-SCOPE-REFUSAL writes the key the branch check refused to
      * SESSLOG as BRNREFUSE, opening the log for the one record.
       LOG-SCOPE-REFUSAL.
           OPEN EXTEND SESS-LOG-FILE
           MOVE SPACES            TO SESS-LOG-REC
           MOVE WS-OPERATOR-ID    TO SLG-OPERATOR
           MOVE WS-RUN-DATE       TO SLG-RUN-DATE
           ACCEPT SLG-RUN-TIME FROM TIME
           MOVE WS-SCOPE-PROGRAM  TO SLG-PROGRAM
           MOVE 'BRNREFUSE'       TO SLG-ACTION
           MOVE WS-SCOPE-KEY      TO SLG-KEY
           WRITE SESS-LOG-REC
           CLOSE SESS-LOG-FILE.
      *
       END PROGRAM LOANRNEG.
