      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LOANSETL.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  LOANSETL is the branch desk's early-settlement run for the
      *  loan master.  Each card on LOANSTL asks for one of three
      *  things on one contract:
      *    Q  a payoff quote as of a date - the outstanding principal
      *       plus interest accrued since the last billing, with the
      *       future interest the schedule would have charged shown
      *       and rebated in full, as the consumer-credit rule on
      *       early settlement requires;
      *    S  a full settlement at that payoff figure - a LOAN debit
      *       on the funding account through the PSTTRAN stream, and
      *       the contract retired as paid off;
      *    P  a partial prepayment - the amount is debited the same
      *       way and taken straight off the outstanding principal,
      *       then either the installment is lowered over the same
      *       number of months (option I) or the same installment is
      *       kept over fewer months (option T).  The month's interest
      *       is billed as usual by LOANBILL on the reduced balance.
      *  A settlement or prepayment is only taken when the funding
      *  account's latest BALHIST position, less what HOLDSUM says is
      *  held, covers it; every change writes a before/after LOANAUD
      *  record.  Rejects go to the shared EXCFILE.  An attended run
      *  takes only contracts funded from the operator's own branches
      *  (the shared BRNSCOPE check); the refusal is rejected and
      *  logged to SESSLOG as BRNREFUSE.
      *  A floating-rate contract accrues from the shared IDXRATE
      *  routine, as LOANBILL bills it: the index from the last
      *  billing to the as-of date, at the contract's percentage or
      *  with its monthly spread added pro rata, and the schedule's
      *  future interest is projected at the rate of the last month
      *  billed, the index's later course being unknown.  A quote
      *  dated past the last index rate published accrues the index
      *  only as far as that rate; a period with no rate at all
      *  rejects the card.  The interest a full settlement collects
      *  goes to the ledger as a LOANINT item on the SETLGL feed in
      *  GLITEM.cpy's layout, keyed by contract as LOANBILL keys it -
      *  the JCL adds SETLGL to GLEXTR's GLITEMS.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETL-TRANS  ASSIGN TO LOANSTL.
           SELECT LOAN-FILE   ASSIGN TO LOANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-CONTRACT
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT BAL-HIST-FILE ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-BALHIST-STATUS.
           SELECT POSTING-OUT ASSIGN TO SETLPST.
           SELECT GL-ITEM-OUT ASSIGN TO SETLGL.
           SELECT AUDIT-FILE  ASSIGN TO LOANAUD.
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
           SELECT CTL-TOTAL-FILE ASSIGN TO CTLTODAY.
           SELECT ALERT-FILE ASSIGN TO ALERTFIL.
           SELECT SUMMARY-FILE ASSIGN TO SUMRPT.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      * SETL-TRANS-REC is an input-only layout: the action, the
      * contract, the as-of date (spaces quotes as of the business
      * date), the prepayment amount and the customer's choice of
      * lower installment or shorter term, all display characters
      * edited before anything numeric is done with them.
       FD  SETL-TRANS RECORDING MODE F.
       01  SETL-TRANS-REC.
           05  STRN-ACTION-CODE       PIC X.
               88  STRN-ACTION-QUOTE      VALUE 'Q'.
               88  STRN-ACTION-SETTLE     VALUE 'S'.
               88  STRN-ACTION-PREPAY     VALUE 'P'.
           05  STRN-CONTRACT          PIC X(10).
           05  STRN-AS-OF             PIC X(8).
           05  STRN-AMOUNT            PIC X(11).
           05  STRN-OPTION            PIC X.
               88  STRN-LOWER-INSTALLMENT VALUE 'I'.
               88  STRN-SHORTER-TERM      VALUE 'T'.
           05  FILLER                 PIC X(49).
      *
       FD  LOAN-FILE RECORDING MODE F.
           COPY LOANMST.
      *
       FD  BAL-HIST-FILE RECORDING MODE F.
           COPY BALHIST.
      *
      * The settlement debits in PSTTRAN's own layout; the JCL
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
       FD  AUDIT-FILE RECORDING MODE F.
           COPY LOANAUD.
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
       FD  CTL-TOTAL-FILE RECORDING MODE F.
           COPY CTLTOTAL.
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
           05  WS-BH-SCAN-FLAG     PIC X VALUE 'N'.
               88  SNAPSHOT-SCAN-DONE  VALUE 'Y' FALSE 'N'.
           05  WS-SNAP-FLAG        PIC X VALUE 'N'.
               88  SNAPSHOT-FOUND      VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-LOAN-STATUS         PIC XX.
       01  WS-BALHIST-STATUS      PIC XX.
       01  WS-OPERSESS-STATUS     PIC XX.
       01  WS-OPERATOR-ID         PIC X(8) VALUE 'BATCH'.
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM       PIC X(8) VALUE 'LOANSETL'.
       01  WS-SCOPE-KEY-TYPE      PIC X VALUE 'A'.
       01  WS-SCOPE-KEY           PIC X(11).
       01  WS-SCOPE-RESULT        PIC X.
           88  KEY-IN-SCOPE           VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-TRANS-READ-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-QUOTE-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-SETTLE-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-PREPAY-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-REJECT-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-OUTPUT-TOTAL        PIC 9(7) VALUE ZEROS.
       01  WS-POSTED-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-POSTED        PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOTALS-FLAG         PIC X VALUE 'Y'.
           88  TOTALS-BALANCED        VALUE 'Y' FALSE 'N'.
       01  WS-REJECT-REASON       PIC X(20) VALUE SPACES.
       01  WS-REJECT-CODE         PIC 9(4) VALUE ZEROS.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-AS-OF-DATE          PIC 9(8).
      * Numeric view of the display prepayment amount, and the same
      * redefine shape DRCRCAP reads the posting amount back through.
       01  WS-AMOUNT-X            PIC X(11).
       01  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-X
                                  PIC 9(9)V99.
       01  WS-POST-AMOUNT-X       PIC X(11).
       01  WS-POST-AMOUNT-NUM REDEFINES WS-POST-AMOUNT-X
                                  PIC 9(9)V99.
      * Payoff quote work area.  Interest accrues from the last
      * billing (a month before the standing due date) to the as-of
      * date on a 30-day month; the future interest is the schedule's
      * remaining interest on the declining balance, all of it
      * rebated on early settlement.
       01  WS-ACCRUED-INTEREST    PIC S9(9)V99.
       01  WS-FUTURE-INTEREST     PIC S9(9)V99.
       01  WS-PAYOFF              PIC S9(9)V99.
       01  WS-SCHED-BALANCE       PIC S9(9)V99.
       01  WS-SCHED-INTEREST      PIC S9(9)V99.
       01  WS-SCHED-NO            PIC 9(3).
       01  WS-ACCRUAL-DAYS        PIC 9(5).
       01  WS-ASOF-DAY-NUM        PIC 9(7).
       01  WS-BILLED-DAY-NUM      PIC 9(7).
       01  WS-DATE-WORK           PIC 9(8).
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY       PIC 9(4).
           05  WS-DATE-MM         PIC 9(2).
           05  WS-DATE-DD         PIC 9(2).
       01  WS-DAY-NUM-OUT         PIC 9(7).
      * The rate the schedule's future interest is projected at:
      * LN-RATE, or for a floating-rate contract the rate of the last
      * month billed.
       01  WS-BILLED-DATE         PIC 9(8).
       01  WS-SCHED-RATE          PIC 9(3)V9(8).
      * Floating-rate pricing: the periods priced, and what IDXRATE
      * answers for them.
       01  WS-INDEX-FROM-DATE     PIC 9(8).
       01  WS-INDEX-FROM-X REDEFINES WS-INDEX-FROM-DATE.
           05  WS-FROM-YYYY       PIC 9(4).
           05  WS-FROM-MM         PIC 9(2).
           05  WS-FROM-DD         PIC 9(2).
       01  WS-INDEX-SUM           PIC 9(3)V9(8).
       01  WS-INDEX-DAYS          PIC 9(5).
       01  WS-PERIOD-RATE         PIC 9(3)V9(8).
       01  WS-INDEX-FLAG          PIC X VALUE 'Y'.
           88  INDEX-RATE-FOUND       VALUE 'Y' FALSE 'N'.
      * Prepayment recompute work area.
       01  WS-NEW-TERM            PIC 9(3).
       01  WS-TERM-REMAINDER      PIC S9(9)V99.
      * Funds check: latest snapshot less what is held.
       01  WS-FOUND-SALDO         PIC S9(9)V99.
       01  WS-HELD-CONTA          PIC 9(10).
       01  WS-HOLD-TOTAL          PIC S9(9)V99.
       01  WS-AVAILABLE           PIC S9(9)V99.
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
               'LOAN PAYOFF QUOTES AND SETTLEMENTS'.
       01  QUOTE-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  QHL-ACTION     PIC X(12).
           05  FILLER         PIC X(9)  VALUE 'CONTRACT '.
           05  QHL-CONTRACT   PIC 9(10).
           05  FILLER         PIC X(5)  VALUE ' CPF '.
           05  QHL-CPF        PIC X(11).
           05  FILLER         PIC X(7)  VALUE ' AS OF '.
           05  QHL-AS-OF      PIC 9(8).
       01  QUOTE-AMT-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  QAL-LABEL      PIC X(30).
           05  QAL-AMOUNT     PIC -(9)9.99.
       01  TERMS-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  TML-LABEL      PIC X(8).
           05  FILLER         PIC X(13) VALUE ' INSTALLMENT '.
           05  TML-PAYMENT    PIC -(9)9.99.
           05  FILLER         PIC X(11) VALUE ' REMAINING '.
           05  TML-REMAINING  PIC ZZ9.
           05  FILLER         PIC X(8)  VALUE ' STATUS '.
           05  TML-STATUS     PIC X.
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
           PERFORM SETTLE-UNTIL-DONE
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT  SETL-TRANS.
           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'LOANSETL UNABLE TO OPEN LOANMST - STATUS '
                   WS-LOAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BAL-HIST-FILE
           IF WS-BALHIST-STATUS NOT = '00'
               DISPLAY 'LOANSETL - NO BALANCE HISTORY - EVERY '
                       'SETTLEMENT WILL REJECT FOR FUNDS'
           END-IF
           OPEN OUTPUT POSTING-OUT.
           OPEN OUTPUT GL-ITEM-OUT.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT EXCEPT-FILE.
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
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
           MOVE 'LOANSETL' TO SEQ-JOB-NAME
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
           MOVE 'LOANSETL'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       SETTLE-UNTIL-DONE.
           PERFORM READ-TRANSACTION
           PERFORM APPLY-AND-READ-NEXT
               UNTIL TRANS-AT-EOF OR COUNTER-OVERFLOWED.
      *
       APPLY-AND-READ-NEXT.
           PERFORM APPLY-TRANSACTION
           PERFORM READ-TRANSACTION.
      *
       READ-TRANSACTION.
           READ SETL-TRANS
               AT END SET TRANS-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-TRANS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
      * APPLY-TRANSACTION edits the card, finds a live contract, and
      * prices the payoff as of the requested date before any action
      * is taken - every action starts from the same quote.
       APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN NOT STRN-ACTION-QUOTE AND NOT STRN-ACTION-SETTLE
                       AND NOT STRN-ACTION-PREPAY
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                   MOVE 4007 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN STRN-CONTRACT IS NOT NUMERIC
                   MOVE 'INVALID ACCOUNT' TO WS-REJECT-REASON
                   MOVE 4024 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN STRN-AS-OF NOT = SPACES
                       AND STRN-AS-OF IS NOT NUMERIC
                   MOVE 'INVALID POST DATE' TO WS-REJECT-REASON
                   MOVE 4027 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN OTHER
                   PERFORM APPLY-EDITED-TRANSACTION
           END-EVALUATE.
      *
       APPLY-EDITED-TRANSACTION.
           IF STRN-AS-OF = SPACES
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE STRN-AS-OF TO WS-AS-OF-DATE
           END-IF
           MOVE STRN-CONTRACT TO LN-CONTRACT
           READ LOAN-FILE
               INVALID KEY
                   MOVE 'ID NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 4030 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   IF NOT LN-ACTIVE AND NOT LN-IN-ARREARS
                       MOVE 'LOAN NOT LIVE' TO WS-REJECT-REASON
                       MOVE 4033 TO WS-REJECT-CODE
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       PERFORM CHECK-ACCOUNT-SCOPE
                       IF KEY-IN-SCOPE
                           PERFORM APPLY-LIVE-CONTRACT
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
       APPLY-LIVE-CONTRACT.
           PERFORM PRICE-PAYOFF
           EVALUATE TRUE
               WHEN NOT INDEX-RATE-FOUND
                   MOVE 'NO INDEX RATE' TO WS-REJECT-REASON
                   MOVE 4042 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN STRN-ACTION-QUOTE
                   PERFORM PRINT-PAYOFF-QUOTE
               WHEN STRN-ACTION-SETTLE
                   PERFORM APPLY-FULL-SETTLEMENT
               WHEN OTHER
                   PERFORM APPLY-PARTIAL-PREPAYMENT
           END-EVALUATE.
      *
      * PRICE-PAYOFF accrues the interest since the last billing on
      * the outstanding principal and totals the interest the rest of
      * the schedule would have charged - the rebate the customer is
      * owed for settling early.
       PRICE-PAYOFF.
           MOVE LN-NEXT-DUE TO WS-DATE-WORK
           SUBTRACT 1 FROM WS-DATE-MM
           IF WS-DATE-MM = ZEROS
               MOVE 12 TO WS-DATE-MM
               SUBTRACT 1 FROM WS-DATE-YYYY
           END-IF
           MOVE WS-DATE-WORK TO WS-BILLED-DATE
           PERFORM FLATTEN-DATE
           MOVE WS-DAY-NUM-OUT TO WS-BILLED-DAY-NUM
           MOVE WS-AS-OF-DATE TO WS-DATE-WORK
           PERFORM FLATTEN-DATE
           MOVE WS-DAY-NUM-OUT TO WS-ASOF-DAY-NUM
           IF WS-ASOF-DAY-NUM > WS-BILLED-DAY-NUM
               COMPUTE WS-ACCRUAL-DAYS =
                   WS-ASOF-DAY-NUM - WS-BILLED-DAY-NUM
           ELSE
               MOVE ZEROS TO WS-ACCRUAL-DAYS
           END-IF
           SET INDEX-RATE-FOUND TO TRUE
           IF LN-FIXED-RATE
               COMPUTE WS-ACCRUED-INTEREST ROUNDED =
                   LN-OUTSTANDING * LN-RATE * WS-ACCRUAL-DAYS / 30
               MOVE LN-RATE TO WS-SCHED-RATE
           ELSE
               PERFORM PRICE-FROM-INDEX
           END-IF
           MOVE ZEROS          TO WS-FUTURE-INTEREST WS-SCHED-NO
           MOVE LN-OUTSTANDING TO WS-SCHED-BALANCE
           PERFORM ADD-ONE-FUTURE-INTEREST LN-REMAINING TIMES
           COMPUTE WS-PAYOFF = LN-OUTSTANDING + WS-ACCRUED-INTEREST.
      *
      * PRICE-FROM-INDEX prices a floating-rate contract: the index
      * summed after the last billing up to the as-of date, at the
      * contract's percentage or with its monthly spread added for
      * the days accrued, and the projection rate from the month
      * ending on the last billing - LOANBILL's own period for it.
       PRICE-FROM-INDEX.
           MOVE ZEROS TO WS-ACCRUED-INTEREST WS-SCHED-RATE
           IF WS-ACCRUAL-DAYS > ZEROS
               CALL 'IDXRATE' USING LN-INDEX-TYPE WS-BILLED-DATE
                                    WS-AS-OF-DATE WS-INDEX-SUM
                                    WS-INDEX-DAYS
               IF WS-INDEX-DAYS = ZEROS
                   SET INDEX-RATE-FOUND TO FALSE
               ELSE
                   IF LN-PCT-OF-INDEX
                       COMPUTE WS-PERIOD-RATE ROUNDED =
                           WS-INDEX-SUM * LN-INDEX-PCT / 100
                   ELSE
                       COMPUTE WS-PERIOD-RATE ROUNDED = WS-INDEX-SUM
                           + LN-RATE * WS-ACCRUAL-DAYS / 30
                   END-IF
                   COMPUTE WS-ACCRUED-INTEREST ROUNDED =
                       LN-OUTSTANDING * WS-PERIOD-RATE
               END-IF
           END-IF
           MOVE WS-BILLED-DATE TO WS-INDEX-FROM-DATE
           IF WS-FROM-MM = 1
               MOVE 12 TO WS-FROM-MM
               SUBTRACT 1 FROM WS-FROM-YYYY
           ELSE
               SUBTRACT 1 FROM WS-FROM-MM
           END-IF
           CALL 'IDXRATE' USING LN-INDEX-TYPE WS-INDEX-FROM-DATE
                                WS-BILLED-DATE WS-INDEX-SUM
                                WS-INDEX-DAYS
           IF WS-INDEX-DAYS = ZEROS
               SET INDEX-RATE-FOUND TO FALSE
           ELSE
               IF LN-PCT-OF-INDEX
                   COMPUTE WS-SCHED-RATE ROUNDED =
                       WS-INDEX-SUM * LN-INDEX-PCT / 100
               ELSE
                   COMPUTE WS-SCHED-RATE = WS-INDEX-SUM + LN-RATE
               END-IF
           END-IF.
      *
      * ADD-ONE-FUTURE-INTEREST walks one remaining installment of the
      * schedule exactly as LOANMNT printed it at add time, at the
      * contract's rate or its last billed floating rate.
       ADD-ONE-FUTURE-INTEREST.
           ADD 1 TO WS-SCHED-NO
           COMPUTE WS-SCHED-INTEREST ROUNDED =
               WS-SCHED-BALANCE * WS-SCHED-RATE
           ADD WS-SCHED-INTEREST TO WS-FUTURE-INTEREST
           IF WS-SCHED-NO >= LN-REMAINING
               MOVE ZEROS TO WS-SCHED-BALANCE
           ELSE
               SUBTRACT LN-PAYMENT FROM WS-SCHED-BALANCE
           END-IF.
      *
       PRINT-PAYOFF-QUOTE.
           ADD 1 TO WS-QUOTE-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-QUOTE-COUNT OVERFLOWED'
           END-ADD
           MOVE 'PAYOFF QUOTE' TO QHL-ACTION
           PERFORM PRINT-QUOTE-FIGURES.
      *
      * PRINT-QUOTE-FIGURES prints the payoff build-up for the card:
      * principal, accrued interest, the scheduled future interest and
      * its full rebate, and the figure that settles the contract.
       PRINT-QUOTE-FIGURES.
           MOVE LN-CONTRACT   TO QHL-CONTRACT
           MOVE LN-CPF        TO QHL-CPF
           MOVE WS-AS-OF-DATE TO QHL-AS-OF
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM QUOTE-HDR-LINE
           MOVE 'OUTSTANDING PRINCIPAL'   TO QAL-LABEL
           MOVE LN-OUTSTANDING            TO QAL-AMOUNT
           WRITE PRINT-REC FROM QUOTE-AMT-LINE
           MOVE 'INTEREST ACCRUED TO DATE' TO QAL-LABEL
           MOVE WS-ACCRUED-INTEREST       TO QAL-AMOUNT
           WRITE PRINT-REC FROM QUOTE-AMT-LINE
           MOVE 'FUTURE INTEREST SCHEDULED' TO QAL-LABEL
           MOVE WS-FUTURE-INTEREST        TO QAL-AMOUNT
           WRITE PRINT-REC FROM QUOTE-AMT-LINE
           MOVE 'LESS FUTURE INTEREST REBATE' TO QAL-LABEL
           COMPUTE QAL-AMOUNT = ZEROS - WS-FUTURE-INTEREST
           WRITE PRINT-REC FROM QUOTE-AMT-LINE
           MOVE 'PAYOFF AMOUNT'           TO QAL-LABEL
           MOVE WS-PAYOFF                 TO QAL-AMOUNT
           WRITE PRINT-REC FROM QUOTE-AMT-LINE.
      *
      * APPLY-FULL-SETTLEMENT debits the payoff and retires the
      * contract - nothing is left to bill - and books the accrued
      * interest it collects to the ledger.
       APPLY-FULL-SETTLEMENT.
           MOVE LN-CONTA-NUM TO WS-HELD-CONTA
           PERFORM FIND-AVAILABLE-FUNDS
           IF WS-AVAILABLE < WS-PAYOFF
               MOVE 'INSUFFICIENT FUNDS' TO WS-REJECT-REASON
               MOVE 4041 TO WS-REJECT-CODE
               PERFORM REJECT-TRANSACTION
           ELSE
               PERFORM SAVE-BEFORE-IMAGE
               MOVE WS-PAYOFF TO WS-POST-AMOUNT-NUM
               PERFORM WRITE-DEBIT-POSTING
               IF WS-ACCRUED-INTEREST > ZEROS
                   MOVE SPACES              TO GL-ITEM-REC
                   MOVE 'LOANINT'           TO GLI-SOURCE
                   MOVE LN-CONTRACT         TO GLI-KEY
                   MOVE WS-ACCRUED-INTEREST TO GLI-AMOUNT
                   MOVE WS-RUN-DATE         TO GLI-POST-DATE
                   MOVE 'LOANSETL'          TO GLI-PROGRAM
                   WRITE GL-ITEM-REC
               END-IF
               MOVE ZEROS TO LN-OUTSTANDING LN-REMAINING
               SET LN-PAID-OFF TO TRUE
               SET LN-MULTA-NOT-CHARGED TO TRUE
               MOVE ZEROS TO LN-MORA-THRU
               REWRITE LOAN-REC
               MOVE 'SETTLE' TO LAU-ACTION
               MOVE SPACE    TO LAU-OPTION
               MOVE WS-PAYOFF TO LAU-AMOUNT
               PERFORM WRITE-AUDIT-RECORD
               ADD 1 TO WS-SETTLE-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-SETTLE-COUNT OVERFLOWED'
               END-ADD
               MOVE 'SETTLEMENT' TO QHL-ACTION
               PERFORM PRINT-QUOTE-FIGURES
               PERFORM PRINT-TERMS-CHANGE
           END-IF.
      *
      * APPLY-PARTIAL-PREPAYMENT takes the amount off the principal
      * and recomputes the contract the way the customer chose: the
      * same months at a lower installment (LOANCALC's divide, the
      * remainder riding on the last installment), or the same
      * installment over the fewest months that still retire the
      * balance.  An amount that would clear the contract is a full
      * settlement, not a prepayment.
       APPLY-PARTIAL-PREPAYMENT.
           MOVE STRN-AMOUNT TO WS-AMOUNT-X
           EVALUATE TRUE
               WHEN STRN-AMOUNT IS NOT NUMERIC
                   MOVE 'INVALID AMOUNT' TO WS-REJECT-REASON
                   MOVE 4025 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN WS-AMOUNT-NUM = ZEROS
                       OR WS-AMOUNT-NUM >= LN-OUTSTANDING
                   MOVE 'INVALID AMOUNT' TO WS-REJECT-REASON
                   MOVE 4025 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN NOT STRN-LOWER-INSTALLMENT
                       AND NOT STRN-SHORTER-TERM
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                   MOVE 4007 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN OTHER
                   PERFORM TAKE-PARTIAL-PREPAYMENT
           END-EVALUATE.
      *
       TAKE-PARTIAL-PREPAYMENT.
           MOVE LN-CONTA-NUM TO WS-HELD-CONTA
           PERFORM FIND-AVAILABLE-FUNDS
           IF WS-AVAILABLE < WS-AMOUNT-NUM
               MOVE 'INSUFFICIENT FUNDS' TO WS-REJECT-REASON
               MOVE 4041 TO WS-REJECT-CODE
               PERFORM REJECT-TRANSACTION
           ELSE
               PERFORM SAVE-BEFORE-IMAGE
               MOVE WS-AMOUNT-NUM TO WS-POST-AMOUNT-NUM
               PERFORM WRITE-DEBIT-POSTING
               SUBTRACT WS-AMOUNT-NUM FROM LN-OUTSTANDING
               IF STRN-LOWER-INSTALLMENT
                   PERFORM LOWER-THE-INSTALLMENT
               ELSE
                   PERFORM SHORTEN-THE-TERM
               END-IF
               REWRITE LOAN-REC
               MOVE 'PREPAY'      TO LAU-ACTION
               MOVE STRN-OPTION   TO LAU-OPTION
               MOVE WS-AMOUNT-NUM TO LAU-AMOUNT
               PERFORM WRITE-AUDIT-RECORD
               ADD 1 TO WS-PREPAY-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-PREPAY-COUNT OVERFLOWED'
               END-ADD
               MOVE 'PREPAYMENT' TO QHL-ACTION
               MOVE LN-CONTRACT   TO QHL-CONTRACT
               MOVE LN-CPF        TO QHL-CPF
               MOVE WS-AS-OF-DATE TO QHL-AS-OF
               WRITE PRINT-REC FROM SPACES
               WRITE PRINT-REC FROM QUOTE-HDR-LINE
               MOVE 'AMOUNT PREPAID'  TO QAL-LABEL
               MOVE WS-AMOUNT-NUM     TO QAL-AMOUNT
               WRITE PRINT-REC FROM QUOTE-AMT-LINE
               MOVE 'NEW OUTSTANDING PRINCIPAL' TO QAL-LABEL
               MOVE LN-OUTSTANDING    TO QAL-AMOUNT
               WRITE PRINT-REC FROM QUOTE-AMT-LINE
               PERFORM PRINT-TERMS-CHANGE
           END-IF.
      *
       LOWER-THE-INSTALLMENT.
           DIVIDE LN-OUTSTANDING BY LN-REMAINING
               GIVING LN-PAYMENT ROUNDED
               REMAINDER LN-FINAL-EXTRA
           END-DIVIDE.
      *
       SHORTEN-THE-TERM.
           DIVIDE LN-OUTSTANDING BY LN-PAYMENT
               GIVING WS-NEW-TERM
               REMAINDER WS-TERM-REMAINDER
           END-DIVIDE
           IF WS-TERM-REMAINDER > ZEROS
               ADD 1 TO WS-NEW-TERM
           END-IF
           IF WS-NEW-TERM < LN-REMAINING
               MOVE WS-NEW-TERM TO LN-REMAINING
           END-IF
           MOVE WS-TERM-REMAINDER TO LN-FINAL-EXTRA.
      *
      * FIND-AVAILABLE-FUNDS is the funding account's latest BALHIST
      * position less whatever HOLDSUM says is held against it.
       FIND-AVAILABLE-FUNDS.
           PERFORM FIND-LATEST-SNAPSHOT
           CALL 'HOLDSUM' USING WS-HELD-CONTA WS-RUN-DATE
                                WS-HOLD-TOTAL
           IF SNAPSHOT-FOUND
               COMPUTE WS-AVAILABLE = WS-FOUND-SALDO - WS-HOLD-TOTAL
           ELSE
               MOVE ZEROS TO WS-AVAILABLE
           END-IF.
      *
      * FIND-LATEST-SNAPSHOT walks the funding account's BALHIST
      * history forward and keeps the newest position - BALINQ's scan.
       FIND-LATEST-SNAPSHOT.
           SET SNAPSHOT-FOUND TO FALSE
           MOVE ZEROS TO WS-FOUND-SALDO
           IF WS-BALHIST-STATUS = '00'
               SET SNAPSHOT-SCAN-DONE TO FALSE
               MOVE WS-HELD-CONTA TO BH-CONTA-NUM
               MOVE ZEROS         TO BH-RUN-DATE
               START BAL-HIST-FILE KEY IS NOT LESS THAN BH-KEY
                   INVALID KEY SET SNAPSHOT-SCAN-DONE TO TRUE
               END-START
               PERFORM SCAN-ONE-SNAPSHOT UNTIL SNAPSHOT-SCAN-DONE
           END-IF.
      *
       SCAN-ONE-SNAPSHOT.
           READ BAL-HIST-FILE NEXT RECORD
               AT END SET SNAPSHOT-SCAN-DONE TO TRUE
               NOT AT END
                   IF BH-CONTA-NUM NOT = WS-HELD-CONTA
                       SET SNAPSHOT-SCAN-DONE TO TRUE
                   ELSE
                       SET SNAPSHOT-FOUND TO TRUE
                       MOVE BH-SALDO TO WS-FOUND-SALDO
                   END-IF
           END-READ.
      *
      * FLATTEN-DATE turns WS-DATE-WORK (YYYYMMDD) into the
      * approximate day number shared with DORMRPT's aging.
       FLATTEN-DATE.
           COMPUTE WS-DAY-NUM-OUT =
               (WS-DATE-YYYY * 365) + (WS-DATE-MM * 30) + WS-DATE-DD.
      *
      * WRITE-DEBIT-POSTING puts the settlement debit on the feed under
      * the LOAN source code, dated the business date it is taken.
       WRITE-DEBIT-POSTING.
           MOVE SPACES           TO POSTING-OUT-REC
           MOVE LN-CONTA-NUM     TO PST-CONTA-NUM
           MOVE WS-POST-AMOUNT-X TO PST-AMOUNT
           MOVE 'D'              TO PST-DC-CODE
           MOVE WS-RUN-DATE      TO PST-POST-DATE
           MOVE 'LOAN'           TO PST-SOURCE-CODE
           WRITE POSTING-OUT-REC
           ADD 1 TO WS-POSTED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-POSTED-COUNT OVERFLOWED'
           END-ADD
           ADD WS-POST-AMOUNT-NUM TO WS-TOTAL-POSTED
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-POSTED OVERFLOWED'
           END-ADD.
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
      * PRINT-TERMS-CHANGE prints the contract's terms before and after
      * from the audit images, so the desk's copy matches the audit.
       PRINT-TERMS-CHANGE.
           MOVE 'BEFORE'          TO TML-LABEL
           MOVE LAU-B-PAYMENT     TO TML-PAYMENT
           MOVE LAU-B-REMAINING   TO TML-REMAINING
           MOVE LAU-B-STATUS      TO TML-STATUS
           WRITE PRINT-REC FROM TERMS-LINE
           MOVE 'AFTER'           TO TML-LABEL
           MOVE LAU-A-PAYMENT     TO TML-PAYMENT
           MOVE LAU-A-REMAINING   TO TML-REMAINING
           MOVE LAU-A-STATUS      TO TML-STATUS
           WRITE PRINT-REC FROM TERMS-LINE.
      *
       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REJECT-COUNT OVERFLOWED'
           END-ADD
           MOVE SPACES           TO EXC-REC
           MOVE 'LOANSETL'       TO EXC-PROGRAM
           MOVE STRN-CONTRACT    TO EXC-KEY
           MOVE WS-REJECT-CODE   TO EXC-REASON-CODE
           MOVE WS-REJECT-REASON TO EXC-REASON-TEXT
           MOVE STRN-ACTION-CODE TO EXC-INPUT-DATA(1:1)
           MOVE STRN-AS-OF       TO EXC-INPUT-DATA(3:8)
           MOVE STRN-AMOUNT      TO EXC-INPUT-DATA(12:11)
           MOVE STRN-OPTION      TO EXC-INPUT-DATA(24:1)
           WRITE EXC-REC.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           CLOSE SETL-TRANS.
           CLOSE LOAN-FILE.
           IF WS-BALHIST-STATUS = '00'
               CLOSE BAL-HIST-FILE
           END-IF
           CLOSE POSTING-OUT.
           CLOSE GL-ITEM-OUT.
           CLOSE AUDIT-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'LOANSETL READ ' WS-TRANS-READ-COUNT
                   ' QUOTED ' WS-QUOTE-COUNT
                   ' SETTLED ' WS-SETTLE-COUNT
                   ' PREPAID ' WS-PREPAY-COUNT
                   ' REJECTED ' WS-REJECT-COUNT.
           PERFORM RECONCILE-TOTALS
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-CTL-TOTALS
           PERFORM WRITE-SUMMARY-REPORT
           IF COUNTER-OVERFLOWED
               DISPLAY 'LOANSETL ABORTED - COUNTER OVERFLOWED'
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
               MOVE 'LOAN SETTLEMENT CARDS REJECTED'
                   TO WS-ALERT-MESSAGE
               MOVE WS-REJECT-COUNT TO WS-ALERT-COUNT
               PERFORM WRITE-ALERT-RECORD
           END-IF.
           GOBACK.
      *
      * RECONCILE-TOTALS is the shop-wide input-total vs. output-total
      * check: every card read must land somewhere - quoted, applied
      * or rejected - or the run is a hard error.
       RECONCILE-TOTALS.
           SET TOTALS-BALANCED TO TRUE
           COMPUTE WS-OUTPUT-TOTAL = WS-QUOTE-COUNT + WS-SETTLE-COUNT
                   + WS-PREPAY-COUNT + WS-REJECT-COUNT
           IF WS-TRANS-READ-COUNT NOT = WS-OUTPUT-TOTAL
               SET TOTALS-BALANCED TO FALSE
               DISPLAY 'LOANSETL CONTROL TOTALS OUT OF BALANCE - READ '
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
           MOVE 'LOANSETL'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-TRANS-READ-COUNT TO CTLT-READ-COUNT
           COMPUTE CTLT-OUTPUT-COUNT = WS-QUOTE-COUNT
                   + WS-SETTLE-COUNT + WS-PREPAY-COUNT
           MOVE WS-REJECT-COUNT     TO CTLT-REJECT-COUNT
           IF TOTALS-BALANCED
               SET CTLT-BALANCED TO TRUE
           ELSE
               SET CTLT-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS appends the run's settled dollar total to the
      * CTLTODAY control-total file so CTLRECON reconciles the money
      * as well as the counts.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES           TO CTL-TOTAL-REC
           MOVE 'LOANSETL'       TO CTL-JOB-ID
           MOVE WS-RUN-DATE      TO CTL-RUN-DATE
           MOVE WS-POSTED-COUNT  TO CTL-RECORD-COUNT
           MOVE WS-TOTAL-POSTED  TO CTL-DOLLAR-TOTAL
           WRITE CTL-TOTAL-REC
           CLOSE CTL-TOTAL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the grand total broken out by action, the way CNTCMNT reports
      * its adds/changes/deletes.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'LOANSETL'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-TRANS-READ-COUNT TO SUMM-RECORD-COUNT
           COMPUTE SUMM-GRAND-TOTAL = WS-QUOTE-COUNT
                   + WS-SETTLE-COUNT + WS-PREPAY-COUNT
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE 'QUOTES'            TO SUMM-CATEGORY-NAME
           MOVE WS-QUOTE-COUNT      TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'SETTLEMENTS'       TO SUMM-CATEGORY-NAME
           MOVE WS-SETTLE-COUNT     TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'PREPAYMENTS'       TO SUMM-CATEGORY-NAME
           MOVE WS-PREPAY-COUNT     TO SUMM-CATEGORY-COUNT
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
           MOVE 'LOANSETL'        TO ALR-JOB-NAME
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
       END PROGRAM LOANSETL.
