      *  itself - INTPOST (CB0024) posts the register into the balance
      *  file as a separate step - this job only computes and records
      *  what each account is owed.
      *  The night can split the job into concurrent branch-range
      *  partitions: a partition card on INTPART (PARTCARD.cpy) gives
      *  this step its partition number and SALDO-AGENCIA range, and
      *  the step accrues only the accounts of those branches into its
      *  own POSTREG and TAXFILE datasets.  A partition runs under its
      *  own job name (INTACCR and the two-digit partition number) in
      *  RUNSEQ, RUNCTL and the rerun guard, so a failed partition is
      *  rerun alone while the others stand.  Its control totals go on
      *  PARTCTL rather than DAILYCTL and CTLTODAY; INTMERGE (CB0184)
      *  combines the partition registers, proves them against those
      *  totals and only then writes the INTACCR header and totals the
      *  rest of the night waits for.  With no card the job runs
      *  exactly as before, over every branch.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
           SELECT DAILY-CTL-FILE ASSIGN TO DAILYCTL.
           SELECT CTL-TOTAL-FILE ASSIGN TO CTLTODAY.
           SELECT SUMMARY-FILE ASSIGN TO SUMRPT.
           SELECT PART-CARD-FILE ASSIGN TO INTPART
               FILE STATUS IS WS-PARTCARD-STATUS.
           SELECT PART-CTL-FILE ASSIGN TO PARTCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-KEY
               FILE STATUS IS WS-PARTCTL-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD  SUMMARY-FILE RECORDING MODE F.
       01  SUMMARY-REC        PIC X(80).
      *
       FD  PART-CARD-FILE RECORDING MODE F.
           COPY PARTCARD.
      *
       FD  PART-CTL-FILE RECORDING MODE F.
           COPY PARTCTL.
      *
       WORKING-STORAGE SECTION.
       COPY SUMMRPT.
       01  WS-AGREEMENT-FLAG        PIC X VALUE 'N'.
           88  AGREEMENT-IN-FORCE       VALUE 'Y' FALSE 'N'.
       01  WS-AGREED-RATE           PIC 9V9(4) VALUE ZEROS.
      * Floating agreements: the index the agreement follows and how,
      * and what the shared IDXRATE routine answers for the accrual
      * period - the sum of the daily index rates published after the
      * last accrual up to tonight, and how many days carried a rate.
      * The period rate is what the balance earns for the whole
      * period; IPR-RATE carries its daily average for the register.
       01  WS-AGREED-INDEX          PIC X(4) VALUE SPACES.
           88  AGREEMENT-IS-FIXED       VALUE SPACES.
       01  WS-AGREED-INDEX-MODE     PIC X VALUE SPACES.
           88  AGREED-PCT-OF-INDEX      VALUE 'P'.
       01  WS-AGREED-INDEX-PCT      PIC 9(3)V99 VALUE ZEROS.
       01  WS-INDEX-FROM-DATE       PIC 9(8).
       01  WS-INDEX-SUM             PIC 9(3)V9(8).
       01  WS-INDEX-DAYS            PIC 9(5).
       01  WS-PERIOD-RATE           PIC 9(3)V9(8).
       01  WS-INDEX-PRICE-FLAG      PIC X VALUE 'N'.
           88  INDEX-PRICED             VALUE 'Y'.
           88  INDEX-RATE-MISSING       VALUE 'M'.
           88  NOT-INDEX-PRICED         VALUE 'N'.
      * Actual-days accrual basis: days since the account's last
      * posted accrual, from the flat day-number arithmetic shared
      * with DORMRPT.  A first-ever accrual (zeros on the record) and
       01  WS-DEP-RUN-DATE          PIC 9(8).
       01  WS-DEP-FOUND             PIC X.
           88  DEP-JOB-RAN              VALUE 'Y' FALSE 'N'.
      * Branch-range partition: the job name this run answers to and
      * the SALDO-AGENCIA range it accrues.  With no INTPART card the
      * run is the single run, INTACCR over every branch.  Accounts
      * of other partitions' branches are read past uncounted, so the
      * partitions' read counts still add up to a single run's.
       01  WS-JOB-NAME              PIC X(10) VALUE 'INTACCR'.
       01  WS-PARTCARD-STATUS       PIC XX.
       01  WS-PARTCTL-STATUS        PIC XX.
       01  WS-PARTITION-FLAG        PIC X VALUE 'N'.
           88  PARTITIONED-RUN          VALUE 'Y' FALSE 'N'.
       01  WS-PARTITION-ID          PIC 9(2) VALUE ZEROS.
       01  WS-AGENCIA-FROM          PIC 9(4) VALUE ZEROS.
       01  WS-AGENCIA-TO            PIC 9(4) VALUE 9999.
       01  WS-OTHER-BRANCH-COUNT    PIC 9(9) VALUE ZEROS.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
       OPEN-FILES.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM READ-PARTITION-CARD.
           PERFORM CHECK-PREREQ-JOBS.
           PERFORM CHECK-PRIOR-RUN.
           OPEN INPUT  SALDO-FILE.
                   END-IF
           END-READ.
      *
      * READ-PARTITION-CARD takes this run's branch range from the
      * INTPART card when there is one.  A card that does not name a
      * partition and a sensible range stops the run with the same
      * return code 12 as a missing prerequisite - accruing the wrong
      * branches, or all of them twice, is a setup error, not data.
       READ-PARTITION-CARD.
           OPEN INPUT PART-CARD-FILE
           IF WS-PARTCARD-STATUS = '00'
               READ PART-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM ACCEPT-PARTITION-CARD
               END-READ
               CLOSE PART-CARD-FILE
           END-IF.
      *
       ACCEPT-PARTITION-CARD.
           IF PTC-PARTITION-ID IS NOT NUMERIC
                   OR PTC-AGENCIA-FROM IS NOT NUMERIC
                   OR PTC-AGENCIA-TO IS NOT NUMERIC
               DISPLAY 'INTACCR - INTPART CARD IS NOT A VALID '
                       'PARTITION - ' PART-CARD-REC(1:10)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PTC-PARTITION-ID = ZEROS
                   OR PTC-AGENCIA-FROM > PTC-AGENCIA-TO
               DISPLAY 'INTACCR - INTPART CARD IS NOT A VALID '
                       'PARTITION - ' PART-CARD-REC(1:10)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET PARTITIONED-RUN TO TRUE
           MOVE PTC-PARTITION-ID TO WS-PARTITION-ID
           MOVE PTC-AGENCIA-FROM TO WS-AGENCIA-FROM
           MOVE PTC-AGENCIA-TO   TO WS-AGENCIA-TO
           MOVE SPACES TO WS-JOB-NAME
           STRING 'INTACCR' WS-PARTITION-ID DELIMITED BY SIZE
               INTO WS-JOB-NAME
           DISPLAY 'INTACCR PARTITION ' WS-PARTITION-ID
                   ' - BRANCHES ' WS-AGENCIA-FROM ' TO '
                   WS-AGENCIA-TO.
      *
      * CHECK-PREREQ-JOBS refuses to start until the day's DRCRFILE
      * aggregation (DRCRCAP) has a completed RUNCTL header - accruing
      * interest ahead of the day's posting activity is exactly the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE WS-JOB-NAME TO SEQ-JOB-NAME
           OPEN I-O RUN-SEQ-FILE
           IF WS-RUNSEQ-STATUS = '35'
               OPEN OUTPUT RUN-SEQ-FILE
               GIVING WS-ELAPSED-TIME
           OPEN EXTEND RUN-CTL-FILE
           MOVE SPACES          TO RUN-CTL-REC
           MOVE WS-JOB-NAME     TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-TOTAL-TAX TO TXT-TOTAL-TAX
           WRITE TAX-REC FROM TAX-TOTAL-LINE
           PERFORM FINISH-RUN-CONTROL
           IF PARTITIONED-RUN
               PERFORM WRITE-PARTITION-TOTALS
           ELSE
               PERFORM WRITE-DAILY-TRAILER
               PERFORM WRITE-CTL-TOTALS
           END-IF
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE SALDO-FILE.
           CLOSE POSTING-FILE.
                   ' POSTED ' WS-POSTED-COUNT
                   ' REJECTED ' WS-REJECT-COUNT
                   ' DORMANT ' WS-DORMANT-COUNT.
           IF PARTITIONED-RUN
               DISPLAY 'INTACCR PARTITION ' WS-PARTITION-ID
                       ' PASSED ' WS-OTHER-BRANCH-COUNT
                       ' ACCOUNT(S) OF OTHER PARTITIONS'
           END-IF.
           IF COUNTER-OVERFLOWED
               DISPLAY 'INTACCR ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           WRITE CTL-TOTAL-REC
           CLOSE CTL-TOTAL-FILE.
      *
      * WRITE-PARTITION-TOTALS records a partition's counts and money
      * on PARTCTL for INTMERGE to prove.  A rerun of the partition
      * replaces its own record; a run whose counters overflowed is
      * recorded as failed, so the merge will not accept it.
       WRITE-PARTITION-TOTALS.
           OPEN I-O PART-CTL-FILE
           IF WS-PARTCTL-STATUS = '35'
               OPEN OUTPUT PART-CTL-FILE
               CLOSE PART-CTL-FILE
               OPEN I-O PART-CTL-FILE
           END-IF
           MOVE SPACES            TO PART-CTL-REC
           MOVE 'INTACCR'         TO PCT-JOB-NAME
           MOVE WS-RUN-DATE       TO PCT-RUN-DATE
           MOVE WS-PARTITION-ID   TO PCT-PARTITION-ID
           MOVE WS-AGENCIA-FROM   TO PCT-AGENCIA-FROM
           MOVE WS-AGENCIA-TO     TO PCT-AGENCIA-TO
           MOVE WS-RUN-NUMBER     TO PCT-RUN-NUMBER
           MOVE WS-READ-COUNT     TO PCT-READ-COUNT
           MOVE WS-POSTED-COUNT   TO PCT-OUTPUT-COUNT
           MOVE WS-REJECT-COUNT   TO PCT-REJECT-COUNT
           MOVE WS-DORMANT-COUNT  TO PCT-SKIP-COUNT
           MOVE WS-TOTAL-INTEREST TO PCT-GROSS
           MOVE WS-TOTAL-TAX      TO PCT-TAX
           COMPUTE PCT-NET = WS-TOTAL-INTEREST - WS-TOTAL-TAX
           IF COUNTER-OVERFLOWED
               SET PCT-FAILED   TO TRUE
           ELSE
               SET PCT-COMPLETE TO TRUE
           END-IF
           REWRITE PART-CTL-REC
               INVALID KEY
                   WRITE PART-CTL-REC
           END-REWRITE
           CLOSE PART-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary -
      * headers plus one detail line with the record count and grand
      * total - instead of an ad hoc DISPLAY.
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE WS-JOB-NAME         TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-POSTED-COUNT     TO SUMM-GRAND-TOTAL
                       WS-BR-DROPPED-COUNT ' ACCRUAL(S) NOT RECAPPED'
           END-IF.
      *
      * READ-SALDO hands back the next account of this run's branch
      * range, reading past the accounts other partitions own.
       READ-SALDO.
           PERFORM READ-SALDO-RECORD
           PERFORM UNTIL SALDO-AT-EOF
                   OR (SALDO-AGENCIA NOT < WS-AGENCIA-FROM
                       AND SALDO-AGENCIA NOT > WS-AGENCIA-TO)
               ADD 1 TO WS-OTHER-BRANCH-COUNT
               PERFORM READ-SALDO-RECORD
           END-PERFORM
           IF NOT SALDO-AT-EOF
               ADD 1 TO WS-READ-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-READ-COUNT OVERFLOWED'
               END-ADD
           END-IF.
      *
       READ-SALDO-RECORD.
           READ SALDO-FILE
               AT END SET SALDO-AT-EOF TO TRUE
           END-READ.
      *
      * ACCRUE-ONE-ACCOUNT looks the rate up from WS-RATE-TABLE by the
      * Accrue pro-rata for every day since the last posted accrual,
      * so the figure is right regardless of when the batch actually
      * ran - a lost weekend is two more days, not two lost days.
      * A floating agreement on a deposit balance earns the index as
      * published for each day of the same period instead.
               PERFORM COMPUTE-ACCRUAL-DAYS
               SET NOT-INDEX-PRICED TO TRUE
               IF AGREEMENT-IN-FORCE AND NOT AGREEMENT-IS-FIXED
                       AND SALDO NOT < ZEROS
                   PERFORM PRICE-FROM-INDEX
               END-IF
               IF INDEX-RATE-MISSING
                   PERFORM REJECT-NO-INDEX-RATE
               ELSE
                   PERFORM POST-ACCOUNT-ACCRUAL
               END-IF
           END-IF.
      *
      * POST-ACCOUNT-ACCRUAL turns the priced rate into the night's
      * interest, withholding, register line and branch tally.
       POST-ACCOUNT-ACCRUAL.
           IF INDEX-PRICED
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   SALDO * WS-PERIOD-RATE
           ELSE
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   SALDO * WS-INTEREST-RATE * WS-ACCRUAL-DAYS
           END-IF
           PERFORM COMPUTE-WITHHOLDING
           COMPUTE WS-NEW-BALANCE = SALDO + WS-NET-INTEREST
           ADD 1 TO WS-POSTED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-POSTED-COUNT OVERFLOWED'
           END-ADD
           ADD WS-INTEREST-AMOUNT TO WS-TOTAL-INTEREST
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-INTEREST OVERFLOWED'
           END-ADD
           PERFORM TALLY-BRANCH-ACCRUAL
           PERFORM WRITE-POSTING-RECORD
           PERFORM WRITE-TAX-DETAIL.
      *
      * PRICE-FROM-INDEX sums the agreement's index over the days
      * after the last posted accrual up to tonight (tonight alone on
      * a first accrual or a same-day rerun - a day number less one is
      * always a safe exclusive bound, even on the 1st).  The balance
      * earns either its percentage of that sum or the sum plus the
      * agreed daily spread for each accrual day.  No published rate
      * in the period leaves the account unaccrued - the days are not
      * lost, the next run after the intake picks them up.
       PRICE-FROM-INDEX.
           IF SALDO-LAST-ACCRUAL = ZEROS
                   OR SALDO-LAST-ACCRUAL NOT < WS-RUN-DATE
               COMPUTE WS-INDEX-FROM-DATE = WS-RUN-DATE - 1
           ELSE
               MOVE SALDO-LAST-ACCRUAL TO WS-INDEX-FROM-DATE
           END-IF
           CALL 'IDXRATE' USING WS-AGREED-INDEX WS-INDEX-FROM-DATE
                                WS-RUN-DATE WS-INDEX-SUM
                                WS-INDEX-DAYS
           IF WS-INDEX-DAYS = ZEROS
               SET INDEX-RATE-MISSING TO TRUE
           ELSE
               SET INDEX-PRICED TO TRUE
               IF AGREED-PCT-OF-INDEX
                   COMPUTE WS-PERIOD-RATE ROUNDED =
                       WS-INDEX-SUM * WS-AGREED-INDEX-PCT / 100
               ELSE
                   COMPUTE WS-PERIOD-RATE ROUNDED =
                       WS-INDEX-SUM + WS-AGREED-RATE * WS-ACCRUAL-DAYS
               END-IF
               COMPUTE WS-INTEREST-RATE ROUNDED =
                   WS-PERIOD-RATE / WS-ACCRUAL-DAYS
           END-IF.
      *
       REJECT-NO-INDEX-RATE.
           ADD 1 TO WS-REJECT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REJECT-COUNT OVERFLOWED'
           END-ADD
           MOVE CONTA-NUM           TO WS-CONTA-KEY
           MOVE SPACES              TO EXC-REC
           MOVE 'INTACCR'           TO EXC-PROGRAM
           MOVE WS-CONTA-KEY        TO EXC-KEY
           SET EXC-NO-INDEX-RATE    TO TRUE
           MOVE 'NO INDEX RATE'     TO EXC-REASON-TEXT
           MOVE WS-AGREED-INDEX     TO EXC-INPUT-DATA
           WRITE EXC-REC.
      *
       COMPUTE-ACCRUAL-DAYS.
           IF SALDO-LAST-ACCRUAL = ZEROS
                       IF RAG-START-DATE <= WS-RUN-DATE
                               AND RAG-EXPIRY-DATE >= WS-RUN-DATE
                           SET AGREEMENT-IN-FORCE TO TRUE
                           MOVE RAG-RATE       TO WS-AGREED-RATE
                           MOVE RAG-INDEX-TYPE TO WS-AGREED-INDEX
                           MOVE RAG-INDEX-MODE TO WS-AGREED-INDEX-MODE
                           MOVE RAG-INDEX-PCT  TO WS-AGREED-INDEX-PCT
                       END-IF
               END-READ
           END-IF.
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES            TO ALERT-REC
           MOVE WS-JOB-NAME       TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
      * code 12 unless the operator supplied the RUNOVRD override
      * card, and an accepted override is itself logged.
       CHECK-PRIOR-RUN.
           MOVE WS-JOB-NAME TO WS-DEP-JOB-NAME
           MOVE WS-RUN-DATE TO WS-DEP-RUN-DATE
           CALL 'JOBDEP' USING WS-DEP-JOB-NAME WS-DEP-RUN-DATE
                               WS-DEP-FOUND
           IF DEP-JOB-RAN
               PERFORM READ-OVERRIDE-CARD
               IF OVERRIDE-SUPPLIED
                   DISPLAY WS-JOB-NAME ' RERUN OVERRIDE ACCEPTED FOR '
                           WS-RUN-DATE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'SAME-DATE RERUN OVERRIDE ACCEPTED'
                   MOVE ZEROS TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               ELSE
                   DISPLAY WS-JOB-NAME ' ALREADY RAN FOR ' WS-RUN-DATE
                           ' - RERUN REFUSED WITHOUT RUNOVRD CARD'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
