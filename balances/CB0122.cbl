      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LOANCOLL.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  LOANCOLL is the nightly loan collections job.  LOANBILL puts a
      *  contract in arrears when the funding account cannot cover the
      *  installment and leaves the due date standing; this job works
      *  every such contract each night.  Days past due come from the
      *  flat day-number arithmetic shared with DORMRPT and INTACCR,
      *  and each contract lands in a 1-30/31-60/61-90/90+ bucket.  The
      *  contractual late fee (multa) is charged once per missed
      *  installment and the daily default interest (juros de mora) is
      *  charged for the days since it was last charged, both as LOAN
      *  debit postings into the PSTTRAN stream.  The overdue
      *  installment itself is retried against the funding account's
      *  latest BALHIST position, so a contract whose account has been
      *  funded since is collected and rolled forward without waiting
      *  for next month's billing.  What is still overdue prints on a
      *  collections worklist per branch, oldest first.
      *  The heading and each branch's slice of the worklist are also
      *  written, tagged with the branch, to the RPTDIST extract
      *  (RPTDIST.cpy) so the report burster (RPTBURST) sends each
      *  branch only its own arrears list.
      *  The funds the retry sees are the latest BALHIST position less
      *  what HOLDSUM says is held, and the job keeps a running
      *  available balance per funding account through the night,
      *  taking off each night's charges and every installment
      *  collected, so two contracts on one account are never both
      *  paid out of the same money.  A floating-rate contract's
      *  overdue installment is priced as LOANBILL bills it, from the
      *  shared IDXRATE routine's index for the month ending on the
      *  due date; with no rate for that month the contract is left
      *  as it stands - no charges, no retry - and goes on the
      *  worklist.  The interest in each installment collected goes
      *  to the ledger as a LOANINT item keyed by contract, as
      *  LOANBILL books it, and each multa and mora charged as a
      *  LOANMULT or LOANMORA item, on the COLLGL feed in GLITEM.cpy's
      *  layout - the JCL adds COLLGL to GLEXTR's GLITEMS, and GLMAP
      *  carries the LOANMULT and LOANMORA rows, debiting the loans
      *  control and crediting fee and default-interest income.
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
           SELECT BAL-HIST-FILE ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-BALHIST-STATUS.
           SELECT SORT-WORK   ASSIGN TO SORTWK01.
           SELECT POSTING-OUT ASSIGN TO COLLPST.
           SELECT GL-ITEM-OUT ASSIGN TO COLLGL.
           SELECT PRINT-FILE  ASSIGN TO PRTFILE.
           SELECT DIST-FILE   ASSIGN TO RPTDIST.
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
       FD  LOAN-FILE RECORDING MODE F.
           COPY LOANMST.
      *
       FD  BAL-HIST-FILE RECORDING MODE F.
           COPY BALHIST.
      *
      * Sort work file: the branch leads and the oldest arrears come
      * first within it, so each branch's desk works down its page in
      * order of age.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-AGENCIA    PIC 9(4).
           05  SRT-DPD        PIC 9(5).
           05  SRT-CONTRACT   PIC 9(10).
           05  SRT-CPF        PIC X(11).
           05  SRT-CONTA      PIC 9(10).
           05  SRT-DUE        PIC 9(8).
           05  SRT-BUCKET     PIC X(5).
           05  SRT-INSTALLMENT PIC S9(9)V99.
           05  SRT-CHARGES    PIC S9(9)V99.
      *
      * The late charges and collected installments in PSTTRAN's own
      * layout; the JCL concatenates every feed into the PSTMERGE
      * consolidation sort's input, which orders the lot by account
      * for DRCRCAP.
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
       FD  DIST-FILE RECORDING MODE F.
           COPY RPTDIST.
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
           05  WS-SORT-EOF         PIC X VALUE 'N'.
               88  SORT-AT-EOF         VALUE 'Y'.
           05  WS-BH-SCAN-FLAG     PIC X VALUE 'N'.
               88  SNAPSHOT-SCAN-DONE  VALUE 'Y' FALSE 'N'.
           05  WS-SNAP-FLAG        PIC X VALUE 'N'.
               88  SNAPSHOT-FOUND      VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-LOAN-STATUS          PIC XX.
       01  WS-BALHIST-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
      * Line sequence on the branch distribution extract.
       01  WS-DIST-SEQ             PIC 9(7) VALUE ZEROS.
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-ARREARS-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-COLLECTED-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-WORKLIST-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-MULTA-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-MORA-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-POSTING-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-BUCKET-1-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-BUCKET-2-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-BUCKET-3-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-BUCKET-4-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-UNPRICED-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-POSTED         PIC S9(11)V99 VALUE ZEROS.
      * Contractual collection terms, VALUE-clause maintenance in the
      * RATETBL style: the multa is a flat share of the overdue
      * installment charged once, the mora a monthly rate charged per
      * day overdue on a 30-day month.
       01  WS-MULTA-RATE           PIC 9V9(4) VALUE 0.0200.
       01  WS-MORA-MONTHLY-RATE    PIC 9V9(4) VALUE 0.0100.
      * The installment overdue: the month's interest on the
      * outstanding balance plus the level principal (the whole
      * balance on the final installment) - LOANBILL's pricing.
       01  WS-INTEREST             PIC S9(9)V99.
       01  WS-PRINCIPAL            PIC S9(9)V99.
       01  WS-INSTALLMENT          PIC S9(9)V99.
       01  WS-MULTA                PIC S9(9)V99.
       01  WS-MORA                 PIC S9(9)V99.
       01  WS-CHARGES              PIC S9(9)V99.
       01  WS-FOUND-SALDO          PIC S9(9)V99.
       01  WS-FOUND-AGENCIA        PIC 9(4).
       01  WS-HELD-CONTA           PIC 9(10).
       01  WS-POST-CONTA           PIC 9(10).
       01  WS-POST-AMOUNT          PIC S9(9)V99.
       01  WS-GL-SOURCE            PIC X(8).
       01  WS-GL-AMOUNT            PIC S9(9)V99.
      * Floating-rate pricing: the month before the due date, and
      * what IDXRATE answers for it.
       01  WS-INDEX-FROM-DATE      PIC 9(8).
       01  WS-INDEX-FROM-X REDEFINES WS-INDEX-FROM-DATE.
           05  WS-FROM-YYYY        PIC 9(4).
           05  WS-FROM-MM          PIC 9(2).
           05  WS-FROM-DD          PIC 9(2).
       01  WS-INDEX-SUM            PIC 9(3)V9(8).
       01  WS-INDEX-DAYS           PIC 9(5).
       01  WS-PERIOD-RATE          PIC 9(3)V9(8).
       01  WS-INDEX-FLAG           PIC X VALUE 'Y'.
           88  INDEX-RATE-FOUND        VALUE 'Y' FALSE 'N'.
      * Funds check: latest snapshot less what is held, then carried
      * per funding account through the night as charges and
      * collections take it down.  A night with more accounts in
      * arrears than the table holds retries the rest tomorrow rather
      * than risk spending one balance twice.
       01  WS-HOLD-TOTAL           PIC S9(9)V99.
       01  WS-AVAILABLE            PIC S9(9)V99.
       01  WS-FUNDS-MAX            PIC 9(4) VALUE 5000.
       01  WS-FUNDS-TABLE.
           05  WS-FUNDS-ENTRIES    PIC 9(4) VALUE ZEROS.
           05  WS-FUNDS-ENTRY OCCURS 5000 TIMES.
               10  WS-FT-CONTA         PIC 9(10).
               10  WS-FT-AGENCIA       PIC 9(4).
               10  WS-FT-SNAP-FLAG     PIC X.
               10  WS-FT-AVAILABLE     PIC S9(9)V99 COMP-3.
       01  WS-FT-IX                PIC 9(4).
       01  WS-FT-HIT               PIC 9(4).
      * Days-past-due work area: the flat day-number arithmetic
      * shared with DORMRPT and INTACCR.
       01  WS-DAYS-PAST-DUE        PIC 9(5).
       01  WS-MORA-DAYS            PIC 9(5).
       01  WS-RUN-DAY-NUM          PIC 9(7).
       01  WS-DUE-DAY-NUM          PIC 9(7).
       01  WS-MORA-DAY-NUM         PIC 9(7).
       01  WS-DATE-WORK            PIC 9(8).
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY        PIC 9(4).
           05  WS-DATE-MM          PIC 9(2).
           05  WS-DATE-DD          PIC 9(2).
       01  WS-DAY-NUM-OUT          PIC 9(7).
       01  WS-BUCKET               PIC X(5).
      * Display view of the posting amount for the PSTTRAN feed, the
      * same redefine shape DRCRCAP reads it back through.
       01  WS-AMOUNT-X             PIC X(11).
       01  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-X
                                   PIC 9(9)V99.
      * Due-date roll work area.
       01  WS-DUE-DATE             PIC 9(8).
       01  WS-DUE-DATE-X REDEFINES WS-DUE-DATE.
           05  WS-DUE-YYYY         PIC 9(4).
           05  WS-DUE-MM           PIC 9(2).
           05  WS-DUE-DD           PIC 9(2).
      * Parameters for the shared BRNVAL branch-master lookup, so the
      * worklist prints each branch's name beside its number.
       01  WS-BRNVAL-NUMBER        PIC 9(4).
       01  WS-BRNVAL-RESULT        PIC X VALUE 'Y'.
           88  BRANCH-IS-VALID         VALUE 'Y' FALSE 'N'.
       01  WS-BRNVAL-NAME          PIC X(20).
       01  WS-BRNVAL-REGION        PIC X(10).
       01  WS-PREV-AGENCIA         PIC 9(4) VALUE 9999.
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
               'LOAN COLLECTIONS WORKLIST BY BRANCH'.
       01  BRANCH-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(8)  VALUE 'BRANCH '.
           05  BHL-AGENCIA    PIC 9(4).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  BHL-NAME       PIC X(20).
       01  COLUMN-HDR-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(11) VALUE 'CONTRACT'.
           05  FILLER         PIC X(12) VALUE 'CPF'.
           05  FILLER         PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER         PIC X(9)  VALUE 'DUE'.
           05  FILLER         PIC X(6)  VALUE '  DPD'.
           05  FILLER         PIC X(7)  VALUE ' BUCKET'.
           05  FILLER         PIC X(14) VALUE '   INSTALLMENT'.
           05  FILLER         PIC X(16) VALUE '  CHARGES TODAY'.
       01  DETAIL-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  DTL-CONTRACT   PIC 9(10).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-CPF        PIC X(11).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-CONTA      PIC 9(10).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-DUE        PIC 9(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-DPD        PIC Z(4)9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-BUCKET     PIC X(5).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-INSTALLMENT PIC -(9)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-CHARGES    PIC -(9)9.99.
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
           SORT SORT-WORK
               ON ASCENDING KEY SRT-AGENCIA
               ON DESCENDING KEY SRT-DPD
               ON ASCENDING KEY SRT-CONTRACT
               INPUT PROCEDURE IS WORK-ARREARS-LOANS
               OUTPUT PROCEDURE IS PRINT-WORKLIST
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'LOANCOLL UNABLE TO OPEN LOANMST - STATUS '
                   WS-LOAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BAL-HIST-FILE
           IF WS-BALHIST-STATUS NOT = '00'
               DISPLAY 'LOANCOLL - NO BALANCE HISTORY - NO OVERDUE '
                       'INSTALLMENT CAN BE RETRIED'
           END-IF
           OPEN OUTPUT POSTING-OUT.
           OPEN OUTPUT GL-ITEM-OUT.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT DIST-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           PERFORM FLATTEN-DATE
           MOVE WS-DAY-NUM-OUT TO WS-RUN-DAY-NUM
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           MOVE HDR-LINE-1   TO RDS-PRINT-LINE
           MOVE ZEROS        TO RDS-BRANCH
           SET RDS-HEADING   TO TRUE
           PERFORM WRITE-DIST-LINE
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'LOANCOLL' TO SEQ-JOB-NAME
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
           MOVE 'LOANCOLL'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * WORK-ARREARS-LOANS is the sort's input procedure: one pass of
      * the loan master, every contract in arrears worked in turn.
       WORK-ARREARS-LOANS.
           SET LOAN-AT-EOF TO FALSE
           MOVE ZEROS TO LN-CONTRACT
           START LOAN-FILE KEY IS NOT LESS THAN LN-CONTRACT
               INVALID KEY SET LOAN-AT-EOF TO TRUE
           END-START
           PERFORM WORK-ONE-LOAN
               UNTIL LOAN-AT-EOF OR COUNTER-OVERFLOWED.
      *
       WORK-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END SET LOAN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
                   IF LN-IN-ARREARS AND LN-NEXT-DUE < WS-RUN-DATE
                       PERFORM WORK-ONE-ARREARS
                   END-IF
           END-READ.
      *
      * WORK-ONE-ARREARS ages the contract, raises tonight's late
      * charges, and then retries the overdue installment against what
      * the funding account still has available once those charges
      * are taken out.  A collected contract leaves the worklist; one
      * still overdue, or with no index rate to price it, goes on it.
       WORK-ONE-ARREARS.
           ADD 1 TO WS-ARREARS-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-ARREARS-COUNT OVERFLOWED'
           END-ADD
           PERFORM COMPUTE-DAYS-PAST-DUE
           PERFORM PRICE-OVERDUE-INSTALLMENT
           MOVE LN-CONTA-NUM TO WS-HELD-CONTA
           PERFORM FIND-AVAILABLE-FUNDS
           IF NOT INDEX-RATE-FOUND
               PERFORM LEAVE-UNPRICED-CONTRACT
           ELSE
               PERFORM RAISE-LATE-CHARGES
               SUBTRACT WS-CHARGES FROM WS-AVAILABLE
               IF SNAPSHOT-FOUND AND WS-AVAILABLE >= WS-INSTALLMENT
                   SUBTRACT WS-INSTALLMENT FROM WS-AVAILABLE
                   PERFORM COLLECT-OVERDUE-INSTALLMENT
               ELSE
                   REWRITE LOAN-REC
                   PERFORM RELEASE-WORKLIST-ENTRY
               END-IF
               PERFORM KEEP-AVAILABLE-FUNDS
           END-IF.
      *
      * LEAVE-UNPRICED-CONTRACT puts a floating-rate contract with no
      * index rate for its overdue month on the worklist untouched -
      * its mora is charged from the same day once the rate is in -
      * showing the principal of the installment only.
       LEAVE-UNPRICED-CONTRACT.
           ADD 1 TO WS-UNPRICED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-UNPRICED-COUNT OVERFLOWED'
           END-ADD
           DISPLAY 'LOANCOLL NO ' LN-INDEX-TYPE ' RATES FOR '
                   'CONTRACT ' LN-CONTRACT ' DUE ' LN-NEXT-DUE
                   ' - NOT WORKED'
           MOVE ZEROS TO WS-CHARGES
           PERFORM RELEASE-WORKLIST-ENTRY.
      *
      * COMPUTE-DAYS-PAST-DUE ages the contract from its standing due
      * date and puts it in its collections bucket.
       COMPUTE-DAYS-PAST-DUE.
           MOVE LN-NEXT-DUE TO WS-DATE-WORK
           PERFORM FLATTEN-DATE
           MOVE WS-DAY-NUM-OUT TO WS-DUE-DAY-NUM
           IF WS-RUN-DAY-NUM > WS-DUE-DAY-NUM
               COMPUTE WS-DAYS-PAST-DUE =
                   WS-RUN-DAY-NUM - WS-DUE-DAY-NUM
           ELSE
               MOVE 1 TO WS-DAYS-PAST-DUE
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE '1-30' TO WS-BUCKET
               WHEN WS-DAYS-PAST-DUE <= 60
                   MOVE '31-60' TO WS-BUCKET
               WHEN WS-DAYS-PAST-DUE <= 90
                   MOVE '61-90' TO WS-BUCKET
               WHEN OTHER
                   MOVE '90+' TO WS-BUCKET
           END-EVALUATE.
      *
      * PRICE-OVERDUE-INSTALLMENT prices the installment as LOANBILL
      * would have billed it: LN-RATE on the outstanding balance for
      * a fixed-rate contract, the index for a floating-rate one.
       PRICE-OVERDUE-INSTALLMENT.
           SET INDEX-RATE-FOUND TO TRUE
           MOVE ZEROS TO WS-INTEREST
           IF LN-FIXED-RATE
               COMPUTE WS-INTEREST ROUNDED = LN-OUTSTANDING * LN-RATE
           ELSE
               PERFORM PRICE-FROM-INDEX
           END-IF
           IF LN-REMAINING <= 1
               MOVE LN-OUTSTANDING TO WS-PRINCIPAL
           ELSE
               MOVE LN-PAYMENT TO WS-PRINCIPAL
           END-IF
           COMPUTE WS-INSTALLMENT = WS-PRINCIPAL + WS-INTEREST.
      *
      * PRICE-FROM-INDEX sums the index over the month ending on the
      * due date - after the same day a month earlier, up to and
      * including the due date - and applies the contract's
      * percentage or adds its monthly spread, as LOANBILL does.
       PRICE-FROM-INDEX.
           MOVE LN-NEXT-DUE TO WS-INDEX-FROM-DATE
           IF WS-FROM-MM = 1
               MOVE 12 TO WS-FROM-MM
               SUBTRACT 1 FROM WS-FROM-YYYY
           ELSE
               SUBTRACT 1 FROM WS-FROM-MM
           END-IF
           CALL 'IDXRATE' USING LN-INDEX-TYPE WS-INDEX-FROM-DATE
                                LN-NEXT-DUE WS-INDEX-SUM
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
               COMPUTE WS-INTEREST ROUNDED =
                   LN-OUTSTANDING * WS-PERIOD-RATE
           END-IF.
      *
      * RAISE-LATE-CHARGES charges the multa the first night the
      * installment is worked and the mora for every day since the
      * later of the due date and the last night mora was charged, so
      * a night the job did not run is not lost and no day is charged
      * twice.
       RAISE-LATE-CHARGES.
           MOVE ZEROS TO WS-MULTA WS-MORA WS-CHARGES
           MOVE LN-CONTA-NUM TO WS-POST-CONTA
           IF NOT LN-MULTA-CHARGED
               COMPUTE WS-MULTA ROUNDED =
                   WS-INSTALLMENT * WS-MULTA-RATE
               IF WS-MULTA > ZEROS
                   MOVE WS-MULTA TO WS-POST-AMOUNT
                   PERFORM WRITE-DEBIT-POSTING
                   MOVE 'LOANMULT' TO WS-GL-SOURCE
                   MOVE WS-MULTA   TO WS-GL-AMOUNT
                   PERFORM WRITE-GL-ITEM
                   ADD 1 TO WS-MULTA-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-MULTA-COUNT OVERFLOWED'
                   END-ADD
               END-IF
               SET LN-MULTA-CHARGED TO TRUE
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
               IF WS-MORA > ZEROS
                   MOVE WS-MORA TO WS-POST-AMOUNT
                   PERFORM WRITE-DEBIT-POSTING
                   MOVE 'LOANMORA' TO WS-GL-SOURCE
                   MOVE WS-MORA    TO WS-GL-AMOUNT
                   PERFORM WRITE-GL-ITEM
                   ADD 1 TO WS-MORA-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-MORA-COUNT OVERFLOWED'
                   END-ADD
               END-IF
           END-IF
           MOVE WS-RUN-DATE TO LN-MORA-THRU
           COMPUTE WS-CHARGES = WS-MULTA + WS-MORA.
      *
      * COLLECT-OVERDUE-INSTALLMENT bills the overdue installment
      * exactly as LOANBILL would have and rolls the due date a month
      * forward.  A contract more than one installment behind stays in
      * arrears on its next overdue date; otherwise it is current again.
      * A renegotiated contract paid late restarts its on-time run.
      * LOANBILL booked no interest for the missed installment, so the
      * interest collected goes to the ledger here.
       COLLECT-OVERDUE-INSTALLMENT.
           MOVE WS-INSTALLMENT TO WS-POST-AMOUNT
           PERFORM WRITE-DEBIT-POSTING
           IF WS-INTEREST > ZEROS
               MOVE 'LOANINT'   TO WS-GL-SOURCE
               MOVE WS-INTEREST TO WS-GL-AMOUNT
               PERFORM WRITE-GL-ITEM
           END-IF
           ADD 1 TO WS-COLLECTED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-COLLECTED-COUNT OVERFLOWED'
           END-ADD
           SUBTRACT WS-PRINCIPAL FROM LN-OUTSTANDING
           SUBTRACT 1 FROM LN-REMAINING
           MOVE LN-NEXT-DUE TO WS-DUE-DATE
           ADD 1 TO WS-DUE-MM
           IF WS-DUE-MM > 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF
           MOVE WS-DUE-DATE TO LN-NEXT-DUE
           SET LN-MULTA-NOT-CHARGED TO TRUE
           MOVE ZEROS TO LN-MORA-THRU
           IF LN-ORIG-CONTRACT IS NUMERIC AND LN-ORIG-CONTRACT > ZEROS
               MOVE ZEROS TO LN-ONTIME-COUNT
           END-IF
           EVALUATE TRUE
               WHEN LN-REMAINING = ZEROS
                   SET LN-PAID-OFF TO TRUE
               WHEN LN-NEXT-DUE < WS-RUN-DATE
                   SET LN-IN-ARREARS TO TRUE
               WHEN OTHER
                   SET LN-ACTIVE TO TRUE
           END-EVALUATE
           REWRITE LOAN-REC.
      *
      * RELEASE-WORKLIST-ENTRY hands a still-overdue contract to the
      * sort for the branch worklist and counts it into its bucket.
       RELEASE-WORKLIST-ENTRY.
           MOVE WS-FOUND-AGENCIA TO SRT-AGENCIA
           MOVE WS-DAYS-PAST-DUE TO SRT-DPD
           MOVE LN-CONTRACT      TO SRT-CONTRACT
           MOVE LN-CPF           TO SRT-CPF
           MOVE LN-CONTA-NUM     TO SRT-CONTA
           MOVE LN-NEXT-DUE      TO SRT-DUE
           MOVE WS-BUCKET        TO SRT-BUCKET
           MOVE WS-INSTALLMENT   TO SRT-INSTALLMENT
           MOVE WS-CHARGES       TO SRT-CHARGES
           RELEASE SORT-REC
           ADD 1 TO WS-WORKLIST-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-WORKLIST-COUNT OVERFLOWED'
           END-ADD
           EVALUATE WS-BUCKET
               WHEN '1-30'
                   ADD 1 TO WS-BUCKET-1-COUNT
               WHEN '31-60'
                   ADD 1 TO WS-BUCKET-2-COUNT
               WHEN '61-90'
                   ADD 1 TO WS-BUCKET-3-COUNT
               WHEN OTHER
                   ADD 1 TO WS-BUCKET-4-COUNT
           END-EVALUATE.
      *
      * WRITE-DEBIT-POSTING puts one LOAN-source debit on the feed.
       WRITE-DEBIT-POSTING.
           MOVE SPACES         TO POSTING-OUT-REC
           MOVE WS-POST-CONTA  TO PST-CONTA-NUM
           MOVE WS-POST-AMOUNT TO WS-AMOUNT-NUM
           MOVE WS-AMOUNT-X    TO PST-AMOUNT
           MOVE 'D'            TO PST-DC-CODE
           MOVE WS-RUN-DATE    TO PST-POST-DATE
           MOVE 'LOAN'         TO PST-SOURCE-CODE
           WRITE POSTING-OUT-REC
           ADD 1 TO WS-POSTING-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-POSTING-COUNT OVERFLOWED'
           END-ADD
           ADD WS-POST-AMOUNT TO WS-TOTAL-POSTED
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-POSTED OVERFLOWED'
           END-ADD.
      *
      * WRITE-GL-ITEM puts one amount on the ledger feed under the
      * source set up for it, keyed by contract as LOANBILL keys it.
       WRITE-GL-ITEM.
           MOVE SPACES       TO GL-ITEM-REC
           MOVE WS-GL-SOURCE TO GLI-SOURCE
           MOVE LN-CONTRACT  TO GLI-KEY
           MOVE WS-GL-AMOUNT TO GLI-AMOUNT
           MOVE WS-RUN-DATE  TO GLI-POST-DATE
           MOVE 'LOANCOLL'   TO GLI-PROGRAM
           WRITE GL-ITEM-REC.
      *
      * FIND-AVAILABLE-FUNDS answers what the funding account still
      * has available tonight.  The first contract on the account
      * takes the latest BALHIST position less what HOLDSUM says is
      * held - LOANSETL's figure - and keeps it in the table; every
      * later contract on the account starts from what the earlier
      * ones left.
       FIND-AVAILABLE-FUNDS.
           MOVE ZEROS TO WS-FT-HIT
           PERFORM FIND-ONE-FUNDS-ENTRY
               VARYING WS-FT-IX FROM 1 BY 1
               UNTIL WS-FT-IX > WS-FUNDS-ENTRIES
                  OR WS-FT-HIT > ZEROS
           IF WS-FT-HIT > ZEROS
               MOVE WS-FT-AGENCIA(WS-FT-HIT)   TO WS-FOUND-AGENCIA
               MOVE WS-FT-SNAP-FLAG(WS-FT-HIT) TO WS-SNAP-FLAG
               MOVE WS-FT-AVAILABLE(WS-FT-HIT) TO WS-AVAILABLE
           ELSE
               PERFORM FIND-LATEST-SNAPSHOT
               CALL 'HOLDSUM' USING WS-HELD-CONTA WS-RUN-DATE
                                    WS-HOLD-TOTAL
               IF SNAPSHOT-FOUND
                   COMPUTE WS-AVAILABLE =
                       WS-FOUND-SALDO - WS-HOLD-TOTAL
               ELSE
                   MOVE ZEROS TO WS-AVAILABLE
               END-IF
               IF WS-FUNDS-ENTRIES < WS-FUNDS-MAX
                   ADD 1 TO WS-FUNDS-ENTRIES
                   MOVE WS-FUNDS-ENTRIES TO WS-FT-HIT
                   MOVE WS-HELD-CONTA    TO WS-FT-CONTA(WS-FT-HIT)
                   MOVE WS-FOUND-AGENCIA TO WS-FT-AGENCIA(WS-FT-HIT)
                   MOVE WS-SNAP-FLAG     TO WS-FT-SNAP-FLAG(WS-FT-HIT)
               ELSE
                   MOVE ZEROS TO WS-AVAILABLE
               END-IF
           END-IF.
      *
       FIND-ONE-FUNDS-ENTRY.
           IF WS-FT-CONTA(WS-FT-IX) = WS-HELD-CONTA
               MOVE WS-FT-IX TO WS-FT-HIT
           END-IF.
      *
      * KEEP-AVAILABLE-FUNDS carries what is left on the account to
      * its next contract tonight.
       KEEP-AVAILABLE-FUNDS.
           IF WS-FT-HIT > ZEROS
               MOVE WS-AVAILABLE TO WS-FT-AVAILABLE(WS-FT-HIT)
           END-IF.
      *
      * FIND-LATEST-SNAPSHOT walks the funding account's BALHIST
      * history forward and keeps the newest position and branch -
      * BALINQ's scan.  An account with no history works under
      * branch zero.
       FIND-LATEST-SNAPSHOT.
           SET SNAPSHOT-FOUND TO FALSE
           MOVE ZEROS TO WS-FOUND-SALDO WS-FOUND-AGENCIA
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
                       MOVE BH-SALDO    TO WS-FOUND-SALDO
                       MOVE BH-AGENCIA  TO WS-FOUND-AGENCIA
                   END-IF
           END-READ.
      *
      * FLATTEN-DATE turns WS-DATE-WORK (YYYYMMDD) into the
      * approximate day number shared with DORMRPT's aging.
       FLATTEN-DATE.
           COMPUTE WS-DAY-NUM-OUT =
               (WS-DATE-YYYY * 365) + (WS-DATE-MM * 30) + WS-DATE-DD.
      *
      * PRINT-WORKLIST is the sort's output procedure: one page
      * section per branch, oldest arrears first.
       PRINT-WORKLIST.
           PERFORM RETURN-SORTED-ENTRY
           PERFORM PRINT-ONE-ENTRY UNTIL SORT-AT-EOF.
      *
       PRINT-ONE-ENTRY.
           IF SRT-AGENCIA NOT = WS-PREV-AGENCIA
               MOVE SRT-AGENCIA TO WS-PREV-AGENCIA
               MOVE SRT-AGENCIA TO BHL-AGENCIA
               MOVE SRT-AGENCIA TO WS-BRNVAL-NUMBER
               CALL 'BRNVAL' USING WS-BRNVAL-NUMBER WS-BRNVAL-RESULT
                                   WS-BRNVAL-NAME WS-BRNVAL-REGION
               IF BRANCH-IS-VALID
                   MOVE WS-BRNVAL-NAME TO BHL-NAME
               ELSE
                   MOVE 'UNKNOWN BRANCH' TO BHL-NAME
               END-IF
               WRITE PRINT-REC FROM SPACES
               WRITE PRINT-REC FROM BRANCH-HDR-LINE
               WRITE PRINT-REC FROM COLUMN-HDR-LINE
               MOVE BRANCH-HDR-LINE TO RDS-PRINT-LINE
               MOVE SRT-AGENCIA     TO RDS-BRANCH
               SET RDS-BRANCH-LINE  TO TRUE
               PERFORM WRITE-DIST-LINE
               MOVE COLUMN-HDR-LINE TO RDS-PRINT-LINE
               MOVE SRT-AGENCIA     TO RDS-BRANCH
               SET RDS-BRANCH-LINE  TO TRUE
               PERFORM WRITE-DIST-LINE
           END-IF
           MOVE SRT-CONTRACT    TO DTL-CONTRACT
           MOVE SRT-CPF         TO DTL-CPF
           MOVE SRT-CONTA       TO DTL-CONTA
           MOVE SRT-DUE         TO DTL-DUE
           MOVE SRT-DPD         TO DTL-DPD
           MOVE SRT-BUCKET      TO DTL-BUCKET
           MOVE SRT-INSTALLMENT TO DTL-INSTALLMENT
           MOVE SRT-CHARGES     TO DTL-CHARGES
           WRITE PRINT-REC FROM DETAIL-LINE
           MOVE DETAIL-LINE     TO RDS-PRINT-LINE
           MOVE SRT-AGENCIA     TO RDS-BRANCH
           SET RDS-BRANCH-LINE  TO TRUE
           PERFORM WRITE-DIST-LINE
           PERFORM RETURN-SORTED-ENTRY.
      *
      * WRITE-DIST-LINE writes the print line just set up to the branch
      * distribution extract, numbered so the burster keeps the
      * report's own order.
       WRITE-DIST-LINE.
           MOVE 'LOANCOLL'  TO RDS-REPORT-ID
           MOVE WS-RUN-DATE TO RDS-RUN-DATE
           ADD 1 TO WS-DIST-SEQ
           MOVE WS-DIST-SEQ TO RDS-LINE-SEQ
           WRITE RPT-DIST-REC.
      *
       RETURN-SORTED-ENTRY.
           RETURN SORT-WORK
               AT END SET SORT-AT-EOF TO TRUE
           END-RETURN.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-CTL-TOTALS
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE LOAN-FILE.
           IF WS-BALHIST-STATUS = '00'
               CLOSE BAL-HIST-FILE
           END-IF
           CLOSE POSTING-OUT.
           CLOSE GL-ITEM-OUT.
           CLOSE PRINT-FILE.
           CLOSE DIST-FILE.
           DISPLAY 'LOANCOLL READ ' WS-READ-COUNT
                   ' IN ARREARS ' WS-ARREARS-COUNT
                   ' COLLECTED ' WS-COLLECTED-COUNT
                   ' STILL OVERDUE ' WS-WORKLIST-COUNT
                   ' UNPRICED ' WS-UNPRICED-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'LOANCOLL ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WORKLIST-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               MOVE 'LOAN CONTRACTS STILL OVERDUE' TO WS-ALERT-MESSAGE
               MOVE WS-WORKLIST-COUNT TO WS-ALERT-COUNT
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
           MOVE 'LOANCOLL'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-POSTING-COUNT    TO CTLT-OUTPUT-COUNT
           MOVE ZEROS               TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED        TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS appends the run's posted dollar total to the
      * CTLTODAY control-total file so CTLRECON reconciles the money
      * as well as the counts.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES           TO CTL-TOTAL-REC
           MOVE 'LOANCOLL'       TO CTL-JOB-ID
           MOVE WS-RUN-DATE      TO CTL-RUN-DATE
           MOVE WS-POSTING-COUNT TO CTL-RECORD-COUNT
           MOVE WS-TOTAL-POSTED  TO CTL-DOLLAR-TOTAL
           WRITE CTL-TOTAL-REC
           CLOSE CTL-TOTAL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the charges raised and the worklist broken down by bucket.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'LOANCOLL'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-POSTING-COUNT    TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE 'IN ARREARS'        TO SUMM-CATEGORY-NAME
           MOVE WS-ARREARS-COUNT    TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'COLLECTED'         TO SUMM-CATEGORY-NAME
           MOVE WS-COLLECTED-COUNT  TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'MULTA CHARGED'     TO SUMM-CATEGORY-NAME
           MOVE WS-MULTA-COUNT      TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'MORA CHARGED'      TO SUMM-CATEGORY-NAME
           MOVE WS-MORA-COUNT       TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'DPD 1-30'          TO SUMM-CATEGORY-NAME
           MOVE WS-BUCKET-1-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'DPD 31-60'         TO SUMM-CATEGORY-NAME
           MOVE WS-BUCKET-2-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'DPD 61-90'         TO SUMM-CATEGORY-NAME
           MOVE WS-BUCKET-3-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'DPD 90+'           TO SUMM-CATEGORY-NAME
           MOVE WS-BUCKET-4-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'UNPRICED'          TO SUMM-CATEGORY-NAME
           MOVE WS-UNPRICED-COUNT   TO SUMM-CATEGORY-COUNT
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
           MOVE 'LOANCOLL'        TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM LOANCOLL.
