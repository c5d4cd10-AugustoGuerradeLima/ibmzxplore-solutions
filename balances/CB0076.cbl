      *  the due date stays put, and the arrears report tells the
      *  desk.  Postings come out of an internal SORT in CONTA-NUM
      *  order - the sequence DRCRCAP's control break demands.
      *  A floating-rate contract's interest comes from the shared
      *  IDXRATE routine: the benchmark index's daily rates for the
      *  month ending on the due date, taken as the contract's
      *  percentage of them or with its monthly spread added.  When
      *  the history has no rate for that month the installment is
      *  left due and unbilled - not missed - for the next run after
      *  the index intake, and the run alerts the desk.
      *  The interest in each billed installment goes to the ledger
      *  as a LOANINT item on the LOANGL feed in GLITEM.cpy's layout,
      *  keyed by contract - the JCL adds it to GLEXTR's GLITEMS, and
      *  GLMAP carries the LOANINT row - and the branch profitability
      *  report (BRPROFIT) counts the branch's loan income from it.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-BALHIST-STATUS.
           SELECT SORT-WORK   ASSIGN TO SORTWK01.
           SELECT POSTING-OUT ASSIGN TO LOANPST.
           SELECT GL-ITEM-OUT ASSIGN TO LOANGL.
           SELECT PRINT-FILE  ASSIGN TO PRTFILE.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE ASSIGN TO RUNSEQ
           05  PST-POST-DATE        PIC X(8).
           05  PST-SOURCE-CODE      PIC X(4).
           05  FILLER               PIC X(46).
      *
       FD  GL-ITEM-OUT RECORDING MODE F.
           COPY GLITEM.
      *
       FD  PRINT-FILE RECORDING MODE F.
       01  PRINT-REC          PIC X(132).
           05  WS-BILLED-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-MISSED-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-PAID-OFF-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-UNPRICED-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-BILLED         PIC S9(11)V99 VALUE ZEROS.
      * The installment being raised: the month's interest on the
      * outstanding balance plus the level principal (the whole
           05  WS-DUE-YYYY         PIC 9(4).
           05  WS-DUE-MM           PIC 9(2).
           05  WS-DUE-DD           PIC 9(2).
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
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS        PIC XX.
       01  WS-RUN-TIME             PIC 9(8).
                       'INSTALLMENT WILL REPORT AS MISSED'
           END-IF
           OPEN OUTPUT POSTING-OUT.
           OPEN OUTPUT GL-ITEM-OUT.
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           WRITE PRINT-REC FROM HDR-LINE-1
      * balance on the last installment - and bills it only when the
      * funding account's latest position covers it.
       RAISE-ONE-INSTALLMENT.
           SET INDEX-RATE-FOUND TO TRUE
           IF LN-FIXED-RATE
               COMPUTE WS-INTEREST ROUNDED = LN-OUTSTANDING * LN-RATE
           ELSE
               PERFORM PRICE-FROM-INDEX
           END-IF
           IF INDEX-RATE-FOUND
               PERFORM CHECK-AND-BILL
           ELSE
               ADD 1 TO WS-UNPRICED-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-UNPRICED-COUNT OVERFLOWED'
               END-ADD
               DISPLAY 'LOANBILL NO ' LN-INDEX-TYPE ' RATES FOR '
                       'CONTRACT ' LN-CONTRACT ' DUE ' LN-NEXT-DUE
                       ' - LEFT UNBILLED'
           END-IF.
      *
      * PRICE-FROM-INDEX sums the index over the month ending on the
      * due date - after the same day a month earlier, up to and
      * including the due date - and applies the contract's
      * percentage or adds its monthly spread.
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
       CHECK-AND-BILL.
           IF LN-REMAINING <= 1
               MOVE LN-OUTSTANDING TO WS-PRINCIPAL
           ELSE
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-BILLED OVERFLOWED'
           END-ADD
           IF WS-INTEREST > ZEROS
               MOVE SPACES        TO GL-ITEM-REC
               MOVE 'LOANINT'     TO GLI-SOURCE
               MOVE LN-CONTRACT   TO GLI-KEY
               MOVE WS-INTEREST   TO GLI-AMOUNT
               MOVE WS-RUN-DATE   TO GLI-POST-DATE
               MOVE 'LOANBILL'    TO GLI-PROGRAM
               WRITE GL-ITEM-REC
           END-IF
           SUBTRACT WS-PRINCIPAL FROM LN-OUTSTANDING
           SUBTRACT 1 FROM LN-REMAINING
           MOVE LN-NEXT-DUE TO WS-DUE-DATE
               ADD 1 TO WS-DUE-YYYY
           END-IF
           MOVE WS-DUE-DATE TO LN-NEXT-DUE
           SET LN-MULTA-NOT-CHARGED TO TRUE
           MOVE ZEROS TO LN-MORA-THRU
           PERFORM COUNT-RENEGOTIATED-PAYMENT
           IF LN-REMAINING = ZEROS
               SET LN-PAID-OFF TO TRUE
               ADD 1 TO WS-PAID-OFF-COUNT
           END-IF
           REWRITE LOAN-REC.
      *
      * COUNT-RENEGOTIATED-PAYMENT keeps a renegotiated contract's
      * run of on-time installments: one billed on its due date adds
      * to the run, one billed while the contract was in arrears was
      * late and starts it again.
       COUNT-RENEGOTIATED-PAYMENT.
           IF LN-ORIG-CONTRACT IS NUMERIC AND LN-ORIG-CONTRACT > ZEROS
               IF LN-IN-ARREARS OR LN-ONTIME-COUNT IS NOT NUMERIC
                   MOVE ZEROS TO LN-ONTIME-COUNT
               ELSE
                   ADD 1 TO LN-ONTIME-COUNT
               END-IF
           END-IF.
      *
      * MARK-MISSED-INSTALLMENT leaves the due date standing - the
      * money is still owed - flags the contract in arrears, and puts
      * it on the desk's report with what the account actually held.
                   DISPLAY 'WS-MISSED-COUNT OVERFLOWED'
           END-ADD
           SET LN-IN-ARREARS TO TRUE
           IF LN-ORIG-CONTRACT IS NUMERIC AND LN-ORIG-CONTRACT > ZEROS
               MOVE ZEROS TO LN-ONTIME-COUNT
           END-IF
           REWRITE LOAN-REC
           MOVE LN-CONTRACT    TO ARR-CONTRACT
           MOVE LN-CPF         TO ARR-CPF
               CLOSE BAL-HIST-FILE
           END-IF
           CLOSE POSTING-OUT.
           CLOSE GL-ITEM-OUT.
           CLOSE PRINT-FILE.
           DISPLAY 'LOANBILL READ ' WS-READ-COUNT
                   ' BILLED ' WS-BILLED-COUNT
                   ' MISSED ' WS-MISSED-COUNT
                   ' PAID OFF ' WS-PAID-OFF-COUNT
                   ' UNPRICED ' WS-UNPRICED-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'LOANBILL ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MISSED-COUNT > ZEROS
                       OR WS-UNPRICED-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               MOVE 'LOAN INSTALLMENTS MISSED' TO WS-ALERT-MESSAGE
               MOVE WS-MISSED-COUNT TO WS-ALERT-COUNT
               IF WS-UNPRICED-COUNT > ZEROS
                   MOVE 'LOAN INSTALLMENTS MISSED OR UNPRICED'
                       TO WS-ALERT-MESSAGE
                   COMPUTE WS-ALERT-COUNT =
                       WS-MISSED-COUNT + WS-UNPRICED-COUNT
               END-IF
               PERFORM WRITE-ALERT-RECORD
           END-IF.
           GOBACK.
