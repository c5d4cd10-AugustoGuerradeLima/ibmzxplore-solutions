      *  interest on the declining balance at the contract rate, and
      *  the installment total per month.  A delete is only accepted
      *  for a paid-off contract.  Rejects go to the shared EXCFILE.
      *  An added contract's principal is disbursed by the same run: a
      *  LOAN credit to the funding account on the LOANDSB feed into
      *  the PSTTRAN stream, and the matching LOANDISB item on the
      *  DISBGL feed for GLEXTR to journal.  The contract is marked
      *  disbursement-raised until LOANDREC finds the credit posted,
      *  so the branch no longer keys the disbursement at the teller.
      *  The IOF due on the credit (IOFTBL.cpy's daily rate for the
      *  term, capped at a year, plus the additional rate) is debited
      *  to the same account under the IOF source code on the same
      *  feed, handed to the ledger as an IOF item, kept on the
      *  contract, and added to the borrower's year on IOFYEAR for the
      *  informe.  A floating-rate contract carries its index (CDI or
      *  SELIC) and either a percentage of it or, with the rate field
      *  as the monthly spread, index plus spread; its schedule shows
      *  the spread only, since the index is priced as it publishes.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF IN CLIENTE-REC
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT POSTING-OUT ASSIGN TO LOANDSB.
           SELECT GL-ITEM-OUT ASSIGN TO DISBGL.
           SELECT IOF-YEAR-FILE ASSIGN TO IOFYEAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IOY-KEY
               FILE STATUS IS WS-IOFYEAR-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO EXCFILE.
           SELECT PRINT-FILE  ASSIGN TO PRTFILE.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
               RECORD KEY IS SEQ-JOB-NAME
               FILE STATUS IS WS-RUNSEQ-STATUS.
           SELECT DAILY-CTL-FILE ASSIGN TO DAILYCTL.
           SELECT CTL-TOTAL-FILE ASSIGN TO CTLTODAY.
           SELECT ALERT-FILE ASSIGN TO ALERTFIL.
           SELECT SUMMARY-FILE ASSIGN TO SUMRPT.
      *-------------
           05  LTRN-RATE              PIC X(5).
           05  LTRN-TERM              PIC X(3).
           05  LTRN-FIRST-DUE         PIC X(8).
           05  LTRN-INDEX-TYPE        PIC X(4).
               88  LTRN-FIXED-RATE        VALUE SPACES.
               88  LTRN-VALID-INDEX       VALUES 'CDI ' 'SELC'.
           05  LTRN-INDEX-MODE        PIC X.
               88  LTRN-PCT-OF-INDEX      VALUE 'P'.
               88  LTRN-VALID-MODE        VALUES 'P' 'S'.
           05  LTRN-INDEX-PCT         PIC X(5).
           05  FILLER                 PIC X(11).
      *
       FD  LOAN-FILE RECORDING MODE F.
           COPY LOANMST.
      *
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
      * The disbursement credits in PSTTRAN's own layout; the JCL
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
       FD  IOF-YEAR-FILE RECORDING MODE F.
           COPY IOFYEAR.
      *
       FD  EXCEPT-FILE RECORDING MODE F.
           COPY EXCREC.
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
       WORKING-STORAGE SECTION.
       COPY SUMMRPT.
       COPY IOFTBL.
       01  FLAGS.
           05  WS-TRANS-EOF       PIC X VALUE 'N'.
               88  TRANS-AT-EOF       VALUE 'Y'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-LOAN-STATUS         PIC XX.
       01  WS-CUSTMAST-STATUS     PIC XX.
       01  WS-IOFYEAR-STATUS      PIC XX.
       01  WS-COUNTERS.
           05  WS-TRANS-READ-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-ADD-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-DELETE-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-REJECT-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-OUTPUT-TOTAL        PIC 9(7) VALUE ZEROS.
       01  WS-DISB-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-DISBURSED     PIC S9(11)V99 VALUE ZEROS.
       01  WS-IOF-COUNT           PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-IOF           PIC S9(11)V99 VALUE ZEROS.
      * Loan IOF work area: the days the daily rate runs for and the
      * tax on this contract.
       01  WS-IOF-DAYS            PIC 9(5).
       01  WS-IOF-AMOUNT          PIC S9(7)V99.
       01  WS-TOTALS-FLAG         PIC X VALUE 'Y'.
           88  TOTALS-BALANCED        VALUE 'Y' FALSE 'N'.
       01  WS-REJECT-REASON       PIC X(20) VALUE SPACES.
       01  WS-RATE-NUM REDEFINES WS-RATE-X
                                  PIC 9V9(4).
       01  WS-TERM-NUM            PIC 9(3).
       01  WS-INDEX-PCT-X         PIC X(5).
       01  WS-INDEX-PCT-NUM REDEFINES WS-INDEX-PCT-X
                                  PIC 9(3)V99.
      * Display view of the posting amount for the PSTTRAN feed, the
      * same redefine shape DRCRCAP reads it back through.
       01  WS-POST-AMOUNT-X       PIC X(11).
       01  WS-POST-AMOUNT-NUM REDEFINES WS-POST-AMOUNT-X
                                  PIC 9(9)V99.
      * LOANCALC's payment arithmetic: the level installment and the
      * divide remainder that rides on the final installment.
       01  WS-PAYMENT             PIC 9(9)V99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(20) VALUE 'AMORTIZATION - LOAN '.
           05  SHD-CONTRACT   PIC 9(10).
       01  SCHED-INDEX-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(22) VALUE
               'FLOATING RATE - INDEX '.
           05  SIX-INDEX-TYPE PIC X(4).
           05  FILLER         PIC X(32) VALUE
               ' - INTEREST SHOWN IS SPREAD ONLY'.
       01  SCHED-DTL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  SDL-NO         PIC ZZ9.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT POSTING-OUT.
           OPEN OUTPUT GL-ITEM-OUT.
           OPEN I-O IOF-YEAR-FILE
           IF WS-IOFYEAR-STATUS = '35'
               OPEN OUTPUT IOF-YEAR-FILE
               CLOSE IOF-YEAR-FILE
               OPEN I-O IOF-YEAR-FILE
           END-IF
           OPEN OUTPUT EXCEPT-FILE.
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
                   MOVE 'INVALID POST DATE' TO WS-REJECT-REASON
                   MOVE 4027 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN NOT LTRN-FIXED-RATE AND NOT LTRN-VALID-INDEX
               WHEN LTRN-VALID-INDEX AND NOT LTRN-VALID-MODE
               WHEN LTRN-PCT-OF-INDEX
                       AND (LTRN-INDEX-PCT IS NOT NUMERIC
                            OR LTRN-INDEX-PCT = ZEROS)
                   MOVE 'INVALID INDEX'    TO WS-REJECT-REASON
                   MOVE 4043 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN OTHER
                   PERFORM ADD-EDITED-LOAN
           END-EVALUATE.
           MOVE LTRN-FIRST-DUE  TO LN-NEXT-DUE
           MOVE WS-TERM-NUM     TO LN-REMAINING
           SET LN-ACTIVE        TO TRUE
           MOVE ZEROS           TO LN-MORA-THRU
           SET LN-DISB-RAISED   TO TRUE
           MOVE WS-RUN-DATE     TO LN-DISB-DATE
           MOVE ZEROS           TO LN-PROVISION LN-RATING-DATE
           MOVE ZEROS           TO LN-ORIG-CONTRACT LN-RENEG-DATE
                                   LN-ONTIME-COUNT
           PERFORM COMPUTE-LOAN-IOF
           MOVE WS-IOF-AMOUNT   TO LN-IOF
           MOVE ZEROS           TO LN-INDEX-PCT
           IF LTRN-VALID-INDEX
               MOVE LTRN-INDEX-TYPE TO LN-INDEX-TYPE
               MOVE LTRN-INDEX-MODE TO LN-INDEX-MODE
               IF LTRN-PCT-OF-INDEX
                   MOVE LTRN-INDEX-PCT   TO WS-INDEX-PCT-X
                   MOVE WS-INDEX-PCT-NUM TO LN-INDEX-PCT
               END-IF
           END-IF
           WRITE LOAN-REC
               INVALID KEY
                   MOVE 'DUPLICATE ID' TO WS-REJECT-REASON
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-ADD-COUNT OVERFLOWED'
                   END-ADD
                   PERFORM RAISE-DISBURSEMENT
                   PERFORM PRINT-SCHEDULE
           END-WRITE.
      *
      * RAISE-DISBURSEMENT credits the principal to the funding
      * account under the LOAN source code and hands the same amount
      * to the ledger as a LOANDISB item.
       RAISE-DISBURSEMENT.
           MOVE SPACES           TO POSTING-OUT-REC
           MOVE LN-CONTA-NUM     TO PST-CONTA-NUM
           MOVE LN-PRINCIPAL     TO WS-POST-AMOUNT-NUM
           MOVE WS-POST-AMOUNT-X TO PST-AMOUNT
           MOVE 'C'              TO PST-DC-CODE
           MOVE WS-RUN-DATE      TO PST-POST-DATE
           MOVE 'LOAN'           TO PST-SOURCE-CODE
           WRITE POSTING-OUT-REC
           MOVE SPACES           TO GL-ITEM-REC
           MOVE 'LOANDISB'       TO GLI-SOURCE
           MOVE LN-CONTRACT      TO GLI-KEY
           MOVE LN-PRINCIPAL     TO GLI-AMOUNT
           MOVE WS-RUN-DATE      TO GLI-POST-DATE
           MOVE 'LOANMNT'        TO GLI-PROGRAM
           WRITE GL-ITEM-REC
           ADD 1 TO WS-DISB-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-DISB-COUNT OVERFLOWED'
           END-ADD
           ADD LN-PRINCIPAL TO WS-TOTAL-DISBURSED
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-DISBURSED OVERFLOWED'
           END-ADD
           IF LN-IOF > ZEROS
               PERFORM CHARGE-LOAN-IOF
           END-IF.
      *
      * COMPUTE-LOAN-IOF prices the tax on the credit: the daily rate
      * on the principal for the term at thirty days an installment,
      * never more than the year the decree counts, plus the flat
      * additional rate.
       COMPUTE-LOAN-IOF.
           COMPUTE WS-IOF-DAYS = WS-TERM-NUM * 30
           IF WS-IOF-DAYS > WS-IOF-MAX-DAYS
               MOVE WS-IOF-MAX-DAYS TO WS-IOF-DAYS
           END-IF
           COMPUTE WS-IOF-AMOUNT ROUNDED =
               (WS-PRINCIPAL-NUM * WS-IOF-DAILY-RATE * WS-IOF-DAYS)
               + (WS-PRINCIPAL-NUM * WS-IOF-ADDL-RATE).
      *
      * CHARGE-LOAN-IOF debits the contract's IOF to the funding
      * account under the IOF source code, hands it to the ledger as
      * an IOF item, and adds it to the borrower's year.
       CHARGE-LOAN-IOF.
           MOVE SPACES           TO POSTING-OUT-REC
           MOVE LN-CONTA-NUM     TO PST-CONTA-NUM
           MOVE LN-IOF           TO WS-POST-AMOUNT-NUM
           MOVE WS-POST-AMOUNT-X TO PST-AMOUNT
           MOVE 'D'              TO PST-DC-CODE
           MOVE WS-RUN-DATE      TO PST-POST-DATE
           MOVE 'IOF'            TO PST-SOURCE-CODE
           WRITE POSTING-OUT-REC
           MOVE SPACES           TO GL-ITEM-REC
           MOVE 'IOF'            TO GLI-SOURCE
           MOVE LN-CONTRACT      TO GLI-KEY
           MOVE LN-IOF           TO GLI-AMOUNT
           MOVE WS-RUN-DATE      TO GLI-POST-DATE
           MOVE 'LOANMNT'        TO GLI-PROGRAM
           WRITE GL-ITEM-REC
           MOVE LN-CPF           TO IOY-CPF
           MOVE WS-RUN-DATE(1:4) TO IOY-YEAR
           READ IOF-YEAR-FILE
               INVALID KEY
                   MOVE LN-CPF           TO IOY-CPF
                   MOVE WS-RUN-DATE(1:4) TO IOY-YEAR
                   MOVE ZEROS            TO IOY-OVERDRAFT-IOF
                   MOVE LN-IOF           TO IOY-LOAN-IOF
                   MOVE WS-RUN-DATE      TO IOY-LAST-UPDATE
                   WRITE IOF-YEAR-REC
               NOT INVALID KEY
                   ADD LN-IOF            TO IOY-LOAN-IOF
                   MOVE WS-RUN-DATE      TO IOY-LAST-UPDATE
                   REWRITE IOF-YEAR-REC
           END-READ
           ADD 1 TO WS-IOF-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-IOF-COUNT OVERFLOWED'
           END-ADD
           ADD LN-IOF TO WS-TOTAL-IOF
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-IOF OVERFLOWED'
           END-ADD.
      *
      * PRINT-SCHEDULE walks the contract's life month by month: the
      * level principal, the month's interest on what is still owed,
      * and the installment total - the final installment carries the
           MOVE LN-CONTRACT TO SHD-CONTRACT
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM SCHED-HDR-LINE
           IF NOT LN-FIXED-RATE
               MOVE LN-INDEX-TYPE TO SIX-INDEX-TYPE
               WRITE PRINT-REC FROM SCHED-INDEX-LINE
           END-IF
           MOVE LN-OUTSTANDING TO WS-SCHED-BALANCE
           MOVE LN-NEXT-DUE    TO WS-SCHED-DATE
           MOVE ZEROS          TO WS-SCHED-NO
           CLOSE LOAN-TRANS.
           CLOSE LOAN-FILE.
           CLOSE CUSTMAST.
           CLOSE POSTING-OUT.
           CLOSE GL-ITEM-OUT.
           CLOSE IOF-YEAR-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'LOANMNT READ ' WS-TRANS-READ-COUNT
                   ' ADD ' WS-ADD-COUNT
                   ' DELETE ' WS-DELETE-COUNT
                   ' REJECTED ' WS-REJECT-COUNT
                   ' IOF ' WS-TOTAL-IOF.
           PERFORM RECONCILE-TOTALS
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-CTL-TOTALS
           PERFORM WRITE-SUMMARY-REPORT
           IF COUNTER-OVERFLOWED
               DISPLAY 'LOANMNT ABORTED - COUNTER OVERFLOWED'
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS appends the run's disbursed dollar total to
      * the CTLTODAY control-total file so CTLRECON reconciles the
      * money as well as the counts.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES             TO CTL-TOTAL-REC
           MOVE 'LOANMNT'          TO CTL-JOB-ID
           MOVE WS-RUN-DATE        TO CTL-RUN-DATE
           MOVE WS-DISB-COUNT      TO CTL-RECORD-COUNT
           MOVE WS-TOTAL-DISBURSED TO CTL-DOLLAR-TOTAL
           WRITE CTL-TOTAL-REC
           CLOSE CTL-TOTAL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the grand total broken out by transaction category, the way
      * CNTCMNT reports its adds/changes/deletes.
           MOVE WS-DELETE-COUNT     TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'DISBURSED'         TO SUMM-CATEGORY-NAME
           MOVE WS-DISB-COUNT       TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'IOF CHARGED'       TO SUMM-CATEGORY-NAME
           MOVE WS-IOF-COUNT        TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'REJECTS'           TO SUMM-CATEGORY-NAME
           MOVE WS-REJECT-COUNT     TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
