      *  DRCRCAP's control break demands.  An order the account
      *  cannot cover is skipped with its reason on the report and
      *  retries tomorrow; an order past its end date expires.
      *  An external order (its beneficiary at another bank on
      *  SOXBEN) posts only the debit leg, under source code XFER,
      *  and queues the TED or PIX on OUTXFER for XFERSEND to put
      *  on tonight's interbank file; one with no beneficiary on
      *  file is skipped.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ID
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT BEN-FILE    ASSIGN TO SOXBEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SXB-ID
               FILE STATUS IS WS-BEN-STATUS.
           SELECT XFER-FILE   ASSIGN TO OUTXFER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFR-ID
               FILE STATUS IS WS-XFER-STATUS.
           SELECT SALDO-FILE  ASSIGN TO SALDOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
       FILE SECTION.
       FD  ORDER-FILE RECORDING MODE F.
           COPY STNDORD.
      *
       FD  BEN-FILE RECORDING MODE F.
           COPY SOXBEN.
      *
       FD  XFER-FILE RECORDING MODE F.
           COPY OUTXFER.
      *
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
           05  DSR-ORDER-ID   PIC 9(7).
           05  DSR-COUNTERPART PIC 9(10).
           05  DSR-AMOUNT     PIC 9(9)V99.
           05  DSR-DEST-TYPE  PIC X.
               88  DSR-DEST-EXTERNAL VALUE 'E'.
      *
      * Funded-leg sort: both legs together, ascending account.
       SD  LEG-SORT.
           05  LSR-CONTA      PIC 9(10).
           05  LSR-AMOUNT     PIC 9(9)V99.
           05  LSR-DC-CODE    PIC X.
           05  LSR-SOURCE     PIC X(4).
      *
      * The funded legs held between the two sorts.
       FD  LEGS-WORK RECORDING MODE F.
           05  LWK-CONTA      PIC 9(10).
           05  LWK-AMOUNT     PIC 9(9)V99.
           05  LWK-DC-CODE    PIC X.
           05  LWK-SOURCE     PIC X(4).
           05  FILLER         PIC X(5).
      *
      * The executed orders in PSTTRAN's own layout; the JCL
      * concatenates every feed into the PSTMERGE consolidation
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-ORDER-STATUS         PIC XX.
       01  WS-BEN-STATUS           PIC XX.
       01  WS-XFER-STATUS          PIC XX.
       01  WS-BEN-FLAG             PIC X.
           88  BEN-ON-FILE             VALUE 'Y' FALSE 'N'.
       01  WS-SALDO-STATUS         PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-EXECUTED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-SKIPPED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-EXPIRED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-XFER-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-MOVED          PIC S9(11)V99 VALUE ZEROS.
       01  WS-SKIP-REASON          PIC X(16).
      * Parameters for the shared HOLDSUM held-funds subroutine: the
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BEN-FILE
           OPEN I-O XFER-FILE
           IF WS-XFER-STATUS = '35'
               OPEN OUTPUT XFER-FILE
               CLOSE XFER-FILE
               OPEN I-O XFER-FILE
           END-IF
           OPEN INPUT SALDO-FILE
           IF WS-SALDO-STATUS NOT = '00'
               SET SALDO-AT-EOF TO TRUE
                           MOVE SO-ID          TO DSR-ORDER-ID
                           MOVE SO-COUNTERPART TO DSR-COUNTERPART
                           MOVE SO-AMOUNT      TO DSR-AMOUNT
                           MOVE SO-DEST-TYPE   TO DSR-DEST-TYPE
                           RELEASE DUE-SORT-REC
                       END-IF
                   END-IF
                                    WS-HELD-TOTAL
               COMPUTE WS-AVAILABLE =
                   SALDO - WS-HELD-TOTAL - WS-RELEASED-TOTAL
               SET BEN-ON-FILE TO TRUE
               IF DSR-DEST-EXTERNAL
                   PERFORM READ-BENEFICIARY
               END-IF
               EVALUATE TRUE
                   WHEN NOT BEN-ON-FILE
                       MOVE 'NO BENEFICIARY' TO WS-SKIP-REASON
                       PERFORM SKIP-ONE-ORDER
                   WHEN SALDO - WS-RELEASED-TOTAL < DSR-AMOUNT
                       MOVE 'NO FUNDS'   TO WS-SKIP-REASON
                       PERFORM SKIP-ONE-ORDER
               END-EVALUATE
           END-IF.
      *
      * READ-BENEFICIARY fetches an external order's beneficiary.
       READ-BENEFICIARY.
           MOVE DSR-ORDER-ID TO SXB-ID
           IF WS-BEN-STATUS = '35'
               SET BEN-ON-FILE TO FALSE
           ELSE
               READ BEN-FILE
                   INVALID KEY
                       SET BEN-ON-FILE TO FALSE
               END-READ
           END-IF.
      *
      * EXECUTE-ONE-ORDER writes the funded order's legs; an external
      * order's credit is the outbound transfer, not a leg of ours.
       EXECUTE-ONE-ORDER.
           MOVE SPACES          TO LEGS-WORK-REC
           MOVE DSR-CONTA       TO LWK-CONTA
           MOVE DSR-AMOUNT      TO LWK-AMOUNT
           MOVE 'D'             TO LWK-DC-CODE
           IF DSR-DEST-EXTERNAL
               MOVE 'XFER'      TO LWK-SOURCE
               WRITE LEGS-WORK-REC
               PERFORM QUEUE-OUTBOUND-XFER
           ELSE
               MOVE 'STOR'      TO LWK-SOURCE
               WRITE LEGS-WORK-REC
               MOVE DSR-COUNTERPART TO LWK-CONTA
               MOVE DSR-AMOUNT      TO LWK-AMOUNT
               MOVE 'C'             TO LWK-DC-CODE
               WRITE LEGS-WORK-REC
           END-IF
           ADD 1 TO WS-EXECUTED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
           END-ADD
           PERFORM ROLL-ORDER-FORWARD.
      *
      * QUEUE-OUTBOUND-XFER numbers the transfer off the OUTXFER
      * counter on RUNSEQ and queues it for XFERSEND.
       QUEUE-OUTBOUND-XFER.
           PERFORM NEXT-XFER-ID
           MOVE SPACES          TO OUT-XFER-REC
           MOVE SEQ-LAST-NUMBER TO XFR-ID
           MOVE DSR-CONTA       TO XFR-CONTA-NUM
           MOVE SXB-METHOD      TO XFR-METHOD
           MOVE SXB-BEN-BANK    TO XFR-BEN-BANK
           MOVE SXB-BEN-BRANCH  TO XFR-BEN-BRANCH
           MOVE SXB-BEN-ACCOUNT TO XFR-BEN-ACCOUNT
           MOVE SXB-BEN-DOC     TO XFR-BEN-DOC
           MOVE SXB-BEN-NAME    TO XFR-BEN-NAME
           MOVE DSR-AMOUNT      TO XFR-AMOUNT
           MOVE 'STOR'          TO XFR-ORIGIN
           MOVE DSR-ORDER-ID    TO XFR-ORIGIN-REF
           MOVE WS-RUN-DATE     TO XFR-CREATED-DATE
           SET XFR-QUEUED       TO TRUE
           MOVE ZEROS           TO XFR-SENT-DATE
                                   XFR-FILE-SEQ
                                   XFR-SETTLE-DATE
           WRITE OUT-XFER-REC
               INVALID KEY
                   DISPLAY 'STORDRUN - TRANSFER ' XFR-ID
                           ' ALREADY ON OUTXFER'
           END-WRITE
           ADD 1 TO WS-XFER-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-XFER-COUNT OVERFLOWED'
           END-ADD.
      *
      * NEXT-XFER-ID takes the next transfer number from the OUTXFER
      * counter on RUNSEQ, which TELLER draws on as well.
       NEXT-XFER-ID.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'OUTXFER' TO SEQ-JOB-NAME
           OPEN I-O RUN-SEQ-FILE
           READ RUN-SEQ-FILE
               INVALID KEY
                   MOVE ZEROS TO SEQ-LAST-NUMBER
           END-READ
           ADD 1 TO SEQ-LAST-NUMBER
           REWRITE RUN-SEQ-REC
               INVALID KEY
                   WRITE RUN-SEQ-REC
           END-REWRITE
           CLOSE RUN-SEQ-FILE.
      *
      * ROLL-ORDER-FORWARD re-reads the executed order by key and
      * stamps its next run a frequency ahead; an order rolled past
      * its end date expires now rather than skipping forever.
                   MOVE LWK-CONTA   TO LSR-CONTA
                   MOVE LWK-AMOUNT  TO LSR-AMOUNT
                   MOVE LWK-DC-CODE TO LSR-DC-CODE
                   MOVE LWK-SOURCE  TO LSR-SOURCE
                   RELEASE LEG-SORT-REC
           END-READ.
      *
      * WRITE-POSTING-FEED turns the sorted legs into PSTTRAN postings
      * under the STOR source code, or XFER for an external order's
      * debit.
       WRITE-POSTING-FEED.
           PERFORM RETURN-SORTED-LEG
           PERFORM UNTIL LEG-SORT-AT-EOF
               MOVE WS-AMOUNT-X  TO PST-AMOUNT
               MOVE LSR-DC-CODE  TO PST-DC-CODE
               MOVE WS-RUN-DATE  TO PST-POST-DATE
               MOVE LSR-SOURCE   TO PST-SOURCE-CODE
               WRITE POSTING-OUT-REC
               PERFORM RETURN-SORTED-LEG
           END-PERFORM.
           PERFORM WRITE-CTL-TOTALS
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE ORDER-FILE.
           IF WS-BEN-STATUS = '00'
               CLOSE BEN-FILE
           END-IF
           CLOSE XFER-FILE.
           IF WS-SALDO-STATUS = '00'
               CLOSE SALDO-FILE
           END-IF
                   ' DUE ' WS-DUE-COUNT
                   ' EXECUTED ' WS-EXECUTED-COUNT
                   ' SKIPPED ' WS-SKIPPED-COUNT
                   ' EXPIRED ' WS-EXPIRED-COUNT
                   ' TRANSFERS ' WS-XFER-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'STORDRUN ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
