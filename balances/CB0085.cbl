      *  HOLDSUM figure) becomes a PSTTRAN debit under the CHQ source
      *  code; anything else goes back to the clearing house on the
      *  return file with the mandatory return-reason code - 11 for
      *  insufficient funds on first presentment, 12 when the same
      *  cheque comes back short a second time (the returned-cheque
      *  history CHQRTNH remembers the first return; a 12 is what
      *  CCFRPT reports to the bad-cheque registry), 13 for an
      *  account not on the balance file (closed accounts leave the
      *  file through ACCTMNT), 48 for an unreadable item.  Before
      *  any funds check the item is tried against the drawer's
      *  stop-payment orders on STOPPAY (placed through STOPMNT): a
      *  cheque inside an active stop is never paid, whatever the
      *  balance - it returns with 21 when the drawer revoked it, 28
      *  when the book was stolen or lost - and is listed on the
      *  stopped-cheque report (STOPRPT) for the branch to tell the
      *  customer.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTA-NUM IN SALDO-REC
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT STOP-FILE     ASSIGN TO STOPPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-KEY
               FILE STATUS IS WS-STOP-STATUS.
           SELECT STOP-REPORT   ASSIGN TO STOPRPT.
           SELECT RTN-HIST-FILE ASSIGN TO CHQRTNH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTH-KEY
               FILE STATUS IS WS-RTNHIST-STATUS.
           SELECT SORT-WORK     ASSIGN TO SORTWK01.
           SELECT POSTING-OUT   ASSIGN TO CHQPST.
           SELECT RETURN-FILE   ASSIGN TO CHQRET.
      *
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
      *
       FD  STOP-FILE RECORDING MODE F.
           COPY STOPPAY.
      *
       FD  STOP-REPORT RECORDING MODE F.
       01  STOP-PRINT-REC         PIC X(132).
      *
       FD  RTN-HIST-FILE RECORDING MODE F.
           COPY CHQRTNH.
      *
      * The cleared items sort onto the drawn account so the funds
      * merge never backs up and the feed lands in DRCRCAP's order.
               88  SORT-AT-EOF         VALUE 'Y'.
           05  WS-SALDO-EOF        PIC X VALUE 'N'.
               88  SALDO-AT-EOF        VALUE 'Y'.
           05  WS-STOP-OPEN        PIC X VALUE 'N'.
               88  STOP-FILE-OPEN      VALUE 'Y'.
           05  WS-STOP-SCAN        PIC X VALUE 'N'.
               88  STOP-SCAN-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-STOP-FOUND       PIC X VALUE 'N'.
               88  CHEQUE-IS-STOPPED   VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-FILESEQ-STATUS       PIC XX.
       01  WS-SALDO-STATUS         PIC XX.
       01  WS-STOP-STATUS          PIC XX.
       01  WS-RTNHIST-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-DETAIL-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-PAID-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-RETURNED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-STOPPED-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-PAID           PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-STOPPED        PIC S9(11)V99 VALUE ZEROS.
       01  WS-LAST-SEQ             PIC 9(6) VALUE ZEROS.
       01  WS-FILE-SEQ             PIC 9(6) VALUE ZEROS.
       01  WS-TRAILER-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-ALERT-MESSAGE         PIC X(40) VALUE
           'RUN ENDED WITH A WARNING RETURN CODE'.
       01  WS-ALERT-COUNT           PIC 9(7) VALUE ZEROS.
      *
       01  STOP-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(40) VALUE
               'CHEQUES RETURNED ON STOP-PAYMENT ORDERS'.
       01  STOP-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  SPL-CONTA      PIC 9(10).
           05  FILLER         PIC X(5)  VALUE ' CHQ '.
           05  SPL-CHQ        PIC X(10).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  SPL-AMOUNT     PIC Z(8)9.99.
           05  FILLER         PIC X(8)  VALUE ' REASON '.
           05  SPL-REASON     PIC X(2).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  SPL-REASON-TEXT PIC X(10).
           05  FILLER         PIC X(13) VALUE ' STOP PLACED '.
           05  SPL-PLACED     PIC 9(8).
           05  FILLER         PIC X(4)  VALUE ' BY '.
           05  SPL-OPERATOR   PIC X(8).
       01  STOP-TOTAL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(10) VALUE 'STOPPED '.
           05  STT-COUNT      PIC ZZZZZZ9.
           05  FILLER         PIC X(8)  VALUE ' AMOUNT '.
           05  STT-AMOUNT     PIC Z(10)9.99.
      *------------------
       PROCEDURE DIVISION.
      *------------------
               DISPLAY 'CHQINTAK - NO BALANCE FILE - EVERY ITEM '
                       'WILL RETURN'
           END-IF
           OPEN INPUT STOP-FILE
           IF WS-STOP-STATUS = '00'
               SET STOP-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'CHQINTAK - NO STOP-PAYMENT FILE - NO ITEM '
                       'IS STOPPED'
           END-IF
           OPEN I-O RTN-HIST-FILE
           IF WS-RTNHIST-STATUS = '35'
               OPEN OUTPUT RTN-HIST-FILE
               CLOSE RTN-HIST-FILE
               OPEN I-O RTN-HIST-FILE
           END-IF
           OPEN OUTPUT POSTING-OUT.
           OPEN OUTPUT RETURN-FILE.
           OPEN OUTPUT STOP-REPORT.
           WRITE STOP-PRINT-REC FROM STOP-HDR-LINE
           WRITE STOP-PRINT-REC FROM SPACES
           CALL 'GETBDAT' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-PERCHK-DATE
           CALL 'PERCHK' USING WS-PERCHK-DATE WS-PERCHK-RESULT
               MOVE '13' TO RTN-REASON-CODE
               PERFORM RETURN-ONE-ITEM
           ELSE
               PERFORM FIND-STOP-ORDER
               IF CHEQUE-IS-STOPPED
                   PERFORM RETURN-STOPPED-ITEM
               ELSE
                   PERFORM CHECK-FUNDS-AND-PAY
               END-IF
           END-IF.
      *
       CHECK-FUNDS-AND-PAY.
           IF SRT-CONTA NOT = WS-RELEASED-CONTA
               MOVE SRT-CONTA TO WS-RELEASED-CONTA
               MOVE ZEROS     TO WS-RELEASED-TOTAL
           END-IF
           MOVE SRT-CONTA TO WS-HOLD-CONTA
           CALL 'HOLDSUM' USING WS-HOLD-CONTA WS-RUN-DATE
                                WS-HELD-TOTAL
           COMPUTE WS-AVAILABLE =
               SALDO - WS-HELD-TOTAL - WS-RELEASED-TOTAL
           IF WS-AVAILABLE < SRT-AMOUNT
               PERFORM NOTE-FUNDS-RETURN
               PERFORM RETURN-ONE-ITEM
           ELSE
               PERFORM PAY-ONE-ITEM
           END-IF.
      *
      * NOTE-FUNDS-RETURN decides between first and second
      * presentment: a cheque already sent back short goes back this
      * time with 12, a new one with 11 and a history record.
       NOTE-FUNDS-RETURN.
           MOVE SRT-CONTA      TO RTH-CONTA-NUM
           MOVE SRT-CHQ-NUMBER TO RTH-CHQ-NUMBER
           READ RTN-HIST-FILE
               INVALID KEY
                   MOVE '11'           TO RTN-REASON-CODE
                   MOVE SPACES         TO CHQ-RTN-HIST-REC
                   MOVE SRT-CONTA      TO RTH-CONTA-NUM
                   MOVE SRT-CHQ-NUMBER TO RTH-CHQ-NUMBER
                   MOVE SRT-AMOUNT     TO RTH-AMOUNT
                   MOVE WS-RUN-DATE    TO RTH-FIRST-DATE
                   MOVE WS-RUN-DATE    TO RTH-LAST-DATE
                   MOVE '11'           TO RTH-LAST-REASON
                   MOVE 1              TO RTH-RETURN-COUNT
                   WRITE CHQ-RTN-HIST-REC
                   END-WRITE
               NOT INVALID KEY
                   MOVE '12'           TO RTN-REASON-CODE
                   MOVE WS-RUN-DATE    TO RTH-LAST-DATE
                   MOVE '12'           TO RTH-LAST-REASON
                   IF RTH-RETURN-COUNT < 99
                       ADD 1 TO RTH-RETURN-COUNT
                   END-IF
                   REWRITE CHQ-RTN-HIST-REC
                   END-REWRITE
           END-READ.
      *
      * FIND-STOP-ORDER walks the drawer's stops in first-cheque order
      * and stops at the first active one whose range holds the item;
      * once a stop begins past the cheque number no later one can.
       FIND-STOP-ORDER.
           SET CHEQUE-IS-STOPPED TO FALSE
           IF STOP-FILE-OPEN
               SET STOP-SCAN-DONE TO FALSE
               MOVE SRT-CONTA  TO STP-CONTA-NUM
               MOVE LOW-VALUES TO STP-CHQ-FROM
               START STOP-FILE KEY IS NOT LESS THAN STP-KEY
                   INVALID KEY SET STOP-SCAN-DONE TO TRUE
               END-START
               PERFORM TRY-ONE-STOP-ORDER UNTIL STOP-SCAN-DONE
           END-IF.
      *
       TRY-ONE-STOP-ORDER.
           READ STOP-FILE NEXT RECORD
               AT END SET STOP-SCAN-DONE TO TRUE
               NOT AT END
                   IF STP-CONTA-NUM NOT = SRT-CONTA
                           OR STP-CHQ-FROM > SRT-CHQ-NUMBER
                       SET STOP-SCAN-DONE TO TRUE
                   ELSE
                       IF STP-ACTIVE
                               AND STP-CHQ-TO NOT < SRT-CHQ-NUMBER
                           SET CHEQUE-IS-STOPPED TO TRUE
                           SET STOP-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.
      *
      * RETURN-STOPPED-ITEM sends the item back under the reason the
      * stop order carries and lists it for the branch.
       RETURN-STOPPED-ITEM.
           IF STP-THEFT-LOSS
               MOVE '28'         TO RTN-REASON-CODE
               MOVE 'THEFT/LOSS' TO SPL-REASON-TEXT
           ELSE
               MOVE '21'         TO RTN-REASON-CODE
               MOVE 'REVOKED'    TO SPL-REASON-TEXT
           END-IF
           PERFORM RETURN-ONE-ITEM
           MOVE SRT-CONTA       TO SPL-CONTA
           MOVE SRT-CHQ-NUMBER  TO SPL-CHQ
           MOVE SRT-AMOUNT      TO SPL-AMOUNT
           MOVE RTN-REASON-CODE TO SPL-REASON
           MOVE STP-PLACED-DATE TO SPL-PLACED
           MOVE STP-OPERATOR    TO SPL-OPERATOR
           WRITE STOP-PRINT-REC FROM STOP-LINE
           ADD 1 TO WS-STOPPED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-STOPPED-COUNT OVERFLOWED'
           END-ADD
           ADD SRT-AMOUNT TO WS-TOTAL-STOPPED
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-STOPPED OVERFLOWED'
           END-ADD.
      *
       PAY-ONE-ITEM.
           MOVE SPACES       TO POSTING-OUT-REC
           END-ADD.
      *
       CLOSE-STOP.
           MOVE WS-STOPPED-COUNT TO STT-COUNT
           MOVE WS-TOTAL-STOPPED TO STT-AMOUNT
           WRITE STOP-PRINT-REC FROM SPACES
           WRITE STOP-PRINT-REC FROM STOP-TOTAL-LINE
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-CTL-TOTALS
           END-IF
           CLOSE POSTING-OUT.
           CLOSE RETURN-FILE.
           CLOSE STOP-REPORT.
           CLOSE RTN-HIST-FILE.
           IF STOP-FILE-OPEN
               CLOSE STOP-FILE
           END-IF
           DISPLAY 'CHQINTAK READ ' WS-READ-COUNT
                   ' DETAILS ' WS-DETAIL-COUNT
                   ' PAID ' WS-PAID-COUNT
                   ' RETURNED ' WS-RETURNED-COUNT
                   ' STOPPED ' WS-STOPPED-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'CHQINTAK ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
