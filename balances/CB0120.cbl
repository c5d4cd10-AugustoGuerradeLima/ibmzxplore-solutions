      *  addressed from the CONTACT file's preferred entry with the
      *  same delivery split the e-statement interface uses: channel
      *  E with the preferred e-mail when the customer chose one,
      *  channel P for the paper queue otherwise.  Each notification
      *  carries an ID - the night and its number within the night -
      *  and is entered on the NTFYREG register, so the delivery
      *  receipts the SMS/e-mail gateway returns can be matched back.
      *  The receipt intake runs first, as the bounced-statement
      *  intake does in STMTDLVR: a delivered notification is settled
      *  and clears its contact's failure count; a failed one is
      *  settled, counts against its contact - flagged failing at the
      *  limit, for the branch to update - and goes out again tonight
      *  on the customer's next contact (an SMS for a phone, an
      *  e-mail for an address), or to paper once the contacts or the
      *  attempts run out.  A receipt matching no notification is
      *  reported and ends the run RC 4 with an alert.  A contact
      *  already flagged failing is passed over when choosing one.
      *  A receipt the register will not take is reported with the
      *  unmatched ones and neither charges nor clears its contact.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               RECORD KEY IS CNT-KEY
               FILE STATUS IS WS-CONTACT-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO NTFYOUT.
           SELECT RECEIPT-FILE ASSIGN TO NTFYRCPT
               FILE STATUS IS WS-RCPT-STATUS.
           SELECT NTFY-REG-FILE ASSIGN TO NTFYREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTR-KEY
               FILE STATUS IS WS-NTFYREG-STATUS.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE ASSIGN TO RUNSEQ
               ORGANIZATION IS INDEXED
      *
      * One notification per matched subscription: the channel and
      * address the delivery split chose, then what fired and the
      * figure behind it, the notification's number within the night
      * (with NTF-RUN-DATE, its ID) and the contact it went to.
       FD  NOTIFY-FILE RECORDING MODE F.
       01  NOTIFY-REC.
           05  NTF-CHANNEL          PIC X.
                                        SEPARATE.
           05  NTF-RUN-DATE         PIC 9(8).
           05  NTF-ADDRESS          PIC X(40).
           05  NTF-NOTIFY-SEQ       PIC 9(5).
           05  NTF-CNT-SEQ          PIC 9(3).
      *
      * One delivery receipt per record, as the gateway returns them:
      * the notification ID it was sent with, and D delivered or F
      * failed.
       FD  RECEIPT-FILE RECORDING MODE F.
       01  NTFY-RCPT-REC.
           05  RCP-RUN-DATE         PIC X(8).
           05  RCP-NOTIFY-SEQ       PIC X(5).
           05  RCP-CHANNEL          PIC X.
           05  RCP-STATUS           PIC X.
               88  RCP-DELIVERED        VALUE 'D'.
               88  RCP-FAILED           VALUE 'F'.
           05  RCP-STATUS-DATE      PIC X(8).
           05  RCP-REASON           PIC X(30).
           05  FILLER               PIC X(27).
      *
       FD  NTFY-REG-FILE RECORDING MODE F.
           COPY NTFYREG.
      *
       FD  RUN-CTL-FILE RECORDING MODE F.
           COPY RUNCTL.
               88  EMAIL-FOUND         VALUE 'Y' FALSE 'N'.
           05  WS-STMT-FOUND-FLAG  PIC X VALUE 'N'.
               88  STMT-IS-READY       VALUE 'Y' FALSE 'N'.
           05  WS-RCPT-EOF         PIC X VALUE 'N'.
               88  RCPT-AT-EOF         VALUE 'Y'.
           05  WS-REG-SCAN-FLAG    PIC X VALUE 'N'.
               88  REG-SCAN-DONE       VALUE 'Y' FALSE 'N'.
           05  WS-AFTER-FLAG       PIC X VALUE 'N'.
               88  AFTER-CONTACT-FOUND VALUE 'Y' FALSE 'N'.
           05  WS-BEFORE-FLAG      PIC X VALUE 'N'.
               88  BEFORE-CONTACT-FOUND VALUE 'Y' FALSE 'N'.
           05  WS-NEW-FAIL-FLAG    PIC X VALUE 'N'.
               88  CONTACT-NEWLY-FAILING VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-ALRTSUB-STATUS       PIC XX.
       01  WS-PSTHIST-STATUS       PIC XX.
       01  WS-STMTIDX-STATUS       PIC XX.
       01  WS-CONTACT-STATUS       PIC XX.
       01  WS-CONTACT-OPEN-FLAG    PIC X VALUE 'N'.
           88  CONTACT-AVAILABLE       VALUE 'Y' FALSE 'N'.
       01  WS-RCPT-STATUS          PIC XX.
       01  WS-NTFYREG-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-MATCHED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-EMAIL-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-PAPER-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-SMS-COUNT          PIC 9(7) VALUE ZEROS.
           05  WS-RECEIPT-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-DELIVERED-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-FAILED-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-RETRY-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-SETTLED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-UNMATCHED-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-FLAGGED-COUNT      PIC 9(7) VALUE ZEROS.
      * Delivery limits: consecutive failed deliveries that flag a
      * contact failing, and the attempts made on the gateway before
      * a notification falls back to paper.
       01  WS-FAIL-LIMIT           PIC 9(2) VALUE 3.
       01  WS-MAX-ATTEMPTS         PIC 9(2) VALUE 3.
      * The notification being issued: the number last given out
      * tonight, the contact it goes to, and - for a retry - the
      * attempt and the entry it replaces.
       01  WS-NOTIFY-SEQ           PIC 9(5) VALUE ZEROS.
       01  WS-CONTACT-USED         PIC 9(3).
       01  WS-ISSUE-CHANNEL        PIC X.
       01  WS-ISSUE-ADDRESS        PIC X(40).
       01  WS-ISSUE-CONTA          PIC 9(10).
       01  WS-ISSUE-CPF            PIC X(11).
       01  WS-ISSUE-TYPE           PIC X.
       01  WS-ISSUE-ATTEMPT        PIC 9(2).
       01  WS-ISSUE-PRIOR-KEY.
           05  WS-ISSUE-PRIOR-DATE PIC 9(8).
           05  WS-ISSUE-PRIOR-SEQ  PIC 9(5).
      * The failed contact and the candidates for the next one.
       01  WS-FAILED-CNT-SEQ       PIC 9(3).
       01  WS-FAILED-ADDRESS       PIC X(40).
       01  WS-AFTER-SEQ            PIC 9(3).
       01  WS-AFTER-TYPE           PIC X.
       01  WS-AFTER-VALUE          PIC X(40).
       01  WS-BEFORE-SEQ           PIC 9(3).
       01  WS-BEFORE-TYPE          PIC X.
       01  WS-BEFORE-VALUE         PIC X(40).
       01  WS-RECEIPT-DATE         PIC 9(8).
       01  WS-EVENT-AMOUNT         PIC S9(9)V99.
       01  WS-POSTING-SIZE         PIC 9(9)V99.
       01  WS-EMAIL-VALUE          PIC X(40).
      * next one physically.
       MAIN-LOGIC.
           PERFORM OPEN-FILES
           PERFORM TAKE-DELIVERY-RECEIPTS
           PERFORM EVALUATE-UNTIL-DONE
           PERFORM CLOSE-STOP.
      *
               DISPLAY 'ALRTEVAL - NO POSTING HISTORY - POSTING '
                       'CONDITIONS CANNOT FIRE'
           END-IF
           OPEN I-O CONTACT-FILE
           IF WS-CONTACT-STATUS = '00'
               SET CONTACT-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'ALRTEVAL - NO CONTACT FILE - EVERYTHING '
                       'ROUTES TO PAPER'
           END-IF
           OPEN OUTPUT NOTIFY-FILE
           OPEN I-O NTFY-REG-FILE
           IF WS-NTFYREG-STATUS = '35'
               CLOSE NTFY-REG-FILE
               OPEN OUTPUT NTFY-REG-FILE
               CLOSE NTFY-REG-FILE
               OPEN I-O NTFY-REG-FILE
           END-IF
           CALL 'GETBDAT' USING WS-RUN-DATE
           PERFORM FIND-LAST-NOTIFY-SEQ
           PERFORM LOAD-STATEMENT-INDEX
           PERFORM START-RUN-CONTROL.
      *
      * FIND-LAST-NOTIFY-SEQ picks up the last number already given
      * out tonight, so a rerun of the night numbers on from it
      * instead of colliding with the register.
       FIND-LAST-NOTIFY-SEQ.
           SET REG-SCAN-DONE TO FALSE
           MOVE WS-RUN-DATE TO NTR-RUN-DATE
           MOVE ZEROS       TO NTR-SEQ
           START NTFY-REG-FILE KEY IS NOT LESS THAN NTR-KEY
               INVALID KEY SET REG-SCAN-DONE TO TRUE
           END-START
           PERFORM READ-TONIGHTS-ENTRY UNTIL REG-SCAN-DONE.
      *
       READ-TONIGHTS-ENTRY.
           READ NTFY-REG-FILE NEXT RECORD
               AT END SET REG-SCAN-DONE TO TRUE
               NOT AT END
                   IF NTR-RUN-DATE NOT = WS-RUN-DATE
                       SET REG-SCAN-DONE TO TRUE
                   ELSE
                       MOVE NTR-SEQ TO WS-NOTIFY-SEQ
                   END-IF
           END-READ.
      *
      * LOAD-STATEMENT-INDEX reads tonight's statement index whole -
      * statement-ready subscriptions fire against membership here.
       LOAD-STATEMENT-INDEX.
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * TAKE-DELIVERY-RECEIPTS works the gateway's delivery receipts
      * before tonight's evaluation, so a failed notification's retry
      * goes out in tonight's extract.
       TAKE-DELIVERY-RECEIPTS.
           OPEN INPUT RECEIPT-FILE
           IF WS-RCPT-STATUS NOT = '00'
               SET RCPT-AT-EOF TO TRUE
               DISPLAY 'ALRTEVAL - NO DELIVERY RECEIPTS TONIGHT'
           END-IF
           PERFORM TAKE-ONE-RECEIPT
               UNTIL RCPT-AT-EOF OR COUNTER-OVERFLOWED
           IF WS-RCPT-STATUS = '00' OR WS-RCPT-STATUS = '10'
               CLOSE RECEIPT-FILE
           END-IF.
      *
       TAKE-ONE-RECEIPT.
           READ RECEIPT-FILE
               AT END SET RCPT-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECEIPT-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-RECEIPT-COUNT OVERFLOWED'
                   END-ADD
                   PERFORM MATCH-ONE-RECEIPT
           END-READ.
      *
       MATCH-ONE-RECEIPT.
           IF RCP-RUN-DATE IS NOT NUMERIC
                   OR RCP-NOTIFY-SEQ IS NOT NUMERIC
               ADD 1 TO WS-UNMATCHED-COUNT
               DISPLAY 'ALRTEVAL RECEIPT WITHOUT A NOTIFICATION ID - '
                       RCP-RUN-DATE RCP-NOTIFY-SEQ
           ELSE
               MOVE RCP-RUN-DATE   TO NTR-RUN-DATE
               MOVE RCP-NOTIFY-SEQ TO NTR-SEQ
               READ NTFY-REG-FILE
                   INVALID KEY
                       ADD 1 TO WS-UNMATCHED-COUNT
                       DISPLAY 'ALRTEVAL RECEIPT FOR UNKNOWN '
                               'NOTIFICATION ' RCP-RUN-DATE
                               RCP-NOTIFY-SEQ
                   NOT INVALID KEY
                       PERFORM SETTLE-ONE-NOTIFICATION
               END-READ
           END-IF.
      *
      * SETTLE-ONE-NOTIFICATION applies the receipt to the register.
      * A notification already settled - the gateway resending a
      * receipt - is left as it stands.
       SETTLE-ONE-NOTIFICATION.
           IF RCP-STATUS-DATE IS NUMERIC
               MOVE RCP-STATUS-DATE TO WS-RECEIPT-DATE
           ELSE
               MOVE WS-RUN-DATE     TO WS-RECEIPT-DATE
           END-IF
           EVALUATE TRUE
               WHEN NOT NTR-AWAITING
                   ADD 1 TO WS-SETTLED-COUNT
               WHEN RCP-DELIVERED
                   SET NTR-DELIVERED   TO TRUE
                   MOVE WS-RECEIPT-DATE TO NTR-RECEIPT-DATE
                   MOVE SPACES          TO NTR-REASON
                   REWRITE NTFY-REG-REC
                       INVALID KEY
                           PERFORM REJECT-UNSETTLED-RECEIPT
                       NOT INVALID KEY
                           ADD 1 TO WS-DELIVERED-COUNT
                           PERFORM CLEAR-CONTACT-FAILURES
                   END-REWRITE
               WHEN RCP-FAILED
                   SET NTR-FAILED      TO TRUE
                   MOVE WS-RECEIPT-DATE TO NTR-RECEIPT-DATE
                   MOVE RCP-REASON      TO NTR-REASON
                   MOVE WS-RUN-DATE     TO NTR-RETRY-DATE
                   COMPUTE NTR-RETRY-SEQ = WS-NOTIFY-SEQ + 1
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-NOTIFY-SEQ OVERFLOWED'
                   END-COMPUTE
                   REWRITE NTFY-REG-REC
                       INVALID KEY
                           PERFORM REJECT-UNSETTLED-RECEIPT
                       NOT INVALID KEY
                           ADD 1 TO WS-FAILED-COUNT
                           PERFORM COUNT-CONTACT-FAILURE
                           PERFORM RETRY-FAILED-NOTIFICATION
                   END-REWRITE
               WHEN OTHER
                   ADD 1 TO WS-UNMATCHED-COUNT
                   DISPLAY 'ALRTEVAL RECEIPT STATUS NOT D OR F - '
                           RCP-RUN-DATE RCP-NOTIFY-SEQ
                           ' ' RCP-STATUS
           END-EVALUATE.
      *
       REJECT-UNSETTLED-RECEIPT.
           ADD 1 TO WS-UNMATCHED-COUNT
           DISPLAY 'ALRTEVAL RECEIPT NOT SETTLED - REGISTER STATUS '
                   WS-NTFYREG-STATUS ' ' RCP-RUN-DATE RCP-NOTIFY-SEQ.
      *
      * CLEAR-CONTACT-FAILURES: a delivery proves the contact works,
      * so its run of failures starts again - as long as it still
      * holds the value the notification went to.
       CLEAR-CONTACT-FAILURES.
           IF CONTACT-AVAILABLE AND NOT NTR-PAPER
               MOVE NTR-CPF     TO CNT-CPF
               MOVE NTR-CNT-SEQ TO CNT-SEQ
               READ CONTACT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CNT-VALUE = NTR-ADDRESS
                           MOVE ZEROS TO CNT-FAIL-COUNT
                           MOVE SPACE TO CNT-FAIL-FLAG
                           REWRITE CONTACT-REC
                               INVALID KEY
                                   PERFORM REPORT-CONTACT-NOT-UPDATED
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
      *
      * COUNT-CONTACT-FAILURE adds the failure to the contact's run
      * and flags it failing at the limit.  A contact the branch has
      * changed since the notification went out is not charged.
       COUNT-CONTACT-FAILURE.
           IF CONTACT-AVAILABLE AND NOT NTR-PAPER
               MOVE NTR-CPF     TO CNT-CPF
               MOVE NTR-CNT-SEQ TO CNT-SEQ
               READ CONTACT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CNT-VALUE = NTR-ADDRESS
                           PERFORM CHARGE-CONTACT-FAILURE
                       END-IF
               END-READ
           END-IF.
      *
       CHARGE-CONTACT-FAILURE.
           IF CNT-FAIL-COUNT IS NOT NUMERIC
               MOVE ZEROS TO CNT-FAIL-COUNT
           END-IF
           IF CNT-FAIL-COUNT < 99
               ADD 1 TO CNT-FAIL-COUNT
           END-IF
           SET CONTACT-NEWLY-FAILING TO FALSE
           IF CNT-FAIL-COUNT NOT < WS-FAIL-LIMIT
                   AND NOT CNT-FAILING
               SET CNT-FAILING TO TRUE
               SET CONTACT-NEWLY-FAILING TO TRUE
           END-IF
           REWRITE CONTACT-REC
               INVALID KEY
                   PERFORM REPORT-CONTACT-NOT-UPDATED
               NOT INVALID KEY
                   IF CONTACT-NEWLY-FAILING
                       ADD 1 TO WS-FLAGGED-COUNT
                       DISPLAY 'ALRTEVAL CONTACT FLAGGED FAILING - CPF '
                               CNT-CPF ' SEQ ' CNT-SEQ
                   END-IF
           END-REWRITE.
      *
       REPORT-CONTACT-NOT-UPDATED.
           DISPLAY 'ALRTEVAL CONTACT NOT UPDATED - CPF ' CNT-CPF
                   ' SEQ ' CNT-SEQ ' STATUS ' WS-CONTACT-STATUS.
      *
      * RETRY-FAILED-NOTIFICATION sends the failed notification again
      * on the customer's next contact - the next one in sequence
      * after the contact that failed, wrapping round to the first,
      * not flagged failing and not the same value - or to paper when
      * there is none or the attempts are used up.
       RETRY-FAILED-NOTIFICATION.
           MOVE NTR-CONTA-NUM  TO WS-ISSUE-CONTA
           MOVE NTR-CPF        TO WS-ISSUE-CPF
           MOVE NTR-TYPE       TO WS-ISSUE-TYPE
           MOVE NTR-AMOUNT     TO WS-EVENT-AMOUNT
           MOVE NTR-KEY        TO WS-ISSUE-PRIOR-KEY
           COMPUTE WS-ISSUE-ATTEMPT = NTR-ATTEMPT + 1
           MOVE NTR-CNT-SEQ    TO WS-FAILED-CNT-SEQ
           MOVE NTR-ADDRESS    TO WS-FAILED-ADDRESS
           MOVE 'P'            TO WS-ISSUE-CHANNEL
           MOVE SPACES         TO WS-ISSUE-ADDRESS
           MOVE ZEROS          TO WS-CONTACT-USED
           IF NTR-ATTEMPT < WS-MAX-ATTEMPTS
               PERFORM FIND-NEXT-CONTACT
           END-IF
           PERFORM ISSUE-NOTIFICATION
           ADD 1 TO WS-RETRY-COUNT.
      *
       FIND-NEXT-CONTACT.
           SET AFTER-CONTACT-FOUND  TO FALSE
           SET BEFORE-CONTACT-FOUND TO FALSE
           IF CONTACT-AVAILABLE
               SET CONTACT-SCAN-DONE TO FALSE
               MOVE WS-ISSUE-CPF TO CNT-CPF
               MOVE ZEROS        TO CNT-SEQ
               START CONTACT-FILE KEY IS NOT LESS THAN CNT-KEY
                   INVALID KEY SET CONTACT-SCAN-DONE TO TRUE
               END-START
               PERFORM CHECK-ONE-RETRY-CONTACT
                   UNTIL CONTACT-SCAN-DONE
           END-IF
           EVALUATE TRUE
               WHEN AFTER-CONTACT-FOUND
                   MOVE WS-AFTER-SEQ    TO WS-CONTACT-USED
                   MOVE WS-AFTER-VALUE  TO WS-ISSUE-ADDRESS
                   MOVE WS-AFTER-TYPE   TO WS-ISSUE-CHANNEL
               WHEN BEFORE-CONTACT-FOUND
                   MOVE WS-BEFORE-SEQ   TO WS-CONTACT-USED
                   MOVE WS-BEFORE-VALUE TO WS-ISSUE-ADDRESS
                   MOVE WS-BEFORE-TYPE  TO WS-ISSUE-CHANNEL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *    A phone contact takes the notification as an SMS.
           IF WS-CONTACT-USED > ZEROS AND WS-ISSUE-CHANNEL = 'P'
               MOVE 'S' TO WS-ISSUE-CHANNEL
           END-IF.
      *
       CHECK-ONE-RETRY-CONTACT.
           READ CONTACT-FILE NEXT RECORD
               AT END SET CONTACT-SCAN-DONE TO TRUE
               NOT AT END
                   IF CNT-CPF NOT = WS-ISSUE-CPF
                       SET CONTACT-SCAN-DONE TO TRUE
                   ELSE
                       IF (CNT-EMAIL OR CNT-PHONE)
                               AND NOT CNT-FAILING
                               AND CNT-SEQ NOT = WS-FAILED-CNT-SEQ
                               AND CNT-VALUE NOT = WS-FAILED-ADDRESS
                           PERFORM NOTE-RETRY-CANDIDATE
                       END-IF
                   END-IF
           END-READ.
      *
       NOTE-RETRY-CANDIDATE.
           IF CNT-SEQ > WS-FAILED-CNT-SEQ
               IF NOT AFTER-CONTACT-FOUND
                   SET AFTER-CONTACT-FOUND TO TRUE
                   SET CONTACT-SCAN-DONE   TO TRUE
                   MOVE CNT-SEQ   TO WS-AFTER-SEQ
                   MOVE CNT-TYPE  TO WS-AFTER-TYPE
                   MOVE CNT-VALUE TO WS-AFTER-VALUE
               END-IF
           ELSE
               IF NOT BEFORE-CONTACT-FOUND
                   SET BEFORE-CONTACT-FOUND TO TRUE
                   MOVE CNT-SEQ   TO WS-BEFORE-SEQ
                   MOVE CNT-TYPE  TO WS-BEFORE-TYPE
                   MOVE CNT-VALUE TO WS-BEFORE-VALUE
               END-IF
           END-IF.
      *
       EVALUATE-UNTIL-DONE.
           PERFORM READ-SUBSCRIPTION
      * carries it on channel E, anything else queues for paper.
       WRITE-ONE-NOTIFICATION.
           PERFORM FIND-PREFERRED-EMAIL
           MOVE ASB-CONTA-NUM   TO WS-ISSUE-CONTA
           MOVE ASB-CPF         TO WS-ISSUE-CPF
           MOVE ASB-TYPE        TO WS-ISSUE-TYPE
           MOVE 1               TO WS-ISSUE-ATTEMPT
           MOVE ZEROS           TO WS-ISSUE-PRIOR-KEY
           IF EMAIL-FOUND
               MOVE 'E'            TO WS-ISSUE-CHANNEL
               MOVE WS-EMAIL-VALUE TO WS-ISSUE-ADDRESS
           ELSE
               MOVE 'P'    TO WS-ISSUE-CHANNEL
               MOVE SPACES TO WS-ISSUE-ADDRESS
               MOVE ZEROS  TO WS-CONTACT-USED
           END-IF
           PERFORM ISSUE-NOTIFICATION.
      *
      * ISSUE-NOTIFICATION numbers the notification, writes it to the
      * extract and enters it on the register - awaiting a receipt,
      * or queued for paper, which the gateway never sees.
       ISSUE-NOTIFICATION.
           ADD 1 TO WS-NOTIFY-SEQ
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-NOTIFY-SEQ OVERFLOWED'
           END-ADD
           MOVE SPACES           TO NOTIFY-REC
           MOVE WS-ISSUE-CHANNEL TO NTF-CHANNEL
           MOVE WS-ISSUE-CONTA   TO NTF-CONTA-NUM
           MOVE WS-ISSUE-CPF     TO NTF-CPF
           MOVE WS-ISSUE-TYPE    TO NTF-TYPE
           MOVE WS-EVENT-AMOUNT  TO NTF-AMOUNT
           MOVE WS-RUN-DATE      TO NTF-RUN-DATE
           MOVE WS-ISSUE-ADDRESS TO NTF-ADDRESS
           MOVE WS-NOTIFY-SEQ    TO NTF-NOTIFY-SEQ
           MOVE WS-CONTACT-USED  TO NTF-CNT-SEQ
           EVALUATE WS-ISSUE-CHANNEL
               WHEN 'E'
                   ADD 1 TO WS-EMAIL-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-EMAIL-COUNT OVERFLOWED'
                   END-ADD
               WHEN 'S'
                   ADD 1 TO WS-SMS-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-SMS-COUNT OVERFLOWED'
                   END-ADD
               WHEN OTHER
                   ADD 1 TO WS-PAPER-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-PAPER-COUNT OVERFLOWED'
                   END-ADD
           END-EVALUATE
           WRITE NOTIFY-REC
           PERFORM REGISTER-NOTIFICATION
           ADD 1 TO WS-MATCHED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-MATCHED-COUNT OVERFLOWED'
           END-ADD.
      *
       REGISTER-NOTIFICATION.
           MOVE SPACES             TO NTFY-REG-REC
           MOVE WS-RUN-DATE        TO NTR-RUN-DATE
           MOVE WS-NOTIFY-SEQ      TO NTR-SEQ
           MOVE WS-ISSUE-CONTA     TO NTR-CONTA-NUM
           MOVE WS-ISSUE-CPF       TO NTR-CPF
           MOVE WS-ISSUE-TYPE      TO NTR-TYPE
           MOVE WS-EVENT-AMOUNT    TO NTR-AMOUNT
           MOVE WS-ISSUE-CHANNEL   TO NTR-CHANNEL
           MOVE WS-CONTACT-USED    TO NTR-CNT-SEQ
           MOVE WS-ISSUE-ADDRESS   TO NTR-ADDRESS
           MOVE WS-ISSUE-ATTEMPT   TO NTR-ATTEMPT
           IF NTR-PAPER
               SET NTR-QUEUED-PAPER TO TRUE
           ELSE
               SET NTR-AWAITING     TO TRUE
           END-IF
           MOVE ZEROS              TO NTR-RECEIPT-DATE
           MOVE WS-ISSUE-PRIOR-KEY TO NTR-PRIOR-KEY
           MOVE ZEROS              TO NTR-RETRY-KEY
           WRITE NTFY-REG-REC
               INVALID KEY
                   DISPLAY 'ALRTEVAL NOTIFICATION ' WS-RUN-DATE
                           WS-NOTIFY-SEQ ' ALREADY ON THE REGISTER'
           END-WRITE.
      *
      * FIND-PREFERRED-EMAIL walks the subscriber's contacts for a
      * preferred e-mail entry, the same rule STMTDLVR applies to
      * e-statements - passing over one flagged failing.
       FIND-PREFERRED-EMAIL.
           SET EMAIL-FOUND TO FALSE
           MOVE SPACES TO WS-EMAIL-VALUE
           MOVE ZEROS  TO WS-CONTACT-USED
           IF CONTACT-AVAILABLE
               SET CONTACT-SCAN-DONE TO FALSE
               MOVE ASB-CPF TO CNT-CPF
               MOVE ZEROS   TO CNT-SEQ
                       SET CONTACT-SCAN-DONE TO TRUE
                   ELSE
                       IF CNT-EMAIL AND CNT-IS-PREFERRED
                               AND NOT CNT-FAILING
                           SET EMAIL-FOUND TO TRUE
                           SET CONTACT-SCAN-DONE TO TRUE
                           MOVE CNT-VALUE TO WS-EMAIL-VALUE
                           MOVE CNT-SEQ   TO WS-CONTACT-USED
                       END-IF
                   END-IF
           END-READ.
           IF WS-PSTHIST-STATUS = '00'
               CLOSE PST-HIST-FILE
           END-IF
           IF CONTACT-AVAILABLE
               CLOSE CONTACT-FILE
           END-IF
           CLOSE NOTIFY-FILE
           CLOSE NTFY-REG-FILE
           DISPLAY 'ALRTEVAL SUBSCRIPTIONS ' WS-READ-COUNT
                   ' MATCHED ' WS-MATCHED-COUNT
                   ' E-MAIL ' WS-EMAIL-COUNT
                   ' SMS ' WS-SMS-COUNT
                   ' PAPER ' WS-PAPER-COUNT
           DISPLAY 'ALRTEVAL RECEIPTS ' WS-RECEIPT-COUNT
                   ' DELIVERED ' WS-DELIVERED-COUNT
                   ' FAILED ' WS-FAILED-COUNT
                   ' RETRIED ' WS-RETRY-COUNT
                   ' ALREADY SETTLED ' WS-SETTLED-COUNT
                   ' UNMATCHED ' WS-UNMATCHED-COUNT
                   ' CONTACTS FLAGGED ' WS-FLAGGED-COUNT
           IF COUNTER-OVERFLOWED
               DISPLAY 'ALRTEVAL ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-ALERT-SEVERITY
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF WS-UNMATCHED-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'DELIVERY RECEIPTS MATCHING NO NOTICE'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-UNMATCHED-COUNT TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.
      *
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-MATCHED-COUNT    TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'RECEIPTS'          TO SUMM-CATEGORY-NAME
           MOVE WS-RECEIPT-COUNT    TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'DELIVERED'         TO SUMM-CATEGORY-NAME
           MOVE WS-DELIVERED-COUNT  TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'FAILED-RETRIED'    TO SUMM-CATEGORY-NAME
           MOVE WS-RETRY-COUNT      TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'UNMATCHED RCPTS'   TO SUMM-CATEGORY-NAME
           MOVE WS-UNMATCHED-COUNT  TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           CLOSE SUMMARY-FILE.
      *
      *
