      *  supervisor can work the approval queue (approve or reject
      *  each pending hold) or RELEASE an active one.  Only active
      *  holds reduce the available balance the shared HOLDSUM
      *  subroutine computes for the funds checks and BALINQ.  A card
      *  authorization hold carries the network's authorization
      *  reference, so the card settlement intake (CARDSETL) can find
      *  and release it when the transaction settles.  Every action
      *  writes a SESSLOG entry.  A standard operator places holds
      *  only on the accounts of their own branches (the shared
      *  BRNSCOPE check); a refused account is logged as BRNREFUSE.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
       01  WS-ENTRY-AMOUNT      PIC 9(9)V99.
       01  WS-ENTRY-REASON      PIC X(20).
       01  WS-ENTRY-EXPIRY      PIC 9(8).
       01  WS-ENTRY-AUTH-REF    PIC X(6).
       01  WS-ENTRY-SEQ         PIC 9(3).
       01  WS-NEXT-SEQ          PIC 9(3).
       01  WS-SCAN-FLAG         PIC X VALUE 'N'.
           88  HOLD-SCAN-DONE       VALUE 'Y' FALSE 'N'.
       01  WS-PENDING-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-AMOUNT-ED         PIC -(9)9.99.
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM     PIC X(8) VALUE 'HOLDMNT'.
       01  WS-SCOPE-KEY-TYPE    PIC X VALUE 'A'.
       01  WS-SCOPE-KEY         PIC X(11).
       01  WS-SCOPE-RESULT      PIC X.
           88  KEY-IN-SCOPE         VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
               DISPLAY 'ACCOUNT MUST BE 10 DIGITS'
           ELSE
               MOVE WS-ANSWER(1:10) TO WS-ENTRY-CONTA
               PERFORM CHECK-ACCOUNT-SCOPE
               IF KEY-IN-SCOPE
                   PERFORM ENTER-HOLD-DETAILS
               END-IF
           END-IF.
      *
      * CHECK-ACCOUNT-SCOPE keeps a standard operator to the accounts
      * of their own branches through the shared BRNSCOPE check; a
      * refusal is logged as BRNREFUSE.
       CHECK-ACCOUNT-SCOPE.
           MOVE SPACES          TO WS-SCOPE-KEY
           MOVE WS-ENTRY-CONTA  TO WS-SCOPE-KEY
           CALL 'BRNSCOPE' USING WS-OPERATOR-ID WS-SCOPE-PROGRAM
                                 WS-SCOPE-KEY-TYPE WS-SCOPE-KEY
                                 WS-SCOPE-RESULT
           IF NOT KEY-IN-SCOPE
               MOVE 'BRNREFUSE'  TO WS-LOG-ACTION
               MOVE WS-SCOPE-KEY TO WS-LOG-KEY
               PERFORM LOG-SESSION-ACTION
           END-IF.
      *
       ENTER-HOLD-DETAILS.
           DISPLAY 'AMOUNT (9(9)V99): '
           ACCEPT WS-ENTRY-AMOUNT
           DISPLAY 'REASON: '
           ACCEPT WS-ENTRY-REASON
           DISPLAY 'EXPIRY (YYYYMMDD, 0 = NONE): '
           ACCEPT WS-ENTRY-EXPIRY
           DISPLAY 'CARD AUTHORIZATION REF (BLANK IF NOT A '
                   'CARD HOLD): '
           ACCEPT WS-ENTRY-AUTH-REF
           PERFORM FIND-NEXT-HOLD-SEQ
           MOVE SPACES          TO BAL-HOLD-REC
           MOVE WS-ENTRY-CONTA  TO HLD-CONTA-NUM
           MOVE WS-NEXT-SEQ     TO HLD-SEQ
           MOVE WS-ENTRY-AMOUNT TO HLD-AMOUNT
           MOVE WS-ENTRY-REASON TO HLD-REASON
           MOVE WS-ENTRY-EXPIRY TO HLD-EXPIRY
           SET HLD-PENDING      TO TRUE
           MOVE WS-OPERATOR-ID  TO HLD-PLACED-BY
           MOVE SPACES          TO HLD-APPROVED-BY
           MOVE WS-RUN-DATE     TO HLD-PLACED-DATE
           MOVE WS-ENTRY-AUTH-REF TO HLD-AUTH-REF
           WRITE BAL-HOLD-REC
               INVALID KEY
                   DISPLAY 'HOLD NOT WRITTEN - DUPLICATE KEY'
               NOT INVALID KEY
                   DISPLAY 'HOLD PLACED PENDING AS SEQ '
                           WS-NEXT-SEQ
                   MOVE 'HOLDPLACE' TO WS-LOG-ACTION
                   PERFORM LOG-SESSION-ACTION
           END-WRITE.
      *
       FIND-NEXT-HOLD-SEQ.
           MOVE ZEROS TO WS-NEXT-SEQ
