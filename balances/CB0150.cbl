      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    REVDSK.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  REVDSK is the posting reversal (estorno) desk, the DELAPPR
      *  two-step for a misposted or doubled item: until now the only
      *  fix was a manual teller entry nobody could tie back to the
      *  original.  A clerk pulls the original off the retained
      *  posting detail (PSTHIST) by account, posting date and
      *  sequence, and requests its reversal with a reason; the
      *  request sits pending until a supervisor - never the one who
      *  raised it - works the approval queue.  An item already
      *  reversed, or itself a reversal, is refused, and the request
      *  file is keyed by the original so an item carries one request
      *  at most.  Nothing moves money in this program - the approved
      *  requests are executed by the batch step (REVRUN, CB0151),
      *  which generates the exact offsetting entry.  Every decision
      *  writes a SESSLOG entry.  A standard operator requests
      *  reversals only on the accounts of their own branches (the
      *  shared BRNSCOPE check); a refused account is logged as
      *  BRNREFUSE.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REV-REQ-FILE ASSIGN TO REVREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RVQ-KEY
               FILE STATUS IS WS-REVREQ-STATUS.
           SELECT POST-HIST-FILE ASSIGN TO PSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PSTHIST-STATUS.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  REV-REQ-FILE RECORDING MODE F.
           COPY REVREQ.
      *
       FD  POST-HIST-FILE RECORDING MODE F.
           COPY PSTHIST.
      *
       FD  SESS-LOG-FILE RECORDING MODE F.
           COPY SESSLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-REVREQ-STATUS     PIC XX.
       01  WS-PSTHIST-STATUS    PIC XX.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL        PIC 9 VALUE 1.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-TIME          PIC 9(8).
       01  WS-LOG-ACTION        PIC X(12).
       01  WS-DONE-FLAG         PIC X VALUE 'N'.
           88  OPERATOR-IS-DONE     VALUE 'Y'.
       01  WS-SIGNON-FLAG       PIC X VALUE 'N'.
           88  OPERATOR-SIGNED-ON   VALUE 'Y'.
       01  WS-SIGNON-RESULT     PIC X VALUE 'N'.
       01  WS-MENU-CHOICE       PIC X.
       01  WS-ANSWER            PIC X(11).
       01  WS-REASON            PIC X(30).
       01  WS-DECISION          PIC X.
       01  WS-SCAN-FLAG         PIC X VALUE 'N'.
           88  REQ-SCAN-DONE        VALUE 'Y' FALSE 'N'.
       01  WS-ITEM-FLAG         PIC X VALUE 'N'.
           88  ITEM-CAN-REVERSE     VALUE 'Y' FALSE 'N'.
       01  WS-PENDING-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-REQ-KEY.
           05  WS-REQ-CONTA     PIC 9(10).
           05  WS-REQ-DATE      PIC 9(8).
           05  WS-REQ-SEQ       PIC 9(5).
       01  WS-SHOW-AMOUNT       PIC -(9)9.99.
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM     PIC X(8) VALUE 'REVDSK'.
       01  WS-SCOPE-KEY-TYPE    PIC X VALUE 'A'.
       01  WS-SCOPE-KEY         PIC X(11).
       01  WS-SCOPE-RESULT      PIC X.
           88  KEY-IN-SCOPE         VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       RUN-REVERSAL-DESK.
           PERFORM SIGN-ON-OPERATOR
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN
           END-IF
           OPEN INPUT POST-HIST-FILE
           IF WS-PSTHIST-STATUS NOT = '00'
               DISPLAY 'REVDSK UNABLE TO OPEN PSTHIST - STATUS '
                   WS-PSTHIST-STATUS
               CLOSE SESS-LOG-FILE
               STOP RUN
           END-IF
           OPEN I-O REV-REQ-FILE
           IF WS-REVREQ-STATUS = '35'
               CLOSE REV-REQ-FILE
               OPEN OUTPUT REV-REQ-FILE
               CLOSE REV-REQ-FILE
               OPEN I-O REV-REQ-FILE
           END-IF
           PERFORM UNTIL OPERATOR-IS-DONE
               PERFORM SHOW-DESK-MENU
               PERFORM WORK-DESK-CHOICE
           END-PERFORM
           CLOSE REV-REQ-FILE
           CLOSE POST-HIST-FILE
           CLOSE SESS-LOG-FILE
           STOP RUN.
      *
      * SIGN-ON-OPERATOR runs the shared OPRSIGN sign-on (password,
      * expiry, lockout) before anything is offered.
       SIGN-ON-OPERATOR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL 'OPRSIGN' USING WS-OPERATOR-ID WS-AUTH-LEVEL
                                WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = 'Y'
               SET OPERATOR-SIGNED-ON TO TRUE
           ELSE
               SET OPERATOR-IS-DONE TO TRUE
           END-IF
           IF OPERATOR-SIGNED-ON
               OPEN EXTEND SESS-LOG-FILE
           END-IF.
      *
       SHOW-DESK-MENU.
           DISPLAY ' '.
           DISPLAY 'POSTING REVERSAL (ESTORNO) DESK'.
           DISPLAY '  R - REQUEST A REVERSAL (PENDING APPROVAL)'.
           DISPLAY '  A - WORK THE APPROVAL QUEUE (SUPERVISOR)'.
           DISPLAY '  X - EXIT'.
           DISPLAY 'ENTER CHOICE: '.
           ACCEPT WS-MENU-CHOICE.
      *
       WORK-DESK-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 'R'
               WHEN 'r'
                   PERFORM REQUEST-ONE-REVERSAL
               WHEN 'A'
               WHEN 'a'
                   PERFORM WORK-APPROVAL-QUEUE
               WHEN 'X'
               WHEN 'x'
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.
      *
      * REQUEST-ONE-REVERSAL takes the original's PSTHIST key, shows
      * the item back to the clerk, and files the request with the
      * reason keyed.  A key left over from a rejected request, or
      * from an executed one whose reversal the capture edits bounced
      * (the original is still unreversed), is raised again in place
      * - but not on the day it was executed, while tonight's capture
      * has yet to mark the original.
       REQUEST-ONE-REVERSAL.
           PERFORM ACCEPT-ORIGINAL-KEY
           IF ITEM-CAN-REVERSE
               PERFORM FIND-ORIGINAL-ITEM
           END-IF
           IF ITEM-CAN-REVERSE
               DISPLAY 'REASON FOR THE REVERSAL: '
               ACCEPT WS-REASON
               IF WS-REASON = SPACES
                   DISPLAY 'A REVERSAL NEEDS A REASON'
               ELSE
                   PERFORM FILE-REVERSAL-REQUEST
               END-IF
           END-IF.
      *
       ACCEPT-ORIGINAL-KEY.
           SET ITEM-CAN-REVERSE TO TRUE
           DISPLAY 'ACCOUNT (10 DIGITS): '
           ACCEPT WS-ANSWER
           IF WS-ANSWER(1:10) IS NOT NUMERIC
               DISPLAY 'ACCOUNT MUST BE 10 DIGITS'
               SET ITEM-CAN-REVERSE TO FALSE
           ELSE
               MOVE WS-ANSWER(1:10) TO WS-REQ-CONTA
               PERFORM CHECK-ACCOUNT-SCOPE
           END-IF
           IF ITEM-CAN-REVERSE
               DISPLAY 'POSTING DATE (YYYYMMDD): '
               ACCEPT WS-ANSWER
               IF WS-ANSWER(1:8) IS NOT NUMERIC
                   DISPLAY 'POSTING DATE MUST BE 8 DIGITS'
                   SET ITEM-CAN-REVERSE TO FALSE
               ELSE
                   MOVE WS-ANSWER(1:8) TO WS-REQ-DATE
               END-IF
           END-IF
           IF ITEM-CAN-REVERSE
               DISPLAY 'SEQUENCE WITHIN THE DAY (5 DIGITS): '
               ACCEPT WS-ANSWER
               IF WS-ANSWER(1:5) IS NOT NUMERIC
                   DISPLAY 'SEQUENCE MUST BE 5 DIGITS'
                   SET ITEM-CAN-REVERSE TO FALSE
               ELSE
                   MOVE WS-ANSWER(1:5) TO WS-REQ-SEQ
               END-IF
           END-IF.
      *
      * CHECK-ACCOUNT-SCOPE keeps a standard operator to the accounts
      * of their own branches through the shared BRNSCOPE check; a
      * refusal is logged as BRNREFUSE under the account keyed.
       CHECK-ACCOUNT-SCOPE.
           MOVE SPACES          TO WS-SCOPE-KEY
           MOVE WS-REQ-CONTA    TO WS-SCOPE-KEY
           CALL 'BRNSCOPE' USING WS-OPERATOR-ID WS-SCOPE-PROGRAM
                                 WS-SCOPE-KEY-TYPE WS-SCOPE-KEY
                                 WS-SCOPE-RESULT
           IF NOT KEY-IN-SCOPE
               SET ITEM-CAN-REVERSE TO FALSE
               MOVE WS-REQ-CONTA TO RVQ-CONTA-NUM
               MOVE 'BRNREFUSE'  TO WS-LOG-ACTION
               PERFORM LOG-SESSION-ACTION
           END-IF.
      *
       FIND-ORIGINAL-ITEM.
           MOVE WS-REQ-CONTA TO PH-CONTA-NUM
           MOVE WS-REQ-DATE  TO PH-POST-DATE
           MOVE WS-REQ-SEQ   TO PH-SEQ
           READ POST-HIST-FILE
               INVALID KEY
                   DISPLAY 'NO RETAINED POSTING UNDER THAT KEY'
                   SET ITEM-CAN-REVERSE TO FALSE
               NOT INVALID KEY
                   MOVE PH-AMOUNT TO WS-SHOW-AMOUNT
                   DISPLAY 'ITEM ' PH-CONTA-NUM ' ' PH-POST-DATE
                           ' ' PH-SEQ ' ' PH-DC-CODE ' '
                           WS-SHOW-AMOUNT ' ' PH-SOURCE-CODE
                   IF PH-REVERSED
                       DISPLAY 'THIS ITEM WAS ALREADY REVERSED ON '
                               PH-LINK-DATE
                       SET ITEM-CAN-REVERSE TO FALSE
                   END-IF
                   IF PH-IS-REVERSAL
                       DISPLAY 'THIS ITEM IS ITSELF A REVERSAL - '
                               'IT CANNOT BE REVERSED'
                       SET ITEM-CAN-REVERSE TO FALSE
                   END-IF
           END-READ.
      *
       FILE-REVERSAL-REQUEST.
           MOVE WS-REQ-KEY TO RVQ-KEY
           READ REV-REQ-FILE
               INVALID KEY
                   PERFORM BUILD-REVERSAL-REQUEST
                   WRITE REV-REQ-REC
                       INVALID KEY
                           DISPLAY 'A REQUEST FOR THIS ITEM IS '
                                   'ALREADY ON FILE'
                       NOT INVALID KEY
                           PERFORM CONFIRM-REVERSAL-REQUEST
                   END-WRITE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RVQ-PENDING
                       WHEN RVQ-APPROVED
                           DISPLAY 'A REQUEST FOR THIS ITEM IS '
                                   'ALREADY ON FILE'
                       WHEN RVQ-EXECUTED
                               AND RVQ-EXECUTED-DATE >= WS-RUN-DATE
                           DISPLAY 'THE REVERSAL WAS GENERATED '
                                   'TODAY - IT POSTS TONIGHT'
                       WHEN OTHER
                           PERFORM BUILD-REVERSAL-REQUEST
                           REWRITE REV-REQ-REC
                           PERFORM CONFIRM-REVERSAL-REQUEST
                   END-EVALUATE
           END-READ.
      *
       BUILD-REVERSAL-REQUEST.
           MOVE SPACES          TO REV-REQ-REC
           MOVE WS-REQ-KEY      TO RVQ-KEY
           SET RVQ-PENDING      TO TRUE
           MOVE PH-AMOUNT       TO RVQ-AMOUNT
           MOVE PH-DC-CODE      TO RVQ-DC-CODE
           MOVE PH-SOURCE-CODE  TO RVQ-SOURCE-CODE
           MOVE WS-REASON       TO RVQ-REASON
           MOVE WS-OPERATOR-ID  TO RVQ-REQUESTED-BY
           MOVE SPACES          TO RVQ-APPROVED-BY
           MOVE WS-RUN-DATE     TO RVQ-REQUEST-DATE
           MOVE ZEROS           TO RVQ-DECISION-DATE
           MOVE ZEROS           TO RVQ-EXECUTED-DATE.
      *
       CONFIRM-REVERSAL-REQUEST.
           DISPLAY 'REVERSAL REQUESTED PENDING APPROVAL'
           MOVE 'REVERSALREQ' TO WS-LOG-ACTION
           PERFORM LOG-SESSION-ACTION.
      *
      * WORK-APPROVAL-QUEUE walks every pending request and takes the
      * supervisor's approve/reject per item - the DELAPPR shape.
       WORK-APPROVAL-QUEUE.
           IF WS-AUTH-LEVEL < 2
               DISPLAY 'APPROVAL IS A SUPERVISOR FUNCTION'
           ELSE
               MOVE ZEROS TO WS-PENDING-COUNT
               SET REQ-SCAN-DONE TO FALSE
               MOVE LOW-VALUES TO RVQ-KEY
               START REV-REQ-FILE
                       KEY IS NOT LESS THAN RVQ-KEY
                   INVALID KEY SET REQ-SCAN-DONE TO TRUE
               END-START
               PERFORM DECIDE-ONE-PENDING UNTIL REQ-SCAN-DONE
               IF WS-PENDING-COUNT = ZEROS
                   DISPLAY 'NO REVERSALS PENDING APPROVAL'
               END-IF
           END-IF.
      *
      * A supervisor may not approve a reversal they requested
      * themselves; it waits for a second supervisor.
       DECIDE-ONE-PENDING.
           READ REV-REQ-FILE NEXT RECORD
               AT END SET REQ-SCAN-DONE TO TRUE
               NOT AT END
                   IF RVQ-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE RVQ-AMOUNT TO WS-SHOW-AMOUNT
                       DISPLAY 'ITEM ' RVQ-CONTA-NUM ' '
                               RVQ-POST-DATE ' ' RVQ-SEQ ' '
                               RVQ-DC-CODE ' ' WS-SHOW-AMOUNT ' '
                               RVQ-SOURCE-CODE
                       DISPLAY '  REASON ' RVQ-REASON
                       DISPLAY '  REQUESTED BY ' RVQ-REQUESTED-BY
                               ' ON ' RVQ-REQUEST-DATE
                       IF RVQ-REQUESTED-BY = WS-OPERATOR-ID
                           DISPLAY '  YOUR OWN REQUEST - IT NEEDS '
                                   'ANOTHER SUPERVISOR'
                       ELSE
                           DISPLAY 'APPROVE (A), REJECT (R), '
                                   'OR S TO SKIP: '
                           ACCEPT WS-DECISION
                           PERFORM RECORD-DECISION
                       END-IF
                   END-IF
           END-READ.
      *
       RECORD-DECISION.
           EVALUATE WS-DECISION
               WHEN 'A'
               WHEN 'a'
                   SET RVQ-APPROVED TO TRUE
                   MOVE WS-OPERATOR-ID TO RVQ-APPROVED-BY
                   MOVE WS-RUN-DATE    TO RVQ-DECISION-DATE
                   REWRITE REV-REQ-REC
                   MOVE 'REVERSALAPPR' TO WS-LOG-ACTION
                   PERFORM LOG-SESSION-ACTION
               WHEN 'R'
               WHEN 'r'
                   SET RVQ-REJECTED TO TRUE
                   MOVE WS-OPERATOR-ID TO RVQ-APPROVED-BY
                   MOVE WS-RUN-DATE    TO RVQ-DECISION-DATE
                   REWRITE REV-REQ-REC
                   MOVE 'REVERSALREJ' TO WS-LOG-ACTION
                   PERFORM LOG-SESSION-ACTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      * LOG-SESSION-ACTION appends one session-log record per desk
      * action, feeding the daily who-did-what report (SESSRPT).  The
      * log key holds the account only; the date and sequence are on
      * the request itself.
       LOG-SESSION-ACTION.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES          TO SESS-LOG-REC
           MOVE WS-OPERATOR-ID  TO SLG-OPERATOR
           MOVE WS-RUN-DATE     TO SLG-RUN-DATE
           MOVE WS-RUN-TIME     TO SLG-RUN-TIME
           MOVE 'REVDSK'        TO SLG-PROGRAM
           MOVE WS-LOG-ACTION   TO SLG-ACTION
           MOVE RVQ-CONTA-NUM   TO SLG-KEY
           WRITE SESS-LOG-REC.
      *
       END PROGRAM REVDSK.
