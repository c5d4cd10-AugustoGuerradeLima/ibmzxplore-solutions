      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CCFMNT.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  CCFMNT is the online desk for getting a customer off the CCF
      *  bad-cheque registry.  The customer brings proof that the
      *  returned cheque has since been paid; any signed-on operator
      *  records it against the incident (CCFREG.cpy), which then
      *  sits pending.  Only a supervisor works the approval queue -
      *  approve each pending proof, or reject it back to included -
      *  in the HOLDMNT two-step mold.  An approved incident goes out
      *  on the next CCFRPT run's exclusion file, and that run
      *  restores the cheque privilege once nothing is left open.  The
      *  desk also lists a customer's incidents and privilege status.
      *  Every action writes a SESSLOG entry.  A standard operator
      *  works only the customers of their own branches (the shared
      *  BRNSCOPE check); a refused CPF is logged as BRNREFUSE.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCF-FILE ASSIGN TO CCFREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCF-KEY
               FILE STATUS IS WS-CCF-STATUS.
           SELECT PRIV-FILE ASSIGN TO CHQPRIV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CPF
               FILE STATUS IS WS-PRIV-STATUS.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CCF-FILE RECORDING MODE F.
           COPY CCFREG.
      *
       FD  PRIV-FILE RECORDING MODE F.
           COPY CHQPRIV.
      *
       FD  SESS-LOG-FILE RECORDING MODE F.
           COPY SESSLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-CCF-STATUS        PIC XX.
       01  WS-PRIV-STATUS       PIC XX.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL        PIC 9 VALUE 1.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-TIME          PIC 9(8).
       01  WS-LOG-ACTION        PIC X(12).
       01  WS-LOG-KEY           PIC X(11).
       01  WS-DONE-FLAG         PIC X VALUE 'N'.
           88  OPERATOR-IS-DONE     VALUE 'Y'.
       01  WS-SIGNON-FLAG       PIC X VALUE 'N'.
           88  OPERATOR-SIGNED-ON   VALUE 'Y'.
       01  WS-SIGNON-RESULT     PIC X VALUE 'N'.
       01  WS-MENU-CHOICE       PIC X.
       01  WS-ANSWER            PIC X(11).
       01  WS-DECISION          PIC X.
       01  WS-ENTRY-CPF         PIC X(11).
       01  WS-ENTRY-CONTA       PIC X(10).
       01  WS-ENTRY-CHQ         PIC X(10).
       01  WS-ENTRY-PAID-DATE   PIC X(8).
       01  WS-SCAN-FLAG         PIC X VALUE 'N'.
           88  CCF-SCAN-DONE        VALUE 'Y' FALSE 'N'.
       01  WS-PENDING-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-LISTED-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-AMOUNT-ED         PIC -(9)9.99.
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM     PIC X(8) VALUE 'CCFMNT'.
       01  WS-SCOPE-KEY-TYPE    PIC X VALUE 'C'.
       01  WS-SCOPE-KEY         PIC X(11).
       01  WS-SCOPE-RESULT      PIC X.
           88  KEY-IN-SCOPE         VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       RUN-CCF-DESK.
           PERFORM SIGN-ON-OPERATOR
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN
           END-IF
           OPEN I-O CCF-FILE
           IF WS-CCF-STATUS = '35'
               CLOSE CCF-FILE
               OPEN OUTPUT CCF-FILE
               CLOSE CCF-FILE
               OPEN I-O CCF-FILE
           END-IF
           OPEN INPUT PRIV-FILE
           PERFORM UNTIL OPERATOR-IS-DONE
               PERFORM SHOW-DESK-MENU
               PERFORM WORK-DESK-CHOICE
           END-PERFORM
           CLOSE CCF-FILE
           IF WS-PRIV-STATUS = '00'
               CLOSE PRIV-FILE
           END-IF
           CLOSE SESS-LOG-FILE
           STOP RUN.
      *
      * SIGN-ON-OPERATOR runs the shared OPRSIGN sign-on (password,
      * expiry, lockout) before anything is offered; the
      * authorization level decides which choices work.
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
           DISPLAY 'CCF BAD-CHEQUE REGISTRY DESK'.
           DISPLAY '  P - RECORD PROOF OF PAYMENT (PENDING APPROVAL)'.
           DISPLAY '  A - WORK THE APPROVAL QUEUE (SUPERVISOR)'.
           DISPLAY '  L - LIST A CUSTOMER''S INCIDENTS'.
           DISPLAY '  X - EXIT'.
           DISPLAY 'ENTER CHOICE: '.
           ACCEPT WS-MENU-CHOICE.
      *
       WORK-DESK-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 'P'
               WHEN 'p'
                   PERFORM RECORD-PAYMENT-PROOF
               WHEN 'A'
               WHEN 'a'
                   PERFORM WORK-APPROVAL-QUEUE
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-CUSTOMER-INCIDENTS
               WHEN 'X'
               WHEN 'x'
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.
      *
      * RECORD-PAYMENT-PROOF marks an included incident pending - the
      * exclusion is only sent once a supervisor has agreed the proof
      * is good.
       RECORD-PAYMENT-PROOF.
           DISPLAY 'CPF (11 DIGITS): '
           ACCEPT WS-ENTRY-CPF
           DISPLAY 'ACCOUNT (10 DIGITS): '
           ACCEPT WS-ENTRY-CONTA
           DISPLAY 'CHEQUE NUMBER (10 DIGITS): '
           ACCEPT WS-ENTRY-CHQ
           DISPLAY 'DATE PAID (YYYYMMDD): '
           ACCEPT WS-ENTRY-PAID-DATE
           EVALUATE TRUE
               WHEN WS-ENTRY-CONTA IS NOT NUMERIC
                   DISPLAY 'ACCOUNT MUST BE 10 DIGITS'
               WHEN WS-ENTRY-PAID-DATE IS NOT NUMERIC
                   DISPLAY 'DATE PAID MUST BE YYYYMMDD'
               WHEN OTHER
                   PERFORM CHECK-CUSTOMER-SCOPE
                   IF KEY-IN-SCOPE
                       PERFORM FIND-PROOF-INCIDENT
                   END-IF
           END-EVALUATE.
      *
      * CHECK-CUSTOMER-SCOPE keeps a standard operator to the customers
      * of their own branches through the shared BRNSCOPE check; a
      * refusal is logged as BRNREFUSE.
       CHECK-CUSTOMER-SCOPE.
           MOVE SPACES          TO WS-SCOPE-KEY
           MOVE WS-ENTRY-CPF    TO WS-SCOPE-KEY
           CALL 'BRNSCOPE' USING WS-OPERATOR-ID WS-SCOPE-PROGRAM
                                 WS-SCOPE-KEY-TYPE WS-SCOPE-KEY
                                 WS-SCOPE-RESULT
           IF NOT KEY-IN-SCOPE
               MOVE 'BRNREFUSE'  TO WS-LOG-ACTION
               MOVE WS-SCOPE-KEY TO WS-LOG-KEY
               PERFORM LOG-SESSION-ACTION
           END-IF.
      *
       FIND-PROOF-INCIDENT.
           MOVE WS-ENTRY-CPF   TO CCF-CPF
           MOVE WS-ENTRY-CONTA TO CCF-CONTA-NUM
           MOVE WS-ENTRY-CHQ   TO CCF-CHQ-NUMBER
           READ CCF-FILE
               INVALID KEY
                   DISPLAY 'NO SUCH INCIDENT ON FILE'
               NOT INVALID KEY
                   PERFORM MARK-EXCLUSION-PENDING
           END-READ.
      *
       MARK-EXCLUSION-PENDING.
           IF NOT CCF-INCLUDED
               DISPLAY 'INCIDENT IS NOT OPEN - STATUS ' CCF-STATUS
           ELSE
               SET CCF-EXCL-PENDING   TO TRUE
               MOVE WS-ENTRY-PAID-DATE TO CCF-PAID-DATE
               MOVE WS-OPERATOR-ID    TO CCF-REQUESTED-BY
               MOVE SPACES            TO CCF-APPROVED-BY
               REWRITE CCF-INC-REC
               DISPLAY 'PROOF RECORDED - PENDING APPROVAL'
               MOVE 'CCFPROOF' TO WS-LOG-ACTION
               PERFORM LOG-CCF-ACTION
           END-IF.
      *
      * WORK-APPROVAL-QUEUE walks every pending proof and takes the
      * supervisor's approve/reject per item - the DELAPPR shape.  A
      * supervisor may not approve a proof they recorded themselves.
       WORK-APPROVAL-QUEUE.
           IF WS-AUTH-LEVEL < 2
               DISPLAY 'APPROVAL IS A SUPERVISOR FUNCTION'
           ELSE
               MOVE ZEROS TO WS-PENDING-COUNT
               SET CCF-SCAN-DONE TO FALSE
               MOVE LOW-VALUES TO CCF-KEY
               START CCF-FILE KEY IS NOT LESS THAN CCF-KEY
                   INVALID KEY SET CCF-SCAN-DONE TO TRUE
               END-START
               PERFORM DECIDE-ONE-PENDING UNTIL CCF-SCAN-DONE
               IF WS-PENDING-COUNT = ZEROS
                   DISPLAY 'NO PROOFS PENDING APPROVAL'
               END-IF
           END-IF.
      *
       DECIDE-ONE-PENDING.
           READ CCF-FILE NEXT RECORD
               AT END SET CCF-SCAN-DONE TO TRUE
               NOT AT END
                   IF CCF-EXCL-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                       PERFORM SHOW-ONE-INCIDENT
                       IF CCF-REQUESTED-BY = WS-OPERATOR-ID
                           DISPLAY 'RECORDED BY YOU - ANOTHER '
                                   'SUPERVISOR MUST APPROVE'
                       ELSE
                           PERFORM TAKE-ONE-DECISION
                       END-IF
                   END-IF
           END-READ.
      *
       TAKE-ONE-DECISION.
           DISPLAY 'APPROVE (A), REJECT (R), OR S TO SKIP: '
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN 'A'
               WHEN 'a'
                   SET CCF-EXCL-APPROVED TO TRUE
                   MOVE WS-OPERATOR-ID TO CCF-APPROVED-BY
                   REWRITE CCF-INC-REC
                   MOVE 'CCFAPPRV' TO WS-LOG-ACTION
                   PERFORM LOG-CCF-ACTION
               WHEN 'R'
               WHEN 'r'
                   SET CCF-INCLUDED TO TRUE
                   MOVE ZEROS  TO CCF-PAID-DATE
                   MOVE WS-OPERATOR-ID TO CCF-APPROVED-BY
                   REWRITE CCF-INC-REC
                   MOVE 'CCFREJCT' TO WS-LOG-ACTION
                   PERFORM LOG-CCF-ACTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      * LIST-CUSTOMER-INCIDENTS shows the privilege status and every
      * incident ever recorded against the CPF, excluded ones too.
       LIST-CUSTOMER-INCIDENTS.
           DISPLAY 'CPF (11 DIGITS): '
           ACCEPT WS-ENTRY-CPF
           PERFORM CHECK-CUSTOMER-SCOPE
           IF KEY-IN-SCOPE
               PERFORM LIST-ALL-INCIDENTS
           END-IF.
      *
       LIST-ALL-INCIDENTS.
           PERFORM SHOW-PRIVILEGE
           MOVE ZEROS TO WS-LISTED-COUNT
           SET CCF-SCAN-DONE TO FALSE
           MOVE WS-ENTRY-CPF TO CCF-CPF
           MOVE ZEROS        TO CCF-CONTA-NUM
           MOVE LOW-VALUES   TO CCF-CHQ-NUMBER
           START CCF-FILE KEY IS NOT LESS THAN CCF-KEY
               INVALID KEY SET CCF-SCAN-DONE TO TRUE
           END-START
           PERFORM LIST-ONE-INCIDENT UNTIL CCF-SCAN-DONE
           IF WS-LISTED-COUNT = ZEROS
               DISPLAY 'NO CCF INCIDENTS FOR THIS CPF'
           END-IF.
      *
       LIST-ONE-INCIDENT.
           READ CCF-FILE NEXT RECORD
               AT END SET CCF-SCAN-DONE TO TRUE
               NOT AT END
                   IF CCF-CPF NOT = WS-ENTRY-CPF
                       SET CCF-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM SHOW-ONE-INCIDENT
                   END-IF
           END-READ.
      *
       SHOW-ONE-INCIDENT.
           MOVE CCF-AMOUNT TO WS-AMOUNT-ED
           DISPLAY 'CPF ' CCF-CPF
                   ' ACCOUNT ' CCF-CONTA-NUM
                   ' CHEQUE ' CCF-CHQ-NUMBER
                   ' AMOUNT ' WS-AMOUNT-ED
           DISPLAY '    REASON ' CCF-REASON
                   ' INCLUDED ' CCF-INCL-DATE
                   ' STATUS ' CCF-STATUS
                   ' PAID ' CCF-PAID-DATE
                   ' BY ' CCF-REQUESTED-BY.
      *
       SHOW-PRIVILEGE.
           IF WS-PRIV-STATUS = '00'
               MOVE WS-ENTRY-CPF TO PRV-CPF
               READ PRIV-FILE
                   INVALID KEY
                       DISPLAY 'CHEQUE PRIVILEGE: NEVER SUSPENDED'
                   NOT INVALID KEY
                       IF PRV-SUSPENDED
                           DISPLAY 'CHEQUE PRIVILEGE: SUSPENDED SINCE '
                                   PRV-SUSPENDED-DATE ' - '
                                   PRV-OPEN-INCIDENTS ' OPEN'
                       ELSE
                           DISPLAY 'CHEQUE PRIVILEGE: RESTORED ON '
                                   PRV-RESTORED-DATE
                       END-IF
               END-READ
           END-IF.
      *
       LOG-CCF-ACTION.
           MOVE CCF-CPF TO WS-LOG-KEY
           PERFORM LOG-SESSION-ACTION.
      *
      * LOG-SESSION-ACTION appends one session-log record per desk
      * action, feeding the daily who-did-what report (SESSRPT).
       LOG-SESSION-ACTION.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES          TO SESS-LOG-REC
           MOVE WS-OPERATOR-ID  TO SLG-OPERATOR
           MOVE WS-RUN-DATE     TO SLG-RUN-DATE
           MOVE WS-RUN-TIME     TO SLG-RUN-TIME
           MOVE 'CCFMNT'        TO SLG-PROGRAM
           MOVE WS-LOG-ACTION   TO SLG-ACTION
           MOVE WS-LOG-KEY      TO SLG-KEY
           WRITE SESS-LOG-REC.
      *
       END PROGRAM CCFMNT.
