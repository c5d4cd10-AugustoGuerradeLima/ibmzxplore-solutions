      *  the approved requests are executed by the batch step
      *  (CHGOFRUN, CB0098), which journals the balance off through
      *  the GL mapping and opens the recovery-book debt.  Every
      *  decision writes a SESSLOG entry.  A standard operator
      *  requests charge-offs only on the accounts of their own
      *  branches (the shared BRNSCOPE check); a refused account is
      *  logged as BRNREFUSE.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
       01  WS-SCAN-FLAG         PIC X VALUE 'N'.
           88  REQ-SCAN-DONE        VALUE 'Y' FALSE 'N'.
       01  WS-PENDING-COUNT     PIC 9(5) VALUE ZEROS.
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM     PIC X(8) VALUE 'CHGOFDSK'.
       01  WS-SCOPE-KEY-TYPE    PIC X VALUE 'A'.
       01  WS-SCOPE-KEY         PIC X(11).
       01  WS-SCOPE-RESULT      PIC X.
           88  KEY-IN-SCOPE         VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
           IF WS-ANSWER(1:10) IS NOT NUMERIC
               DISPLAY 'ACCOUNT MUST BE 10 DIGITS'
           ELSE
               PERFORM CHECK-ACCOUNT-SCOPE
               IF KEY-IN-SCOPE
                   PERFORM WRITE-CHARGEOFF-REQUEST
               END-IF
           END-IF.
      *
      * CHECK-ACCOUNT-SCOPE keeps a standard operator to the accounts
      * of their own branches through the shared BRNSCOPE check; a
      * refusal is logged as BRNREFUSE.
       CHECK-ACCOUNT-SCOPE.
           MOVE SPACES          TO WS-SCOPE-KEY
           MOVE WS-ANSWER(1:10) TO WS-SCOPE-KEY
           CALL 'BRNSCOPE' USING WS-OPERATOR-ID WS-SCOPE-PROGRAM
                                 WS-SCOPE-KEY-TYPE WS-SCOPE-KEY
                                 WS-SCOPE-RESULT
           IF NOT KEY-IN-SCOPE
               MOVE 'BRNREFUSE'  TO WS-LOG-ACTION
               MOVE WS-SCOPE-KEY TO WS-LOG-KEY
               PERFORM LOG-SESSION-ACTION
           END-IF.
      *
       WRITE-CHARGEOFF-REQUEST.
           MOVE SPACES          TO CHGOFF-REQ-REC
           MOVE WS-ANSWER(1:10) TO CRQ-CONTA-NUM
           SET CRQ-PENDING      TO TRUE
           MOVE WS-OPERATOR-ID  TO CRQ-REQUESTED-BY
           MOVE SPACES          TO CRQ-APPROVED-BY
           MOVE WS-RUN-DATE     TO CRQ-REQUEST-DATE
           WRITE CHGOFF-REQ-REC
               INVALID KEY
                   DISPLAY 'A REQUEST FOR THIS ACCOUNT IS '
                           'ALREADY ON FILE'
               NOT INVALID KEY
                   DISPLAY 'CHARGE-OFF REQUESTED PENDING '
                           'APPROVAL'
                   MOVE 'CHGOFFREQ' TO WS-LOG-ACTION
                   MOVE CRQ-CONTA-NUM TO WS-LOG-KEY
                   PERFORM LOG-SESSION-ACTION
           END-WRITE.
      *
      * WORK-APPROVAL-QUEUE walks every pending request and takes the
      * supervisor's approve/reject per item - the DELAPPR shape.
