      *  PSTHIST detail history DRCRCAP keeps behind the daily
      *  summaries.  When a customer disputes a debit, the answer is
      *  the item itself instead of a day total and a shrug.
      *  The operator now signs on through OPRSIGN, and a standard
      *  operator is kept to the accounts of their own branches by
      *  the shared BRNSCOPE check, which tells them when the account
      *  belongs elsewhere; the desk logs it to SESSLOG as BRNREFUSE.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PSTHIST-STATUS.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  POST-HIST-FILE RECORDING MODE F.
           COPY PSTHIST.
      *
       FD  SESS-LOG-FILE RECORDING MODE F.
           COPY SESSLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-PSTHIST-STATUS    PIC XX.
       01  WS-INQUIRY-CONTA     PIC 9(10).
       01  WS-FROM-DATE         PIC 9(8).
       01  WS-TO-DATE           PIC 9(8).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-AMOUNT-ED         PIC -(9)9.99.
       01  WS-SHOWN-COUNT       PIC 9(5).
       01  WS-DONE-FLAG         PIC X VALUE 'N'.
           88  OPERATOR-IS-DONE     VALUE 'Y'.
       01  WS-SCAN-FLAG         PIC X VALUE 'N'.
           88  HIST-SCAN-DONE       VALUE 'Y' FALSE 'N'.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL        PIC 9 VALUE 1.
       01  WS-SIGNON-FLAG       PIC X VALUE 'N'.
           88  OPERATOR-SIGNED-ON   VALUE 'Y'.
       01  WS-SIGNON-RESULT     PIC X VALUE 'N'.
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM     PIC X(8) VALUE 'PSTHINQ'.
       01  WS-SCOPE-KEY-TYPE    PIC X VALUE 'A'.
       01  WS-SCOPE-KEY         PIC X(11).
       01  WS-SCOPE-RESULT      PIC X.
           88  KEY-IN-SCOPE         VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       RUN-INQUIRY.
           PERFORM SIGN-ON-OPERATOR
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN
           END-IF
           OPEN INPUT POST-HIST-FILE
           IF WS-PSTHIST-STATUS NOT = '00'
               DISPLAY 'PSTHINQ UNABLE TO OPEN PSTHIST - STATUS '
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'GETBDAT' USING WS-RUN-DATE
           PERFORM UNTIL OPERATOR-IS-DONE
               PERFORM ACCEPT-INQUIRY
               IF NOT OPERATOR-IS-DONE
           END-PERFORM
           CLOSE POST-HIST-FILE
           STOP RUN.
      *
      * SIGN-ON-OPERATOR runs the shared OPRSIGN sign-on (password,
      * expiry, lockout) before the first inquiry, the same gate
      * CUSTINQ keeps, so the branch-scope check knows who is asking.
       SIGN-ON-OPERATOR.
           CALL 'OPRSIGN' USING WS-OPERATOR-ID WS-AUTH-LEVEL
                                WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = 'Y'
               SET OPERATOR-SIGNED-ON TO TRUE
           ELSE
               SET OPERATOR-IS-DONE TO TRUE
           END-IF.
      *
       ACCEPT-INQUIRY.
           DISPLAY ' '.
           ELSE
               IF WS-INQUIRY-ANSWER(1:10) IS NUMERIC
                   MOVE WS-INQUIRY-ANSWER(1:10) TO WS-INQUIRY-CONTA
                   PERFORM CHECK-ACCOUNT-SCOPE
               ELSE
                   DISPLAY 'ACCOUNT MUST BE 10 DIGITS'
                   MOVE ZEROS TO WS-INQUIRY-CONTA
               END-IF
           END-IF.
      *
      * CHECK-ACCOUNT-SCOPE asks the date range only for an account
      * the operator may see; a refused account is zeroed so nothing
      * is listed.
       CHECK-ACCOUNT-SCOPE.
           MOVE WS-INQUIRY-CONTA TO WS-SCOPE-KEY
           CALL 'BRNSCOPE' USING WS-OPERATOR-ID WS-SCOPE-PROGRAM
                                 WS-SCOPE-KEY-TYPE WS-SCOPE-KEY
                                 WS-SCOPE-RESULT
           IF NOT KEY-IN-SCOPE
               MOVE ZEROS TO WS-INQUIRY-CONTA
               PERFORM LOG-SCOPE-REFUSAL
           ELSE
               DISPLAY 'FROM DATE (YYYYMMDD, 0 = OPEN): '
               ACCEPT WS-FROM-DATE
               DISPLAY 'TO DATE (YYYYMMDD, 0 = OPEN): '
               ACCEPT WS-TO-DATE
               IF WS-TO-DATE = ZEROS
                   MOVE 99999999 TO WS-TO-DATE
               END-IF
           END-IF.
      *
      * LIST-POSTINGS positions at the account's first retained item
      * on or after the from date and walks forward until the account
      * changes or the to date passes.
                               WS-AMOUNT-ED ' ' PH-SOURCE-CODE
                   END-IF
           END-READ.
      *
      * LOG-SCOPE-REFUSAL writes the key the branch check refused to
      * SESSLOG as BRNREFUSE, opening the log for the one record.
       LOG-SCOPE-REFUSAL.
           OPEN EXTEND SESS-LOG-FILE
           MOVE SPACES            TO SESS-LOG-REC
           MOVE WS-OPERATOR-ID    TO SLG-OPERATOR
           MOVE WS-RUN-DATE       TO SLG-RUN-DATE
           ACCEPT SLG-RUN-TIME FROM TIME
           MOVE WS-SCOPE-PROGRAM  TO SLG-PROGRAM
           MOVE 'BRNREFUSE'       TO SLG-ACTION
           MOVE WS-SCOPE-KEY      TO SLG-KEY
           WRITE SESS-LOG-REC
           CLOSE SESS-LOG-FILE.
      *
       END PROGRAM PSTHINQ.
