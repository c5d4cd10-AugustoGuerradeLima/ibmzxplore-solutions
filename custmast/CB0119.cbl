      *  on the record so the nightly evaluation (ALRTEVAL) can
      *  address the notification from the CONTACT file.  The
      *  signed-on operator comes from the OPERSESS session record
      *  OPMENU writes, the same way CONSMNT stamps consent.  A
      *  standard operator works only the accounts of their own
      *  branches (the shared BRNSCOPE check); a refused account is
      *  logged to SESSLOG as BRNREFUSE.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUM IN SALDO-REC
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
      *
       FD  SESS-LOG-FILE RECORDING MODE F.
           COPY SESSLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-OPERSESS-STATUS   PIC XX.
       01  WS-ACCTCHK-NUMBER    PIC X(10).
       01  WS-ACCTCHK-RESULT    PIC X VALUE 'Y'.
           88  ACCT-NUM-VALID       VALUE 'Y' FALSE 'N'.
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM     PIC X(8) VALUE 'ALRTMNT'.
       01  WS-SCOPE-KEY-TYPE    PIC X VALUE 'A'.
       01  WS-SCOPE-KEY         PIC X(11).
       01  WS-SCOPE-RESULT      PIC X.
           88  KEY-IN-SCOPE         VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
                       INVALID KEY
                           DISPLAY 'ACCOUNT NOT ON FILE'
                       NOT INVALID KEY
                           PERFORM CHECK-ACCOUNT-SCOPE
                           IF KEY-IN-SCOPE
                               PERFORM TAKE-SUBSCRIPTION-DETAIL
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF WS-ENTRY-CONTA IS NOT NUMERIC
               DISPLAY 'ACCOUNT MUST BE 10 DIGITS'
           ELSE
               PERFORM CHECK-ACCOUNT-SCOPE
               IF KEY-IN-SCOPE
                   PERFORM DELETE-ONE-SUBSCRIPTION
               END-IF
           END-IF.
      *
       DELETE-ONE-SUBSCRIPTION.
           MOVE WS-ENTRY-CONTA TO ASB-CONTA-NUM
           MOVE WS-ENTRY-TYPE  TO ASB-TYPE
           DELETE ALRT-SUB-FILE
               INVALID KEY
                   DISPLAY 'NO SUCH SUBSCRIPTION ON FILE'
               NOT INVALID KEY
                   DISPLAY 'SUBSCRIPTION DROPPED'
           END-DELETE.
      *
       LIST-ONE-ACCOUNT.
           DISPLAY 'ACCOUNT (10 DIGITS): '
           IF WS-ENTRY-CONTA IS NOT NUMERIC
               DISPLAY 'ACCOUNT MUST BE 10 DIGITS'
           ELSE
               PERFORM CHECK-ACCOUNT-SCOPE
               IF KEY-IN-SCOPE
                   PERFORM LIST-THE-SUBSCRIPTIONS
               END-IF
           END-IF.
      *
       LIST-THE-SUBSCRIPTIONS.
           MOVE ZEROS TO WS-LISTED-COUNT
           SET SUB-LIST-DONE TO FALSE
           MOVE WS-ENTRY-CONTA TO ASB-CONTA-NUM
           MOVE SPACE          TO ASB-TYPE
           START ALRT-SUB-FILE KEY IS NOT LESS THAN ASB-KEY
               INVALID KEY SET SUB-LIST-DONE TO TRUE
           END-START
           PERFORM LIST-ONE-SUBSCRIPTION UNTIL SUB-LIST-DONE
           IF WS-LISTED-COUNT = ZEROS
               DISPLAY 'NO SUBSCRIPTIONS FOR THIS ACCOUNT'
           END-IF.
      *
       LIST-ONE-SUBSCRIPTION.
           READ ALRT-SUB-FILE NEXT RECORD
                               ' SINCE ' ASB-SUB-DATE
                   END-IF
           END-READ.
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
               PERFORM LOG-SCOPE-REFUSAL
           END-IF.
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
       END PROGRAM ALRTMNT.
