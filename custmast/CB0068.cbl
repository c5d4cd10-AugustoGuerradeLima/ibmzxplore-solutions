      *  way CUSTMAINT stamps AUD-OPERATOR - the branch binder nobody
      *  could query retires.  A revoke keeps the record with revoked
      *  status: the ledger must show consent was withdrawn.  Rejects
      *  go to the shared EXCFILE with a standard reason code.  An
      *  attended run takes decisions only for its operator's own
      *  branches' customers (the shared BRNSCOPE check); a decision
      *  for anyone else is rejected and logged to SESSLOG as
      *  BRNREFUSE.  A scheduled BATCH run is not fenced.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
           SELECT DAILY-CTL-FILE ASSIGN TO DAILYCTL.
           SELECT ALERT-FILE ASSIGN TO ALERTFIL.
           SELECT SUMMARY-FILE ASSIGN TO SUMRPT.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD  SUMMARY-FILE RECORDING MODE F.
       01  SUMMARY-REC        PIC X(80).
      *
       FD  SESS-LOG-FILE RECORDING MODE F.
           COPY SESSLOG.
      *
       WORKING-STORAGE SECTION.
       COPY SUMMRPT.
       01  WS-REJECT-REASON       PIC X(20) VALUE SPACES.
       01  WS-REJECT-CODE         PIC 9(4) VALUE ZEROS.
       01  WS-RUN-DATE            PIC 9(8).
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM       PIC X(8) VALUE 'CONSMNT'.
       01  WS-SCOPE-KEY-TYPE      PIC X VALUE 'C'.
       01  WS-SCOPE-KEY           PIC X(11).
       01  WS-SCOPE-RESULT        PIC X.
           88  KEY-IN-SCOPE           VALUE 'Y'.
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS       PIC XX.
       01  WS-RUN-TIME            PIC 9(8).
                   MOVE 4006 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM CHECK-CUSTOMER-SCOPE
                   IF KEY-IN-SCOPE
                       PERFORM WRITE-CONSENT-RECORD
                   ELSE
                       MOVE 'OUTSIDE BRANCH SCOPE' TO WS-REJECT-REASON
                       MOVE 4055 TO WS-REJECT-CODE
                       PERFORM REJECT-TRANSACTION
                   END-IF
           END-READ.
      *
      * CHECK-CUSTOMER-SCOPE keeps a standard operator to the customers
      * of their own branches through the shared BRNSCOPE check; a
      * refusal is logged as BRNREFUSE.
       CHECK-CUSTOMER-SCOPE.
           MOVE SPACES          TO WS-SCOPE-KEY
           MOVE CSTR-CPF        TO WS-SCOPE-KEY
           CALL 'BRNSCOPE' USING WS-OPERATOR-ID WS-SCOPE-PROGRAM
                                 WS-SCOPE-KEY-TYPE WS-SCOPE-KEY
                                 WS-SCOPE-RESULT
           IF NOT KEY-IN-SCOPE
               PERFORM LOG-SCOPE-REFUSAL
           END-IF.
      *
       WRITE-CONSENT-RECORD.
           MOVE SPACES          TO CONSENT-REC
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
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
       END PROGRAM CONSMNT.
