      *  for NAMES unmatched-name exceptions.  CUSTLOAD and NAMES pick
      *  the recycle files up on their next run and mark the status
      *  reprocessed, so a corrected record no longer has to be rebuilt
      *  by hand in the next day's feed.  A CUSTLOAD exception is
      *  keyed by CPF, so a standard operator works only those of
      *  their own branches' customers (the shared BRNSCOPE check); a
      *  refused CPF is logged to SESSLOG as BRNREFUSE.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-REJDATA-STATUS.
           SELECT CUST-RECYCLE ASSIGN TO CUSTRCYC.
           SELECT NAME-RECYCLE ASSIGN TO NAMRCYC.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD  NAME-RECYCLE RECORDING MODE F.
           COPY NAMRCYC.
      *
       FD  SESS-LOG-FILE RECORDING MODE F.
           COPY SESSLOG.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
       01  WS-PERM-FUNCTION        PIC X(9).
       01  WS-PERM-RESULT          PIC X VALUE 'N'.
           88  FUNCTION-PERMITTED      VALUE 'Y' FALSE 'N'.
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM        PIC X(8) VALUE 'EXCCORR'.
       01  WS-SCOPE-KEY-TYPE       PIC X VALUE 'C'.
       01  WS-SCOPE-KEY            PIC X(11).
       01  WS-SCOPE-RESULT         PIC X.
           88  KEY-IN-SCOPE            VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
                   DISPLAY 'NO EXCEPTION ON FILE FOR '
                           WS-INQUIRY-PROGRAM ' KEY ' WS-INQUIRY-KEY
               NOT INVALID KEY
                   PERFORM CHECK-EXCEPTION-SCOPE
                   IF KEY-IN-SCOPE
                       PERFORM SHOW-AND-WORK-EXCEPTION
                   END-IF
           END-READ.
      *
      * CHECK-EXCEPTION-SCOPE puts a CUSTLOAD exception's CPF through
      * the shared BRNSCOPE check, so a standard operator corrects only
      * their own branches' customers; a refusal is logged as
      * BRNREFUSE.  Exceptions keyed by anything else are not fenced.
       CHECK-EXCEPTION-SCOPE.
           MOVE 'Y' TO WS-SCOPE-RESULT
           IF EXS-PROGRAM = 'CUSTLOAD'
               MOVE SPACES         TO WS-SCOPE-KEY
               MOVE WS-INQUIRY-KEY TO WS-SCOPE-KEY
               CALL 'BRNSCOPE' USING WS-OPERATOR-ID WS-SCOPE-PROGRAM
                                     WS-SCOPE-KEY-TYPE WS-SCOPE-KEY
                                     WS-SCOPE-RESULT
               IF NOT KEY-IN-SCOPE
                   PERFORM LOG-SCOPE-REFUSAL
               END-IF
           END-IF.
      *
       SHOW-AND-WORK-EXCEPTION.
           PERFORM DISPLAY-EXCEPTION
           IF EXS-OPEN
               PERFORM ACCEPT-ACTION
           ELSE
               DISPLAY 'EXCEPTION IS NOT OPEN - NO ACTION TAKEN'
           END-IF.
      *
       DISPLAY-EXCEPTION.
           DISPLAY '----------------------------------------'.
                           'THIS OPERATOR'
               END-IF
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
       END PROGRAM EXCCORR.
