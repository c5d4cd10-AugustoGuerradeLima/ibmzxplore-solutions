      *  GENERO, DATANASC, and NOME edits CUSTLOAD applies to the
      *  daily feed, and stamped with a fresh load date so the
      *  retention clock restarts.  The archive copy is left in place -
      *  the archive is history, not a queue.  A reinstatement is
      *  written to CUSTAUD as an ADD with the reinstated record as
      *  its after image, so the audit report and the online-banking
      *  feed see the customer come back.  A standard operator
      *  retrieves only CPFs of their own branches' customers (the
      *  shared BRNSCOPE check); a refused CPF is logged to SESSLOG
      *  as BRNREFUSE.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-COMBINED-STATUS.
           SELECT NAME-CTL-FILE ASSIGN TO NAMECTL
               FILE STATUS IS WS-NAMECTL-STATUS.
           SELECT AUDIT-FILE  ASSIGN TO CUSTAUD.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD  NAME-CTL-FILE RECORDING MODE F.
           COPY NAMECTL.
      *
       FD  AUDIT-FILE RECORDING MODE F.
           COPY CUSTAUD.
      *
       FD  SESS-LOG-FILE RECORDING MODE F.
           COPY SESSLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-CUSTARCH-STATUS   PIC XX.
       01  WS-PERM-FUNCTION        PIC X(9).
       01  WS-PERM-RESULT          PIC X VALUE 'N'.
           88  FUNCTION-PERMITTED      VALUE 'Y' FALSE 'N'.
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM        PIC X(8) VALUE 'ARCHRTRV'.
       01  WS-SCOPE-KEY-TYPE       PIC X VALUE 'C'.
       01  WS-SCOPE-KEY            PIC X(11).
       01  WS-SCOPE-RESULT         PIC X.
           88  KEY-IN-SCOPE            VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       RETRIEVE-CUSTOMER.
           DISPLAY 'ENTER CPF: '
           ACCEPT WS-SEARCH-KEY
           PERFORM CHECK-CUSTOMER-SCOPE
           IF KEY-IN-SCOPE
               PERFORM FIND-ARCHIVED-CUSTOMER
           END-IF.
      *
      * CHECK-CUSTOMER-SCOPE keeps a standard operator to the customers
      * of their own branches through the shared BRNSCOPE check; a
      * refusal is logged as BRNREFUSE.
       CHECK-CUSTOMER-SCOPE.
           MOVE SPACES          TO WS-SCOPE-KEY
           MOVE WS-SEARCH-KEY   TO WS-SCOPE-KEY
           CALL 'BRNSCOPE' USING WS-OPERATOR-ID WS-SCOPE-PROGRAM
                                 WS-SCOPE-KEY-TYPE WS-SCOPE-KEY
                                 WS-SCOPE-RESULT
           IF NOT KEY-IN-SCOPE
               PERFORM LOG-SCOPE-REFUSAL
           END-IF.
      *
       FIND-ARCHIVED-CUSTOMER.
           SET RECORD-FOUND TO FALSE
           SET SCAN-IS-DONE TO FALSE
           OPEN INPUT CUST-ARCHIVE
                       NOT INVALID KEY
                           DISPLAY 'CUSTOMER REINSTATED WITH LOAD '
                                   'DATE ' WS-RUN-DATE
                           PERFORM WRITE-AUDIT-RECORD
                   END-WRITE
                   CLOSE CUSTMAST
               END-IF
                       'NOT REINSTATED'
           END-IF.
      *
      * WRITE-AUDIT-RECORD audits the reinstatement the way CUSTMAINT
      * audits an add: a blank before image (the customer was not
      * live) and the reinstated record as the after image.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           MOVE SPACES              TO AUDIT-REC
           MOVE 'ADD'               TO AUD-ACTION
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE
           MOVE CPF IN CLIENTE-REC  TO AUD-CPF
           MOVE WS-OPERATOR-ID      TO AUD-OPERATOR
           MOVE CORRESPONDING CLIENTE-REC TO AUD-AFTER-IMAGE
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE.
      *
      * RETRIEVE-NAME does the same for NAMES' archived COMBINED
      * records, keyed by EMP-ID.
       RETRIEVE-NAME.
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
       END PROGRAM ARCHRTRV.
