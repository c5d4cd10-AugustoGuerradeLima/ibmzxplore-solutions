               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADS-CPF
               FILE STATUS IS WS-ADDRSTAT-STATUS.
           SELECT CUST-PHON-FILE ASSIGN TO CUSTPHON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPH-CPF
               ALTERNATE RECORD KEY IS CPH-NOME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTPHON-STATUS.
           SELECT REG-STATUS-FILE ASSIGN TO RCPFSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCS-CPF
               FILE STATUS IS WS-REGSTAT-STATUS.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD  ADDR-STAT-FILE RECORDING MODE F.
           COPY ADDRSTAT.
      *
       FD  SESS-LOG-FILE RECORDING MODE F.
           COPY SESSLOG.
      *
       FD  CUST-PHON-FILE RECORDING MODE F.
           COPY CUSTPHON.
      *
       WORKING-STORAGE SECTION.
       COPY SUMMRPT.
       01  WS-JRN-DISPOSITION     PIC X VALUE 'A'.
       01  WS-OPERSESS-STATUS     PIC XX.
       01  WS-OPERATOR-ID         PIC X(8) VALUE 'BATCH'.
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM       PIC X(8) VALUE 'CUSTMAIN'.
       01  WS-SCOPE-KEY-TYPE      PIC X VALUE 'C'.
       01  WS-SCOPE-KEY           PIC X(11).
       01  WS-SCOPE-RESULT        PIC X.
           88  KEY-IN-SCOPE           VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-TRANS-READ-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-ADD-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-ADDRSTAT-STATUS       PIC XX.
       01  WS-ADDRSTAT-AVAIL-FLAG   PIC X VALUE 'N'.
           88  ADDRSTAT-AVAILABLE       VALUE 'Y' FALSE 'N'.
      * The phonetic-key side file the sounds-like search reads; an
      * added or renamed customer is keyed through the shared PHONKEY
      * routine.  No CUSTPHON on the run means keying is off until the
      * next PHONBLD rebuild, the same stance as ADDRSTAT.
       01  WS-CUSTPHON-STATUS       PIC XX.
       01  WS-CUSTPHON-AVAIL-FLAG   PIC X VALUE 'N'.
           88  CUSTPHON-AVAILABLE       VALUE 'Y' FALSE 'N'.
       01  WS-PHN-NAME              PIC X(40).
       01  WS-PHN-KEY               PIC X(20).
       01  WS-REGSTAT-AVAIL-FLAG    PIC X VALUE 'N'.
           88  REGSTAT-AVAILABLE        VALUE 'Y' FALSE 'N'.
       01  WS-REGISTRY-VALID-FLAG   PIC X VALUE 'Y'.
           IF WS-ADDRSTAT-STATUS = '00'
               SET ADDRSTAT-AVAILABLE TO TRUE
           END-IF
           OPEN I-O CUST-PHON-FILE
           IF WS-CUSTPHON-STATUS = '00'
               SET CUSTPHON-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT REG-STATUS-FILE
           IF WS-REGSTAT-STATUS = '00'
               SET REGSTAT-AVAILABLE TO TRUE
           END-IF
           IF ADDRSTAT-AVAILABLE
               CLOSE ADDR-STAT-FILE
           END-IF
           IF CUSTPHON-AVAILABLE
               CLOSE CUST-PHON-FILE
           END-IF.
           IF WS-WATCH-HIT-COUNT > ZEROS
               MOVE 4 TO WS-ALERT-SEVERITY
               PERFORM APPLY-CURRENT-TRANSACTION
           END-IF.
      *
      * An attended run works only the customers of the operator's
      * own branches: a change, delete or status card for a CPF whose
      * accounts all sit elsewhere is refused by the shared BRNSCOPE
      * check, and the refusal goes to SESSLOG as BRNREFUSE.  An add
      * has no accounts yet and a scheduled BATCH run is not fenced.
       APPLY-CURRENT-TRANSACTION.
           SET KEY-IN-SCOPE TO TRUE
           IF NOT ACTION-ADD
               MOVE CPF IN TRANS-CLIENTE-DATA TO WS-SCOPE-KEY
               CALL 'BRNSCOPE' USING WS-OPERATOR-ID WS-SCOPE-PROGRAM
                                     WS-SCOPE-KEY-TYPE WS-SCOPE-KEY
                                     WS-SCOPE-RESULT
           END-IF
           EVALUATE TRUE
               WHEN NOT KEY-IN-SCOPE
                   PERFORM LOG-SCOPE-REFUSAL
                   MOVE 'OUTSIDE BRANCH SCOPE' TO WS-REJECT-REASON
                   MOVE 4055 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN ACTION-ADD
                   PERFORM APPLY-ADD
               WHEN ACTION-CHANGE
                               DISPLAY 'WS-ADD-COUNT OVERFLOWED'
                       END-ADD
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM STORE-PHONETIC-KEY
               END-WRITE
           END-IF.
      *
                                       ENDERECO IN WS-BEFORE-SNAPSHOT
                                   PERFORM CLEAR-ADDRESS-STATUS
                               END-IF
                               IF NOME IN CLIENTE-REC NOT =
                                       NOME IN WS-BEFORE-SNAPSHOT
                                   PERFORM STORE-PHONETIC-KEY
                               END-IF
                       END-REWRITE
                   END-IF
           END-READ.
               END-READ
           END-IF.
      *
      * STORE-PHONETIC-KEY keys the customer's NOME by sound on the
      * CUSTPHON side file, replacing any key the old name left.
       STORE-PHONETIC-KEY.
           IF CUSTPHON-AVAILABLE
               MOVE SPACES              TO WS-PHN-NAME
               MOVE NOME IN CLIENTE-REC TO WS-PHN-NAME
               CALL 'PHONKEY' USING WS-PHN-NAME WS-PHN-KEY
               MOVE CPF IN CLIENTE-REC  TO CPH-CPF
               READ CUST-PHON-FILE
                   INVALID KEY
                       MOVE SPACES              TO CUST-PHON-REC
                       MOVE CPF IN CLIENTE-REC  TO CPH-CPF
                       MOVE WS-PHN-KEY          TO CPH-NOME-KEY
                       MOVE WS-RUN-DATE         TO CPH-KEY-DATE
                       WRITE CUST-PHON-REC
                   NOT INVALID KEY
                       MOVE WS-PHN-KEY          TO CPH-NOME-KEY
                       MOVE WS-RUN-DATE         TO CPH-KEY-DATE
                       REWRITE CUST-PHON-REC
               END-READ
           END-IF.
      *
      * DROP-PHONETIC-KEY takes a purged customer's key off CUSTPHON.
       DROP-PHONETIC-KEY.
           IF CUSTPHON-AVAILABLE
               MOVE CPF IN CLIENTE-REC  TO CPH-CPF
               DELETE CUST-PHON-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
      *
      * VALIDATE-REGISTRY refuses an add whose CPF the Receita has
      * cancelled - the one thing the check-digit test can never
      * catch.  Changes to existing customers are untouched; their
                                           'WS-PURGE-COUNT OVERFLOWED'
                               END-ADD
                               PERFORM WRITE-PURGE-AUDIT
                               PERFORM DROP-PHONETIC-KEY
                       END-DELETE
                   END-IF
           END-READ.
           WRITE AUDIT-REC
           MOVE 'A' TO WS-JRN-DISPOSITION
           PERFORM JOURNAL-TRANSACTION.
      *
      * LOG-SCOPE-REFUSAL opens SESSLOG for the one record only -
      * OPRSIGN and the desks append to it as well.
       LOG-SCOPE-REFUSAL.
           OPEN EXTEND SESS-LOG-FILE
           MOVE SPACES              TO SESS-LOG-REC
           MOVE WS-OPERATOR-ID      TO SLG-OPERATOR
           MOVE WS-RUN-DATE         TO SLG-RUN-DATE
           ACCEPT SLG-RUN-TIME FROM TIME
           MOVE 'CUSTMAIN'          TO SLG-PROGRAM
           MOVE 'BRNREFUSE'         TO SLG-ACTION
           MOVE CPF IN TRANS-CLIENTE-DATA TO SLG-KEY
           WRITE SESS-LOG-REC
           CLOSE SESS-LOG-FILE.
      *
       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
