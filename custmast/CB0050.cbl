      *  transactions keyed by CPF and contact sequence, with an add or
      *  change only accepted when the CPF is actually on the customer
      *  master and the contact type is in its domain.  Rejects go to
      *  the shared EXCFILE with a standard reason code.  Every
      *  applied add, change and delete is also appended to the
      *  CNTCAUD contact audit file with the contact's before and
      *  after images, so the online banking change feed (OLBCUST)
      *  can send the day's contact changes.  A change that keeps the
      *  contact's value keeps its failed-delivery count and flag; a
      *  new number or address starts clean.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               RECORD KEY IS CPF IN CLIENTE-REC
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO EXCFILE.
           SELECT CNT-AUDIT-FILE ASSIGN TO CNTCAUD.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE ASSIGN TO RUNSEQ
               ORGANIZATION IS INDEXED
      *
       FD  EXCEPT-FILE RECORDING MODE F.
           COPY EXCREC.
      *
       FD  CNT-AUDIT-FILE RECORDING MODE F.
           COPY CNTCAUD.
      *
       FD  RUN-CTL-FILE RECORDING MODE F.
           COPY RUNCTL.
       01  WS-REJECT-REASON       PIC X(20) VALUE SPACES.
       01  WS-REJECT-CODE         PIC 9(4) VALUE ZEROS.
       01  WS-RUN-DATE            PIC 9(8).
      * The contact as it stood before a change or delete, kept for
      * the CNTCAUD before image.
       01  WS-CONTACT-BEFORE.
           05  WS-OLD-TYPE        PIC X.
           05  WS-OLD-VALUE       PIC X(40).
           05  WS-OLD-PREFERRED   PIC X.
       01  WS-OLD-FAIL-COUNT      PIC 9(2).
       01  WS-OLD-FAIL-FLAG       PIC X.
       01  WS-AUDIT-ACTION        PIC X(6).
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS       PIC XX.
       01  WS-RUN-TIME            PIC 9(8).
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPT-FILE.
           OPEN EXTEND CNT-AUDIT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM START-RUN-CONTROL.
      *
           CLOSE CONTACT-FILE.
           CLOSE CUSTMAST.
           CLOSE EXCEPT-FILE.
           CLOSE CNT-AUDIT-FILE.
           DISPLAY 'CNTCMNT READ ' WS-TRANS-READ-COUNT
                   ' ADD ' WS-ADD-COUNT
                   ' CHANGE ' WS-CHANGE-COUNT
           END-IF.
      *
       WRITE-CONTACT-RECORD.
           MOVE SPACES         TO WS-CONTACT-BEFORE
           MOVE ZEROS          TO WS-OLD-FAIL-COUNT
           MOVE SPACE          TO WS-OLD-FAIL-FLAG
           IF CTRN-ACTION-CHANGE
               MOVE CTRN-CPF TO CNT-CPF
               MOVE CTRN-SEQ TO CNT-SEQ
               READ CONTACT-FILE
                   NOT INVALID KEY
                       MOVE CNT-TYPE      TO WS-OLD-TYPE
                       MOVE CNT-VALUE     TO WS-OLD-VALUE
                       MOVE CNT-PREFERRED TO WS-OLD-PREFERRED
                       IF CNT-FAIL-COUNT IS NUMERIC
                           MOVE CNT-FAIL-COUNT TO WS-OLD-FAIL-COUNT
                       END-IF
                       MOVE CNT-FAIL-FLAG TO WS-OLD-FAIL-FLAG
               END-READ
           END-IF
           MOVE SPACES         TO CONTACT-REC
           MOVE CTRN-CPF       TO CNT-CPF
           MOVE CTRN-SEQ       TO CNT-SEQ
           MOVE CTRN-TYPE      TO CNT-TYPE
           MOVE CTRN-VALUE     TO CNT-VALUE
           MOVE CTRN-PREFERRED TO CNT-PREFERRED
           MOVE ZEROS          TO CNT-FAIL-COUNT
           IF CTRN-ACTION-CHANGE AND CTRN-VALUE = WS-OLD-VALUE
               MOVE WS-OLD-FAIL-COUNT TO CNT-FAIL-COUNT
               MOVE WS-OLD-FAIL-FLAG  TO CNT-FAIL-FLAG
           END-IF
           IF CTRN-ACTION-ADD
               WRITE CONTACT-REC
                   INVALID KEY
                               SET COUNTER-OVERFLOWED TO TRUE
                               DISPLAY 'WS-ADD-COUNT OVERFLOWED'
                       END-ADD
                       MOVE 'ADD' TO WS-AUDIT-ACTION
                       PERFORM WRITE-CONTACT-AUDIT
               END-WRITE
           ELSE
               REWRITE CONTACT-REC
                               SET COUNTER-OVERFLOWED TO TRUE
                               DISPLAY 'WS-CHANGE-COUNT OVERFLOWED'
                       END-ADD
                       MOVE 'CHANGE' TO WS-AUDIT-ACTION
                       PERFORM WRITE-CONTACT-AUDIT
               END-REWRITE
           END-IF.
      *
                   MOVE 4030 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   MOVE CNT-TYPE      TO WS-OLD-TYPE
                   MOVE CNT-VALUE     TO WS-OLD-VALUE
                   MOVE CNT-PREFERRED TO WS-OLD-PREFERRED
                   MOVE SPACES        TO CONTACT-REC
                   MOVE CTRN-CPF      TO CNT-CPF
                   MOVE CTRN-SEQ      TO CNT-SEQ
                   DELETE CONTACT-FILE
                       INVALID KEY
                           MOVE 'DELETE FAILED' TO WS-REJECT-REASON
                                   SET COUNTER-OVERFLOWED TO TRUE
                                   DISPLAY 'WS-DELETE-COUNT OVERFLOWED'
                           END-ADD
                           MOVE 'DELETE' TO WS-AUDIT-ACTION
                           PERFORM WRITE-CONTACT-AUDIT
                   END-DELETE
           END-READ.
      *
      * WRITE-CONTACT-AUDIT appends the applied action with the
      * contact's before image and CONTACT-REC as the after image -
      * blanked by the delete path, so a delete's after image is
      * empty the way a CUSTAUD delete's is.
       WRITE-CONTACT-AUDIT.
           MOVE SPACES            TO CNT-AUDIT-REC
           MOVE WS-AUDIT-ACTION   TO CNA-ACTION
           MOVE CTRN-CPF          TO CNA-CPF
           MOVE CTRN-SEQ          TO CNA-SEQ
           MOVE WS-RUN-DATE       TO CNA-RUN-DATE
           MOVE WS-OLD-TYPE       TO CNA-OLD-TYPE
           MOVE WS-OLD-VALUE      TO CNA-OLD-VALUE
           MOVE WS-OLD-PREFERRED  TO CNA-OLD-PREFERRED
           MOVE CNT-TYPE          TO CNA-NEW-TYPE
           MOVE CNT-VALUE         TO CNA-NEW-VALUE
           MOVE CNT-PREFERRED     TO CNA-NEW-PREFERRED
           WRITE CNT-AUDIT-REC.
      *
       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
