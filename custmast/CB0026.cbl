      *  An account with no link, or with a link pointing at a CPF that
      *  has left CUSTMAST, is flagged to the shared EXCFILE like every
      *  other exception in the shop so the morning exception review
      *  sees it alongside the load jobs' rejects.  An account owned by
      *  a company carries the company's owner key in place of a CPF;
      *  that owner is confirmed on the legal-entity master (PJMAST)
      *  by its owner-key alternate key instead.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF IN CLIENTE-REC
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT PJ-FILE     ASSIGN TO PJMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CNPJ
               ALTERNATE RECORD KEY IS PJ-OWNER-KEY
               FILE STATUS IS WS-PJMAST-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO EXCFILE.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE ASSIGN TO RUNSEQ
      *
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  PJ-FILE RECORDING MODE F.
           COPY PJMAST.
      *
       FD  EXCEPT-FILE RECORDING MODE F.
           COPY EXCREC.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-CUSTMAST-STATUS      PIC XX.
       01  WS-PJMAST-STATUS        PIC XX.
       01  WS-PJMAST-FLAG          PIC X VALUE 'N'.
           88  PJMAST-AVAILABLE        VALUE 'Y' FALSE 'N'.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           OPEN INPUT  SALDO-FILE.
           OPEN INPUT  XREF-FILE.
           OPEN INPUT  CUSTMAST.
           OPEN INPUT  PJ-FILE
           IF WS-PJMAST-STATUS = '00'
               SET PJMAST-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT EXCEPT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM START-RUN-CONTROL.
           CLOSE SALDO-FILE.
           CLOSE XREF-FILE.
           CLOSE CUSTMAST.
           IF PJMAST-AVAILABLE
               CLOSE PJ-FILE
           END-IF
           CLOSE EXCEPT-FILE.
           DISPLAY 'XREFCHK READ ' WS-READ-COUNT
                   ' OWNED ' WS-OWNED-COUNT
               INVALID KEY
                   PERFORM WRITE-ORPHAN-EXCEPTION
               NOT INVALID KEY
                   IF XRF-LEGAL-ENTITY
                       PERFORM CHECK-COMPANY-OWNER
                   ELSE
                       PERFORM CHECK-PERSON-OWNER
                   END-IF
           END-READ.
      *
       CHECK-PERSON-OWNER.
           MOVE XRF-CPF TO CPF IN CLIENTE-REC
           READ CUSTMAST
               INVALID KEY
                   PERFORM WRITE-ORPHAN-EXCEPTION
               NOT INVALID KEY
                   PERFORM COUNT-OWNED
           END-READ.
      *
       CHECK-COMPANY-OWNER.
           IF NOT PJMAST-AVAILABLE
               PERFORM WRITE-ORPHAN-EXCEPTION
           ELSE
               MOVE XRF-CPF TO PJ-OWNER-KEY
               READ PJ-FILE KEY IS PJ-OWNER-KEY
                   INVALID KEY
                       PERFORM WRITE-ORPHAN-EXCEPTION
                   NOT INVALID KEY
                       PERFORM COUNT-OWNED
               END-READ
           END-IF.
      *
       COUNT-OWNED.
           ADD 1 TO WS-OWNED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-OWNED-COUNT OVERFLOWED'
           END-ADD.
      *
       WRITE-ORPHAN-EXCEPTION.
           ADD 1 TO WS-ORPHAN-COUNT
