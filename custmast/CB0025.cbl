      *  rejects anything else to the shared EXCFILE with a standard
      *  reason code.  Until this file existed there was no way to
      *  answer "which accounts does this customer own" without a
      *  manual trace.  A company's accounts are linked by CNPJ: the
      *  CPF is left blank, the CNPJ is looked up on the legal-entity
      *  master (PJMAST) and the link is filed under the company's
      *  owner key in place of a CPF.
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
      * add keeps the old single-holder meaning of primary.
           05  XTRN-HOLDER-ROLE       PIC X.
               88  XTRN-ROLE-VALID        VALUES 'P' 'J' 'R' SPACE.
      * XTRN-CNPJ names a company owner; the CPF is then left blank.
           05  XTRN-CNPJ              PIC X(14).
           05  FILLER                 PIC X(3).
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
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
       01  WS-XREF-STATUS         PIC XX.
       01  WS-CUSTMAST-STATUS     PIC XX.
       01  WS-PJMAST-STATUS       PIC XX.
       01  WS-PJMAST-FLAG         PIC X VALUE 'N'.
           88  PJMAST-AVAILABLE       VALUE 'Y' FALSE 'N'.
       01  WS-OWNER-FLAG          PIC X VALUE 'Y'.
           88  OWNER-RESOLVED         VALUE 'Y' FALSE 'N'.
       01  WS-COUNTERS.
           05  WS-TRANS-READ-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-ADD-COUNT         PIC 9(7) VALUE ZEROS.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PJ-FILE
           IF WS-PJMAST-STATUS = '00'
               SET PJMAST-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT EXCEPT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM START-RUN-CONTROL.
           CLOSE XREF-TRANS.
           CLOSE XREF-FILE.
           CLOSE CUSTMAST.
           IF PJMAST-AVAILABLE
               CLOSE PJ-FILE
           END-IF
           CLOSE EXCEPT-FILE.
           DISPLAY 'XREFMNT READ ' WS-TRANS-READ-COUNT
                   ' ADD ' WS-ADD-COUNT
           END-READ.
      *
       APPLY-TRANSACTION.
           PERFORM RESOLVE-COMPANY-OWNER
           IF OWNER-RESOLVED
               EVALUATE TRUE
                   WHEN XTRN-ACTION-ADD
                       PERFORM APPLY-ADD-LINK
                   WHEN XTRN-ACTION-DELETE
                       PERFORM APPLY-DELETE-LINK
                   WHEN OTHER
                       MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                       MOVE 4007 TO WS-REJECT-CODE
                       PERFORM REJECT-TRANSACTION
               END-EVALUATE
           END-IF.
      *
      * RESOLVE-COMPANY-OWNER turns a CNPJ-keyed transaction into the
      * company's owner key, so everything after it handles a company
      * link exactly like a person's.
       RESOLVE-COMPANY-OWNER.
           SET OWNER-RESOLVED TO TRUE
           IF XTRN-CPF = SPACES AND XTRN-CNPJ NOT = SPACES
               IF NOT PJMAST-AVAILABLE
                   MOVE 'CNPJ NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 4030 TO WS-REJECT-CODE
                   SET OWNER-RESOLVED TO FALSE
               ELSE
                   MOVE XTRN-CNPJ TO PJ-CNPJ
                   READ PJ-FILE
                       INVALID KEY
                           MOVE 'CNPJ NOT ON FILE' TO WS-REJECT-REASON
                           MOVE 4030 TO WS-REJECT-CODE
                           SET OWNER-RESOLVED TO FALSE
                       NOT INVALID KEY
                           MOVE PJ-OWNER-KEY TO XTRN-CPF
                   END-READ
               END-IF
               IF NOT OWNER-RESOLVED
                   PERFORM REJECT-TRANSACTION
               END-IF
           END-IF.
      *
      * APPLY-ADD-LINK verifies the owning CPF is actually on the
      * customer master before the link is accepted, so the
                   PERFORM ADD-VERIFIED-LINK
           END-EVALUATE.
      *
      * A company owner was already found on PJMAST by
      * RESOLVE-COMPANY-OWNER; only a person is looked up here.
       ADD-VERIFIED-LINK.
           IF XTRN-CNPJ NOT = SPACES
               PERFORM WRITE-VERIFIED-LINK
           ELSE
               MOVE XTRN-CPF TO CPF IN CLIENTE-REC
               READ CUSTMAST
                   INVALID KEY
                       MOVE 'CPF NOT ON FILE' TO WS-REJECT-REASON
                       MOVE 4006 TO WS-REJECT-CODE
                       PERFORM REJECT-TRANSACTION
                   NOT INVALID KEY
                       PERFORM WRITE-VERIFIED-LINK
               END-READ
           END-IF.
      *
       WRITE-VERIFIED-LINK.
           MOVE SPACES        TO XREF-REC
           MOVE XTRN-CPF      TO XRF-CPF
           MOVE XTRN-CONTA-NUM TO XRF-CONTA-NUM
           MOVE WS-RUN-DATE   TO XRF-LINK-DATE
           MOVE XTRN-HOLDER-ROLE TO XRF-HOLDER-ROLE
           WRITE XREF-REC
               INVALID KEY
                   MOVE 'DUPLICATE LINK' TO WS-REJECT-REASON
                   MOVE 4020 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-ADD-COUNT OVERFLOWED'
                   END-ADD
           END-WRITE.
      *
       APPLY-DELETE-LINK.
           MOVE XTRN-CPF       TO XRF-CPF
