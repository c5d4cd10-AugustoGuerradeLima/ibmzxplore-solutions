      *  (RCPFSTAT.cpy, keyed by CPF) with the prior status kept, so
      *  the run can print exactly whose standing changed since the
      *  last file.  CUSTLOAD and CUSTMAINT read this file at add time
      *  and refuse a cancelled CPF outright.  Company customers are on
      *  the same registry file as CNPJ rows (the CPF left blank, the
      *  CNPJ alongside): each one on the legal-entity master (PJMAST)
      *  lands on its own control file, RCNPJST.cpy, keyed by CNPJ and
      *  coded the registry's way for companies, and PJMAINT refuses
      *  a company the registry has closed down, voided or declared
      *  unfit.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCS-CPF
               FILE STATUS IS WS-REGSTAT-STATUS.
           SELECT PJ-FILE     ASSIGN TO PJMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CNPJ
               ALTERNATE RECORD KEY IS PJ-OWNER-KEY
               FILE STATUS IS WS-PJMAST-STATUS.
           SELECT CNPJ-STATUS-FILE ASSIGN TO RCNPJST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCN-CNPJ
               FILE STATUS IS WS-RCNPJST-STATUS.
           SELECT PRINT-FILE  ASSIGN TO PRTFILE.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE ASSIGN TO RUNSEQ
       FILE SECTION.
      * One registry row per record: the CPF and its standing as the
      * Receita codes it (R regular, S suspended, C cancelled, D
      * deceased per registry).  A company row leaves the CPF blank
      * and carries the CNPJ, its status coded the way RCNPJST.cpy
      * lists them.
       FD  RECE-TRANS RECORDING MODE F.
       01  RECE-TRANS-REC.
           05  RCE-CPF          PIC X(11).
           05  RCE-STATUS       PIC X.
               88  RCE-STATUS-VALID VALUES 'R' 'S' 'C' 'D'.
           05  RCE-CNPJ         PIC X(14).
           05  FILLER           PIC X(54).
      *
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  REG-STATUS-FILE RECORDING MODE F.
           COPY RCPFSTAT.
      *
       FD  PJ-FILE RECORDING MODE F.
           COPY PJMAST.
      *
       FD  CNPJ-STATUS-FILE RECORDING MODE F.
           COPY RCNPJST.
      *
       FD  PRINT-FILE RECORDING MODE F.
       01  PRINT-REC          PIC X(132).
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-CUSTMAST-STATUS      PIC XX.
       01  WS-REGSTAT-STATUS       PIC XX.
       01  WS-PJMAST-STATUS        PIC XX.
       01  WS-RCNPJST-STATUS       PIC XX.
       01  WS-PJMAST-FLAG          PIC X VALUE 'N'.
           88  PJMAST-AVAILABLE        VALUE 'Y' FALSE 'N'.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-TRANS-READ-COUNT  PIC 9(7) VALUE ZEROS.
           05  CHG-OLD        PIC X.
           05  FILLER         PIC X(6)  VALUE ' NOW '.
           05  CHG-NEW        PIC X.
       01  CNPJ-CHANGE-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  CHC-CNPJ       PIC X(14).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  CHC-RAZAO      PIC X(20).
           05  FILLER         PIC X(6)  VALUE ' WAS '.
           05  CHC-OLD        PIC X.
           05  FILLER         PIC X(6)  VALUE ' NOW '.
           05  CHC-NEW        PIC X.
      * Work area for the shop-wide alert record written whenever the
      * run ends with RETURN-CODE 4 or 8, so the end-of-night alert
      * report covers this job too.
                   CLOSE REG-STATUS-FILE
                   OPEN I-O REG-STATUS-FILE
               END-IF.
      * A shop with no company customers yet has no PJMAST; its CNPJ
      * rows are then all counted as not ours.
           OPEN INPUT PJ-FILE
           IF WS-PJMAST-STATUS = '00'
               SET PJMAST-AVAILABLE TO TRUE
           END-IF
           OPEN I-O CNPJ-STATUS-FILE
               IF WS-RCNPJST-STATUS = '35'
                   CLOSE CNPJ-STATUS-FILE
                   OPEN OUTPUT CNPJ-STATUS-FILE
                   CLOSE CNPJ-STATUS-FILE
                   OPEN I-O CNPJ-STATUS-FILE
               END-IF.
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           WRITE PRINT-REC FROM HDR-LINE-1
      * the registry file covers the whole country, and we track our
      * own book, not theirs.
       APPLY-REGISTRY-ROW.
           IF RCE-CPF = SPACES
               PERFORM APPLY-CNPJ-ROW
           ELSE
               PERFORM APPLY-CPF-ROW
           END-IF.
      *
       APPLY-CPF-ROW.
           IF NOT RCE-STATUS-VALID
               ADD 1 TO WS-BAD-STATUS-COUNT
                   ON SIZE ERROR
                   END-IF
                   PERFORM COUNT-RECORDED
           END-READ.
      *
      * APPLY-CNPJ-ROW is APPLY-CPF-ROW for a company row, matched
      * against the legal-entity master instead of CUSTMAST.
       APPLY-CNPJ-ROW.
           MOVE RCE-STATUS TO RCN-STATUS
           IF NOT RCN-STATUS-VALID OR RCE-CNPJ = SPACES
               ADD 1 TO WS-BAD-STATUS-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-BAD-STATUS-COUNT OVERFLOWED'
               END-ADD
           ELSE
               IF NOT PJMAST-AVAILABLE
                   PERFORM COUNT-NOT-CUSTOMER
               ELSE
                   MOVE RCE-CNPJ TO PJ-CNPJ
                   READ PJ-FILE
                       INVALID KEY
                           PERFORM COUNT-NOT-CUSTOMER
                       NOT INVALID KEY
                           PERFORM RECORD-CNPJ-STATUS
                   END-READ
               END-IF
           END-IF.
      *
       COUNT-NOT-CUSTOMER.
           ADD 1 TO WS-NOT-CUST-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-NOT-CUST-COUNT OVERFLOWED'
           END-ADD.
      *
       RECORD-CNPJ-STATUS.
           MOVE RCE-CNPJ TO RCN-CNPJ
           READ CNPJ-STATUS-FILE
               INVALID KEY
                   MOVE SPACES      TO CNPJ-STATUS-REC
                   MOVE RCE-CNPJ    TO RCN-CNPJ
                   MOVE RCE-STATUS  TO RCN-STATUS
                   MOVE WS-RUN-DATE TO RCN-STATUS-DATE
                   MOVE SPACE       TO RCN-PRIOR-STATUS
                   WRITE CNPJ-STATUS-REC
                   PERFORM COUNT-RECORDED
               NOT INVALID KEY
                   IF RCN-STATUS NOT = RCE-STATUS
                       MOVE RCN-STATUS  TO RCN-PRIOR-STATUS
                       MOVE RCE-STATUS  TO RCN-STATUS
                       MOVE WS-RUN-DATE TO RCN-STATUS-DATE
                       REWRITE CNPJ-STATUS-REC
                       PERFORM REPORT-CNPJ-STATUS-CHANGE
                   END-IF
                   PERFORM COUNT-RECORDED
           END-READ.
      *
       REPORT-CNPJ-STATUS-CHANGE.
           ADD 1 TO WS-CHANGED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-CHANGED-COUNT OVERFLOWED'
           END-ADD
           MOVE RCE-CNPJ            TO CHC-CNPJ
           MOVE PJ-RAZAO-SOCIAL     TO CHC-RAZAO
           MOVE RCN-PRIOR-STATUS    TO CHC-OLD
           MOVE RCN-STATUS          TO CHC-NEW
           WRITE PRINT-REC FROM CNPJ-CHANGE-LINE.
      *
       COUNT-RECORDED.
           ADD 1 TO WS-RECORDED-COUNT
           CLOSE RECE-TRANS.
           CLOSE CUSTMAST.
           CLOSE REG-STATUS-FILE.
           IF PJMAST-AVAILABLE
               CLOSE PJ-FILE
           END-IF
           CLOSE CNPJ-STATUS-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'RECEINTK READ ' WS-TRANS-READ-COUNT
                   ' RECORDED ' WS-RECORDED-COUNT
                   IF WS-CHANGED-COUNT > ZEROS
                       MOVE 4 TO RETURN-CODE
                       MOVE 4 TO WS-ALERT-SEVERITY
                       MOVE 'REGISTRY STATUS CHANGES ON FILE'
                           TO WS-ALERT-MESSAGE
                       MOVE WS-CHANGED-COUNT TO WS-ALERT-COUNT
                       PERFORM WRITE-ALERT-RECORD
