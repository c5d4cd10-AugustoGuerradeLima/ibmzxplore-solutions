      *  guardian accounts on time.  A record whose birth date is not
      *  numeric (loaded before the calendar edit existed) is counted
      *  and skipped, not guessed at.
      *  Each minor now shows the first active guardian on the
      *  guardian register (GUARDIAN.cpy, kept by GRDMAINT), or NONE
      *  ON FILE so the branch knows whose documents to chase; the
      *  minors with no guardian are counted on the total line.  With
      *  no register on the run the column is left blank.
      *  The report lines are also written to the RPTDIST extract
      *  (RPTDIST.cpy) for the report burster (RPTBURST), each minor
      *  tagged with the branch of the customer's first account on
      *  the cross-reference so the branch gets its own minors; a
      *  minor with no account, or a run without the cross-reference
      *  and balance file, goes out with branch zero and is logged
      *  unrouted by the burster.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPF IN CLIENTE-REC
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT GUARDIAN-FILE ASSIGN TO GUARDIAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               ALTERNATE RECORD KEY IS GRD-GUARDIAN-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT XREF-FILE   ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               ALTERNATE RECORD KEY IS XRF-CONTA-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
           SELECT SALDO-FILE  ASSIGN TO SALDOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONTA-NUM IN SALDO-REC
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTFIL.
           SELECT PRINT-FILE ASSIGN TO PRTFILE.
           SELECT DIST-FILE  ASSIGN TO RPTDIST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  GUARDIAN-FILE RECORDING MODE F.
           COPY GUARDIAN.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
      *
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
      *
       FD  ALERT-FILE RECORDING MODE F.
           COPY ALERTREC.
      *
       FD  PRINT-FILE RECORDING MODE F.
       01  PRINT-REC          PIC X(132).
      *
       FD  DIST-FILE RECORDING MODE F.
           COPY RPTDIST.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  WS-CUSTMAST-EOF     PIC X VALUE 'N'.
               88  CUSTMAST-AT-EOF     VALUE 'Y'.
       01  WS-CUSTMAST-STATUS      PIC XX.
       01  WS-GUARDIAN-STATUS      PIC XX.
       01  WS-GUARDIAN-OPEN-FLAG   PIC X VALUE 'N'.
           88  GUARDIAN-IS-OPEN        VALUE 'Y' FALSE 'N'.
       01  WS-GRD-SCAN-FLAG        PIC X.
           88  GRD-SCAN-DONE           VALUE 'Y' FALSE 'N'.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-SALDO-STATUS         PIC XX.
       01  WS-BRANCH-LOOKUP-FLAG   PIC X VALUE 'N'.
           88  BRANCH-LOOKUP-OPEN      VALUE 'Y' FALSE 'N'.
      * Branch the minor's line is sent to, and the line sequence on
      * the branch distribution extract.
       01  WS-MINOR-AGENCIA        PIC 9(4) VALUE ZEROS.
       01  WS-DIST-SEQ             PIC 9(7) VALUE ZEROS.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(4).
           05  WS-MINOR-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-TURNING-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-BAD-DATE-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-NO-GUARDIAN-COUNT  PIC 9(7) VALUE ZEROS.
       01  WS-BIRTH-YYYY           PIC 9(4).
       01  WS-BIRTH-MM             PIC 9(2).
       01  WS-BIRTH-DD             PIC 9(2).
           05  FILLER         PIC X(21) VALUE 'NOME'.
           05  FILLER         PIC X(11) VALUE 'DATA NASC'.
           05  FILLER         PIC X(5)  VALUE 'AGE'.
           05  FILLER         PIC X(20) VALUE 'STATUS'.
           05  FILLER         PIC X(11) VALUE 'GUARDIAN'.
       01  DETAIL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-CPF        PIC X(11).
           05  DTL-AGE        PIC ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-STATUS     PIC X(18).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-GUARDIAN   PIC X(14).
       01  TOTAL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(8)  VALUE 'MINORS '.
           05  TOT-TURNING    PIC ZZZ,ZZ9.
           05  FILLER         PIC X(12) VALUE '  BAD DATES '.
           05  TOT-BAD        PIC ZZZ,ZZ9.
           05  FILLER         PIC X(15) VALUE '  NO GUARDIAN '.
           05  TOT-NO-GUARDIAN PIC ZZZ,ZZ9.
      * Work area for the shop-wide alert record written whenever the
      * run ends with RETURN-CODE 4 or 8, so the end-of-night alert
      * report covers this job too.
      *
       OPEN-FILES.
           OPEN INPUT  CUSTMAST.
           OPEN INPUT  GUARDIAN-FILE
           IF WS-GUARDIAN-STATUS = '00'
               SET GUARDIAN-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT  XREF-FILE
           OPEN INPUT  SALDO-FILE
           IF WS-XREF-STATUS = '00' AND WS-SALDO-STATUS = '00'
               SET BRANCH-LOOKUP-OPEN TO TRUE
           ELSE
               IF WS-XREF-STATUS = '00'
                   CLOSE XREF-FILE
               END-IF
               IF WS-SALDO-STATUS = '00'
                   CLOSE SALDO-FILE
               END-IF
           END-IF
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT DIST-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           COMPUTE WS-RUN-DAY-NUM =
               (WS-RUN-YYYY * 365) + (WS-RUN-MM * 30) + WS-RUN-DD
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM HDR-LINE-2.
           MOVE HDR-LINE-1   TO RDS-PRINT-LINE
           MOVE ZEROS        TO RDS-BRANCH
           SET RDS-HEADING   TO TRUE
           PERFORM WRITE-DIST-LINE
           MOVE HDR-LINE-2   TO RDS-PRINT-LINE
           MOVE ZEROS        TO RDS-BRANCH
           SET RDS-HEADING   TO TRUE
           PERFORM WRITE-DIST-LINE.
      *
       PRINT-UNTIL-DONE.
           PERFORM READ-CUSTMAST
      *
       CLOSE-STOP.
           CLOSE CUSTMAST.
           IF GUARDIAN-IS-OPEN
               CLOSE GUARDIAN-FILE
           END-IF
           IF BRANCH-LOOKUP-OPEN
               CLOSE XREF-FILE
               CLOSE SALDO-FILE
           END-IF
           CLOSE PRINT-FILE.
           CLOSE DIST-FILE.
           DISPLAY 'MINORRPT READ ' WS-READ-COUNT
                   ' MINORS ' WS-MINOR-COUNT
                   ' TURNING 18 ' WS-TURNING-COUNT
                   ' BAD DATES ' WS-BAD-DATE-COUNT
                   ' NO GUARDIAN ' WS-NO-GUARDIAN-COUNT.
           IF WS-MINOR-COUNT > ZEROS OR WS-TURNING-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-MINOR-COUNT
               MOVE 'MINOR'              TO DTL-STATUS
           END-IF
           MOVE SPACES TO DTL-GUARDIAN
           IF GUARDIAN-IS-OPEN
               PERFORM FIND-ACTIVE-GUARDIAN
               IF DTL-GUARDIAN = SPACES
                   MOVE 'NONE ON FILE' TO DTL-GUARDIAN
                   ADD 1 TO WS-NO-GUARDIAN-COUNT
               END-IF
           END-IF
           WRITE PRINT-REC FROM DETAIL-LINE
           PERFORM FIND-MINOR-BRANCH
           MOVE DETAIL-LINE      TO RDS-PRINT-LINE
           MOVE WS-MINOR-AGENCIA TO RDS-BRANCH
           SET RDS-BRANCH-LINE   TO TRUE
           PERFORM WRITE-DIST-LINE.
      *
      * FIND-MINOR-BRANCH takes the branch of the first account the
      * cross-reference links the minor to - the same CUSTXREF-to-
      * SALDO road KYCREVW takes a customer's branch by.  No account,
      * or no lookup files on the run, leaves branch zero.
       FIND-MINOR-BRANCH.
           MOVE ZEROS TO WS-MINOR-AGENCIA
           IF BRANCH-LOOKUP-OPEN
               MOVE CPF IN CLIENTE-REC TO XRF-CPF
               MOVE ZEROS              TO XRF-CONTA-NUM
               START XREF-FILE KEY IS NOT LESS THAN XRF-KEY
                   INVALID KEY MOVE SPACES TO XRF-CPF
               END-START
               IF XRF-CPF = CPF IN CLIENTE-REC
                   READ XREF-FILE NEXT RECORD
                       AT END MOVE SPACES TO XRF-CPF
                   END-READ
                   IF XRF-CPF = CPF IN CLIENTE-REC
                       MOVE XRF-CONTA-NUM TO CONTA-NUM IN SALDO-REC
                       READ SALDO-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE SALDO-AGENCIA TO WS-MINOR-AGENCIA
                       END-READ
                   END-IF
               END-IF
           END-IF.
      *
      * FIND-ACTIVE-GUARDIAN reads the minor's guardianships in key
      * order and stops at the first active one.
       FIND-ACTIVE-GUARDIAN.
           SET GRD-SCAN-DONE TO FALSE
           MOVE CPF IN CLIENTE-REC TO GRD-MINOR-CPF
           MOVE LOW-VALUES         TO GRD-GUARDIAN-CPF
           START GUARDIAN-FILE KEY IS NOT LESS THAN GRD-KEY
               INVALID KEY SET GRD-SCAN-DONE TO TRUE
           END-START
           PERFORM CHECK-ONE-GUARDIAN UNTIL GRD-SCAN-DONE.
      *
       CHECK-ONE-GUARDIAN.
           READ GUARDIAN-FILE NEXT RECORD
               AT END SET GRD-SCAN-DONE TO TRUE
               NOT AT END
                   IF GRD-MINOR-CPF NOT = CPF IN CLIENTE-REC
                       SET GRD-SCAN-DONE TO TRUE
                   ELSE
                       IF GRD-ACTIVE
                           MOVE GRD-GUARDIAN-CPF TO DTL-GUARDIAN
                           SET GRD-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.
      *
       PRINT-TOTAL-LINE.
           MOVE WS-MINOR-COUNT    TO TOT-MINORS
           MOVE WS-TURNING-COUNT  TO TOT-TURNING
           MOVE WS-BAD-DATE-COUNT TO TOT-BAD
           MOVE WS-NO-GUARDIAN-COUNT TO TOT-NO-GUARDIAN
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE TOTAL-LINE     TO RDS-PRINT-LINE
           MOVE ZEROS          TO RDS-BRANCH
           SET RDS-BANK-WIDE   TO TRUE
           PERFORM WRITE-DIST-LINE.
      *
      * WRITE-DIST-LINE writes the print line just set up to the branch
      * distribution extract, numbered so the burster keeps the
      * report's own order.
       WRITE-DIST-LINE.
           MOVE 'MINORRPT'  TO RDS-REPORT-ID
           MOVE WS-RUN-DATE TO RDS-RUN-DATE
           ADD 1 TO WS-DIST-SEQ
           MOVE WS-DIST-SEQ TO RDS-LINE-SEQ
           WRITE RPT-DIST-REC.
      *
      * WRITE-ALERT-RECORD appends this run's problem to the shop-wide
      * alert file so the end-of-night alert report (ALERTRPT) puts it
