      *  tests from CB0008 into a real balance-integrity check.  Any
      *  account with a negative balance that shouldn't exist is
      *  written to a daily exception report ahead of month-end close.
      *  Every report line is also written, tagged with its branch, to
      *  the RPTDIST extract (RPTDIST.cpy) so the report burster
      *  (RPTBURST) can send each branch only its own accounts; the
      *  currency recap is bank-wide and stays off the branch copies.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               RECORD KEY IS OD-CONTA-NUM
               FILE STATUS IS WS-OVRDRFT-STATUS.
           SELECT REPORT-FILE ASSIGN TO BALRPT.
           SELECT DIST-FILE   ASSIGN TO RPTDIST.
           SELECT EXCEPT-FILE ASSIGN TO EXCFILE.
           SELECT ALERT-FILE  ASSIGN TO ALERTFIL.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
      *
       FD  REPORT-FILE RECORDING MODE F.
       01  REPORT-REC              PIC X(132).
      *
       FD  DIST-FILE RECORDING MODE F.
           COPY RPTDIST.
      *
       FD  EXCEPT-FILE RECORDING MODE F.
           COPY EXCREC.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-RUN-DATE            PIC 9(8).
      * Line sequence on the branch distribution extract.
       01  WS-DIST-SEQ            PIC 9(7) VALUE ZEROS.
       01  WS-COUNTERS.
           05  WS-READ-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-NEGATIVE-COUNT    PIC 9(7) VALUE ZEROS.
           OPEN INPUT  SALDO-FILE.
           OPEN INPUT  OVERDRAFT-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT DIST-FILE.
           OPEN OUTPUT EXCEPT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           WRITE REPORT-REC FROM RPT-HDR-LINE
           WRITE REPORT-REC FROM SPACES
           MOVE RPT-HDR-LINE TO RDS-PRINT-LINE
           MOVE ZEROS        TO RDS-BRANCH
           SET RDS-HEADING   TO TRUE
           PERFORM WRITE-DIST-LINE
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
           CLOSE SALDO-FILE.
           CLOSE OVERDRAFT-FILE.
           CLOSE REPORT-FILE.
           CLOSE DIST-FILE.
           CLOSE EXCEPT-FILE.
           DISPLAY 'BALCHECK READ ' WS-READ-COUNT
                   ' NEGATIVE ' WS-NEGATIVE-COUNT
               MOVE CONTA-NUM           TO RPT-CONTA
               MOVE SALDO               TO RPT-SALDO
               WRITE REPORT-REC FROM RPT-DETAIL-LINE
               MOVE RPT-DETAIL-LINE     TO RDS-PRINT-LINE
               MOVE SALDO-AGENCIA       TO RDS-BRANCH
               SET RDS-BRANCH-LINE      TO TRUE
               PERFORM WRITE-DIST-LINE
               MOVE CONTA-NUM           TO WS-CONTA-KEY
               MOVE SALDO               TO WS-SALDO-ED
               MOVE SPACES              TO EXC-REC
               MOVE WS-CURR-AGENCIA   TO SUB-AGENCIA
               MOVE WS-BREAK-NEG-COUNT TO SUB-NEG-COUNT
               WRITE REPORT-REC FROM RPT-SUBTOTAL-LINE
               MOVE RPT-SUBTOTAL-LINE TO RDS-PRINT-LINE
               MOVE WS-CURR-AGENCIA   TO RDS-BRANCH
               SET RDS-BRANCH-LINE    TO TRUE
               PERFORM WRITE-DIST-LINE
           END-IF
           MOVE ZEROS TO WS-BREAK-NEG-COUNT.
      *
               MOVE WS-BR-NEG-COUNT(WS-BR-IDX)  TO RCP-NEG-COUNT
               MOVE WS-BR-NEG-AMOUNT(WS-BR-IDX) TO RCP-NEG-AMOUNT
               WRITE REPORT-REC FROM RPT-RECAP-LINE
               MOVE RPT-RECAP-LINE              TO RDS-PRINT-LINE
               MOVE WS-BR-AGENCIA(WS-BR-IDX)    TO RDS-BRANCH
               SET RDS-BRANCH-LINE              TO TRUE
               PERFORM WRITE-DIST-LINE
           END-PERFORM
           IF WS-BR-DROPPED-COUNT > ZEROS
               DISPLAY 'BALCHECK BRANCH TABLE FULL - '
           END-IF.
      *
      *
      * WRITE-DIST-LINE writes the print line just set up to the branch
      * distribution extract, numbered so the burster keeps the
      * report's own order.
       WRITE-DIST-LINE.
           MOVE 'BALCHECK'  TO RDS-REPORT-ID
           MOVE WS-RUN-DATE TO RDS-RUN-DATE
           ADD 1 TO WS-DIST-SEQ
           MOVE WS-DIST-SEQ TO RDS-LINE-SEQ
           WRITE RPT-DIST-REC.
      *
      * WRITE-ALERT-RECORD appends this run's problem to the shop-wide
      * alert file so the end-of-night alert report (ALERTRPT) puts it
      * on the one page the morning operator reads, instead of a
               MOVE WS-CT-AMOUNT(WS-CUR-IDX)     TO CUR-AMOUNT
               PERFORM CONVERT-CURRENCY-TOTAL
               WRITE REPORT-REC FROM CUR-RECAP-LINE
               MOVE CUR-RECAP-LINE TO RDS-PRINT-LINE
               MOVE ZEROS          TO RDS-BRANCH
               SET RDS-BANK-WIDE   TO TRUE
               PERFORM WRITE-DIST-LINE
           END-PERFORM
           MOVE WS-GRAND-BRL TO GRD-BRL
           WRITE REPORT-REC FROM CUR-GRAND-LINE
           MOVE CUR-GRAND-LINE TO RDS-PRINT-LINE
           MOVE ZEROS          TO RDS-BRANCH
           SET RDS-BANK-WIDE   TO TRUE
           PERFORM WRITE-DIST-LINE.
      *
       CONVERT-CURRENCY-TOTAL.
           IF WS-CT-CURRENCY(WS-CUR-IDX) = 'BRL'
