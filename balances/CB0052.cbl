      *  account that shows fresh activity while flagged is woken back
      *  up.  Accounts with no activity date on record yet are counted
      *  but never guessed dormant.
      *  The heading and each candidate's lines are also written,
      *  tagged with the account's branch, to the RPTDIST extract
      *  (RPTDIST.cpy) so the report burster (RPTBURST) sends each
      *  branch only its own escheatment candidates.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
           SELECT PARM-FILE   ASSIGN TO DORMPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PRINT-FILE  ASSIGN TO PRTFILE.
           SELECT DIST-FILE   ASSIGN TO RPTDIST.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE ASSIGN TO RUNSEQ
               ORGANIZATION IS INDEXED
      *
       FD  PRINT-FILE RECORDING MODE F.
       01  PRINT-REC          PIC X(132).
      *
       FD  DIST-FILE RECORDING MODE F.
           COPY RPTDIST.
      *
       FD  RUN-CTL-FILE RECORDING MODE F.
           COPY RUNCTL.
       01  WS-CUSTMAST-STATUS      PIC XX.
       01  WS-PARM-STATUS          PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
      * Line sequence on the branch distribution extract.
       01  WS-DIST-SEQ             PIC 9(7) VALUE ZEROS.
      * Dormancy threshold in months, and the flattened day-number
      * arithmetic shared with SUSPAGE's aging (years*365 + months*30
      * + days - close enough to bucket by month).
           OPEN INPUT  XREF-FILE.
           OPEN INPUT  CUSTMAST.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT DIST-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM READ-PARM-CARD
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           COMPUTE WS-THRESHOLD-DAYS = WS-DORMANT-MONTHS * 30
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           MOVE HDR-LINE-1   TO RDS-PRINT-LINE
           MOVE ZEROS        TO RDS-BRANCH
           SET RDS-HEADING   TO TRUE
           PERFORM WRITE-DIST-LINE
           PERFORM START-RUN-CONTROL.
      *
       READ-PARM-CARD.
               MOVE '** NO OWNER **'    TO DTL-NOME
           END-IF
           WRITE PRINT-REC FROM DETAIL-LINE
           MOVE DETAIL-LINE         TO RDS-PRINT-LINE
           MOVE SALDO-AGENCIA       TO RDS-BRANCH
           SET RDS-BRANCH-LINE      TO TRUE
           PERFORM WRITE-DIST-LINE
           IF OWNER-FOUND
               MOVE SPACES TO ADR-TEXT
               STRING LOGRADOURO IN CLIENTE-REC DELIMITED BY SIZE
                      INTO ADR-TEXT
               END-STRING
               WRITE PRINT-REC FROM ADDR-LINE
               MOVE ADDR-LINE       TO RDS-PRINT-LINE
               MOVE SALDO-AGENCIA   TO RDS-BRANCH
               SET RDS-BRANCH-LINE  TO TRUE
               PERFORM WRITE-DIST-LINE
           END-IF.
      *
      * FIND-OWNER pulls the account's PRIMARY holder - joint holders
           CLOSE XREF-FILE.
           CLOSE CUSTMAST.
           CLOSE PRINT-FILE.
           CLOSE DIST-FILE.
           DISPLAY 'DORMRPT READ ' WS-READ-COUNT
                   ' FLAGGED ' WS-FLAGGED-COUNT
                   ' WOKEN ' WS-WOKEN-COUNT
           COMPUTE WS-DAY-NUM-OUT =
               (WS-DATE-YYYY * 365) + (WS-DATE-MM * 30) + WS-DATE-DD.
      *
      * WRITE-DIST-LINE writes the print line just set up to the branch
      * distribution extract, numbered so the burster keeps the
      * report's own order.
       WRITE-DIST-LINE.
           MOVE 'DORMRPT'   TO RDS-REPORT-ID
           MOVE WS-RUN-DATE TO RDS-RUN-DATE
           ADD 1 TO WS-DIST-SEQ
           MOVE WS-DIST-SEQ TO RDS-LINE-SEQ
           WRITE RPT-DIST-REC.
      *
      * WRITE-ALERT-RECORD appends this run's problem to the shop-wide
      * alert file so the end-of-night alert report (ALERTRPT) puts it
