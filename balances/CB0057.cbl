      *  and that grand total goes out as a CTL-TOTAL-REC with the
      *  dollar figure filled in - so CTLRECON can prove day over day
      *  that the file moved only by what the posting jobs say they
      *  posted.  The overdrawn accounts are totalled on their own as
      *  well and go out as a second control record, TRIALNEG, which
      *  SCREXPO ties the regulator's overdraft exposure back to.
      *  The heading and each branch's recap line are also written,
      *  tagged with the branch, to the RPTDIST extract (RPTDIST.cpy)
      *  so the report burster (RPTBURST) can put each branch's own
      *  line in its package; the tier, region and grand totals are
      *  bank-wide and stay on the head-office copy.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTA-NUM IN SALDO-REC.
           SELECT PRINT-FILE   ASSIGN TO PRTFILE.
           SELECT DIST-FILE    ASSIGN TO RPTDIST.
           SELECT CTL-TOTAL-FILE ASSIGN TO CTLTODAY.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE ASSIGN TO RUNSEQ
      *
       FD  PRINT-FILE RECORDING MODE F.
       01  PRINT-REC          PIC X(132).
      *
       FD  DIST-FILE RECORDING MODE F.
           COPY RPTDIST.
      *
       FD  CTL-TOTAL-FILE RECORDING MODE F.
           COPY CTLTOTAL.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-RUN-DATE             PIC 9(8).
      * Line sequence on the branch distribution extract.
       01  WS-DIST-SEQ             PIC 9(7) VALUE ZEROS.
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
      * Signed totals by tier - entry 4 catches an out-of-range tier
       01  WS-RG-FOUND-FLAG        PIC X VALUE 'N'.
           88  REGION-ENTRY-FOUND      VALUE 'Y' FALSE 'N'.
       01  WS-GRAND-TOTAL          PIC S9(13)V99 VALUE ZEROS.
      * Accounts carrying a negative balance, counted and totalled
      * for the TRIALNEG control record.
       01  WS-NEGATIVE-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-NEGATIVE-TOTAL       PIC S9(13)V99 VALUE ZEROS.
      *
       01  HDR-LINE-1.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(13) VALUE 'GRAND TOTAL '.
           05  GRD-AMOUNT     PIC -(13)9.99.
       01  NEGATIVE-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(19) VALUE 'NEGATIVE BALANCES '.
           05  NGL-COUNT      PIC ZZZZZZ9.
           05  FILLER         PIC X(9)  VALUE ' AMOUNT '.
           05  NGL-AMOUNT     PIC -(13)9.99.
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS        PIC XX.
       01  WS-RUN-TIME             PIC 9(8).
       OPEN-FILES.
           OPEN INPUT  SALDO-FILE.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT DIST-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 4
           END-PERFORM
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           MOVE HDR-LINE-1   TO RDS-PRINT-LINE
           MOVE ZEROS        TO RDS-BRANCH
           SET RDS-HEADING   TO TRUE
           PERFORM WRITE-DIST-LINE
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-GRAND-TOTAL OVERFLOWED'
           END-ADD
           IF SALDO < ZEROS
               ADD 1 TO WS-NEGATIVE-COUNT
               ADD SALDO TO WS-NEGATIVE-TOTAL
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-NEGATIVE-TOTAL OVERFLOWED'
               END-ADD
           END-IF
           PERFORM TALLY-BRANCH-BALANCE.
      *
       TALLY-BRANCH-BALANCE.
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE SALDO-FILE.
           CLOSE PRINT-FILE.
           CLOSE DIST-FILE.
           DISPLAY 'TRIALBAL READ ' WS-READ-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'TRIALBAL ABORTED - COUNTER OVERFLOWED'
               MOVE WS-BR-COUNT(WS-BR-IDX)   TO BRL-COUNT
               MOVE WS-BR-AMOUNT(WS-BR-IDX)  TO BRL-AMOUNT
               WRITE PRINT-REC FROM BRANCH-LINE
               MOVE BRANCH-LINE              TO RDS-PRINT-LINE
               MOVE WS-BR-AGENCIA(WS-BR-IDX) TO RDS-BRANCH
               SET RDS-BRANCH-LINE           TO TRUE
               PERFORM WRITE-DIST-LINE
               PERFORM TALLY-REGION-TOTAL
           END-PERFORM
           IF WS-BR-DROPPED-COUNT > ZEROS
           PERFORM WRITE-REGION-ROLLUP
           MOVE WS-GRAND-TOTAL TO GRD-AMOUNT
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM GRAND-LINE
           MOVE GRAND-LINE     TO RDS-PRINT-LINE
           MOVE ZEROS          TO RDS-BRANCH
           SET RDS-BANK-WIDE   TO TRUE
           PERFORM WRITE-DIST-LINE
           MOVE WS-NEGATIVE-COUNT TO NGL-COUNT
           MOVE WS-NEGATIVE-TOTAL TO NGL-AMOUNT
           WRITE PRINT-REC FROM NEGATIVE-LINE.
      *
      * TALLY-REGION-TOTAL folds the branch just printed into its
      * region's accumulator; a branch the master does not know rolls
      * WRITE-CTL-TOTALS appends the file's signed grand total to the
      * CTLTODAY control-total file, so CTLRECON proves day over day
      * that the balance file moved only by what the posting jobs say
      * they posted.  The negative balances follow as TRIALNEG for the
      * monthly SCR exposure tie-out.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES          TO CTL-TOTAL-REC
           MOVE WS-READ-COUNT   TO CTL-RECORD-COUNT
           MOVE WS-GRAND-TOTAL  TO CTL-DOLLAR-TOTAL
           WRITE CTL-TOTAL-REC
           MOVE SPACES            TO CTL-TOTAL-REC
           MOVE 'TRIALNEG'        TO CTL-JOB-ID
           MOVE WS-RUN-DATE       TO CTL-RUN-DATE
           MOVE WS-NEGATIVE-COUNT TO CTL-RECORD-COUNT
           MOVE WS-NEGATIVE-TOTAL TO CTL-DOLLAR-TOTAL
           WRITE CTL-TOTAL-REC
           CLOSE CTL-TOTAL-FILE.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           CLOSE SUMMARY-FILE.
      *
      * WRITE-DIST-LINE writes the print line just set up to the branch
      * distribution extract, numbered so the burster keeps the
      * report's own order.
       WRITE-DIST-LINE.
           MOVE 'TRIALBAL'  TO RDS-REPORT-ID
           MOVE WS-RUN-DATE TO RDS-RUN-DATE
           ADD 1 TO WS-DIST-SEQ
           MOVE WS-DIST-SEQ TO RDS-LINE-SEQ
           WRITE RPT-DIST-REC.
      *
      * WRITE-ALERT-RECORD appends this run's problem to the shop-wide
      * alert file so the end-of-night alert report (ALERTRPT) puts it
