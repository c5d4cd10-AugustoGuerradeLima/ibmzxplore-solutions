      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LOANDREC.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  LOANDREC reconciles loan disbursements.  LOANMNT raises the
      *  principal as a LOAN credit to the funding account when it
      *  adds a contract and marks the contract disbursement-raised;
      *  this job looks for that credit in DRCRCAP's PSTHIST detail
      *  history - same account, LOAN source, credit, the principal to
      *  the centavo, posted on or after the raise date - and marks
      *  the contract disbursed once it is found.  Every contract still
      *  raised but never posted lands on the reconciliation report
      *  with the days it has been waiting, so a credit DRCRCAP
      *  rejected is chased instead of the customer calling about a
      *  loan they are paying but never received.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE   ASSIGN TO LOANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-CONTRACT
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT POST-HIST-FILE ASSIGN TO PSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PSTHIST-STATUS.
           SELECT PRINT-FILE  ASSIGN TO PRTFILE.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE ASSIGN TO RUNSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-JOB-NAME
               FILE STATUS IS WS-RUNSEQ-STATUS.
           SELECT DAILY-CTL-FILE ASSIGN TO DAILYCTL.
           SELECT ALERT-FILE ASSIGN TO ALERTFIL.
           SELECT SUMMARY-FILE ASSIGN TO SUMRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  LOAN-FILE RECORDING MODE F.
           COPY LOANMST.
      *
       FD  POST-HIST-FILE RECORDING MODE F.
           COPY PSTHIST.
      *
       FD  PRINT-FILE RECORDING MODE F.
       01  PRINT-REC          PIC X(132).
      *
       FD  RUN-CTL-FILE RECORDING MODE F.
           COPY RUNCTL.
      *
       FD  RUN-SEQ-FILE RECORDING MODE F.
           COPY RUNSEQ.
      *
       FD  DAILY-CTL-FILE RECORDING MODE F.
           COPY CTLTRAIL.
      *
       FD  ALERT-FILE RECORDING MODE F.
           COPY ALERTREC.
      *
       FD  SUMMARY-FILE RECORDING MODE F.
       01  SUMMARY-REC        PIC X(80).
      *
       WORKING-STORAGE SECTION.
       COPY SUMMRPT.
       01  FLAGS.
           05  WS-LOAN-EOF         PIC X VALUE 'N'.
               88  LOAN-AT-EOF         VALUE 'Y' FALSE 'N'.
           05  WS-PH-SCAN-FLAG     PIC X VALUE 'N'.
               88  HISTORY-SCAN-DONE   VALUE 'Y' FALSE 'N'.
           05  WS-CREDIT-FLAG      PIC X VALUE 'N'.
               88  CREDIT-FOUND        VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-LOAN-STATUS          PIC XX.
       01  WS-PSTHIST-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-RAISED-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-CONFIRMED-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-UNPOSTED-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-UNPOSTED       PIC S9(11)V99 VALUE ZEROS.
      * Waiting-days work area: the flat day-number arithmetic shared
      * with DORMRPT and INTACCR.
       01  WS-WAIT-DAYS            PIC 9(5).
       01  WS-RUN-DAY-NUM          PIC 9(7).
       01  WS-DISB-DAY-NUM         PIC 9(7).
       01  WS-DATE-WORK            PIC 9(8).
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY        PIC 9(4).
           05  WS-DATE-MM          PIC 9(2).
           05  WS-DATE-DD          PIC 9(2).
       01  WS-DAY-NUM-OUT          PIC 9(7).
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS        PIC XX.
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-RUN-NUMBER           PIC 9(7).
       01  WS-RUN-END-TIME         PIC 9(8).
       01  WS-ELAPSED-TIME         PIC 9(8).
      *
       01  HDR-LINE-1.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(45) VALUE
               'LOAN DISBURSEMENTS RAISED BUT NEVER POSTED'.
       01  COLUMN-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(11) VALUE 'CONTRACT'.
           05  FILLER         PIC X(12) VALUE 'CPF'.
           05  FILLER         PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER         PIC X(9)  VALUE 'RAISED'.
           05  FILLER         PIC X(14) VALUE '     PRINCIPAL'.
           05  FILLER         PIC X(6)  VALUE '  DAYS'.
       01  DETAIL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-CONTRACT   PIC 9(10).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-CPF        PIC X(11).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-CONTA      PIC 9(10).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-DISB-DATE  PIC 9(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-PRINCIPAL  PIC -(9)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-WAIT-DAYS  PIC Z(4)9.
       01  TOTAL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(20) VALUE 'UNPOSTED CONTRACTS '.
           05  TTL-COUNT      PIC Z(6)9.
           05  FILLER         PIC X(10) VALUE '  AMOUNT '.
           05  TTL-AMOUNT     PIC -(11)9.99.
      * Work area for the shop-wide alert record written whenever the
      * run ends with RETURN-CODE 4 or 8, so the end-of-night alert
      * report covers this job too.
       01  WS-ALERT-SEVERITY        PIC 9 VALUE ZEROS.
       01  WS-ALERT-MESSAGE         PIC X(40) VALUE
           'RUN ENDED WITH A WARNING RETURN CODE'.
       01  WS-ALERT-COUNT           PIC 9(7) VALUE ZEROS.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      * MAIN-LOGIC is the program's only entry point, PERFORMing each
      * step in order so no paragraph runs by falling through into the
      * next one physically.
       MAIN-LOGIC.
           PERFORM OPEN-FILES
           PERFORM RECONCILE-DISBURSEMENTS
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'LOANDREC UNABLE TO OPEN LOANMST - STATUS '
                   WS-LOAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT POST-HIST-FILE
           IF WS-PSTHIST-STATUS NOT = '00'
               DISPLAY 'LOANDREC - NO POSTING HISTORY - EVERY RAISED '
                       'DISBURSEMENT WILL REPORT AS UNPOSTED'
           END-IF
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           PERFORM FLATTEN-DATE
           MOVE WS-DAY-NUM-OUT TO WS-RUN-DAY-NUM
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM COLUMN-HDR-LINE
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'LOANDREC' TO SEQ-JOB-NAME
           OPEN I-O RUN-SEQ-FILE
           IF WS-RUNSEQ-STATUS = '35'
               OPEN OUTPUT RUN-SEQ-FILE
               CLOSE RUN-SEQ-FILE
               OPEN I-O RUN-SEQ-FILE
           END-IF
           READ RUN-SEQ-FILE
               INVALID KEY
                   MOVE ZEROS TO SEQ-LAST-NUMBER
           END-READ
           ADD 1 TO SEQ-LAST-NUMBER
           REWRITE RUN-SEQ-REC
               INVALID KEY
                   WRITE RUN-SEQ-REC
           END-REWRITE
           CLOSE RUN-SEQ-FILE
           MOVE SEQ-LAST-NUMBER TO WS-RUN-NUMBER
           ACCEPT WS-RUN-TIME FROM TIME.
      *
      * FINISH-RUN-CONTROL captures the end timestamp, computes the
      * elapsed run time (does not account for a run crossing midnight),
      * and appends the header record to RUNCTL.
       FINISH-RUN-CONTROL.
           ACCEPT WS-RUN-END-TIME FROM TIME
           SUBTRACT WS-RUN-TIME FROM WS-RUN-END-TIME
               GIVING WS-ELAPSED-TIME
           OPEN EXTEND RUN-CTL-FILE
           MOVE SPACES          TO RUN-CTL-REC
           MOVE 'LOANDREC'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       RECONCILE-DISBURSEMENTS.
           SET LOAN-AT-EOF TO FALSE
           MOVE ZEROS TO LN-CONTRACT
           START LOAN-FILE KEY IS NOT LESS THAN LN-CONTRACT
               INVALID KEY SET LOAN-AT-EOF TO TRUE
           END-START
           PERFORM CHECK-ONE-LOAN
               UNTIL LOAN-AT-EOF OR COUNTER-OVERFLOWED.
      *
       CHECK-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END SET LOAN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
                   IF LN-DISB-RAISED
                       PERFORM CHECK-RAISED-DISBURSEMENT
                   END-IF
           END-READ.
      *
      * CHECK-RAISED-DISBURSEMENT confirms a found credit on the
      * contract and reports one still missing.
       CHECK-RAISED-DISBURSEMENT.
           ADD 1 TO WS-RAISED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-RAISED-COUNT OVERFLOWED'
           END-ADD
           PERFORM FIND-DISBURSEMENT-CREDIT
           IF CREDIT-FOUND
               SET LN-DISBURSED TO TRUE
               REWRITE LOAN-REC
               ADD 1 TO WS-CONFIRMED-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-CONFIRMED-COUNT OVERFLOWED'
               END-ADD
           ELSE
               PERFORM REPORT-UNPOSTED-DISBURSEMENT
           END-IF.
      *
      * FIND-DISBURSEMENT-CREDIT walks the funding account's posting
      * history forward from the raise date for the principal's
      * LOAN credit.
       FIND-DISBURSEMENT-CREDIT.
           SET CREDIT-FOUND TO FALSE
           IF WS-PSTHIST-STATUS = '00'
               SET HISTORY-SCAN-DONE TO FALSE
               MOVE LN-CONTA-NUM TO PH-CONTA-NUM
               IF LN-DISB-DATE IS NUMERIC
                   MOVE LN-DISB-DATE TO PH-POST-DATE
               ELSE
                   MOVE ZEROS TO PH-POST-DATE
               END-IF
               MOVE ZEROS TO PH-SEQ
               START POST-HIST-FILE KEY IS NOT LESS THAN PH-KEY
                   INVALID KEY SET HISTORY-SCAN-DONE TO TRUE
               END-START
               PERFORM SCAN-ONE-POSTING
                   UNTIL HISTORY-SCAN-DONE OR CREDIT-FOUND
           END-IF.
      *
       SCAN-ONE-POSTING.
           READ POST-HIST-FILE NEXT RECORD
               AT END SET HISTORY-SCAN-DONE TO TRUE
               NOT AT END
                   IF PH-CONTA-NUM NOT = LN-CONTA-NUM
                       SET HISTORY-SCAN-DONE TO TRUE
                   ELSE
                       IF PH-CREDIT AND PH-SOURCE-CODE = 'LOAN'
                               AND PH-AMOUNT = LN-PRINCIPAL
                           SET CREDIT-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.
      *
       REPORT-UNPOSTED-DISBURSEMENT.
           ADD 1 TO WS-UNPOSTED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-UNPOSTED-COUNT OVERFLOWED'
           END-ADD
           ADD LN-PRINCIPAL TO WS-TOTAL-UNPOSTED
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-UNPOSTED OVERFLOWED'
           END-ADD
           MOVE ZEROS TO WS-WAIT-DAYS
           IF LN-DISB-DATE IS NUMERIC
               MOVE LN-DISB-DATE TO WS-DATE-WORK
               PERFORM FLATTEN-DATE
               MOVE WS-DAY-NUM-OUT TO WS-DISB-DAY-NUM
               IF WS-RUN-DAY-NUM > WS-DISB-DAY-NUM
                   COMPUTE WS-WAIT-DAYS =
                       WS-RUN-DAY-NUM - WS-DISB-DAY-NUM
               END-IF
               MOVE LN-DISB-DATE TO DTL-DISB-DATE
           ELSE
               MOVE ZEROS TO DTL-DISB-DATE
           END-IF
           MOVE LN-CONTRACT    TO DTL-CONTRACT
           MOVE LN-CPF         TO DTL-CPF
           MOVE LN-CONTA-NUM   TO DTL-CONTA
           MOVE LN-PRINCIPAL   TO DTL-PRINCIPAL
           MOVE WS-WAIT-DAYS   TO DTL-WAIT-DAYS
           WRITE PRINT-REC FROM DETAIL-LINE.
      *
      * FLATTEN-DATE turns WS-DATE-WORK (YYYYMMDD) into the
      * approximate day number shared with DORMRPT's aging.
       FLATTEN-DATE.
           COMPUTE WS-DAY-NUM-OUT =
               (WS-DATE-YYYY * 365) + (WS-DATE-MM * 30) + WS-DATE-DD.
      *
       CLOSE-STOP.
           MOVE WS-UNPOSTED-COUNT TO TTL-COUNT
           MOVE WS-TOTAL-UNPOSTED TO TTL-AMOUNT
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM TOTAL-LINE
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE LOAN-FILE.
           IF WS-PSTHIST-STATUS = '00'
               CLOSE POST-HIST-FILE
           END-IF
           CLOSE PRINT-FILE.
           DISPLAY 'LOANDREC READ ' WS-READ-COUNT
                   ' RAISED ' WS-RAISED-COUNT
                   ' CONFIRMED ' WS-CONFIRMED-COUNT
                   ' UNPOSTED ' WS-UNPOSTED-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'LOANDREC ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNPOSTED-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               MOVE 'LOAN DISBURSEMENTS NOT POSTED'
                   TO WS-ALERT-MESSAGE
               MOVE WS-UNPOSTED-COUNT TO WS-ALERT-COUNT
               PERFORM WRITE-ALERT-RECORD
           END-IF.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'LOANDREC'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-CONFIRMED-COUNT  TO CTLT-OUTPUT-COUNT
           MOVE WS-UNPOSTED-COUNT   TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED        TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the raised disbursements split into confirmed and unposted.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'LOANDREC'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-RAISED-COUNT     TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE 'CONFIRMED'         TO SUMM-CATEGORY-NAME
           MOVE WS-CONFIRMED-COUNT  TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'UNPOSTED'          TO SUMM-CATEGORY-NAME
           MOVE WS-UNPOSTED-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           CLOSE SUMMARY-FILE.
      *
      * WRITE-ALERT-RECORD appends this run's problem to the shop-wide
      * alert file so the end-of-night alert report (ALERTRPT) puts it
      * on the one page the morning operator reads, instead of a
      * DISPLAY buried in this job's SYSOUT.
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES            TO ALERT-REC
           MOVE 'LOANDREC'        TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM LOANDREC.
