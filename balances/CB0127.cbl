      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LOANRNRP.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  LOANRNRP is the monthly renegotiated-loan report.  Every
      *  contract LOANRNEG opened in place of one in arrears is listed
      *  with the contract it replaced, the balance renegotiated, and
      *  how it is performing now: current, cured (the on-time run
      *  LOANPDD needs before the rating may improve), back in arrears
      *  with its days past due, paid off, or renegotiated yet again.
      *  Contracts renegotiated in the report month are flagged and
      *  totalled apart as the month's renegotiated volume, and the
      *  closing totals give count and balance per performance
      *  category so credit can see whether the plans are holding.
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
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-LOAN-STATUS          PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM       PIC 9(6).
           05  FILLER              PIC 9(2).
       01  WS-RENEG-YYYYMM         PIC 9(6).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-RENEG-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-MONTH-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-CURRENT-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-CURED-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-ARREARS-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-PAID-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-AGAIN-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-AMOUNTS.
           05  WS-MONTH-VOLUME       PIC S9(11)V99 VALUE ZEROS.
           05  WS-TOTAL-VOLUME       PIC S9(11)V99 VALUE ZEROS.
           05  WS-CURRENT-BALANCE    PIC S9(11)V99 VALUE ZEROS.
           05  WS-CURED-BALANCE      PIC S9(11)V99 VALUE ZEROS.
           05  WS-ARREARS-BALANCE    PIC S9(11)V99 VALUE ZEROS.
      * On-time installments that cure a renegotiated contract - the
      * same run LOANPDD waits for before the rating may improve.
       01  WS-CURE-INSTALLMENTS    PIC 9(3) VALUE 3.
       01  WS-PERFORMANCE          PIC X(12).
      * Days-past-due work area: the flat day-number arithmetic
      * shared with DORMRPT and INTACCR.
       01  WS-DAYS-PAST-DUE        PIC 9(5).
       01  WS-RUN-DAY-NUM          PIC 9(7).
       01  WS-DUE-DAY-NUM          PIC 9(7).
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
               'RENEGOTIATED LOANS - VOLUME AND PERFORMANCE'.
       01  COLUMN-HDR-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(11) VALUE 'CONTRACT'.
           05  FILLER         PIC X(11) VALUE 'REPLACED'.
           05  FILLER         PIC X(12) VALUE 'CPF'.
           05  FILLER         PIC X(9)  VALUE 'RENEG ON'.
           05  FILLER         PIC X(14) VALUE ' RENEGOTIATED'.
           05  FILLER         PIC X(14) VALUE '   OUTSTANDING'.
           05  FILLER         PIC X(7)  VALUE ' ONTIME'.
           05  FILLER         PIC X(6)  VALUE '   DPD'.
           05  FILLER         PIC X(4)  VALUE ' RTG'.
           05  FILLER         PIC X(13) VALUE ' PERFORMANCE'.
       01  DETAIL-LINE.
           05  DTL-NEW-FLAG   PIC X(3).
           05  DTL-CONTRACT   PIC 9(10).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-ORIG       PIC 9(10).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-CPF        PIC X(11).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-RENEG-DATE PIC 9(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-PRINCIPAL  PIC -(9)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-OUTSTANDING PIC -(9)9.99.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  DTL-ONTIME     PIC ZZ9.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-DPD        PIC Z(4)9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-RATING     PIC X(2).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-PERFORMANCE PIC X(12).
       01  TOTAL-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  TTL-LABEL      PIC X(30).
           05  TTL-COUNT      PIC Z(6)9.
           05  FILLER         PIC X(2)  VALUE SPACES.
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
           PERFORM REPORT-RENEGOTIATED-LOANS
           PERFORM PRINT-TOTALS
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'LOANRNRP UNABLE TO OPEN LOANMST - STATUS '
                   WS-LOAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
           MOVE 'LOANRNRP' TO SEQ-JOB-NAME
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
           MOVE 'LOANRNRP'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       REPORT-RENEGOTIATED-LOANS.
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
                   IF LN-ORIG-CONTRACT IS NUMERIC
                           AND LN-ORIG-CONTRACT > ZEROS
                       PERFORM REPORT-ONE-RENEGOTIATED
                   END-IF
           END-READ.
      *
      * REPORT-ONE-RENEGOTIATED classifies the contract's performance
      * and prints its line, counting it into the month's volume when
      * it was renegotiated in the report month.
       REPORT-ONE-RENEGOTIATED.
           ADD 1 TO WS-RENEG-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-RENEG-COUNT OVERFLOWED'
           END-ADD
           ADD LN-PRINCIPAL TO WS-TOTAL-VOLUME
           MOVE SPACES TO DTL-NEW-FLAG
           MOVE ZEROS TO WS-RENEG-YYYYMM
           IF LN-RENEG-DATE IS NUMERIC
               MOVE LN-RENEG-DATE(1:6) TO WS-RENEG-YYYYMM
           END-IF
           IF WS-RENEG-YYYYMM = WS-RUN-YYYYMM
               MOVE ' * ' TO DTL-NEW-FLAG
               ADD 1 TO WS-MONTH-COUNT
               ADD LN-PRINCIPAL TO WS-MONTH-VOLUME
           END-IF
           PERFORM CLASSIFY-PERFORMANCE
           MOVE LN-CONTRACT      TO DTL-CONTRACT
           MOVE LN-ORIG-CONTRACT TO DTL-ORIG
           MOVE LN-CPF           TO DTL-CPF
           MOVE LN-RENEG-DATE    TO DTL-RENEG-DATE
           MOVE LN-PRINCIPAL     TO DTL-PRINCIPAL
           MOVE LN-OUTSTANDING   TO DTL-OUTSTANDING
           MOVE LN-ONTIME-COUNT  TO DTL-ONTIME
           MOVE WS-DAYS-PAST-DUE TO DTL-DPD
           MOVE LN-RATING        TO DTL-RATING
           MOVE WS-PERFORMANCE   TO DTL-PERFORMANCE
           WRITE PRINT-REC FROM DETAIL-LINE.
      *
      * CLASSIFY-PERFORMANCE puts the contract in exactly one of the
      * performance categories the closing totals add up.
       CLASSIFY-PERFORMANCE.
           MOVE ZEROS TO WS-DAYS-PAST-DUE
           IF LN-ONTIME-COUNT IS NOT NUMERIC
               MOVE ZEROS TO LN-ONTIME-COUNT
           END-IF
           EVALUATE TRUE
               WHEN LN-PAID-OFF
                   MOVE 'PAID OFF' TO WS-PERFORMANCE
                   ADD 1 TO WS-PAID-COUNT
               WHEN LN-RENEGOTIATED
                   MOVE 'RENEG AGAIN' TO WS-PERFORMANCE
                   ADD 1 TO WS-AGAIN-COUNT
               WHEN LN-IN-ARREARS
                   MOVE 'IN ARREARS' TO WS-PERFORMANCE
                   ADD 1 TO WS-ARREARS-COUNT
                   ADD LN-OUTSTANDING TO WS-ARREARS-BALANCE
                   IF LN-NEXT-DUE < WS-RUN-DATE
                       MOVE LN-NEXT-DUE TO WS-DATE-WORK
                       PERFORM FLATTEN-DATE
                       MOVE WS-DAY-NUM-OUT TO WS-DUE-DAY-NUM
                       IF WS-RUN-DAY-NUM > WS-DUE-DAY-NUM
                           COMPUTE WS-DAYS-PAST-DUE =
                               WS-RUN-DAY-NUM - WS-DUE-DAY-NUM
                       END-IF
                   END-IF
               WHEN LN-ONTIME-COUNT >= WS-CURE-INSTALLMENTS
                   MOVE 'CURED' TO WS-PERFORMANCE
                   ADD 1 TO WS-CURED-COUNT
                   ADD LN-OUTSTANDING TO WS-CURED-BALANCE
               WHEN OTHER
                   MOVE 'CURRENT' TO WS-PERFORMANCE
                   ADD 1 TO WS-CURRENT-COUNT
                   ADD LN-OUTSTANDING TO WS-CURRENT-BALANCE
           END-EVALUATE.
      *
      * FLATTEN-DATE turns WS-DATE-WORK (YYYYMMDD) into the
      * approximate day number shared with DORMRPT's aging.
       FLATTEN-DATE.
           COMPUTE WS-DAY-NUM-OUT =
               (WS-DATE-YYYY * 365) + (WS-DATE-MM * 30) + WS-DATE-DD.
      *
      * PRINT-TOTALS closes the report with the month's volume and the
      * whole renegotiated book by performance.
       PRINT-TOTALS.
           WRITE PRINT-REC FROM SPACES
           MOVE 'RENEGOTIATED THIS MONTH (*)' TO TTL-LABEL
           MOVE WS-MONTH-COUNT      TO TTL-COUNT
           MOVE WS-MONTH-VOLUME     TO TTL-AMOUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'RENEGOTIATED TO DATE'  TO TTL-LABEL
           MOVE WS-RENEG-COUNT      TO TTL-COUNT
           MOVE WS-TOTAL-VOLUME     TO TTL-AMOUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           WRITE PRINT-REC FROM SPACES
           MOVE 'CURRENT - OUTSTANDING'  TO TTL-LABEL
           MOVE WS-CURRENT-COUNT    TO TTL-COUNT
           MOVE WS-CURRENT-BALANCE  TO TTL-AMOUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'CURED - OUTSTANDING'    TO TTL-LABEL
           MOVE WS-CURED-COUNT      TO TTL-COUNT
           MOVE WS-CURED-BALANCE    TO TTL-AMOUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'IN ARREARS - OUTSTANDING' TO TTL-LABEL
           MOVE WS-ARREARS-COUNT    TO TTL-COUNT
           MOVE WS-ARREARS-BALANCE  TO TTL-AMOUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'PAID OFF'               TO TTL-LABEL
           MOVE WS-PAID-COUNT       TO TTL-COUNT
           MOVE ZEROS               TO TTL-AMOUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'RENEGOTIATED AGAIN'     TO TTL-LABEL
           MOVE WS-AGAIN-COUNT      TO TTL-COUNT
           MOVE ZEROS               TO TTL-AMOUNT
           WRITE PRINT-REC FROM TOTAL-LINE.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE LOAN-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'LOANRNRP READ ' WS-READ-COUNT
                   ' RENEGOTIATED ' WS-RENEG-COUNT
                   ' THIS MONTH ' WS-MONTH-COUNT
                   ' IN ARREARS ' WS-ARREARS-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'LOANRNRP ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               MOVE WS-READ-COUNT TO WS-ALERT-COUNT
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
           MOVE 'LOANRNRP'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-RENEG-COUNT      TO CTLT-OUTPUT-COUNT
           MOVE ZEROS               TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED        TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the renegotiated book broken down by performance.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'LOANRNRP'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-RENEG-COUNT      TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE 'THIS MONTH'        TO SUMM-CATEGORY-NAME
           MOVE WS-MONTH-COUNT      TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'CURRENT'           TO SUMM-CATEGORY-NAME
           MOVE WS-CURRENT-COUNT    TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'CURED'             TO SUMM-CATEGORY-NAME
           MOVE WS-CURED-COUNT      TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'IN ARREARS'        TO SUMM-CATEGORY-NAME
           MOVE WS-ARREARS-COUNT    TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'PAID OFF'          TO SUMM-CATEGORY-NAME
           MOVE WS-PAID-COUNT       TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'RENEG AGAIN'       TO SUMM-CATEGORY-NAME
           MOVE WS-AGAIN-COUNT      TO SUMM-CATEGORY-COUNT
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
           MOVE 'LOANRNRP'        TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM LOANRNRP.
