      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    GRDMAJOR.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  GRDMAJOR is the monthly age-of-majority run over the guardian
      *  register (GUARDIAN.cpy).  MINORRPT warns the branches that a
      *  minor is about to turn 18, but nothing ever closed the
      *  guardianship when the day came, so TELLER would go on asking
      *  a parent to authorize an adult's withdrawals.  Every active
      *  guardianship whose minor is 18 or older on the run date is
      *  ended with the run date and the majority reason; the
      *  customer's KYC control record (KYCREC.cpy) is made due
      *  today so the next KYCREVW run puts the new adult on the
      *  branch's review worklist and the identification is redone
      *  in the customer's own right.  The branch that holds the
      *  guardianship documents gets the notice: the report is sorted
      *  by that branch, one heading per branch, so each branch's
      *  conversions print together.  A guardianship whose minor is
      *  no longer on the customer master, or whose birth date cannot
      *  be read, is listed for the branch to settle and left open.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUARDIAN-FILE ASSIGN TO GUARDIAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               ALTERNATE RECORD KEY IS GRD-GUARDIAN-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT CUSTMAST    ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPF IN CLIENTE-REC
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT KYC-FILE    ASSIGN TO KYCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KYC-CPF
               FILE STATUS IS WS-KYC-STATUS.
           SELECT SORT-WORK   ASSIGN TO SORTWK01.
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
       FD  GUARDIAN-FILE RECORDING MODE F.
           COPY GUARDIAN.
      *
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  KYC-FILE RECORDING MODE F.
           COPY KYCREC.
      *
      * Sort work file: the branch holding the documents leads so
      * each branch's notices print together.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-BRANCH     PIC 9(4).
           05  SRT-MINOR-CPF  PIC X(11).
           05  SRT-GUARDIAN-CPF PIC X(11).
           05  SRT-NOME       PIC X(20).
           05  SRT-AGE        PIC S9(3).
           05  SRT-OUTCOME    PIC X(18).
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
           05  WS-GUARDIAN-EOF     PIC X VALUE 'N'.
               88  GUARDIAN-AT-EOF     VALUE 'Y'.
           05  WS-SORT-EOF         PIC X VALUE 'N'.
               88  SORT-AT-EOF         VALUE 'Y'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-GUARDIAN-STATUS      PIC XX.
       01  WS-CUSTMAST-STATUS      PIC XX.
       01  WS-KYC-STATUS           PIC XX.
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-ACTIVE-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-ENDED-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-KYC-FLAG-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-UNSETTLED-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(4).
           05  WS-RUN-MM           PIC 9(2).
           05  WS-RUN-DD           PIC 9(2).
      * Age work area - the year-difference arithmetic shared with
      * MINORRPT and KYCREVW; -1 flags an unreadable DATANASC.
       01  WS-BIRTH-YYYY           PIC 9(4).
       01  WS-BIRTH-MM             PIC 9(2).
       01  WS-BIRTH-DD             PIC 9(2).
       01  WS-AGE                  PIC S9(3).
       01  WS-PREV-BRANCH          PIC 9(4) VALUE 9999.
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
               'GUARDIANSHIPS ENDED AT MAJORITY BY BRANCH'.
       01  BRANCH-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(8)  VALUE 'BRANCH '.
           05  BHL-BRANCH     PIC 9(4).
       01  COLUMN-HDR-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER         PIC X(21) VALUE 'NOME'.
           05  FILLER         PIC X(5)  VALUE 'AGE'.
           05  FILLER         PIC X(12) VALUE 'GUARDIAN'.
           05  FILLER         PIC X(18) VALUE 'ACTION'.
       01  DETAIL-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  DTL-MINOR-CPF  PIC X(11).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-NOME       PIC X(20).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-AGE        PIC ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-GUARDIAN-CPF PIC X(11).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-OUTCOME    PIC X(18).
       01  TOTAL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(8)  VALUE 'ENDED  '.
           05  TOT-ENDED      PIC ZZZ,ZZ9.
           05  FILLER         PIC X(14) VALUE '  KYC FLAGGED '.
           05  TOT-KYC        PIC ZZZ,ZZ9.
           05  FILLER         PIC X(12) VALUE '  UNSETTLED '.
           05  TOT-UNSETTLED  PIC ZZZ,ZZ9.
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
           SORT SORT-WORK
               ON ASCENDING KEY SRT-BRANCH SRT-MINOR-CPF
               INPUT PROCEDURE IS END-MAJORITY-GUARDIANS
               OUTPUT PROCEDURE IS PRINT-BRANCH-NOTICES
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN I-O GUARDIAN-FILE
           IF WS-GUARDIAN-STATUS NOT = '00'
               DISPLAY 'GRDMAJOR UNABLE TO OPEN GUARDIAN - STATUS '
                   WS-GUARDIAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'GRDMAJOR UNABLE TO OPEN CUSTMAST - STATUS '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O KYC-FILE
               IF WS-KYC-STATUS = '35'
                   CLOSE KYC-FILE
                   OPEN OUTPUT KYC-FILE
                   CLOSE KYC-FILE
                   OPEN I-O KYC-FILE
               END-IF.
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'GRDMAJOR' TO SEQ-JOB-NAME
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
           MOVE 'GRDMAJOR'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * END-MAJORITY-GUARDIANS walks the whole register in key order;
      * only an active guardianship is looked at.
       END-MAJORITY-GUARDIANS.
           PERFORM READ-GUARDIAN
           PERFORM UNTIL GUARDIAN-AT-EOF OR COUNTER-OVERFLOWED
               IF GRD-ACTIVE
                   PERFORM CHECK-ONE-GUARDIANSHIP
               END-IF
               PERFORM READ-GUARDIAN
           END-PERFORM.
      *
       READ-GUARDIAN.
           READ GUARDIAN-FILE NEXT RECORD
               AT END SET GUARDIAN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
      * CHECK-ONE-GUARDIANSHIP ages the minor against the run date.
      * A minor still under 18 is left alone; one who has come of age
      * has the guardianship ended and the KYC review made due.
       CHECK-ONE-GUARDIANSHIP.
           ADD 1 TO WS-ACTIVE-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-ACTIVE-COUNT OVERFLOWED'
           END-ADD
           MOVE SPACES          TO SORT-REC
           MOVE GRD-BRANCH       TO SRT-BRANCH
           MOVE GRD-MINOR-CPF    TO SRT-MINOR-CPF
           MOVE GRD-GUARDIAN-CPF TO SRT-GUARDIAN-CPF
           MOVE ZEROS            TO SRT-AGE
           MOVE GRD-MINOR-CPF TO CPF IN CLIENTE-REC
           READ CUSTMAST
               INVALID KEY
                   MOVE 'NOT ON CUSTMAST' TO SRT-OUTCOME
                   PERFORM NOTE-UNSETTLED
               NOT INVALID KEY
                   MOVE NOME IN CLIENTE-REC TO SRT-NOME
                   PERFORM COMPUTE-CUSTOMER-AGE
                   MOVE WS-AGE TO SRT-AGE
                   EVALUATE TRUE
                       WHEN WS-AGE < ZEROS
                           MOVE 'BIRTH DATE BAD' TO SRT-OUTCOME
                           PERFORM NOTE-UNSETTLED
                       WHEN WS-AGE NOT < 18
                           PERFORM END-GUARDIANSHIP
                   END-EVALUATE
           END-READ.
      *
       NOTE-UNSETTLED.
           ADD 1 TO WS-UNSETTLED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-UNSETTLED-COUNT OVERFLOWED'
           END-ADD
           RELEASE SORT-REC.
      *
      * END-GUARDIANSHIP closes the record with the majority reason;
      * the record stays on the register for the history.
       END-GUARDIANSHIP.
           SET GRD-ENDED        TO TRUE
           SET GRD-END-MAJORITY TO TRUE
           MOVE WS-RUN-DATE     TO GRD-END-DATE
           REWRITE GUARDIAN-REC
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO SRT-OUTCOME
                   PERFORM NOTE-UNSETTLED
               NOT INVALID KEY
                   ADD 1 TO WS-ENDED-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-ENDED-COUNT OVERFLOWED'
                   END-ADD
                   PERFORM FLAG-KYC-REVIEW
                   RELEASE SORT-REC
           END-REWRITE.
      *
      * FLAG-KYC-REVIEW makes the new adult's KYC review due today.
      * KYCREVW never pushes a due review out, so the customer is on
      * the next worklist whatever the tier.  A customer KYCREVW has
      * not scored yet is given a control record under the branch
      * holding the guardianship, to be scored on the next run.
       FLAG-KYC-REVIEW.
           MOVE 'ENDED - KYC DUE' TO SRT-OUTCOME
           MOVE GRD-MINOR-CPF TO KYC-CPF
           READ KYC-FILE
               INVALID KEY
                   MOVE SPACES        TO KYC-REC
                   MOVE GRD-MINOR-CPF TO KYC-CPF
                   MOVE ZEROS         TO KYC-EXPOSURE
                   MOVE GRD-BRANCH    TO KYC-AGENCIA
                   MOVE ZEROS         TO KYC-ACTIVITY-DATE
                   MOVE ZEROS         TO KYC-SCORE
                   MOVE ZEROS         TO KYC-LAST-REVIEW
                   MOVE WS-RUN-DATE   TO KYC-NEXT-REVIEW
                   MOVE ZEROS         TO KYC-SCORE-DATE
                   WRITE KYC-REC
                       INVALID KEY
                           MOVE 'ENDED - KYC FAILED' TO SRT-OUTCOME
                   END-WRITE
               NOT INVALID KEY
                   IF KYC-NEXT-REVIEW > WS-RUN-DATE
                       MOVE WS-RUN-DATE TO KYC-NEXT-REVIEW
                   END-IF
                   REWRITE KYC-REC
                       INVALID KEY
                           MOVE 'ENDED - KYC FAILED' TO SRT-OUTCOME
                   END-REWRITE
           END-READ
           IF SRT-OUTCOME = 'ENDED - KYC DUE'
               ADD 1 TO WS-KYC-FLAG-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-KYC-FLAG-COUNT OVERFLOWED'
               END-ADD
           END-IF.
      *
      * COMPUTE-CUSTOMER-AGE is the year-difference arithmetic shared
      * with CUSTEXTR and MINORRPT; -1 flags an unreadable DATANASC.
       COMPUTE-CUSTOMER-AGE.
           IF DIA IN CLIENTE-REC IS NOT NUMERIC
              OR MES IN CLIENTE-REC IS NOT NUMERIC
              OR ANO IN CLIENTE-REC IS NOT NUMERIC
               MOVE -1 TO WS-AGE
           ELSE
               MOVE DIA IN CLIENTE-REC TO WS-BIRTH-DD
               MOVE MES IN CLIENTE-REC TO WS-BIRTH-MM
               MOVE ANO IN CLIENTE-REC TO WS-BIRTH-YYYY
               COMPUTE WS-AGE = WS-RUN-YYYY - WS-BIRTH-YYYY
               IF WS-RUN-MM < WS-BIRTH-MM
                   OR (WS-RUN-MM = WS-BIRTH-MM
                       AND WS-RUN-DD < WS-BIRTH-DD)
                   SUBTRACT 1 FROM WS-AGE
               END-IF
           END-IF.
      *
      * PRINT-BRANCH-NOTICES prints the notices grouped by branch, a
      * branch header line before each branch's slice, then the run
      * totals.
       PRINT-BRANCH-NOTICES.
           PERFORM RETURN-SORTED-NOTICE
           PERFORM UNTIL SORT-AT-EOF
               IF SRT-BRANCH NOT = WS-PREV-BRANCH
                   MOVE SRT-BRANCH TO WS-PREV-BRANCH
                   MOVE SRT-BRANCH TO BHL-BRANCH
                   WRITE PRINT-REC FROM SPACES
                   WRITE PRINT-REC FROM BRANCH-HDR-LINE
                   WRITE PRINT-REC FROM COLUMN-HDR-LINE
               END-IF
               MOVE SRT-MINOR-CPF    TO DTL-MINOR-CPF
               MOVE SRT-NOME         TO DTL-NOME
               MOVE SRT-AGE          TO DTL-AGE
               MOVE SRT-GUARDIAN-CPF TO DTL-GUARDIAN-CPF
               MOVE SRT-OUTCOME      TO DTL-OUTCOME
               WRITE PRINT-REC FROM DETAIL-LINE
               PERFORM RETURN-SORTED-NOTICE
           END-PERFORM
           MOVE WS-ENDED-COUNT     TO TOT-ENDED
           MOVE WS-KYC-FLAG-COUNT  TO TOT-KYC
           MOVE WS-UNSETTLED-COUNT TO TOT-UNSETTLED
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM TOTAL-LINE.
      *
       RETURN-SORTED-NOTICE.
           RETURN SORT-WORK
               AT END SET SORT-AT-EOF TO TRUE
           END-RETURN.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE GUARDIAN-FILE.
           CLOSE CUSTMAST.
           CLOSE KYC-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'GRDMAJOR READ ' WS-READ-COUNT
                   ' ACTIVE ' WS-ACTIVE-COUNT
                   ' ENDED ' WS-ENDED-COUNT
                   ' KYC FLAGGED ' WS-KYC-FLAG-COUNT
                   ' UNSETTLED ' WS-UNSETTLED-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'GRDMAJOR ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ENDED-COUNT > ZEROS
                       OR WS-UNSETTLED-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               MOVE 'GUARDIANSHIPS ENDED - NOTIFY BRANCHES'
                   TO WS-ALERT-MESSAGE
               COMPUTE WS-ALERT-COUNT = WS-ENDED-COUNT
                       + WS-UNSETTLED-COUNT
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
           MOVE 'GRDMAJOR'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-ENDED-COUNT      TO CTLT-OUTPUT-COUNT
           MOVE WS-UNSETTLED-COUNT  TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the grand total broken out by category.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'GRDMAJOR'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-ENDED-COUNT      TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'ACTIVE GUARDIANS'  TO SUMM-CATEGORY-NAME
           MOVE WS-ACTIVE-COUNT     TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'ENDED MAJORITY' TO SUMM-CATEGORY-NAME
           MOVE WS-ENDED-COUNT      TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'KYC REVIEWS DUE'   TO SUMM-CATEGORY-NAME
           MOVE WS-KYC-FLAG-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'UNSETTLED'         TO SUMM-CATEGORY-NAME
           MOVE WS-UNSETTLED-COUNT  TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           CLOSE SUMMARY-FILE.
      *
      *
      * WRITE-ALERT-RECORD appends this run's problem to the shop-wide
      * alert file so the end-of-night alert report (ALERTRPT) puts it
      * on the one page the morning operator reads, instead of a
      * DISPLAY buried in this job's SYSOUT.
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES            TO ALERT-REC
           MOVE 'GRDMAJOR' TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM GRDMAJOR.
