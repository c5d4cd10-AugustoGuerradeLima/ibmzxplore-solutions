      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    OUVAGE.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  OUVAGE is the nightly ageing of the open ouvidoria cases
      *  against the regulator's response deadline, so no answer is
      *  missed again.  Every case still open on OUVCASE is aged in
      *  calendar days to its due date.  A case within its
      *  category's warning days of the deadline (OUVTBL.cpy) is
      *  escalated with a warning and a case past the deadline with
      *  a severe alert.  Each escalated case gets its own ALERTFIL
      *  entry every night until it is answered, so the morning page
      *  names it, and OUV-ESCALATED-DATE is stamped.  The case
      *  history records the first escalation and the night the
      *  deadline passed, under OUVAGE as the operator.  The ageing
      *  list on PRTFILE shows every open case with its days to go,
      *  and the run ends RC 8 when a case is past its deadline, RC 4
      *  when one is near it.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUV-CASE-FILE ASSIGN TO OUVCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUV-CASE-NUMBER
               ALTERNATE RECORD KEY IS OUV-CPF WITH DUPLICATES
               FILE STATUS IS WS-OUVCASE-STATUS.
           SELECT OUV-HIST-FILE ASSIGN TO OUVHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUH-KEY
               FILE STATUS IS WS-OUVHIST-STATUS.
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
       FD  OUV-CASE-FILE RECORDING MODE F.
           COPY OUVCASE.
      *
       FD  OUV-HIST-FILE RECORDING MODE F.
           COPY OUVHIST.
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
       COPY OUVTBL.
       01  FLAGS.
           05  WS-CASE-EOF         PIC X VALUE 'N'.
               88  CASE-AT-EOF         VALUE 'Y'.
           05  WS-CAT-FLAG         PIC X VALUE 'N'.
               88  CATEGORY-FOUND      VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-OUVCASE-STATUS       PIC XX.
       01  WS-OUVHIST-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-OPEN-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-NEAR-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-OVERDUE-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-WARN-DAYS            PIC 9(2).
       01  WS-WARN-DATE            PIC 9(8).
       01  WS-DAYS-LEFT            PIC S9(3).
       01  WS-DAY-COUNT            PIC 9(3).
       01  WS-STOP-DATE            PIC 9(8).
       01  WS-CASE-STANDING        PIC X.
           88  CASE-ON-TIME            VALUE 'T'.
           88  CASE-NEAR-DEADLINE      VALUE 'W'.
           88  CASE-PAST-DEADLINE      VALUE 'O'.
      * Dates rolled a calendar day at a time.
       01  WS-ROLL-DATE            PIC 9(8).
       01  WS-ROLL-DATE-X REDEFINES WS-ROLL-DATE.
           05  WS-ROLL-YYYY        PIC 9(4).
           05  WS-ROLL-MM          PIC 9(2).
           05  WS-ROLL-DD          PIC 9(2).
       01  WS-DAYS-IN-MONTH-VALUES PIC X(24)
           VALUE '312831303130313130313031'.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH     PIC 9(2) OCCURS 12 TIMES.
       01  WS-MAX-DAY              PIC 9(2).
       01  WS-DATE-QUOT            PIC 9(4).
       01  WS-DATE-REM             PIC 9(4).
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS        PIC XX.
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-RUN-NUMBER           PIC 9(7).
       01  WS-RUN-END-TIME         PIC 9(8).
       01  WS-ELAPSED-TIME         PIC 9(8).
      *
       01  HDR-LINE-1.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(40) VALUE
               'OUVIDORIA OPEN CASE AGEING - RUN DATE'.
           05  HDR-RUN-DATE   PIC 9(8).
       01  COLUMN-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(10) VALUE 'CASE'.
           05  FILLER         PIC X(12) VALUE 'CPF'.
           05  FILLER         PIC X(4)  VALUE 'CAT'.
           05  FILLER         PIC X(10) VALUE 'OPENED'.
           05  FILLER         PIC X(10) VALUE 'DUE'.
           05  FILLER         PIC X(6)  VALUE 'DAYS'.
           05  FILLER         PIC X(10) VALUE 'OPERATOR'.
           05  FILLER         PIC X(14) VALUE 'STANDING'.
       01  DETAIL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-CASE       PIC 9(7).
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  DTL-CPF        PIC X(11).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-CATEGORY   PIC X(2).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-OPENED     PIC 9(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-DUE        PIC 9(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-DAYS       PIC ---9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-OPERATOR   PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-STANDING   PIC X(14).
       01  TOTAL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  TOT-LABEL      PIC X(30).
           05  TOT-COUNT      PIC Z,ZZZ,ZZ9.
      * Work area for the shop-wide alert record.
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
           PERFORM AGE-UNTIL-DONE
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN I-O OUV-CASE-FILE
           IF WS-OUVCASE-STATUS NOT = '00'
               DISPLAY 'OUVAGE UNABLE TO OPEN OUVCASE - STATUS '
                   WS-OUVCASE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O OUV-HIST-FILE
           IF WS-OUVHIST-STATUS = '35'
               CLOSE OUV-HIST-FILE
               OPEN OUTPUT OUV-HIST-FILE
               CLOSE OUV-HIST-FILE
               OPEN I-O OUV-HIST-FILE
           END-IF
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
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
           MOVE 'OUVAGE' TO SEQ-JOB-NAME
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
           MOVE 'OUVAGE'        TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       AGE-UNTIL-DONE.
           PERFORM READ-CASE
           PERFORM UNTIL CASE-AT-EOF OR COUNTER-OVERFLOWED
               IF OUV-OPEN
                   PERFORM AGE-ONE-CASE
               END-IF
               PERFORM READ-CASE
           END-PERFORM.
      *
       READ-CASE.
           READ OUV-CASE-FILE NEXT RECORD
               AT END SET CASE-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
      * AGE-ONE-CASE measures the case against its deadline and the
      * category's warning days, and escalates it when it is near or
      * past.
       AGE-ONE-CASE.
           ADD 1 TO WS-OPEN-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-OPEN-COUNT OVERFLOWED'
           END-ADD
           PERFORM FIND-WARNING-DAYS
           MOVE WS-RUN-DATE TO WS-ROLL-DATE
           PERFORM ROLL-ONE-DAY WS-WARN-DAYS TIMES
           MOVE WS-ROLL-DATE TO WS-WARN-DATE
           PERFORM COUNT-DAYS-LEFT
           EVALUATE TRUE
               WHEN OUV-DUE-DATE < WS-RUN-DATE
                   SET CASE-PAST-DEADLINE TO TRUE
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE 'PAST DEADLINE' TO DTL-STANDING
                   IF OUV-ESCALATED-DATE NOT > OUV-DUE-DATE
                       MOVE SPACES TO OUV-HIST-REC
                       MOVE 'ANSWER DEADLINE HAS PASSED'
                           TO OUH-TEXT
                       PERFORM RECORD-ESCALATION
                   END-IF
                   PERFORM ESCALATE-CASE
               WHEN OUV-DUE-DATE NOT > WS-WARN-DATE
                   SET CASE-NEAR-DEADLINE TO TRUE
                   ADD 1 TO WS-NEAR-COUNT
                   MOVE 'NEAR DEADLINE' TO DTL-STANDING
                   IF OUV-ESCALATED-DATE = ZEROS
                       MOVE SPACES TO OUV-HIST-REC
                       MOVE 'ESCALATED - ANSWER DEADLINE NEAR'
                           TO OUH-TEXT
                       PERFORM RECORD-ESCALATION
                   END-IF
                   PERFORM ESCALATE-CASE
               WHEN OTHER
                   SET CASE-ON-TIME TO TRUE
                   MOVE SPACES TO DTL-STANDING
           END-EVALUATE
           MOVE OUV-CASE-NUMBER TO DTL-CASE
           MOVE OUV-CPF         TO DTL-CPF
           MOVE OUV-CATEGORY    TO DTL-CATEGORY
           MOVE OUV-OPENED-DATE TO DTL-OPENED
           MOVE OUV-DUE-DATE    TO DTL-DUE
           MOVE WS-DAYS-LEFT    TO DTL-DAYS
           MOVE OUV-OPERATOR    TO DTL-OPERATOR
           WRITE PRINT-REC FROM DETAIL-LINE.
      *
      * FIND-WARNING-DAYS takes the category's warning days; a case
      * whose category has left the table warns on the deadline day.
       FIND-WARNING-DAYS.
           MOVE ZEROS TO WS-WARN-DAYS
           SET CATEGORY-FOUND TO FALSE
           SET WS-OUV-CAT-IDX TO 1
           SEARCH WS-OUV-CATEGORY
               AT END CONTINUE
               WHEN WS-OUV-CAT-CODE(WS-OUV-CAT-IDX) = OUV-CATEGORY
                   SET CATEGORY-FOUND TO TRUE
                   MOVE WS-OUV-CAT-WARN-DAYS(WS-OUV-CAT-IDX)
                       TO WS-WARN-DAYS
           END-SEARCH.
      *
      * COUNT-DAYS-LEFT counts calendar days from tonight to the due
      * date, negative once it has passed; the count stops at 999.
       COUNT-DAYS-LEFT.
           MOVE ZEROS TO WS-DAY-COUNT
           IF OUV-DUE-DATE < WS-RUN-DATE
               MOVE OUV-DUE-DATE TO WS-ROLL-DATE
               MOVE WS-RUN-DATE  TO WS-STOP-DATE
           ELSE
               MOVE WS-RUN-DATE  TO WS-ROLL-DATE
               MOVE OUV-DUE-DATE TO WS-STOP-DATE
           END-IF
           PERFORM COUNT-ONE-DAY
               UNTIL WS-ROLL-DATE NOT < WS-STOP-DATE
               OR WS-DAY-COUNT = 999
           IF OUV-DUE-DATE < WS-RUN-DATE
               COMPUTE WS-DAYS-LEFT = 0 - WS-DAY-COUNT
           ELSE
               MOVE WS-DAY-COUNT TO WS-DAYS-LEFT
           END-IF.
      *
       COUNT-ONE-DAY.
           PERFORM ROLL-ONE-DAY
           ADD 1 TO WS-DAY-COUNT.
      *
      * RECORD-ESCALATION writes the step to the case history; the
      * record has been cleared and the text is already in OUH-TEXT.
      * A step the history will not take is given back and put on
      * the alert page.
       RECORD-ESCALATION.
           ADD 1 TO OUV-HIST-COUNT
           MOVE OUV-CASE-NUMBER  TO OUH-CASE-NUMBER
           MOVE OUV-HIST-COUNT   TO OUH-SEQ
           MOVE WS-RUN-DATE      TO OUH-DATE
           MOVE WS-RUN-TIME      TO OUH-TIME
           MOVE 'ESCALT'         TO OUH-ACTION
           MOVE OUV-STATUS       TO OUH-STATUS
           MOVE 'OUVAGE'         TO OUH-OPERATOR
           WRITE OUV-HIST-REC
               INVALID KEY
                   SUBTRACT 1 FROM OUV-HIST-COUNT
                   DISPLAY 'OUVAGE HISTORY NOT WRITTEN - CASE '
                       OUV-CASE-NUMBER ' STATUS ' WS-OUVHIST-STATUS
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING 'OUVIDORIA CASE ' DELIMITED BY SIZE
                          OUV-CASE-NUMBER DELIMITED BY SIZE
                          ' HISTORY NOT WRITTEN' DELIMITED BY SIZE
                          INTO WS-ALERT-MESSAGE
                   END-STRING
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE 1 TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
           END-WRITE.
      *
      * ESCALATE-CASE puts the case on tonight's alert page by number
      * and stamps the escalation on the case.
       ESCALATE-CASE.
           MOVE SPACES TO WS-ALERT-MESSAGE
           IF CASE-PAST-DEADLINE
               MOVE 8 TO WS-ALERT-SEVERITY
               STRING 'OUVIDORIA CASE ' DELIMITED BY SIZE
                      OUV-CASE-NUMBER DELIMITED BY SIZE
                      ' OVERDUE ' DELIMITED BY SIZE
                      OUV-DUE-DATE DELIMITED BY SIZE
                      INTO WS-ALERT-MESSAGE
               END-STRING
               COMPUTE WS-ALERT-COUNT = 0 - WS-DAYS-LEFT
           ELSE
               MOVE 4 TO WS-ALERT-SEVERITY
               STRING 'OUVIDORIA CASE ' DELIMITED BY SIZE
                      OUV-CASE-NUMBER DELIMITED BY SIZE
                      ' DUE ' DELIMITED BY SIZE
                      OUV-DUE-DATE DELIMITED BY SIZE
                      INTO WS-ALERT-MESSAGE
               END-STRING
               MOVE WS-DAYS-LEFT TO WS-ALERT-COUNT
           END-IF
           PERFORM WRITE-ALERT-RECORD
           MOVE WS-RUN-DATE TO OUV-ESCALATED-DATE
           REWRITE OUV-CASE-REC
               INVALID KEY
                   DISPLAY 'OUVAGE CASE NOT UPDATED - CASE '
                       OUV-CASE-NUMBER ' STATUS ' WS-OUVCASE-STATUS
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING 'OUVIDORIA CASE ' DELIMITED BY SIZE
                          OUV-CASE-NUMBER DELIMITED BY SIZE
                          ' NOT UPDATED' DELIMITED BY SIZE
                          INTO WS-ALERT-MESSAGE
                   END-STRING
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE 1 TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
           END-REWRITE.
      *
      * ROLL-ONE-DAY moves WS-ROLL-DATE on by one calendar day.
       ROLL-ONE-DAY.
           MOVE WS-DAYS-IN-MONTH(WS-ROLL-MM) TO WS-MAX-DAY
           IF WS-ROLL-MM = 2
               PERFORM CHECK-LEAP-YEAR
           END-IF
           ADD 1 TO WS-ROLL-DD
           IF WS-ROLL-DD > WS-MAX-DAY
               MOVE 1 TO WS-ROLL-DD
               ADD 1 TO WS-ROLL-MM
               IF WS-ROLL-MM > 12
                   MOVE 1 TO WS-ROLL-MM
                   ADD 1 TO WS-ROLL-YYYY
               END-IF
           END-IF.
      *
       CHECK-LEAP-YEAR.
           DIVIDE WS-ROLL-YYYY BY 4 GIVING WS-DATE-QUOT
               REMAINDER WS-DATE-REM
           IF WS-DATE-REM = 0
               DIVIDE WS-ROLL-YYYY BY 100 GIVING WS-DATE-QUOT
                   REMAINDER WS-DATE-REM
               IF WS-DATE-REM NOT = 0
                   MOVE 29 TO WS-MAX-DAY
               ELSE
                   DIVIDE WS-ROLL-YYYY BY 400 GIVING WS-DATE-QUOT
                       REMAINDER WS-DATE-REM
                   IF WS-DATE-REM = 0
                       MOVE 29 TO WS-MAX-DAY
                   END-IF
               END-IF
           END-IF.
      *
       CLOSE-STOP.
           WRITE PRINT-REC FROM SPACES
           MOVE 'OPEN CASES'          TO TOT-LABEL
           MOVE WS-OPEN-COUNT         TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'NEAR THE DEADLINE'   TO TOT-LABEL
           MOVE WS-NEAR-COUNT         TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'PAST THE DEADLINE'   TO TOT-LABEL
           MOVE WS-OVERDUE-COUNT      TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE OUV-CASE-FILE.
           CLOSE OUV-HIST-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'OUVAGE CASES READ ' WS-READ-COUNT
                   ' OPEN ' WS-OPEN-COUNT
                   ' NEAR DEADLINE ' WS-NEAR-COUNT
                   ' OVERDUE ' WS-OVERDUE-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'OUVAGE ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-ALERT-SEVERITY
               MOVE 'OUVIDORIA AGEING ABORTED'
                   TO WS-ALERT-MESSAGE
               MOVE WS-READ-COUNT TO WS-ALERT-COUNT
               PERFORM WRITE-ALERT-RECORD
           ELSE
               EVALUATE TRUE
                   WHEN WS-OVERDUE-COUNT > ZEROS
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-NEAR-COUNT > ZEROS
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           END-IF.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'OUVAGE'            TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-OPEN-COUNT       TO CTLT-OUTPUT-COUNT
           MOVE WS-OVERDUE-COUNT    TO CTLT-REJECT-COUNT
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
           MOVE 'OUVAGE'            TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-OPEN-COUNT       TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'NEAR DEADLINE'     TO SUMM-CATEGORY-NAME
           MOVE WS-NEAR-COUNT       TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'PAST DEADLINE'     TO SUMM-CATEGORY-NAME
           MOVE WS-OVERDUE-COUNT    TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           CLOSE SUMMARY-FILE.
      *
      * WRITE-ALERT-RECORD appends one alert to the shop-wide alert
      * file so the end-of-night alert report (ALERTRPT) puts it on
      * the one page the morning operator reads; here that is one
      * per escalated case.
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES            TO ALERT-REC
           MOVE 'OUVAGE'          TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM OUVAGE.
