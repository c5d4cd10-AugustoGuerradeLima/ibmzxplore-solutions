      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    OUVSTAT.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  OUVSTAT prints the ouvidoria's monthly complaint statistics
      *  for the regulator, for the calendar month before the one the
      *  business date falls in.  One pass of OUVCASE counts, by
      *  category (OUVTBL.cpy): the complaints received in the month;
      *  those answered in the month by outcome - upheld and
      *  resolved, upheld but not resolved, not upheld - and whether
      *  the answer went out by its deadline; and those still open at
      *  month end.  A case reopened after the month was answered
      *  counts as it stands tonight.  A case whose category has left
      *  the table counts under UNCLASSIFIED and turns the run RC 4
      *  with an alert so the table can be put right before the
      *  figures are filed; an answer given late also alerts.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUV-CASE-FILE ASSIGN TO OUVCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OUV-CASE-NUMBER
               ALTERNATE RECORD KEY IS OUV-CPF WITH DUPLICATES
               FILE STATUS IS WS-OUVCASE-STATUS.
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
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-OUVCASE-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(4).
           05  WS-RUN-MM           PIC 9(2).
           05  WS-RUN-DD           PIC 9(2).
      * The month reported on, first and last day.
       01  WS-MONTH-START          PIC 9(8).
       01  WS-MONTH-START-X REDEFINES WS-MONTH-START.
           05  WS-MONTH-YYYY       PIC 9(4).
           05  WS-MONTH-MM         PIC 9(2).
           05  WS-MONTH-DD         PIC 9(2).
       01  WS-MONTH-END            PIC 9(8).
       01  WS-MONTH-END-X REDEFINES WS-MONTH-END.
           05  WS-MONTH-END-YYYY   PIC 9(4).
           05  WS-MONTH-END-MM     PIC 9(2).
           05  WS-MONTH-END-DD     PIC 9(2).
       01  WS-DAYS-IN-MONTH-VALUES PIC X(24)
           VALUE '312831303130313130313031'.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH     PIC 9(2) OCCURS 12 TIMES.
       01  WS-DATE-QUOT            PIC 9(4).
       01  WS-DATE-REM             PIC 9(4).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-COUNTED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-UNCLASS-COUNT      PIC 9(7) VALUE ZEROS.
      * One row per category, the ninth for UNCLASSIFIED, and the
      * month's totals in WS-STAT-TOTAL.
       01  WS-STAT-TABLE.
           05  WS-STAT-ROW OCCURS 9 TIMES.
               10  WS-STAT-RECEIVED      PIC 9(7).
               10  WS-STAT-RESOLVED      PIC 9(7).
               10  WS-STAT-UNRESOLVED    PIC 9(7).
               10  WS-STAT-NOT-UPHELD    PIC 9(7).
               10  WS-STAT-ON-TIME       PIC 9(7).
               10  WS-STAT-LATE          PIC 9(7).
               10  WS-STAT-OPEN          PIC 9(7).
       01  WS-STAT-TOTAL.
           05  WS-TOT-RECEIVED      PIC 9(7) VALUE ZEROS.
           05  WS-TOT-RESOLVED      PIC 9(7) VALUE ZEROS.
           05  WS-TOT-UNRESOLVED    PIC 9(7) VALUE ZEROS.
           05  WS-TOT-NOT-UPHELD    PIC 9(7) VALUE ZEROS.
           05  WS-TOT-ON-TIME       PIC 9(7) VALUE ZEROS.
           05  WS-TOT-LATE          PIC 9(7) VALUE ZEROS.
           05  WS-TOT-OPEN          PIC 9(7) VALUE ZEROS.
       01  WS-ROW                  PIC 9(2).
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
               'OUVIDORIA COMPLAINT STATISTICS - MONTH'.
           05  HDR-MONTH-YYYY PIC 9(4).
           05  FILLER         PIC X(1)  VALUE '/'.
           05  HDR-MONTH-MM   PIC 9(2).
           05  FILLER         PIC X(12) VALUE '  RUN DATE'.
           05  HDR-RUN-DATE   PIC 9(8).
       01  COLUMN-HDR-LINE-1.
           05  FILLER         PIC X(27) VALUE SPACES.
           05  FILLER         PIC X(9)  VALUE SPACES.
           05  FILLER         PIC X(27) VALUE
               '--------- ANSWERED --------'.
           05  FILLER         PIC X(20) VALUE
               '---- DEADLINE ----'.
       01  COLUMN-HDR-LINE-2.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(26) VALUE 'CATEGORY'.
           05  FILLER         PIC X(9)  VALUE 'RECEIVED'.
           05  FILLER         PIC X(9)  VALUE 'RESOLVED'.
           05  FILLER         PIC X(9)  VALUE 'UNRESOLV'.
           05  FILLER         PIC X(9)  VALUE 'NOT UPHD'.
           05  FILLER         PIC X(9)  VALUE 'ON TIME'.
           05  FILLER         PIC X(9)  VALUE 'LATE'.
           05  FILLER         PIC X(9)  VALUE 'OPEN EOM'.
       01  DETAIL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-CODE       PIC X(2).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-NAME       PIC X(20).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-RECEIVED   PIC Z(7)9.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-RESOLVED   PIC Z(7)9.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-UNRESOLVED PIC Z(7)9.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-NOT-UPHELD PIC Z(7)9.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-ON-TIME    PIC Z(7)9.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-LATE       PIC Z(7)9.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-OPEN       PIC Z(7)9.
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
           PERFORM COUNT-UNTIL-DONE
           PERFORM PRINT-STATISTICS
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT OUV-CASE-FILE
           IF WS-OUVCASE-STATUS NOT = '00'
               DISPLAY 'OUVSTAT UNABLE TO OPEN OUVCASE - STATUS '
                   WS-OUVCASE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM SET-REPORT-MONTH
           INITIALIZE WS-STAT-TABLE
           MOVE WS-MONTH-YYYY TO HDR-MONTH-YYYY
           MOVE WS-MONTH-MM   TO HDR-MONTH-MM
           MOVE WS-RUN-DATE   TO HDR-RUN-DATE
           PERFORM START-RUN-CONTROL.
      *
      * SET-REPORT-MONTH takes the calendar month before the business
      * date's, first to last day.
       SET-REPORT-MONTH.
           MOVE WS-RUN-YYYY TO WS-MONTH-YYYY
           MOVE WS-RUN-MM   TO WS-MONTH-MM
           MOVE 1           TO WS-MONTH-DD
           IF WS-MONTH-MM = 1
               MOVE 12 TO WS-MONTH-MM
               SUBTRACT 1 FROM WS-MONTH-YYYY
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MM
           END-IF
           MOVE WS-MONTH-START TO WS-MONTH-END
           MOVE WS-DAYS-IN-MONTH(WS-MONTH-MM) TO WS-MONTH-END-DD
           IF WS-MONTH-MM = 2
               PERFORM CHECK-LEAP-YEAR
           END-IF.
      *
       CHECK-LEAP-YEAR.
           DIVIDE WS-MONTH-YYYY BY 4 GIVING WS-DATE-QUOT
               REMAINDER WS-DATE-REM
           IF WS-DATE-REM = 0
               DIVIDE WS-MONTH-YYYY BY 100 GIVING WS-DATE-QUOT
                   REMAINDER WS-DATE-REM
               IF WS-DATE-REM NOT = 0
                   MOVE 29 TO WS-MONTH-END-DD
               ELSE
                   DIVIDE WS-MONTH-YYYY BY 400 GIVING WS-DATE-QUOT
                       REMAINDER WS-DATE-REM
                   IF WS-DATE-REM = 0
                       MOVE 29 TO WS-MONTH-END-DD
                   END-IF
               END-IF
           END-IF.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'OUVSTAT' TO SEQ-JOB-NAME
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
           MOVE 'OUVSTAT'       TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       COUNT-UNTIL-DONE.
           PERFORM READ-CASE
           PERFORM UNTIL CASE-AT-EOF OR COUNTER-OVERFLOWED
               PERFORM COUNT-ONE-CASE
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
      * COUNT-ONE-CASE skips a case opened after the month; otherwise
      * it is counted under its category row as received, answered
      * and still open as its dates fall.
       COUNT-ONE-CASE.
           IF OUV-OPENED-DATE NOT > WS-MONTH-END
               PERFORM COUNT-CASE-IN-ROW
           END-IF.
      *
       COUNT-CASE-IN-ROW.
           PERFORM FIND-CATEGORY-ROW
           ADD 1 TO WS-COUNTED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-COUNTED-COUNT OVERFLOWED'
           END-ADD
           IF OUV-OPENED-DATE NOT < WS-MONTH-START
               ADD 1 TO WS-STAT-RECEIVED(WS-ROW)
           END-IF
           IF OUV-CLOSED
              AND OUV-CLOSED-DATE NOT < WS-MONTH-START
              AND OUV-CLOSED-DATE NOT > WS-MONTH-END
               EVALUATE TRUE
                   WHEN OUV-UPHELD-RESOLVED
                       ADD 1 TO WS-STAT-RESOLVED(WS-ROW)
                   WHEN OUV-UPHELD-UNRESOLVED
                       ADD 1 TO WS-STAT-UNRESOLVED(WS-ROW)
                   WHEN OTHER
                       ADD 1 TO WS-STAT-NOT-UPHELD(WS-ROW)
               END-EVALUATE
               IF OUV-CLOSED-DATE > OUV-DUE-DATE
                   ADD 1 TO WS-STAT-LATE(WS-ROW)
               ELSE
                   ADD 1 TO WS-STAT-ON-TIME(WS-ROW)
               END-IF
           END-IF
           IF OUV-OPEN OR OUV-CLOSED-DATE > WS-MONTH-END
               ADD 1 TO WS-STAT-OPEN(WS-ROW)
           END-IF.
      *
      * FIND-CATEGORY-ROW sets WS-ROW to the category's place in the
      * table, or to the UNCLASSIFIED row.
       FIND-CATEGORY-ROW.
           SET WS-OUV-CAT-IDX TO 1
           SEARCH WS-OUV-CATEGORY
               AT END
                   MOVE 9 TO WS-ROW
                   ADD 1 TO WS-UNCLASS-COUNT
               WHEN WS-OUV-CAT-CODE(WS-OUV-CAT-IDX) = OUV-CATEGORY
                   SET WS-ROW TO WS-OUV-CAT-IDX
           END-SEARCH.
      *
      * PRINT-STATISTICS prints a line per category, UNCLASSIFIED
      * only when a case fell there, and the month's totals.
       PRINT-STATISTICS.
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM COLUMN-HDR-LINE-1
           WRITE PRINT-REC FROM COLUMN-HDR-LINE-2
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-OUV-CATEGORY-COUNT
               MOVE WS-OUV-CAT-CODE(WS-ROW) TO DTL-CODE
               MOVE WS-OUV-CAT-NAME(WS-ROW) TO DTL-NAME
               PERFORM PRINT-STAT-ROW
           END-PERFORM
           IF WS-UNCLASS-COUNT > ZEROS
               MOVE 9 TO WS-ROW
               MOVE '??'           TO DTL-CODE
               MOVE 'UNCLASSIFIED' TO DTL-NAME
               PERFORM PRINT-STAT-ROW
           END-IF
           WRITE PRINT-REC FROM SPACES
           MOVE SPACES              TO DTL-CODE
           MOVE 'TOTAL'             TO DTL-NAME
           MOVE WS-TOT-RECEIVED     TO DTL-RECEIVED
           MOVE WS-TOT-RESOLVED     TO DTL-RESOLVED
           MOVE WS-TOT-UNRESOLVED   TO DTL-UNRESOLVED
           MOVE WS-TOT-NOT-UPHELD   TO DTL-NOT-UPHELD
           MOVE WS-TOT-ON-TIME      TO DTL-ON-TIME
           MOVE WS-TOT-LATE         TO DTL-LATE
           MOVE WS-TOT-OPEN         TO DTL-OPEN
           WRITE PRINT-REC FROM DETAIL-LINE.
      *
       PRINT-STAT-ROW.
           MOVE WS-STAT-RECEIVED(WS-ROW)   TO DTL-RECEIVED
           MOVE WS-STAT-RESOLVED(WS-ROW)   TO DTL-RESOLVED
           MOVE WS-STAT-UNRESOLVED(WS-ROW) TO DTL-UNRESOLVED
           MOVE WS-STAT-NOT-UPHELD(WS-ROW) TO DTL-NOT-UPHELD
           MOVE WS-STAT-ON-TIME(WS-ROW)    TO DTL-ON-TIME
           MOVE WS-STAT-LATE(WS-ROW)       TO DTL-LATE
           MOVE WS-STAT-OPEN(WS-ROW)       TO DTL-OPEN
           WRITE PRINT-REC FROM DETAIL-LINE
           ADD WS-STAT-RECEIVED(WS-ROW)   TO WS-TOT-RECEIVED
           ADD WS-STAT-RESOLVED(WS-ROW)   TO WS-TOT-RESOLVED
           ADD WS-STAT-UNRESOLVED(WS-ROW) TO WS-TOT-UNRESOLVED
           ADD WS-STAT-NOT-UPHELD(WS-ROW) TO WS-TOT-NOT-UPHELD
           ADD WS-STAT-ON-TIME(WS-ROW)    TO WS-TOT-ON-TIME
           ADD WS-STAT-LATE(WS-ROW)       TO WS-TOT-LATE
           ADD WS-STAT-OPEN(WS-ROW)       TO WS-TOT-OPEN.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE OUV-CASE-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'OUVSTAT MONTH ' WS-MONTH-YYYY '/' WS-MONTH-MM
                   ' RECEIVED ' WS-TOT-RECEIVED
                   ' ANSWERED LATE ' WS-TOT-LATE
                   ' UNCLASSIFIED ' WS-UNCLASS-COUNT.
           EVALUATE TRUE
               WHEN COUNTER-OVERFLOWED
                   DISPLAY 'OUVSTAT ABORTED - COUNTER OVERFLOWED'
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE 'OUVIDORIA STATISTICS ABORTED'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-READ-COUNT TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               WHEN WS-UNCLASS-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'OUVIDORIA CASES WITH UNKNOWN CATEGORY'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-UNCLASS-COUNT TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               WHEN WS-TOT-LATE > ZEROS
                   MOVE 4 TO RETURN-CODE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'OUVIDORIA CASES ANSWERED LATE IN MONTH'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-TOT-LATE TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'OUVSTAT'           TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-COUNTED-COUNT    TO CTLT-OUTPUT-COUNT
           MOVE WS-UNCLASS-COUNT    TO CTLT-REJECT-COUNT
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
           MOVE 'OUVSTAT'           TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-TOT-RECEIVED     TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'RESOLVED'          TO SUMM-CATEGORY-NAME
           MOVE WS-TOT-RESOLVED     TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'UNRESOLVED'        TO SUMM-CATEGORY-NAME
           MOVE WS-TOT-UNRESOLVED   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'NOT UPHELD'        TO SUMM-CATEGORY-NAME
           MOVE WS-TOT-NOT-UPHELD   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'ANSWERED LATE'     TO SUMM-CATEGORY-NAME
           MOVE WS-TOT-LATE         TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'OPEN MONTH END' TO SUMM-CATEGORY-NAME
           MOVE WS-TOT-OPEN         TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           CLOSE SUMMARY-FILE.
      *
      * WRITE-ALERT-RECORD appends one alert to the shop-wide alert
      * file so the end-of-night alert report (ALERTRPT) puts it on
      * the one page the morning operator reads.
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES            TO ALERT-REC
           MOVE 'OUVSTAT'         TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM OUVSTAT.
