      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FEEDRPT.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  FEEDRPT is the feed-arrival history report.  It reads the
      *  history NIGHTRUN keeps of every calendar feed it waited on
      *  (FEEDHIST) for the thirty days ending on the business date
      *  and lists each feed night by night - its window and cutoff
      *  as they stood, when it landed, and whether it was on time,
      *  late or missing, with what the stream did about a missing
      *  one.  The second part totals each feed over the period, so
      *  the sender that is habitually late shows up before it is
      *  missing.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-HIST-FILE ASSIGN TO FEEDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHS-KEY
               FILE STATUS IS WS-FEEDHIST-STATUS.
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
       FD  FEED-HIST-FILE RECORDING MODE F.
           COPY FEEDHIST.
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
           05  WS-HIST-SCAN-FLAG   PIC X VALUE 'N'.
               88  HIST-SCAN-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-FEED-FOUND-FLAG  PIC X VALUE 'N'.
               88  FEED-IN-TABLE       VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-FEEDHIST-STATUS      PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-ON-TIME-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-LATE-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-MISSING-COUNT      PIC 9(7) VALUE ZEROS.
      * The period's figures by feed, in the order first met.
       01  WS-FEED-MAX             PIC 9(3) VALUE 20.
       01  WS-FEED-TABLE.
           05  WS-FEED-COUNT       PIC 9(3) VALUE ZEROS.
           05  WS-FEED-ENTRY OCCURS 20 TIMES.
               10  WS-FT-ID            PIC X(8).
               10  WS-FT-DESC          PIC X(20).
               10  WS-FT-ON-TIME       PIC 9(5).
               10  WS-FT-LATE          PIC 9(5).
               10  WS-FT-MISSING       PIC 9(5).
       01  WS-FT                   PIC 9(3).
       01  WS-FT-HIT               PIC 9(3).
       01  WS-NIGHTS               PIC 9(5).
       01  WS-RATE                 PIC 9(3)V9.
      * The period reported.
       01  WS-PERIOD-DAYS          PIC 9(3) VALUE 30.
       01  WS-PERIOD-START         PIC 9(8).
       01  WS-DAY                  PIC 9(3).
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
               'INBOUND FEED ARRIVAL HISTORY - FROM'.
           05  HDR-PERIOD-START PIC 9(8).
           05  FILLER         PIC X(4)  VALUE ' TO '.
           05  HDR-PERIOD-END PIC 9(8).
       01  COLUMN-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(10) VALUE 'DATE'.
           05  FILLER         PIC X(10) VALUE 'FEED'.
           05  FILLER         PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER         PIC X(16) VALUE 'WINDOW'.
           05  FILLER         PIC X(8)  VALUE 'CUTOFF'.
           05  FILLER         PIC X(9)  VALUE 'ARRIVED'.
           05  FILLER         PIC X(9)  VALUE 'STATUS'.
           05  FILLER         PIC X(16) VALUE 'ACTION'.
       01  DETAIL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-DATE       PIC 9(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-FEED       PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-DESC       PIC X(20).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-WINDOW-FROM PIC 9(6).
           05  FILLER         PIC X(1)  VALUE '-'.
           05  DTL-WINDOW-TO  PIC 9(6).
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  DTL-CUTOFF     PIC 9(6).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-ARRIVED    PIC 9(6).
           05  DTL-ARRIVED-X REDEFINES DTL-ARRIVED
                              PIC X(6).
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  DTL-STATUS     PIC X(7).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-ACTION     PIC X(16).
       01  FEED-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(50) VALUE
               'TOTALS BY FEED FOR THE PERIOD'.
       01  FEED-COLUMN-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(10) VALUE 'FEED'.
           05  FILLER         PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER         PIC X(9)  VALUE '  ON TIME'.
           05  FILLER         PIC X(9)  VALUE '     LATE'.
           05  FILLER         PIC X(9)  VALUE '  MISSING'.
           05  FILLER         PIC X(10) VALUE '  ON TIME%'.
       01  FEED-TOTAL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FTL-FEED       PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  FTL-DESC       PIC X(20).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  FTL-ON-TIME    PIC ZZ,ZZ9.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FTL-LATE       PIC ZZ,ZZ9.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FTL-MISSING    PIC ZZ,ZZ9.
           05  FILLER         PIC X(5)  VALUE SPACES.
           05  FTL-RATE       PIC ZZ9.9.
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
           PERFORM LIST-THE-PERIOD
           PERFORM PRINT-FEED-TOTALS
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT FEED-HIST-FILE
           IF WS-FEEDHIST-STATUS NOT = '00'
               DISPLAY 'FEEDRPT UNABLE TO OPEN FEEDHIST - STATUS '
                   WS-FEEDHIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-ROLL-DATE
           SUBTRACT 1 FROM WS-PERIOD-DAYS GIVING WS-DAY
           PERFORM ROLL-BACK-ONE-DAY WS-DAY TIMES
           MOVE WS-ROLL-DATE    TO WS-PERIOD-START
           MOVE WS-PERIOD-START TO HDR-PERIOD-START
           MOVE WS-RUN-DATE     TO HDR-PERIOD-END
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
           MOVE 'FEEDRPT' TO SEQ-JOB-NAME
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
           MOVE 'FEEDRPT'       TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * LIST-THE-PERIOD reads the history from the first day of the
      * period to the business date - the history is in date order.
       LIST-THE-PERIOD.
           SET HIST-SCAN-DONE TO FALSE
           MOVE WS-PERIOD-START TO FHS-RUN-DATE
           MOVE LOW-VALUES      TO FHS-FEED-ID
           START FEED-HIST-FILE KEY IS NOT LESS THAN FHS-KEY
               INVALID KEY SET HIST-SCAN-DONE TO TRUE
           END-START
           PERFORM LIST-ONE-NIGHT
               UNTIL HIST-SCAN-DONE OR COUNTER-OVERFLOWED.
      *
       LIST-ONE-NIGHT.
           READ FEED-HIST-FILE NEXT RECORD
               AT END SET HIST-SCAN-DONE TO TRUE
               NOT AT END
                   IF FHS-RUN-DATE > WS-RUN-DATE
                       SET HIST-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-READ-COUNT
                           ON SIZE ERROR
                               SET COUNTER-OVERFLOWED TO TRUE
                               DISPLAY 'WS-READ-COUNT OVERFLOWED'
                       END-ADD
                       PERFORM PRINT-ONE-NIGHT
                       PERFORM COUNT-ONE-NIGHT
                   END-IF
           END-READ.
      *
       PRINT-ONE-NIGHT.
           MOVE FHS-RUN-DATE    TO DTL-DATE
           MOVE FHS-FEED-ID     TO DTL-FEED
           MOVE FHS-FEED-DESC   TO DTL-DESC
           MOVE FHS-WINDOW-FROM TO DTL-WINDOW-FROM
           MOVE FHS-WINDOW-TO   TO DTL-WINDOW-TO
           MOVE FHS-CUTOFF      TO DTL-CUTOFF
           MOVE SPACES          TO DTL-ACTION
           EVALUATE TRUE
               WHEN FHS-ON-TIME
                   MOVE FHS-ARRIVE-TIME TO DTL-ARRIVED
                   MOVE 'ON TIME'       TO DTL-STATUS
               WHEN FHS-LATE
                   MOVE FHS-ARRIVE-TIME TO DTL-ARRIVED
                   MOVE 'LATE'          TO DTL-STATUS
               WHEN OTHER
                   MOVE '  -   '        TO DTL-ARRIVED-X
                   MOVE 'MISSING'       TO DTL-STATUS
                   IF FHS-STREAM-STOPPED
                       MOVE 'STREAM STOPPED'  TO DTL-ACTION
                   ELSE
                       MOVE 'STEPS BYPASSED'  TO DTL-ACTION
                   END-IF
           END-EVALUATE
           WRITE PRINT-REC FROM DETAIL-LINE.
      *
      * COUNT-ONE-NIGHT adds the night to its feed's totals, taking
      * the description from the latest night seen.
       COUNT-ONE-NIGHT.
           PERFORM FIND-FEED-TOTALS
           IF FEED-IN-TABLE
               MOVE FHS-FEED-DESC TO WS-FT-DESC(WS-FT)
               EVALUATE TRUE
                   WHEN FHS-ON-TIME
                       ADD 1 TO WS-FT-ON-TIME(WS-FT)
                       ADD 1 TO WS-ON-TIME-COUNT
                   WHEN FHS-LATE
                       ADD 1 TO WS-FT-LATE(WS-FT)
                       ADD 1 TO WS-LATE-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-FT-MISSING(WS-FT)
                       ADD 1 TO WS-MISSING-COUNT
               END-EVALUATE
           END-IF.
      *
       FIND-FEED-TOTALS.
           SET FEED-IN-TABLE TO FALSE
           MOVE ZEROS TO WS-FT-HIT
           PERFORM VARYING WS-FT FROM 1 BY 1
                   UNTIL WS-FT > WS-FEED-COUNT OR FEED-IN-TABLE
               IF WS-FT-ID(WS-FT) = FHS-FEED-ID
                   SET FEED-IN-TABLE TO TRUE
                   MOVE WS-FT TO WS-FT-HIT
               END-IF
           END-PERFORM
           MOVE WS-FT-HIT TO WS-FT
           IF NOT FEED-IN-TABLE
               IF WS-FEED-COUNT NOT < WS-FEED-MAX
                   DISPLAY 'FEEDRPT FEED TABLE FULL - ' FHS-FEED-ID
                           ' NOT TOTALLED'
               ELSE
                   ADD 1 TO WS-FEED-COUNT
                   MOVE WS-FEED-COUNT TO WS-FT
                   MOVE FHS-FEED-ID   TO WS-FT-ID(WS-FT)
                   MOVE ZEROS         TO WS-FT-ON-TIME(WS-FT)
                                         WS-FT-LATE(WS-FT)
                                         WS-FT-MISSING(WS-FT)
                   SET FEED-IN-TABLE TO TRUE
               END-IF
           END-IF.
      *
      * PRINT-FEED-TOTALS prints one line per feed with its on-time
      * share of the nights it was waited on.
       PRINT-FEED-TOTALS.
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM FEED-HDR-LINE
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM FEED-COLUMN-LINE
           PERFORM VARYING WS-FT FROM 1 BY 1
                   UNTIL WS-FT > WS-FEED-COUNT
               MOVE WS-FT-ID(WS-FT)      TO FTL-FEED
               MOVE WS-FT-DESC(WS-FT)    TO FTL-DESC
               MOVE WS-FT-ON-TIME(WS-FT) TO FTL-ON-TIME
               MOVE WS-FT-LATE(WS-FT)    TO FTL-LATE
               MOVE WS-FT-MISSING(WS-FT) TO FTL-MISSING
               COMPUTE WS-NIGHTS = WS-FT-ON-TIME(WS-FT)
                   + WS-FT-LATE(WS-FT) + WS-FT-MISSING(WS-FT)
               COMPUTE WS-RATE ROUNDED =
                   WS-FT-ON-TIME(WS-FT) * 100 / WS-NIGHTS
               MOVE WS-RATE TO FTL-RATE
               WRITE PRINT-REC FROM FEED-TOTAL-LINE
           END-PERFORM.
      *
      * ROLL-BACK-ONE-DAY moves WS-ROLL-DATE back by one calendar
      * day.
       ROLL-BACK-ONE-DAY.
           IF WS-ROLL-DD > 1
               SUBTRACT 1 FROM WS-ROLL-DD
           ELSE
               IF WS-ROLL-MM = 1
                   MOVE 12 TO WS-ROLL-MM
                   SUBTRACT 1 FROM WS-ROLL-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-ROLL-MM
               END-IF
               MOVE WS-DAYS-IN-MONTH(WS-ROLL-MM) TO WS-MAX-DAY
               IF WS-ROLL-MM = 2
                   PERFORM CHECK-LEAP-YEAR
               END-IF
               MOVE WS-MAX-DAY TO WS-ROLL-DD
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
           MOVE 'FEED NIGHTS IN THE PERIOD' TO TOT-LABEL
           MOVE WS-READ-COUNT         TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'ON TIME'             TO TOT-LABEL
           MOVE WS-ON-TIME-COUNT      TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'LATE'                TO TOT-LABEL
           MOVE WS-LATE-COUNT         TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'MISSING'             TO TOT-LABEL
           MOVE WS-MISSING-COUNT      TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE FEED-HIST-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'FEEDRPT FEED NIGHTS ' WS-READ-COUNT
                   ' LATE ' WS-LATE-COUNT
                   ' MISSING ' WS-MISSING-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'FEEDRPT ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-ALERT-SEVERITY
               MOVE 'FEED ARRIVAL REPORT ABORTED' TO WS-ALERT-MESSAGE
               MOVE WS-READ-COUNT TO WS-ALERT-COUNT
               PERFORM WRITE-ALERT-RECORD
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'FEEDRPT'           TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-READ-COUNT       TO CTLT-OUTPUT-COUNT
           MOVE ZEROS               TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the period's feed nights broken out by how they arrived.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'FEEDRPT'           TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-READ-COUNT       TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'FEEDS ON TIME'     TO SUMM-CATEGORY-NAME
           MOVE WS-ON-TIME-COUNT    TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'FEEDS LATE'        TO SUMM-CATEGORY-NAME
           MOVE WS-LATE-COUNT       TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'FEEDS MISSING'     TO SUMM-CATEGORY-NAME
           MOVE WS-MISSING-COUNT    TO SUMM-CATEGORY-COUNT
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
           MOVE 'FEEDRPT'         TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM FEEDRPT.
