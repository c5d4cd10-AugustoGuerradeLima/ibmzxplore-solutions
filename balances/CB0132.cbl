      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    IDXINTAK.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  IDXINTAK is the daily benchmark index intake: the published
      *  CDI and SELIC daily rates arrive on the CBINDEX file and are
      *  kept as a dated history on IDXHIST for the floating-rate
      *  pricing in INTACCR and LOANBILL.  Each incoming rate is
      *  edited and held against the latest rate already on file for
      *  its index within FXINTAKE's tolerance; ONE breach or bad row
      *  refuses the whole load with return code 12 and an ALERTFIL
      *  alert, so the history never takes a decimal slip.  A clean
      *  load adds every row to the history - a row resent for a date
      *  already on file replaces it - stamped with the business date
      *  it was loaded on.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CB-INDEX-FILE ASSIGN TO CBINDEX.
           SELECT IDX-HIST-FILE ASSIGN TO IDXHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-KEY
               FILE STATUS IS WS-IDXHIST-STATUS.
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
      * One published index row per record, display characters edited
      * before anything numeric is done with them.
       FD  CB-INDEX-FILE RECORDING MODE F.
       01  CB-INDEX-REC.
           05  CBX-TYPE         PIC X(4).
           05  CBX-DATE         PIC X(8).
           05  CBX-RATE         PIC X(9).
           05  FILLER           PIC X(59).
      *
       FD  IDX-HIST-FILE RECORDING MODE F.
           COPY IDXHIST.
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
           05  WS-CBINDEX-EOF      PIC X VALUE 'N'.
               88  CBINDEX-AT-EOF      VALUE 'Y'.
           05  WS-IDXHIST-EOF      PIC X VALUE 'N'.
               88  IDXHIST-AT-EOF      VALUE 'Y'.
           05  WS-LOAD-OK-FLAG     PIC X VALUE 'Y'.
               88  LOAD-IS-CLEAN       VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-IDXHIST-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-LOADED-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-BREACH-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-BAD-ROW-COUNT      PIC 9(7) VALUE ZEROS.
      * The latest rate on file per index, held so each new rate can
      * be checked for reasonableness; a load carrying several dates
      * for one index checks each day against the day before it.
       01  WS-PRIOR-TABLE.
           05  WS-PR-ENTRY-COUNT   PIC 9(2) VALUE ZEROS.
           05  WS-PR-ENTRY OCCURS 10 TIMES
                            INDEXED BY WS-PR-IDX.
               10  WS-PR-TYPE          PIC X(4).
               10  WS-PR-RATE          PIC 9V9(8).
      * The incoming rows held until the whole file proves clean -
      * a breach anywhere refuses the load whole.  Fifty rows covers
      * both indexes over a long holiday catch-up.
       01  WS-NEW-TABLE.
           05  WS-NW-ENTRY-COUNT   PIC 9(2) VALUE ZEROS.
           05  WS-NW-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-NW-IDX.
               10  WS-NW-TYPE          PIC X(4).
               10  WS-NW-DATE          PIC 9(8).
               10  WS-NW-RATE          PIC 9V9(8).
      * Tolerance: a move beyond this fraction of the prior rate is a
      * breach.  FXINTAKE's VALUE-clause maintenance.
       01  WS-TOLERANCE            PIC 9V99 VALUE 0.10.
       01  WS-RATE-X               PIC X(9).
       01  WS-RATE-NUM REDEFINES WS-RATE-X
                                   PIC 9V9(8).
       01  WS-DATE-NUM             PIC 9(8).
       01  WS-PRIOR-RATE           PIC 9V9(8).
       01  WS-RATE-MOVE            PIC S9V9(8).
       01  WS-MOVE-LIMIT           PIC 9V9(8).
       01  WS-PRIOR-FOUND-FLAG     PIC X.
           88  PRIOR-RATE-FOUND        VALUE 'Y' FALSE 'N'.
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS        PIC XX.
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-RUN-NUMBER           PIC 9(7).
       01  WS-RUN-END-TIME         PIC 9(8).
       01  WS-ELAPSED-TIME         PIC 9(8).
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
           PERFORM LOAD-PRIOR-RATES
           PERFORM CHECK-UNTIL-DONE
           PERFORM WRITE-OR-REFUSE
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT CB-INDEX-FILE.
           OPEN I-O IDX-HIST-FILE
           IF WS-IDXHIST-STATUS = '35'
               OPEN OUTPUT IDX-HIST-FILE
               CLOSE IDX-HIST-FILE
               OPEN I-O IDX-HIST-FILE
           END-IF
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'IDXINTAK' TO SEQ-JOB-NAME
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
           MOVE 'IDXINTAK'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * LOAD-PRIOR-RATES walks the history in key order - index type,
      * then date - so the last row read for each index is its latest
      * rate.  A first-ever load has nothing to compare against and
      * every rate passes.
       LOAD-PRIOR-RATES.
           MOVE LOW-VALUES TO IDX-KEY
           START IDX-HIST-FILE KEY IS NOT LESS THAN IDX-KEY
               INVALID KEY SET IDXHIST-AT-EOF TO TRUE
           END-START
           PERFORM LOAD-ONE-PRIOR UNTIL IDXHIST-AT-EOF.
      *
       LOAD-ONE-PRIOR.
           READ IDX-HIST-FILE NEXT RECORD
               AT END SET IDXHIST-AT-EOF TO TRUE
               NOT AT END
                   MOVE IDX-TYPE TO CBX-TYPE
                   PERFORM FIND-PRIOR-ENTRY
                   IF PRIOR-RATE-FOUND
                       MOVE IDX-DAILY-RATE TO WS-PR-RATE(WS-PR-IDX)
                   ELSE
                       IF WS-PR-ENTRY-COUNT < 10
                           ADD 1 TO WS-PR-ENTRY-COUNT
                           SET WS-PR-IDX TO WS-PR-ENTRY-COUNT
                           MOVE IDX-TYPE TO WS-PR-TYPE(WS-PR-IDX)
                           MOVE IDX-DAILY-RATE
                               TO WS-PR-RATE(WS-PR-IDX)
                       END-IF
                   END-IF
           END-READ.
      *
      * FIND-PRIOR-ENTRY leaves WS-PR-IDX on the table entry for the
      * index type in CBX-TYPE when there is one.
       FIND-PRIOR-ENTRY.
           SET PRIOR-RATE-FOUND TO FALSE
           SET WS-PR-IDX TO 1
           PERFORM UNTIL PRIOR-RATE-FOUND
                   OR WS-PR-IDX > WS-PR-ENTRY-COUNT
               IF WS-PR-TYPE(WS-PR-IDX) = CBX-TYPE
                   SET PRIOR-RATE-FOUND TO TRUE
               ELSE
                   SET WS-PR-IDX UP BY 1
               END-IF
           END-PERFORM.
      *
       CHECK-UNTIL-DONE.
           PERFORM READ-CB-INDEX
           PERFORM CHECK-AND-READ
               UNTIL CBINDEX-AT-EOF OR COUNTER-OVERFLOWED.
      *
       CHECK-AND-READ.
           PERFORM CHECK-ONE-RATE
           PERFORM READ-CB-INDEX.
      *
       READ-CB-INDEX.
           READ CB-INDEX-FILE
               AT END SET CBINDEX-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
      * CHECK-ONE-RATE edits the row - a known index, a real date no
      * later than the business date, a positive rate - and holds it
      * against the prior day within tolerance.  A bad or breaching
      * row fails the whole load.
       CHECK-ONE-RATE.
           MOVE CBX-TYPE TO IDX-TYPE
           EVALUATE TRUE
               WHEN NOT IDX-VALID-TYPE
               WHEN CBX-DATE IS NOT NUMERIC
               WHEN CBX-RATE IS NOT NUMERIC
               WHEN CBX-RATE = ZEROS
               WHEN CBX-DATE > WS-RUN-DATE
                   ADD 1 TO WS-BAD-ROW-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-BAD-ROW-COUNT OVERFLOWED'
                   END-ADD
                   SET LOAD-IS-CLEAN TO FALSE
                   DISPLAY 'IDXINTAK BAD ROW ' CB-INDEX-REC(1:21)
               WHEN OTHER
                   MOVE CBX-RATE TO WS-RATE-X
                   MOVE CBX-DATE TO WS-DATE-NUM
                   PERFORM CHECK-RATE-TOLERANCE
                   PERFORM HOLD-NEW-RATE
           END-EVALUATE.
      *
       CHECK-RATE-TOLERANCE.
           PERFORM FIND-PRIOR-ENTRY
           IF PRIOR-RATE-FOUND
               MOVE WS-PR-RATE(WS-PR-IDX) TO WS-PRIOR-RATE
               COMPUTE WS-RATE-MOVE = WS-RATE-NUM - WS-PRIOR-RATE
               IF WS-RATE-MOVE < ZEROS
                   COMPUTE WS-RATE-MOVE = ZERO - WS-RATE-MOVE
               END-IF
               COMPUTE WS-MOVE-LIMIT ROUNDED =
                   WS-PRIOR-RATE * WS-TOLERANCE
               IF WS-RATE-MOVE > WS-MOVE-LIMIT
                   ADD 1 TO WS-BREACH-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-BREACH-COUNT OVERFLOWED'
                   END-ADD
                   SET LOAD-IS-CLEAN TO FALSE
                   DISPLAY 'IDXINTAK TOLERANCE BREACH ON '
                           CBX-TYPE ' ' CBX-DATE
                           ' PRIOR ' WS-PRIOR-RATE
                           ' NEW ' WS-RATE-NUM
               END-IF
               MOVE WS-RATE-NUM TO WS-PR-RATE(WS-PR-IDX)
           ELSE
               IF WS-PR-ENTRY-COUNT < 10
                   ADD 1 TO WS-PR-ENTRY-COUNT
                   SET WS-PR-IDX TO WS-PR-ENTRY-COUNT
                   MOVE CBX-TYPE    TO WS-PR-TYPE(WS-PR-IDX)
                   MOVE WS-RATE-NUM TO WS-PR-RATE(WS-PR-IDX)
               END-IF
           END-IF.
      *
       HOLD-NEW-RATE.
           IF WS-NW-ENTRY-COUNT < 50
               ADD 1 TO WS-NW-ENTRY-COUNT
               SET WS-NW-IDX TO WS-NW-ENTRY-COUNT
               MOVE CBX-TYPE    TO WS-NW-TYPE(WS-NW-IDX)
               MOVE WS-DATE-NUM TO WS-NW-DATE(WS-NW-IDX)
               MOVE WS-RATE-NUM TO WS-NW-RATE(WS-NW-IDX)
           ELSE
               DISPLAY 'IDXINTAK RATE TABLE FULL - '
                       CBX-TYPE ' ' CBX-DATE ' DROPPED'
               SET LOAD-IS-CLEAN TO FALSE
           END-IF.
      *
      * WRITE-OR-REFUSE lands the held rates only when the whole file
      * proved clean; a refused load leaves the history as it stood
      * and raises the alert operations acts on.
       WRITE-OR-REFUSE.
           IF LOAD-IS-CLEAN AND WS-NW-ENTRY-COUNT > ZEROS
               PERFORM WRITE-ONE-RATE
                   VARYING WS-NW-IDX FROM 1 BY 1
                   UNTIL WS-NW-IDX > WS-NW-ENTRY-COUNT
           END-IF.
      *
       WRITE-ONE-RATE.
           MOVE SPACES                TO IDX-HIST-REC
           MOVE WS-NW-TYPE(WS-NW-IDX) TO IDX-TYPE
           MOVE WS-NW-DATE(WS-NW-IDX) TO IDX-DATE
           MOVE WS-NW-RATE(WS-NW-IDX) TO IDX-DAILY-RATE
           MOVE WS-RUN-DATE           TO IDX-LOAD-DATE
           WRITE IDX-HIST-REC
               INVALID KEY
                   REWRITE IDX-HIST-REC
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-LOADED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-LOADED-COUNT OVERFLOWED'
           END-ADD.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE CB-INDEX-FILE.
           CLOSE IDX-HIST-FILE.
           DISPLAY 'IDXINTAK READ ' WS-READ-COUNT
                   ' LOADED ' WS-LOADED-COUNT
                   ' BREACHES ' WS-BREACH-COUNT
                   ' BAD ROWS ' WS-BAD-ROW-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'IDXINTAK ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-ALERT-SEVERITY
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF NOT LOAD-IS-CLEAN
                   DISPLAY 'IDXINTAK LOAD REFUSED - INDEX HISTORY '
                           'UNCHANGED'
                   MOVE 12 TO RETURN-CODE
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE 'INDEX RATE LOAD REFUSED ON EDIT'
                       TO WS-ALERT-MESSAGE
                   COMPUTE WS-ALERT-COUNT =
                       WS-BREACH-COUNT + WS-BAD-ROW-COUNT
                   PERFORM WRITE-ALERT-RECORD
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'IDXINTAK'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-LOADED-COUNT     TO CTLT-OUTPUT-COUNT
           COMPUTE CTLT-REJECT-COUNT =
               WS-BREACH-COUNT + WS-BAD-ROW-COUNT
           IF LOAD-IS-CLEAN
               SET CTLT-BALANCED TO TRUE
           ELSE
               SET CTLT-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary -
      * headers plus one detail line with the record count and grand
      * total - instead of an ad hoc DISPLAY.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'IDXINTAK'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-LOADED-COUNT     TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           CLOSE SUMMARY-FILE.
      *
      * WRITE-ALERT-RECORD appends this run's problem to the shop-wide
      * alert file so the end-of-night alert report (ALERTRPT) puts it
      * on the one page the morning operator reads, instead of a
      * DISPLAY buried in this job's SYSOUT.
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES            TO ALERT-REC
           MOVE 'IDXINTAK'        TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM IDXINTAK.
