      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BATCHFC.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  BATCHFC is the night stream's completion forecast, CALLed by
      *  NIGHTRUN when the stream starts and again each time a step
      *  completes.  SLARPT reads RUNCTL the morning after; this reads
      *  it while there is still time to act.  Each job's average
      *  elapsed time comes from its RUNCTL headers before tonight,
      *  and a step whose STREAMDF entry names a volume driver -
      *  postings (PSTTRAN), cheque items (CHQCLRIN) or payroll
      *  credits (PAYRLIN) - has its average scaled by tonight's count
      *  of that file against the job's average read count on
      *  DAILYCTL.  A driver file not yet in is taken at the average.
      *  The steps still to run (after the caller's position, and not
      *  already reported to RUNCTL for tonight) are summed onto the
      *  clock; when the projected finish passes the online start
      *  time (an optional FCSTPARM card, HHMMSS; 06:00 when no card
      *  is supplied) the forecast lists the optional steps still to
      *  run, with what deferring them would save, and the first such
      *  forecast of the night writes a severe alert to ALERTFIL so
      *  the operator can defer them with a STRMDEFR card while the
      *  stream is still running.  The history is loaded on the first
      *  call and kept for the rest of the night.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO FCSTPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT STREAM-DEF-FILE ASSIGN TO STREAMDF
               FILE STATUS IS WS-STREAMDF-STATUS.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT DAILY-CTL-FILE ASSIGN TO DAILYCTL
               FILE STATUS IS WS-DAILYCTL-STATUS.
           SELECT POSTING-TRANS ASSIGN TO PSTTRAN
               FILE STATUS IS WS-VOLUME-STATUS.
           SELECT CHEQUE-FILE ASSIGN TO CHQCLRIN
               FILE STATUS IS WS-VOLUME-STATUS.
           SELECT PAYROLL-FILE ASSIGN TO PAYRLIN
               FILE STATUS IS WS-VOLUME-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTFIL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      * One optional parameter card: the time the branches and the
      * online day start, HHMMSS.
       FD  PARM-FILE RECORDING MODE F.
       01  FCST-PARM-REC.
           05  PRM-ONLINE-START PIC X(6).
           05  FILLER           PIC X(74).
      *
      * The stream definition as NIGHTRUN reads it.
       FD  STREAM-DEF-FILE RECORDING MODE F.
       01  STREAM-DEF-REC.
           05  STM-SEQ          PIC X(3).
           05  STM-JOB-NAME     PIC X(10).
           05  STM-DEP-JOB      PIC X(10).
           05  STM-FEED-ID      PIC X(8).
           05  STM-OPTIONAL     PIC X.
           05  STM-VOLUME       PIC X.
           05  FILLER           PIC X(47).
      *
       FD  RUN-CTL-FILE RECORDING MODE F.
           COPY RUNCTL.
      *
       FD  DAILY-CTL-FILE RECORDING MODE F.
           COPY CTLTRAIL.
      *
      * Tonight's volume drivers are only counted, so each is read
      * through a bare record.  The clearing and payroll files come
      * in the intake envelope; only their detail records count.
       FD  POSTING-TRANS RECORDING MODE F.
       01  POSTING-TRANS-REC    PIC X(80).
      *
       FD  CHEQUE-FILE RECORDING MODE F.
       01  CHEQUE-REC.
           05  CHQ-ENV-TYPE     PIC X.
               88  CHQ-DETAIL       VALUE 'D'.
           05  FILLER           PIC X(79).
      *
       FD  PAYROLL-FILE RECORDING MODE F.
       01  PAYROLL-REC.
           05  PAY-ENV-TYPE     PIC X.
               88  PAY-DETAIL       VALUE 'D'.
           05  FILLER           PIC X(79).
      *
       FD  ALERT-FILE RECORDING MODE F.
           COPY ALERTREC.
      *
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS          PIC XX.
       01  WS-STREAMDF-STATUS      PIC XX.
       01  WS-RUNCTL-STATUS        PIC XX.
       01  WS-DAILYCTL-STATUS      PIC XX.
       01  WS-VOLUME-STATUS        PIC XX.
       01  FLAGS.
           05  WS-LOAD-STATE       PIC X VALUE 'N'.
               88  HISTORY-NOT-LOADED  VALUE 'N'.
               88  HISTORY-LOADED      VALUE 'L'.
           05  WS-EOF-FLAG         PIC X VALUE 'N'.
               88  INPUT-AT-EOF        VALUE 'Y' FALSE 'N'.
           05  WS-ALERTED-FLAG     PIC X VALUE 'N'.
               88  LATE-ALREADY-ALERTED VALUE 'Y' FALSE 'N'.
      * Online start, HHMMSS.
       01  WS-ONLINE-START         PIC 9(6) VALUE 060000.
      * The stream's steps with each job's history.  Fifty steps is
      * well above tonight's stream; steps past the table are left
      * out of the forecast with a console note.
       01  WS-STEP-MAX             PIC 9(3) VALUE 50.
       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT       PIC 9(3) VALUE ZEROS.
           05  WS-STEP-ENTRY OCCURS 50 TIMES.
               10  WS-ST-SEQ           PIC 9(3).
               10  WS-ST-JOB           PIC X(10).
               10  WS-ST-OPTIONAL      PIC X.
                   88  STEP-IS-OPTIONAL    VALUE 'Y'.
               10  WS-ST-VOLUME        PIC X.
               10  WS-ST-RUN-COUNT     PIC 9(5).
               10  WS-ST-TOTAL-SECS    PIC 9(9).
               10  WS-ST-AVG-SECS      PIC 9(7).
               10  WS-ST-VOL-RUNS      PIC 9(5).
               10  WS-ST-VOL-TOTAL     PIC 9(11).
               10  WS-ST-AVG-VOLUME    PIC 9(9).
               10  WS-ST-RAN-TONIGHT   PIC X.
                   88  STEP-RAN-TONIGHT    VALUE 'Y'.
               10  WS-ST-ESTIMATE      PIC 9(7).
       01  WS-ST                   PIC 9(3).
       01  WS-DROPPED-STEPS        PIC 9(3) VALUE ZEROS.
      * Tonight's volume drivers: 1 postings, 2 cheque items, 3
      * payroll credits.  A driver stays uncounted until its file is
      * in.
       01  WS-DRIVER-CODE-VALUES   PIC X(3) VALUE 'PCW'.
       01  WS-DRIVER-CODES REDEFINES WS-DRIVER-CODE-VALUES.
           05  WS-DRIVER-CODE      PIC X OCCURS 3 TIMES.
       01  WS-DRIVER-TABLE.
           05  WS-DRIVER-ENTRY OCCURS 3 TIMES.
               10  WS-DRV-COUNTED      PIC X.
                   88  DRIVER-COUNTED      VALUE 'Y'.
               10  WS-DRV-VOLUME       PIC 9(9).
       01  WS-DRV                  PIC 9.
       01  WS-VOLUME-COUNT         PIC 9(9).
      * The forecast, in seconds on the night's clock: a time before
      * noon belongs to the morning after the business date.
       01  WS-NIGHT-PIVOT          PIC 9(6) VALUE 120000.
       01  WS-CLOCK-TIME           PIC 9(6).
       01  WS-CLOCK-TIME-X REDEFINES WS-CLOCK-TIME.
           05  WS-CLOCK-HH         PIC 9(2).
           05  WS-CLOCK-MM         PIC 9(2).
           05  WS-CLOCK-SS         PIC 9(2).
       01  WS-CLOCK-SECS           PIC 9(7).
       01  WS-TIME-NOW             PIC 9(8).
       01  WS-NOW-SECS             PIC 9(7).
       01  WS-ONLINE-SECS          PIC 9(7).
       01  WS-REMAINING-SECS       PIC 9(9).
       01  WS-OPTIONAL-SECS        PIC 9(9).
       01  WS-FINISH-SECS          PIC 9(9).
       01  WS-LATE-SECS            PIC 9(9).
       01  WS-LATE-MINUTES         PIC 9(7).
       01  WS-NO-HISTORY-COUNT     PIC 9(3).
       01  WS-FINISH-TIME          PIC 9(6).
       01  WS-STEP-MINUTES         PIC 9(5).
       01  WS-DAY-QUOT             PIC 9(3).
       01  WS-DAY-SECS             PIC 9(9).
       01  WS-REM-SECS             PIC 9(7).
      * RUNCTL elapsed times are end time less start time as HHMMSSCC
      * numbers; the end is rebuilt to turn them into seconds.
       01  WS-RUN-START            PIC 9(8).
       01  WS-RUN-START-X REDEFINES WS-RUN-START.
           05  WS-RS-HHMMSS        PIC 9(6).
           05  WS-RS-CC            PIC 9(2).
       01  WS-RUN-END              PIC 9(9).
       01  WS-RUN-END-X REDEFINES WS-RUN-END.
           05  FILLER              PIC 9.
           05  WS-RE-HHMMSS        PIC 9(6).
           05  WS-RE-CC            PIC 9(2).
       01  WS-START-SECS           PIC 9(7).
       01  WS-ELAPSED-SECS         PIC 9(7).
       01  WS-SCALED-SECS          PIC 9(9).
      * Work area for the shop-wide alert record.
       01  WS-ALERT-SEVERITY        PIC 9 VALUE ZEROS.
       01  WS-ALERT-MESSAGE         PIC X(40) VALUE SPACES.
       01  WS-ALERT-COUNT           PIC 9(7) VALUE ZEROS.
      *------------------
       LINKAGE SECTION.
      *------------------
       01  LS-FC-RUN-DATE          PIC 9(8).
       01  LS-FC-DONE-SEQ          PIC 9(3).
       01  LS-FC-RESULT            PIC X.
           88  FC-WITHIN-WINDOW        VALUE 'Y'.
           88  FC-PAST-ONLINE          VALUE 'L'.
           88  FC-NO-FORECAST          VALUE 'N'.
      *------------------
       PROCEDURE DIVISION USING LS-FC-RUN-DATE LS-FC-DONE-SEQ
                                 LS-FC-RESULT.
      *------------------
       MAIN-LOGIC.
           IF HISTORY-NOT-LOADED
               PERFORM LOAD-FORECAST-BASIS
           END-IF
           IF WS-STEP-COUNT = ZEROS
               SET FC-NO-FORECAST TO TRUE
               GOBACK
           END-IF
           PERFORM COUNT-TONIGHTS-VOLUMES
           PERFORM FORECAST-REMAINING
           PERFORM JUDGE-FORECAST
           GOBACK.
      *
      * LOAD-FORECAST-BASIS reads the parameter card, the stream and
      * the history once, on the night's first call.
       LOAD-FORECAST-BASIS.
           PERFORM READ-PARM-CARD
           PERFORM LOAD-STREAM-STEPS
           PERFORM LOAD-ELAPSED-HISTORY
           PERFORM LOAD-VOLUME-HISTORY
           PERFORM VARYING WS-ST FROM 1 BY 1
                   UNTIL WS-ST > WS-STEP-COUNT
               IF WS-ST-RUN-COUNT(WS-ST) > ZEROS
                   DIVIDE WS-ST-TOTAL-SECS(WS-ST)
                       BY WS-ST-RUN-COUNT(WS-ST)
                       GIVING WS-ST-AVG-SECS(WS-ST) ROUNDED
               END-IF
               IF WS-ST-VOL-RUNS(WS-ST) > ZEROS
                   DIVIDE WS-ST-VOL-TOTAL(WS-ST)
                       BY WS-ST-VOL-RUNS(WS-ST)
                       GIVING WS-ST-AVG-VOLUME(WS-ST) ROUNDED
               END-IF
           END-PERFORM
           INITIALIZE WS-DRIVER-TABLE
           SET HISTORY-LOADED TO TRUE.
      *
       READ-PARM-CARD.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-ONLINE-START IS NUMERIC
                           MOVE PRM-ONLINE-START TO WS-ONLINE-START
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
      *
       LOAD-STREAM-STEPS.
           OPEN INPUT STREAM-DEF-FILE
           IF WS-STREAMDF-STATUS NOT = '00'
               DISPLAY 'BATCHFC - NO STREAMDF - STATUS '
                       WS-STREAMDF-STATUS ' - NO FORECAST TONIGHT'
           ELSE
               SET INPUT-AT-EOF TO FALSE
               PERFORM LOAD-ONE-STEP UNTIL INPUT-AT-EOF
               CLOSE STREAM-DEF-FILE
               IF WS-DROPPED-STEPS > ZEROS
                   DISPLAY 'BATCHFC - STEP TABLE FULL - '
                           WS-DROPPED-STEPS ' STEP(S) NOT FORECAST'
               END-IF
           END-IF.
      *
       LOAD-ONE-STEP.
           READ STREAM-DEF-FILE
               AT END SET INPUT-AT-EOF TO TRUE
               NOT AT END
                   IF STM-SEQ IS NUMERIC AND STM-JOB-NAME NOT = SPACES
                       IF WS-STEP-COUNT < WS-STEP-MAX
                           ADD 1 TO WS-STEP-COUNT
                           MOVE WS-STEP-COUNT TO WS-ST
                           INITIALIZE WS-STEP-ENTRY(WS-ST)
                           MOVE STM-SEQ      TO WS-ST-SEQ(WS-ST)
                           MOVE STM-JOB-NAME TO WS-ST-JOB(WS-ST)
                           MOVE STM-OPTIONAL TO WS-ST-OPTIONAL(WS-ST)
                           MOVE STM-VOLUME   TO WS-ST-VOLUME(WS-ST)
                       ELSE
                           ADD 1 TO WS-DROPPED-STEPS
                       END-IF
                   END-IF
           END-READ.
      *
      * LOAD-ELAPSED-HISTORY totals every earlier run of each stream
      * job from RUNCTL, and notes the jobs already reported for
      * tonight's business date - those are done.
       LOAD-ELAPSED-HISTORY.
           OPEN INPUT RUN-CTL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'BATCHFC - NO RUNCTL HISTORY - STATUS '
                       WS-RUNCTL-STATUS
           ELSE
               SET INPUT-AT-EOF TO FALSE
               PERFORM LOAD-ONE-RUN UNTIL INPUT-AT-EOF
               CLOSE RUN-CTL-FILE
           END-IF.
      *
       LOAD-ONE-RUN.
           READ RUN-CTL-FILE
               AT END SET INPUT-AT-EOF TO TRUE
               NOT AT END
                   PERFORM ELAPSED-TO-SECONDS
                   PERFORM VARYING WS-ST FROM 1 BY 1
                           UNTIL WS-ST > WS-STEP-COUNT
                       IF WS-ST-JOB(WS-ST) = RUNCTL-JOB-NAME
                           IF RUNCTL-RUN-DATE = LS-FC-RUN-DATE
                               MOVE 'Y' TO WS-ST-RAN-TONIGHT(WS-ST)
                           ELSE
                               IF RUNCTL-RUN-DATE < LS-FC-RUN-DATE
                                   ADD 1 TO WS-ST-RUN-COUNT(WS-ST)
                                   ADD WS-ELAPSED-SECS
                                       TO WS-ST-TOTAL-SECS(WS-ST)
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
           END-READ.
      *
      * ELAPSED-TO-SECONDS rebuilds the run's end time from its start
      * and elapsed time and takes the difference in seconds.  A run
      * whose rebuilt end is no time of day (it crossed midnight) is
      * read as a plain HHMMSS length.
       ELAPSED-TO-SECONDS.
           MOVE RUNCTL-RUN-TIME TO WS-RUN-START
           COMPUTE WS-RUN-END = RUNCTL-RUN-TIME + RUNCTL-ELAPSED-TIME
           MOVE WS-RE-HHMMSS TO WS-CLOCK-TIME
           IF WS-RUN-END < 24000000 AND WS-CLOCK-MM < 60
                                    AND WS-CLOCK-SS < 60
               PERFORM CLOCK-TO-SECONDS
               MOVE WS-CLOCK-SECS TO WS-ELAPSED-SECS
               MOVE WS-RS-HHMMSS  TO WS-CLOCK-TIME
               PERFORM CLOCK-TO-SECONDS
               SUBTRACT WS-CLOCK-SECS FROM WS-ELAPSED-SECS
           ELSE
               DIVIDE RUNCTL-ELAPSED-TIME BY 100 GIVING WS-CLOCK-TIME
               PERFORM CLOCK-TO-SECONDS
               MOVE WS-CLOCK-SECS TO WS-ELAPSED-SECS
           END-IF.
      *
      * LOAD-VOLUME-HISTORY totals each stream job's earlier read
      * counts from DAILYCTL - the volume its elapsed times were run
      * at.
       LOAD-VOLUME-HISTORY.
           OPEN INPUT DAILY-CTL-FILE
           IF WS-DAILYCTL-STATUS NOT = '00'
               DISPLAY 'BATCHFC - NO DAILYCTL HISTORY - STATUS '
                       WS-DAILYCTL-STATUS ' - VOLUMES NOT SCALED'
           ELSE
               SET INPUT-AT-EOF TO FALSE
               PERFORM LOAD-ONE-VOLUME UNTIL INPUT-AT-EOF
               CLOSE DAILY-CTL-FILE
           END-IF.
      *
       LOAD-ONE-VOLUME.
           READ DAILY-CTL-FILE
               AT END SET INPUT-AT-EOF TO TRUE
               NOT AT END
                   IF CTLT-RUN-DATE < LS-FC-RUN-DATE
                      AND CTLT-READ-COUNT IS NUMERIC
                       PERFORM VARYING WS-ST FROM 1 BY 1
                               UNTIL WS-ST > WS-STEP-COUNT
                           IF WS-ST-JOB(WS-ST) = CTLT-JOB-NAME
                               ADD 1 TO WS-ST-VOL-RUNS(WS-ST)
                               ADD CTLT-READ-COUNT
                                   TO WS-ST-VOL-TOTAL(WS-ST)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.
      *
      * COUNT-TONIGHTS-VOLUMES counts each driver file not yet
      * counted; a file not there yet is tried again next call.
       COUNT-TONIGHTS-VOLUMES.
           PERFORM VARYING WS-DRV FROM 1 BY 1 UNTIL WS-DRV > 3
               IF NOT DRIVER-COUNTED(WS-DRV)
                   EVALUATE WS-DRV
                       WHEN 1
                           PERFORM COUNT-POSTINGS
                       WHEN 2
                           PERFORM COUNT-CHEQUE-ITEMS
                       WHEN OTHER
                           PERFORM COUNT-PAYROLL-CREDITS
                   END-EVALUATE
               END-IF
           END-PERFORM.
      *
       COUNT-POSTINGS.
           OPEN INPUT POSTING-TRANS
           IF WS-VOLUME-STATUS = '00'
               MOVE ZEROS TO WS-VOLUME-COUNT
               SET INPUT-AT-EOF TO FALSE
               PERFORM UNTIL INPUT-AT-EOF
                   READ POSTING-TRANS
                       AT END SET INPUT-AT-EOF TO TRUE
                       NOT AT END ADD 1 TO WS-VOLUME-COUNT
                   END-READ
               END-PERFORM
               CLOSE POSTING-TRANS
               PERFORM RECORD-DRIVER-VOLUME
           END-IF.
      *
       COUNT-CHEQUE-ITEMS.
           OPEN INPUT CHEQUE-FILE
           IF WS-VOLUME-STATUS = '00'
               MOVE ZEROS TO WS-VOLUME-COUNT
               SET INPUT-AT-EOF TO FALSE
               PERFORM UNTIL INPUT-AT-EOF
                   READ CHEQUE-FILE
                       AT END SET INPUT-AT-EOF TO TRUE
                       NOT AT END
                           IF CHQ-DETAIL
                               ADD 1 TO WS-VOLUME-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-FILE
               PERFORM RECORD-DRIVER-VOLUME
           END-IF.
      *
       COUNT-PAYROLL-CREDITS.
           OPEN INPUT PAYROLL-FILE
           IF WS-VOLUME-STATUS = '00'
               MOVE ZEROS TO WS-VOLUME-COUNT
               SET INPUT-AT-EOF TO FALSE
               PERFORM UNTIL INPUT-AT-EOF
                   READ PAYROLL-FILE
                       AT END SET INPUT-AT-EOF TO TRUE
                       NOT AT END
                           IF PAY-DETAIL
                               ADD 1 TO WS-VOLUME-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-FILE
               PERFORM RECORD-DRIVER-VOLUME
           END-IF.
      *
       RECORD-DRIVER-VOLUME.
           MOVE 'Y'             TO WS-DRV-COUNTED(WS-DRV)
           MOVE WS-VOLUME-COUNT TO WS-DRV-VOLUME(WS-DRV)
           DISPLAY 'BATCHFC TONIGHT''S ' WS-DRIVER-CODE(WS-DRV)
                   ' VOLUME ' WS-VOLUME-COUNT.
      *
      * FORECAST-REMAINING estimates every step still to run: its
      * average, scaled by its driver's volume against the volume
      * its history ran at.  A step with no history adds nothing and
      * is counted so the forecast says so.
       FORECAST-REMAINING.
           MOVE ZEROS TO WS-REMAINING-SECS WS-OPTIONAL-SECS
                         WS-NO-HISTORY-COUNT
           PERFORM VARYING WS-ST FROM 1 BY 1
                   UNTIL WS-ST > WS-STEP-COUNT
               MOVE ZEROS TO WS-ST-ESTIMATE(WS-ST)
               IF WS-ST-SEQ(WS-ST) > LS-FC-DONE-SEQ
                  AND NOT STEP-RAN-TONIGHT(WS-ST)
                   IF WS-ST-RUN-COUNT(WS-ST) = ZEROS
                       ADD 1 TO WS-NO-HISTORY-COUNT
                   ELSE
                       PERFORM ESTIMATE-ONE-STEP
                       ADD WS-ST-ESTIMATE(WS-ST) TO WS-REMAINING-SECS
                       IF STEP-IS-OPTIONAL(WS-ST)
                           ADD WS-ST-ESTIMATE(WS-ST)
                               TO WS-OPTIONAL-SECS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
       ESTIMATE-ONE-STEP.
           MOVE WS-ST-AVG-SECS(WS-ST) TO WS-SCALED-SECS
           MOVE ZEROS TO WS-DRV
           EVALUATE WS-ST-VOLUME(WS-ST)
               WHEN 'P'
                   MOVE 1 TO WS-DRV
               WHEN 'C'
                   MOVE 2 TO WS-DRV
               WHEN 'W'
                   MOVE 3 TO WS-DRV
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DRV > ZEROS
               IF DRIVER-COUNTED(WS-DRV)
                  AND WS-ST-AVG-VOLUME(WS-ST) > ZEROS
                   COMPUTE WS-SCALED-SECS ROUNDED =
                       WS-ST-AVG-SECS(WS-ST) * WS-DRV-VOLUME(WS-DRV)
                       / WS-ST-AVG-VOLUME(WS-ST)
                       ON SIZE ERROR
                           MOVE 9999999 TO WS-SCALED-SECS
                   END-COMPUTE
               END-IF
           END-IF
           IF WS-SCALED-SECS > 9999999
               MOVE 9999999 TO WS-SCALED-SECS
           END-IF
           MOVE WS-SCALED-SECS TO WS-ST-ESTIMATE(WS-ST).
      *
      * JUDGE-FORECAST puts the remaining time on the clock and holds
      * the finish against the online start.
       JUDGE-FORECAST.
           ACCEPT WS-TIME-NOW FROM TIME
           DIVIDE WS-TIME-NOW BY 100 GIVING WS-CLOCK-TIME
           PERFORM CLOCK-TO-NIGHT-SECONDS
           MOVE WS-CLOCK-SECS TO WS-NOW-SECS
           MOVE WS-ONLINE-START TO WS-CLOCK-TIME
           PERFORM CLOCK-TO-NIGHT-SECONDS
           MOVE WS-CLOCK-SECS TO WS-ONLINE-SECS
           COMPUTE WS-FINISH-SECS = WS-NOW-SECS + WS-REMAINING-SECS
           MOVE WS-FINISH-SECS TO WS-DAY-SECS
           PERFORM SECONDS-TO-CLOCK
           DISPLAY 'BATCHFC FORECAST AFTER STEP ' LS-FC-DONE-SEQ
                   ' - FINISH ' WS-FINISH-TIME
                   ' ONLINE START ' WS-ONLINE-START
           IF WS-NO-HISTORY-COUNT > ZEROS
               DISPLAY 'BATCHFC ' WS-NO-HISTORY-COUNT
                       ' STEP(S) TO RUN HAVE NO RUNCTL HISTORY'
                       ' - NOT IN THE FORECAST'
           END-IF
           IF WS-FINISH-SECS > WS-ONLINE-SECS
               SET FC-PAST-ONLINE TO TRUE
               COMPUTE WS-LATE-SECS = WS-FINISH-SECS - WS-ONLINE-SECS
               DIVIDE WS-LATE-SECS BY 60 GIVING WS-LATE-MINUTES
               DISPLAY 'BATCHFC *** FORECAST FINISH PASSES ONLINE '
                       'START BY ' WS-LATE-MINUTES ' MINUTE(S)'
               PERFORM LIST-OPTIONAL-STEPS
               IF NOT LATE-ALREADY-ALERTED
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE 'NIGHT STREAM FORECAST PAST ONLINE START'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-LATE-MINUTES TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
                   SET LATE-ALREADY-ALERTED TO TRUE
               END-IF
           ELSE
               SET FC-WITHIN-WINDOW TO TRUE
           END-IF.
      *
      * LIST-OPTIONAL-STEPS tells the operator which steps still to
      * run may be deferred, and where the finish would land without
      * them.
       LIST-OPTIONAL-STEPS.
           IF WS-OPTIONAL-SECS = ZEROS
               DISPLAY 'BATCHFC NO OPTIONAL STEP LEFT TO DEFER'
           ELSE
               PERFORM VARYING WS-ST FROM 1 BY 1
                       UNTIL WS-ST > WS-STEP-COUNT
                   IF STEP-IS-OPTIONAL(WS-ST)
                      AND WS-ST-ESTIMATE(WS-ST) > ZEROS
                       DIVIDE WS-ST-ESTIMATE(WS-ST) BY 60
                           GIVING WS-STEP-MINUTES ROUNDED
                       DISPLAY 'BATCHFC   OPTIONAL STEP '
                               WS-ST-SEQ(WS-ST) ' '
                               WS-ST-JOB(WS-ST) ' ABOUT '
                               WS-STEP-MINUTES ' MINUTE(S)'
                   END-IF
               END-PERFORM
               COMPUTE WS-DAY-SECS = WS-FINISH-SECS - WS-OPTIONAL-SECS
               PERFORM SECONDS-TO-CLOCK
               DISPLAY 'BATCHFC   DEFERRING THEM ALL (STRMDEFR) '
                       'BRINGS THE FINISH TO ' WS-FINISH-TIME
           END-IF.
      *
       CLOCK-TO-SECONDS.
           COMPUTE WS-CLOCK-SECS = WS-CLOCK-HH * 3600
                                 + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
      *
       CLOCK-TO-NIGHT-SECONDS.
           IF WS-CLOCK-TIME < WS-NIGHT-PIVOT
               PERFORM CLOCK-TO-SECONDS
               ADD 86400 TO WS-CLOCK-SECS
           ELSE
               PERFORM CLOCK-TO-SECONDS
           END-IF.
      *
      * SECONDS-TO-CLOCK turns night seconds in WS-DAY-SECS back into
      * a time of day, HHMMSS.
       SECONDS-TO-CLOCK.
           DIVIDE WS-DAY-SECS BY 86400 GIVING WS-DAY-QUOT
               REMAINDER WS-REM-SECS
           DIVIDE WS-REM-SECS BY 3600 GIVING WS-CLOCK-HH
               REMAINDER WS-DAY-SECS
           DIVIDE WS-DAY-SECS BY 60 GIVING WS-CLOCK-MM
               REMAINDER WS-CLOCK-SS
           MOVE WS-CLOCK-TIME TO WS-FINISH-TIME.
      *
      * WRITE-ALERT-RECORD appends this run's problem to the shop-wide
      * alert file so the end-of-night alert report (ALERTRPT) puts it
      * on the one page the morning operator reads, instead of a
      * DISPLAY buried in this job's SYSOUT.
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES            TO ALERT-REC
           MOVE 'BATCHFC'         TO ALR-JOB-NAME
           MOVE LS-FC-RUN-DATE    TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM BATCHFC.
