      *  Each step is a dynamic CALL (the OPMENU shape, CANCELed
      *  after it reports back); a step ending with RETURN-CODE 8 or
      *  worse marks failed and stops the stream where it stands.
      *  A step can also name the inbound feed it reads (STM-FEED-ID).
      *  The feed calendar (FEEDCAL) gives each feed its expected
      *  arrival window and hard cutoff, and the file-transfer
      *  software logs each landed file on FEEDARRV; NIGHTRUN holds
      *  such a step, re-reading FEEDARRV every minute, until the feed
      *  lands or its cutoff passes.  At the cutoff the feed's policy
      *  either bypasses the steps that need it and runs the rest of
      *  the stream, or stops the stream.  Every feed settled is
      *  written to the feed-arrival history (FEEDHIST) for FEEDRPT,
      *  and a late or missing feed is written to ALERTFIL.
      *  The completion forecast BATCHFC is CALLed as the stream
      *  starts and after every step that completes; when it projects
      *  a finish past the online start it alerts, and the operator
      *  can defer any step STREAMDF marks optional (STM-OPTIONAL) by
      *  adding a STRMDEFR card with its job and the business date.
      *  NIGHTRUN reads STRMDEFR as it reaches each optional step, and
      *  a deferred step is recorded and left for another night.
      *  A step whose prerequisite was bypassed for its feed or
      *  deferred tonight is bypassed in its turn, not failed - its
      *  input was never made - and the rest of the stream runs; only
      *  a prerequisite that failed, or that has no run and no reason
      *  recorded on STREAMST, stops the stream.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SST-KEY
               FILE STATUS IS WS-STREAMST-STATUS.
           SELECT FEED-CAL-FILE ASSIGN TO FEEDCAL
               FILE STATUS IS WS-FEEDCAL-STATUS.
           SELECT FEED-ARRV-FILE ASSIGN TO FEEDARRV
               FILE STATUS IS WS-FEEDARRV-STATUS.
           SELECT FEED-HIST-FILE ASSIGN TO FEEDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHS-KEY
               FILE STATUS IS WS-FEEDHIST-STATUS.
           SELECT DEFER-FILE ASSIGN TO STRMDEFR
               FILE STATUS IS WS-STRMDEFR-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTFIL.
           SELECT SUMMARY-FILE ASSIGN TO SUMRPT.
      *-------------
      *-------------
       FILE SECTION.
      * One stream step per record: where it runs in the night, what
      * program it is, the job that must have completed first
      * (blank means no prerequisite beyond stream order), and the
      * calendar feed it must wait for (blank means none).  The last
      * two bytes serve the completion forecast: whether the step may
      * be deferred on a late night, and the volume its run time
      * follows - P postings, C cheque items, W payroll credits.
       FD  STREAM-DEF-FILE RECORDING MODE F.
       01  STREAM-DEF-REC.
           05  STM-SEQ          PIC X(3).
           05  STM-JOB-NAME     PIC X(10).
           05  STM-DEP-JOB      PIC X(10).
           05  STM-FEED-ID      PIC X(8).
           05  STM-OPTIONAL     PIC X.
               88  STM-STEP-OPTIONAL VALUE 'Y'.
           05  STM-VOLUME       PIC X.
           05  FILLER           PIC X(47).
      *
      * One progress record per step per business date - the restart
      * point the operator used to reconstruct from RUNCTL by hand.
           05  SST-STATUS       PIC X.
               88  SST-COMPLETE     VALUE 'C'.
               88  SST-FAILED       VALUE 'F'.
               88  SST-BYPASSED     VALUE 'B'.
               88  SST-DEFERRED     VALUE 'D'.
           05  SST-RETURN-CODE  PIC 9(4).
           05  FILLER           PIC X(54).
      *
       FD  FEED-CAL-FILE RECORDING MODE F.
           COPY FEEDCAL.
      *
       FD  FEED-ARRV-FILE RECORDING MODE F.
           COPY FEEDARRV.
      *
       FD  FEED-HIST-FILE RECORDING MODE F.
           COPY FEEDHIST.
      *
      * One card per optional step the operator defers tonight.
       FD  DEFER-FILE RECORDING MODE F.
       01  DEFER-REC.
           05  DFR-JOB-NAME     PIC X(10).
           05  DFR-RUN-DATE     PIC X(8).
           05  FILLER           PIC X(62).
      *
       FD  ALERT-FILE RECORDING MODE F.
           COPY ALERTREC.
               88  STREAMDF-AT-EOF     VALUE 'Y'.
           05  WS-STREAM-DEAD-FLAG PIC X VALUE 'N'.
               88  STREAM-HAS-FAILED   VALUE 'Y' FALSE 'N'.
           05  WS-FEED-STOP-FLAG   PIC X VALUE 'N'.
               88  STOPPED-FOR-FEED    VALUE 'Y' FALSE 'N'.
           05  WS-BYPASS-FLAG      PIC X VALUE 'N'.
               88  STEP-IS-BYPASSED    VALUE 'Y' FALSE 'N'.
           05  WS-FEEDCAL-EOF      PIC X VALUE 'N'.
               88  FEEDCAL-AT-EOF      VALUE 'Y'.
           05  WS-FEEDARRV-EOF     PIC X VALUE 'N'.
               88  FEEDARRV-AT-EOF     VALUE 'Y' FALSE 'N'.
           05  WS-FEED-FOUND-FLAG  PIC X VALUE 'N'.
               88  FEED-ON-CALENDAR    VALUE 'Y' FALSE 'N'.
           05  WS-LANDED-FLAG      PIC X VALUE 'N'.
               88  FEED-HAS-LANDED     VALUE 'Y' FALSE 'N'.
           05  WS-CUTOFF-FLAG      PIC X VALUE 'N'.
               88  CUTOFF-HAS-PASSED   VALUE 'Y' FALSE 'N'.
           05  WS-DEFER-FLAG       PIC X VALUE 'N'.
               88  STEP-IS-DEFERRED    VALUE 'Y' FALSE 'N'.
           05  WS-STRMDEFR-EOF     PIC X VALUE 'N'.
               88  STRMDEFR-AT-EOF     VALUE 'Y' FALSE 'N'.
           05  WS-ST-SCAN-FLAG     PIC X VALUE 'N'.
               88  ST-SCAN-DONE        VALUE 'Y' FALSE 'N'.
      * What tonight's progress records say of a prerequisite that
      * has no completed run: nothing, left out (bypassed or
      * deferred), or failed.
           05  WS-PREREQ-STATE     PIC X VALUE SPACE.
               88  PREREQ-NOT-RECORDED VALUE SPACE.
               88  PREREQ-LEFT-OUT     VALUE 'B'.
               88  PREREQ-FAILED       VALUE 'F'.
       01  WS-STREAMDF-STATUS      PIC XX.
       01  WS-STREAMST-STATUS      PIC XX.
       01  WS-FEEDCAL-STATUS       PIC XX.
       01  WS-FEEDARRV-STATUS      PIC XX.
       01  WS-FEEDHIST-STATUS      PIC XX.
       01  WS-STRMDEFR-STATUS      PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-STEP-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-RUN-STEP-COUNT     PIC 9(5) VALUE ZEROS.
           05  WS-SKIPPED-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-FAILED-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-BYPASSED-COUNT     PIC 9(5) VALUE ZEROS.
           05  WS-HELD-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-LATE-FEED-COUNT    PIC 9(5) VALUE ZEROS.
           05  WS-MISSING-FEED-COUNT PIC 9(5) VALUE ZEROS.
           05  WS-DEFERRED-COUNT     PIC 9(5) VALUE ZEROS.
           05  WS-LATE-FORECAST-COUNT PIC 9(5) VALUE ZEROS.
       01  WS-STEP-SEQ             PIC 9(3).
       01  WS-STEP-JOB             PIC X(10).
       01  WS-STEP-RC              PIC 9(4).
       01  WS-DEP-RUN-DATE         PIC 9(8).
       01  WS-DEP-FOUND            PIC X.
           88  DEP-JOB-RAN             VALUE 'Y' FALSE 'N'.
      * The feed calendar, loaded from FEEDCAL at the start of the
      * night, with what tonight has learned about each feed.
       01  WS-FEED-MAX             PIC 9(3) VALUE 20.
       01  WS-FEED-CALENDAR.
           05  WS-FEED-COUNT       PIC 9(3) VALUE ZEROS.
           05  WS-FEED-ENTRY OCCURS 20 TIMES.
               10  WS-FD-ID            PIC X(8).
               10  WS-FD-DESC          PIC X(20).
               10  WS-FD-WINDOW-FROM   PIC 9(6).
               10  WS-FD-WINDOW-TO     PIC 9(6).
               10  WS-FD-CUTOFF        PIC 9(6).
               10  WS-FD-POLICY        PIC X.
                   88  FEED-STOPS-STREAM   VALUE 'S'.
               10  WS-FD-STATE         PIC X.
                   88  FEED-UNSETTLED      VALUE SPACE.
                   88  FEED-ARRIVED        VALUE 'A'.
                   88  FEED-MISSING        VALUE 'M'.
       01  WS-FD                   PIC 9(3).
       01  WS-FD-HIT               PIC 9(3).
      * Times on the night's clock: a time before the pivot belongs
      * to the morning after the business date and counts from 24.
       01  WS-NIGHT-PIVOT          PIC 9(6) VALUE 120000.
       01  WS-CLOCK-TIME           PIC 9(6).
       01  WS-NIGHT-TIME           PIC 9(6).
       01  WS-NIGHT-CUTOFF         PIC 9(6).
       01  WS-NIGHT-ARRIVAL        PIC 9(6).
       01  WS-TIME-NOW             PIC 9(8).
       01  WS-ARRIVE-TIME          PIC 9(6).
      * Parameters for the CEE3DLY wait between looks at FEEDARRV.
       01  WS-POLL-SECONDS         PIC S9(9) BINARY VALUE 60.
       01  WS-DELAY-FC             PIC X(12).
      * Parameters for the BATCHFC completion forecast.
       01  WS-FC-DONE-SEQ          PIC 9(3).
       01  WS-FC-RESULT            PIC X.
           88  FC-PAST-ONLINE          VALUE 'L'.
      * Work area for the shop-wide alert record.
       01  WS-ALERT-SEVERITY        PIC 9 VALUE ZEROS.
       01  WS-ALERT-MESSAGE         PIC X(40) VALUE SPACES.
                   CLOSE STREAM-ST-FILE
                   OPEN I-O STREAM-ST-FILE
               END-IF.
           OPEN I-O FEED-HIST-FILE
               IF WS-FEEDHIST-STATUS = '35'
                   CLOSE FEED-HIST-FILE
                   OPEN OUTPUT FEED-HIST-FILE
                   CLOSE FEED-HIST-FILE
                   OPEN I-O FEED-HIST-FILE
               END-IF.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM LOAD-FEED-CALENDAR.
           MOVE ZEROS TO WS-FC-DONE-SEQ
           PERFORM FORECAST-COMPLETION.
      *
      * LOAD-FEED-CALENDAR reads FEEDCAL into the feed table.  With
      * no calendar the stream runs as it always has, unheld.
       LOAD-FEED-CALENDAR.
           OPEN INPUT FEED-CAL-FILE
           IF WS-FEEDCAL-STATUS NOT = '00'
               DISPLAY 'NIGHTRUN NO FEED CALENDAR - STATUS '
                   WS-FEEDCAL-STATUS ' - NO STEP IS HELD FOR A FEED'
           ELSE
               PERFORM READ-FEED-CALENDAR
               PERFORM UNTIL FEEDCAL-AT-EOF
                   PERFORM LOAD-ONE-FEED
                   PERFORM READ-FEED-CALENDAR
               END-PERFORM
               CLOSE FEED-CAL-FILE
           END-IF.
      *
       READ-FEED-CALENDAR.
           READ FEED-CAL-FILE
               AT END SET FEEDCAL-AT-EOF TO TRUE
           END-READ.
      *
       LOAD-ONE-FEED.
           IF FCL-FEED-ID = SPACES
              OR FCL-WINDOW-FROM IS NOT NUMERIC
              OR FCL-WINDOW-TO IS NOT NUMERIC
              OR FCL-CUTOFF IS NOT NUMERIC
              OR NOT (FCL-RUN-WITHOUT OR FCL-STOP-STREAM)
               DISPLAY 'NIGHTRUN UNREADABLE FEED CALENDAR ENTRY '
                       FCL-FEED-ID ' SKIPPED'
           ELSE
               IF WS-FEED-COUNT NOT < WS-FEED-MAX
                   DISPLAY 'NIGHTRUN FEED CALENDAR FULL - '
                           FCL-FEED-ID ' NOT LOADED'
               ELSE
                   ADD 1 TO WS-FEED-COUNT
                   MOVE WS-FEED-COUNT   TO WS-FD
                   MOVE FCL-FEED-ID     TO WS-FD-ID(WS-FD)
                   MOVE FCL-FEED-DESC   TO WS-FD-DESC(WS-FD)
                   MOVE FCL-WINDOW-FROM TO WS-FD-WINDOW-FROM(WS-FD)
                   MOVE FCL-WINDOW-TO   TO WS-FD-WINDOW-TO(WS-FD)
                   MOVE FCL-CUTOFF      TO WS-FD-CUTOFF(WS-FD)
                   MOVE FCL-POLICY      TO WS-FD-POLICY(WS-FD)
                   MOVE SPACE           TO WS-FD-STATE(WS-FD)
               END-IF
           END-IF.
      *
      * RUN-STREAM walks the stream definition in file order, working
      * one step at a time until the definition runs out or a step
           END-READ.
      *
      * WORK-ONE-STEP asks tonight's progress first: a step already
      * complete is a restart and skips, a step marked failed or
      * bypassed tries again (the operator fixed something or the
      * feed came in, and resubmitted), and a fresh step runs after
      * its feed and its prerequisite prove.
       WORK-ONE-STEP.
           IF STM-SEQ IS NOT NUMERIC OR STM-JOB-NAME = SPACES
               DISPLAY 'NIGHTRUN UNREADABLE STREAM STEP SKIPPED'
           END-IF.
      *
       RUN-ONE-STEP.
           SET STEP-IS-BYPASSED TO FALSE
           SET STEP-IS-DEFERRED TO FALSE
           IF STM-STEP-OPTIONAL
               PERFORM CHECK-STEP-DEFERRED
           END-IF
           IF STEP-IS-DEFERRED
               SET STEP-IS-BYPASSED TO TRUE
           END-IF
           IF STM-FEED-ID NOT = SPACES AND NOT STEP-IS-BYPASSED
               PERFORM HOLD-FOR-FEED
           END-IF
           IF STM-DEP-JOB NOT = SPACES
              AND NOT STREAM-HAS-FAILED AND NOT STEP-IS-BYPASSED
               MOVE STM-DEP-JOB TO WS-DEP-JOB-NAME
               MOVE WS-RUN-DATE TO WS-DEP-RUN-DATE
               CALL 'JOBDEP' USING WS-DEP-JOB-NAME WS-DEP-RUN-DATE
                                   WS-DEP-FOUND
               IF NOT DEP-JOB-RAN
                   PERFORM FIND-PREREQ-TONIGHT
                   IF PREREQ-LEFT-OUT
                       DISPLAY 'NIGHTRUN STEP ' WS-STEP-SEQ ' '
                               WS-STEP-JOB ' BYPASSED - PREREQUISITE '
                               STM-DEP-JOB ' LEFT OUT TONIGHT'
                       PERFORM MARK-STEP-BYPASSED
                       SET STEP-IS-BYPASSED TO TRUE
                   ELSE
                       DISPLAY 'NIGHTRUN STEP ' WS-STEP-SEQ ' '
                               WS-STEP-JOB ' BLOCKED - PREREQUISITE '
                               STM-DEP-JOB ' HAS NO COMPLETED RUN'
                       PERFORM MARK-STEP-FAILED
                       SET STREAM-HAS-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT STREAM-HAS-FAILED AND NOT STEP-IS-BYPASSED
               PERFORM CALL-ONE-STEP
           END-IF.
      *
      * FIND-PREREQ-TONIGHT looks the prerequisite job up among
      * tonight's progress records.  A prerequisite bypassed or
      * deferred tonight leaves its dependants nothing to run on;
      * anything else - failed, or never reached - is a real break in
      * the stream.
       FIND-PREREQ-TONIGHT.
           SET PREREQ-NOT-RECORDED TO TRUE
           SET ST-SCAN-DONE TO FALSE
           MOVE WS-RUN-DATE TO SST-RUN-DATE
           MOVE ZEROS       TO SST-SEQ
           START STREAM-ST-FILE KEY IS NOT LESS THAN SST-KEY
               INVALID KEY SET ST-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL ST-SCAN-DONE
               READ STREAM-ST-FILE NEXT RECORD
                   AT END SET ST-SCAN-DONE TO TRUE
                   NOT AT END
                       IF SST-RUN-DATE NOT = WS-RUN-DATE
                           SET ST-SCAN-DONE TO TRUE
                       ELSE
                           IF SST-JOB-NAME = STM-DEP-JOB
                               EVALUATE TRUE
                                   WHEN SST-BYPASSED OR SST-DEFERRED
                                       SET PREREQ-LEFT-OUT TO TRUE
                                   WHEN SST-FAILED
                                       SET PREREQ-FAILED TO TRUE
                               END-EVALUATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
      * CHECK-STEP-DEFERRED reads the operator's deferral cards for
      * this optional step on tonight's business date.  No STRMDEFR
      * file means nothing is deferred.
       CHECK-STEP-DEFERRED.
           OPEN INPUT DEFER-FILE
           IF WS-STRMDEFR-STATUS = '00'
               SET STRMDEFR-AT-EOF TO FALSE
               PERFORM UNTIL STRMDEFR-AT-EOF OR STEP-IS-DEFERRED
                   READ DEFER-FILE
                       AT END SET STRMDEFR-AT-EOF TO TRUE
                       NOT AT END
                           IF DFR-JOB-NAME = WS-STEP-JOB
                              AND DFR-RUN-DATE IS NUMERIC
                              AND DFR-RUN-DATE = WS-RUN-DATE
                               SET STEP-IS-DEFERRED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEFER-FILE
           END-IF
           IF STEP-IS-DEFERRED
               DISPLAY 'NIGHTRUN STEP ' WS-STEP-SEQ ' ' WS-STEP-JOB
                       ' DEFERRED BY THE OPERATOR'
               PERFORM MARK-STEP-DEFERRED
           END-IF.
      *
      * FORECAST-COMPLETION asks BATCHFC where the stream will finish
      * from here; BATCHFC itself alerts a finish past online start.
       FORECAST-COMPLETION.
           CALL 'BATCHFC' USING WS-RUN-DATE WS-FC-DONE-SEQ
                                WS-FC-RESULT
           IF FC-PAST-ONLINE
               ADD 1 TO WS-LATE-FORECAST-COUNT
           END-IF.
      *
      * HOLD-FOR-FEED settles the step's feed the first time a step
      * needs it tonight, waiting for it if need be; later steps on
      * the same feed take the answer as it stands.  A missing feed
      * bypasses the step or stops the stream, as its policy says.
       HOLD-FOR-FEED.
           PERFORM FIND-FEED-ENTRY
           IF NOT FEED-ON-CALENDAR
               DISPLAY 'NIGHTRUN STEP ' WS-STEP-SEQ ' ' WS-STEP-JOB
                       ' FEED ' STM-FEED-ID
                       ' NOT ON FEEDCAL - NOT HELD'
           ELSE
               IF FEED-UNSETTLED(WS-FD)
                   PERFORM SETTLE-FEED
               END-IF
               IF FEED-MISSING(WS-FD)
                   IF FEED-STOPS-STREAM(WS-FD)
                       DISPLAY 'NIGHTRUN STEP ' WS-STEP-SEQ ' '
                               WS-STEP-JOB ' FEED ' STM-FEED-ID
                               ' MISSING AT CUTOFF - STREAM STOPPED'
                       MOVE ZEROS TO WS-STEP-RC
                       PERFORM MARK-STEP-FAILED
                       SET STREAM-HAS-FAILED TO TRUE
                       SET STOPPED-FOR-FEED  TO TRUE
                   ELSE
                       DISPLAY 'NIGHTRUN STEP ' WS-STEP-SEQ ' '
                               WS-STEP-JOB ' FEED ' STM-FEED-ID
                               ' MISSING AT CUTOFF - STEP BYPASSED'
                       PERFORM MARK-STEP-BYPASSED
                       SET STEP-IS-BYPASSED TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
       FIND-FEED-ENTRY.
           SET FEED-ON-CALENDAR TO FALSE
           MOVE ZEROS TO WS-FD-HIT
           PERFORM VARYING WS-FD FROM 1 BY 1
                   UNTIL WS-FD > WS-FEED-COUNT OR FEED-ON-CALENDAR
               IF WS-FD-ID(WS-FD) = STM-FEED-ID
                   SET FEED-ON-CALENDAR TO TRUE
                   MOVE WS-FD TO WS-FD-HIT
               END-IF
           END-PERFORM
           MOVE WS-FD-HIT TO WS-FD.
      *
      * SETTLE-FEED takes a feed already recorded as arrived on a
      * restart from tonight's history; otherwise it waits for it.
       SETTLE-FEED.
           MOVE WS-RUN-DATE     TO FHS-RUN-DATE
           MOVE WS-FD-ID(WS-FD) TO FHS-FEED-ID
           READ FEED-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FHS-ON-TIME OR FHS-LATE
                       SET FEED-ARRIVED(WS-FD) TO TRUE
                   END-IF
           END-READ
           IF FEED-UNSETTLED(WS-FD)
               PERFORM WAIT-FOR-FEED
           END-IF.
      *
      * WAIT-FOR-FEED looks at FEEDARRV, and while the feed has not
      * landed and its cutoff has not passed, waits a minute and
      * looks again.
       WAIT-FOR-FEED.
           SET FEED-HAS-LANDED   TO FALSE
           SET CUTOFF-HAS-PASSED TO FALSE
           MOVE WS-FD-CUTOFF(WS-FD) TO WS-CLOCK-TIME
           PERFORM TO-NIGHT-CLOCK
           MOVE WS-NIGHT-TIME TO WS-NIGHT-CUTOFF
           PERFORM LOOK-FOR-ARRIVAL
           IF NOT FEED-HAS-LANDED AND NOT CUTOFF-HAS-PASSED
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'NIGHTRUN STEP ' WS-STEP-SEQ ' ' WS-STEP-JOB
                       ' HELD FOR FEED ' STM-FEED-ID
                       ' - CUTOFF ' WS-FD-CUTOFF(WS-FD)
           END-IF
           PERFORM UNTIL FEED-HAS-LANDED OR CUTOFF-HAS-PASSED
               CALL 'CEE3DLY' USING WS-POLL-SECONDS WS-DELAY-FC
               PERFORM LOOK-FOR-ARRIVAL
           END-PERFORM
           PERFORM RECORD-FEED-ARRIVAL.
      *
      * LOOK-FOR-ARRIVAL reads FEEDARRV for the feed's landing on the
      * business date, then checks the clock against the cutoff.
      * FEEDARRV not there yet means nothing has landed tonight.
       LOOK-FOR-ARRIVAL.
           OPEN INPUT FEED-ARRV-FILE
           IF WS-FEEDARRV-STATUS = '00'
               SET FEEDARRV-AT-EOF TO FALSE
               PERFORM READ-FEED-ARRIVAL
               PERFORM UNTIL FEEDARRV-AT-EOF OR FEED-HAS-LANDED
                   IF FAR-FEED-ID = WS-FD-ID(WS-FD)
                      AND FAR-RUN-DATE = WS-RUN-DATE
                      AND FAR-ARRIVE-TIME IS NUMERIC
                       SET FEED-HAS-LANDED TO TRUE
                       MOVE FAR-ARRIVE-TIME TO WS-ARRIVE-TIME
                   ELSE
                       PERFORM READ-FEED-ARRIVAL
                   END-IF
               END-PERFORM
               CLOSE FEED-ARRV-FILE
           END-IF
           ACCEPT WS-TIME-NOW FROM TIME
           DIVIDE WS-TIME-NOW BY 100 GIVING WS-CLOCK-TIME
           PERFORM TO-NIGHT-CLOCK
           IF WS-NIGHT-TIME NOT < WS-NIGHT-CUTOFF
               SET CUTOFF-HAS-PASSED TO TRUE
           END-IF.
      *
       READ-FEED-ARRIVAL.
           READ FEED-ARRV-FILE
               AT END SET FEEDARRV-AT-EOF TO TRUE
           END-READ.
      *
       TO-NIGHT-CLOCK.
           IF WS-CLOCK-TIME < WS-NIGHT-PIVOT
               ADD 240000 TO WS-CLOCK-TIME GIVING WS-NIGHT-TIME
           ELSE
               MOVE WS-CLOCK-TIME TO WS-NIGHT-TIME
           END-IF.
      *
      * RECORD-FEED-ARRIVAL settles the feed as on time, late (landed
      * after its window closed) or missing, writes tonight's history
      * record for it, and alerts a late or missing feed.
       RECORD-FEED-ARRIVAL.
           MOVE SPACES                   TO FEED-HIST-REC
           MOVE WS-RUN-DATE              TO FHS-RUN-DATE
           MOVE WS-FD-ID(WS-FD)          TO FHS-FEED-ID
           MOVE WS-FD-DESC(WS-FD)        TO FHS-FEED-DESC
           MOVE WS-FD-WINDOW-FROM(WS-FD) TO FHS-WINDOW-FROM
           MOVE WS-FD-WINDOW-TO(WS-FD)   TO FHS-WINDOW-TO
           MOVE WS-FD-CUTOFF(WS-FD)      TO FHS-CUTOFF
           MOVE WS-FD-POLICY(WS-FD)      TO FHS-POLICY
           MOVE SPACES                   TO WS-ALERT-MESSAGE
           MOVE 1                        TO WS-ALERT-COUNT
           IF FEED-HAS-LANDED
               SET FEED-ARRIVED(WS-FD) TO TRUE
               MOVE WS-ARRIVE-TIME TO FHS-ARRIVE-TIME
               MOVE WS-ARRIVE-TIME TO WS-CLOCK-TIME
               PERFORM TO-NIGHT-CLOCK
               MOVE WS-NIGHT-TIME TO WS-NIGHT-ARRIVAL
               MOVE WS-FD-WINDOW-TO(WS-FD) TO WS-CLOCK-TIME
               PERFORM TO-NIGHT-CLOCK
               IF WS-NIGHT-ARRIVAL > WS-NIGHT-TIME
                   SET FHS-LATE TO TRUE
                   ADD 1 TO WS-LATE-FEED-COUNT
                   DISPLAY 'NIGHTRUN FEED ' WS-FD-ID(WS-FD)
                           ' LATE - ARRIVED ' WS-ARRIVE-TIME
                   MOVE 4 TO WS-ALERT-SEVERITY
                   STRING 'FEED ' DELIMITED BY SIZE
                          WS-FD-ID(WS-FD) DELIMITED BY SPACE
                          ' LATE - ARRIVED ' DELIMITED BY SIZE
                          WS-ARRIVE-TIME DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
                   END-STRING
                   PERFORM WRITE-ALERT-RECORD
               ELSE
                   SET FHS-ON-TIME TO TRUE
               END-IF
           ELSE
               SET FEED-MISSING(WS-FD) TO TRUE
               SET FHS-MISSING TO TRUE
               MOVE ZEROS TO FHS-ARRIVE-TIME
               ADD 1 TO WS-MISSING-FEED-COUNT
               IF FEED-STOPS-STREAM(WS-FD)
                   SET FHS-STREAM-STOPPED TO TRUE
                   MOVE 8 TO WS-ALERT-SEVERITY
                   STRING 'FEED ' DELIMITED BY SIZE
                          WS-FD-ID(WS-FD) DELIMITED BY SPACE
                          ' MISSING - STREAM STOPPED'
                              DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
                   END-STRING
               ELSE
                   SET FHS-STEPS-BYPASSED TO TRUE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   STRING 'FEED ' DELIMITED BY SIZE
                          WS-FD-ID(WS-FD) DELIMITED BY SPACE
                          ' MISSING - STEPS BYPASSED'
                              DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
                   END-STRING
               END-IF
               PERFORM WRITE-ALERT-RECORD
           END-IF
           WRITE FEED-HIST-REC
               INVALID KEY
                   REWRITE FEED-HIST-REC
           END-WRITE.
      *
      * CALL-ONE-STEP runs the step the OPMENU way - dynamic CALL,
      * result read from RETURN-CODE, CANCEL so the next night's CALL
      * starts the program's storage fresh.
           CANCEL WS-STEP-JOB
           IF WS-STEP-RC < 8
               PERFORM MARK-STEP-COMPLETE
               MOVE WS-STEP-SEQ TO WS-FC-DONE-SEQ
               PERFORM FORECAST-COMPLETION
           ELSE
               PERFORM MARK-STEP-FAILED
               SET STREAM-HAS-FAILED TO TRUE
               INVALID KEY
                   REWRITE STREAM-ST-REC
           END-WRITE.
      *
      * MARK-STEP-BYPASSED records a step left out for a missing
      * feed, or for a prerequisite left out tonight - not complete,
      * so a resubmission runs it once the feed is in.
       MARK-STEP-BYPASSED.
           ADD 1 TO WS-BYPASSED-COUNT
           MOVE SPACES      TO STREAM-ST-REC
           MOVE WS-RUN-DATE TO SST-RUN-DATE
           MOVE WS-STEP-SEQ TO SST-SEQ
           MOVE WS-STEP-JOB TO SST-JOB-NAME
           SET SST-BYPASSED TO TRUE
           MOVE ZEROS       TO SST-RETURN-CODE
           WRITE STREAM-ST-REC
               INVALID KEY
                   REWRITE STREAM-ST-REC
           END-WRITE.
      *
      * MARK-STEP-DEFERRED records an optional step the operator
      * deferred - not complete, so it runs on a resubmission once
      * the card is taken out.
       MARK-STEP-DEFERRED.
           ADD 1 TO WS-DEFERRED-COUNT
           MOVE SPACES      TO STREAM-ST-REC
           MOVE WS-RUN-DATE TO SST-RUN-DATE
           MOVE WS-STEP-SEQ TO SST-SEQ
           MOVE WS-STEP-JOB TO SST-JOB-NAME
           SET SST-DEFERRED TO TRUE
           MOVE ZEROS       TO SST-RETURN-CODE
           WRITE STREAM-ST-REC
               INVALID KEY
                   REWRITE STREAM-ST-REC
           END-WRITE.
      *
       CLOSE-STOP.
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE STREAM-DEF-FILE.
           CLOSE STREAM-ST-FILE.
           CLOSE FEED-HIST-FILE.
           DISPLAY 'NIGHTRUN STEPS ' WS-STEP-COUNT
                   ' RUN ' WS-RUN-STEP-COUNT
                   ' SKIPPED ' WS-SKIPPED-COUNT
                   ' FAILED ' WS-FAILED-COUNT
                   ' BYPASSED ' WS-BYPASSED-COUNT
                   ' DEFERRED ' WS-DEFERRED-COUNT.
      * A late feed, a bypassed step or a late forecast has already
      * been alerted on its own; the stream still ends with a
      * warning.
           IF STREAM-HAS-FAILED
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-ALERT-SEVERITY
               IF STOPPED-FOR-FEED
                   MOVE 'NIGHT STREAM STOPPED AT A FEED CUTOFF'
                       TO WS-ALERT-MESSAGE
               ELSE
                   MOVE 'NIGHT STREAM STOPPED ON A FAILED STEP'
                       TO WS-ALERT-MESSAGE
               END-IF
               MOVE WS-FAILED-COUNT TO WS-ALERT-COUNT
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF WS-BYPASSED-COUNT > 0 OR WS-LATE-FEED-COUNT > 0
                  OR WS-LATE-FORECAST-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
      *
           MOVE 'FAILED STEPS'      TO SUMM-CATEGORY-NAME
           MOVE WS-FAILED-COUNT     TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'BYPASSED STEPS'    TO SUMM-CATEGORY-NAME
           MOVE WS-BYPASSED-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'STEPS HELD'        TO SUMM-CATEGORY-NAME
           MOVE WS-HELD-COUNT       TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'FEEDS LATE'        TO SUMM-CATEGORY-NAME
           MOVE WS-LATE-FEED-COUNT  TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'FEEDS MISSING'     TO SUMM-CATEGORY-NAME
           MOVE WS-MISSING-FEED-COUNT TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'DEFERRED STEPS'    TO SUMM-CATEGORY-NAME
           MOVE WS-DEFERRED-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'LATE FORECASTS'    TO SUMM-CATEGORY-NAME
           MOVE WS-LATE-FORECAST-COUNT TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           CLOSE SUMMARY-FILE.
      *
      *
