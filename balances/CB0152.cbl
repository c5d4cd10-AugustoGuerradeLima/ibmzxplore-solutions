      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    TELOVRPT.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  TELOVRPT is the daily listing of teller entries that went over
      *  their branch's second-person limit, as TELLER recorded them on
      *  TELLOVR.  Every such entry of the business date is listed
      *  with the teller, the supervisor who signed on for it and what
      *  became of it - authorized and posted, refused by the
      *  supervisor, or abandoned at the window while waiting for one.
      *  The recap counts and totals each outcome.  A refused or
      *  abandoned entry is money the customer was not given, so any
      *  of them ends the run with a warning and an alert for the
      *  branch's internal controls.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELL-OVR-FILE ASSIGN TO TELLOVR
               FILE STATUS IS WS-TELLOVR-STATUS.
           SELECT PRINT-FILE  ASSIGN TO PRTFILE.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE ASSIGN TO RUNSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-JOB-NAME
               FILE STATUS IS WS-RUNSEQ-STATUS.
           SELECT DAILY-CTL-FILE ASSIGN TO DAILYCTL.
           SELECT CTL-TOTAL-FILE ASSIGN TO CTLTODAY.
           SELECT ALERT-FILE ASSIGN TO ALERTFIL.
           SELECT SUMMARY-FILE ASSIGN TO SUMRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  TELL-OVR-FILE RECORDING MODE F.
           COPY TELLOVR.
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
       FD  CTL-TOTAL-FILE RECORDING MODE F.
           COPY CTLTOTAL.
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
           05  WS-TELLOVR-EOF      PIC X VALUE 'N'.
               88  TELLOVR-AT-EOF      VALUE 'Y'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-TELLOVR-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-OVERRIDE-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-AUTHORIZED-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-REFUSED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-ABANDONED-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-NOT-POSTED-COUNT   PIC 9(7) VALUE ZEROS.
      * The day's amounts by outcome; only the authorized ones were
      * posted.
       01  WS-AUTHORIZED-AMOUNT    PIC S9(11)V99 VALUE ZEROS.
       01  WS-REFUSED-AMOUNT       PIC S9(11)V99 VALUE ZEROS.
       01  WS-ABANDONED-AMOUNT     PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-AMOUNT         PIC S9(11)V99 VALUE ZEROS.
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
               'TELLER ENTRIES OVER THE BRANCH LIMIT'.
           05  FILLER         PIC X(10) VALUE 'RUN DATE '.
           05  HDR-RUN-DATE   PIC 9(8).
       01  OVR-HDR-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(9)  VALUE 'TIME'.
           05  FILLER         PIC X(5)  VALUE 'AGEN'.
           05  FILLER         PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER         PIC X(3)  VALUE 'DC'.
           05  FILLER         PIC X(15) VALUE '        AMOUNT'.
           05  FILLER         PIC X(15) VALUE '   BRANCH LIMIT'.
           05  FILLER         PIC X(5)  VALUE 'SRCE'.
           05  FILLER         PIC X(9)  VALUE 'TELLER'.
           05  FILLER         PIC X(11) VALUE 'SUPERVISOR'.
           05  FILLER         PIC X(10) VALUE 'OUTCOME'.
       01  OVR-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  OVL-TIME       PIC 9(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  OVL-AGENCIA    PIC 9(4).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  OVL-CONTA      PIC X(10).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  OVL-DC         PIC X(1).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  OVL-AMOUNT     PIC Z(10)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  OVL-LIMIT      PIC Z(10)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  OVL-SOURCE     PIC X(4).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  OVL-TELLER     PIC X(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  OVL-SUPERVISOR PIC X(8).
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  OVL-OUTCOME    PIC X(10).
       01  RECAP-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(40) VALUE
               'DAY''S OVERRIDES BY OUTCOME'.
       01  RECAP-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  RCL-LABEL      PIC X(24).
           05  RCL-COUNT      PIC ZZZZZZ9.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  RCL-AMOUNT     PIC -(11)9.99.
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
           PERFORM LIST-UNTIL-DONE
           PERFORM PRINT-RECAP
           PERFORM CLOSE-STOP.
      *
      * OPEN-FILES opens the override file as optional: a day on
      * which no teller went over a limit leaves no TELLOVR, and the
      * report prints an empty listing rather than failing.
       OPEN-FILES.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           OPEN INPUT TELL-OVR-FILE
           IF WS-TELLOVR-STATUS NOT = '00'
               SET TELLOVR-AT-EOF TO TRUE
               DISPLAY 'TELOVRPT - NO TELLOVR FILE - NO OVERRIDES'
           END-IF
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM OVR-HDR-LINE
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'TELOVRPT' TO SEQ-JOB-NAME
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
           MOVE 'TELOVRPT'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       LIST-UNTIL-DONE.
           PERFORM LIST-ONE-OVERRIDE
               UNTIL TELLOVR-AT-EOF OR COUNTER-OVERFLOWED.
      *
      * LIST-ONE-OVERRIDE takes the business date's records only;
      * TELLOVR is appended by every TELLER session and keeps earlier
      * days for the audit trail.
       LIST-ONE-OVERRIDE.
           READ TELL-OVR-FILE
               AT END SET TELLOVR-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
                   IF TOV-RUN-DATE = WS-RUN-DATE
                       PERFORM TALLY-ONE-OVERRIDE
                   END-IF
           END-READ.
      *
       TALLY-ONE-OVERRIDE.
           ADD 1 TO WS-OVERRIDE-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-OVERRIDE-COUNT OVERFLOWED'
           END-ADD
           ADD TOV-AMOUNT TO WS-TOTAL-AMOUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-AMOUNT OVERFLOWED'
           END-ADD
           EVALUATE TRUE
               WHEN TOV-AUTHORIZED
                   MOVE 'AUTHORIZED' TO OVL-OUTCOME
                   ADD 1 TO WS-AUTHORIZED-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-AUTHORIZED-COUNT OVERFLOWED'
                   END-ADD
                   ADD TOV-AMOUNT TO WS-AUTHORIZED-AMOUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-AUTHORIZED-AMOUNT OVERFLOWED'
                   END-ADD
               WHEN TOV-REFUSED
                   MOVE 'REFUSED'    TO OVL-OUTCOME
                   ADD 1 TO WS-REFUSED-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-REFUSED-COUNT OVERFLOWED'
                   END-ADD
                   ADD TOV-AMOUNT TO WS-REFUSED-AMOUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-REFUSED-AMOUNT OVERFLOWED'
                   END-ADD
               WHEN OTHER
                   MOVE 'ABANDONED'  TO OVL-OUTCOME
                   ADD 1 TO WS-ABANDONED-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-ABANDONED-COUNT OVERFLOWED'
                   END-ADD
                   ADD TOV-AMOUNT TO WS-ABANDONED-AMOUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-ABANDONED-AMOUNT OVERFLOWED'
                   END-ADD
           END-EVALUATE
           MOVE TOV-RUN-TIME    TO OVL-TIME
           MOVE TOV-AGENCIA     TO OVL-AGENCIA
           MOVE TOV-CONTA-NUM   TO OVL-CONTA
           MOVE TOV-DC-CODE     TO OVL-DC
           MOVE TOV-AMOUNT      TO OVL-AMOUNT
           MOVE TOV-LIMIT       TO OVL-LIMIT
           MOVE TOV-SOURCE-CODE TO OVL-SOURCE
           MOVE TOV-OPERATOR    TO OVL-TELLER
           MOVE TOV-SUPERVISOR  TO OVL-SUPERVISOR
           WRITE PRINT-REC FROM OVR-LINE.
      *
      * PRINT-RECAP prints the count and amount of each outcome; only
      * the authorized line was posted.
       PRINT-RECAP.
           COMPUTE WS-NOT-POSTED-COUNT =
               WS-REFUSED-COUNT + WS-ABANDONED-COUNT
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM RECAP-HDR-LINE
           MOVE 'AUTHORIZED AND POSTED' TO RCL-LABEL
           MOVE WS-AUTHORIZED-COUNT  TO RCL-COUNT
           MOVE WS-AUTHORIZED-AMOUNT TO RCL-AMOUNT
           WRITE PRINT-REC FROM RECAP-LINE
           MOVE 'REFUSED BY SUPERVISOR' TO RCL-LABEL
           MOVE WS-REFUSED-COUNT     TO RCL-COUNT
           MOVE WS-REFUSED-AMOUNT    TO RCL-AMOUNT
           WRITE PRINT-REC FROM RECAP-LINE
           MOVE 'ABANDONED AT WINDOW' TO RCL-LABEL
           MOVE WS-ABANDONED-COUNT   TO RCL-COUNT
           MOVE WS-ABANDONED-AMOUNT  TO RCL-AMOUNT
           WRITE PRINT-REC FROM RECAP-LINE
           MOVE 'ALL OVERRIDES'      TO RCL-LABEL
           MOVE WS-OVERRIDE-COUNT    TO RCL-COUNT
           MOVE WS-TOTAL-AMOUNT      TO RCL-AMOUNT
           WRITE PRINT-REC FROM RECAP-LINE.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-CTL-TOTALS
           PERFORM WRITE-SUMMARY-REPORT
           IF WS-TELLOVR-STATUS = '00'
               CLOSE TELL-OVR-FILE
           END-IF
           CLOSE PRINT-FILE.
           DISPLAY 'TELOVRPT READ ' WS-READ-COUNT
                   ' OVERRIDES ' WS-OVERRIDE-COUNT
                   ' AUTHORIZED ' WS-AUTHORIZED-COUNT
                   ' REFUSED ' WS-REFUSED-COUNT
                   ' ABANDONED ' WS-ABANDONED-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'TELOVRPT ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NOT-POSTED-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               MOVE 'TELLER OVERRIDES REFUSED OR ABANDONED'
                   TO WS-ALERT-MESSAGE
               MOVE WS-NOT-POSTED-COUNT TO WS-ALERT-COUNT
               PERFORM WRITE-ALERT-RECORD
           END-IF.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
      * The entries not posted are carried as the rejects.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'TELOVRPT'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-OVERRIDE-COUNT   TO CTLT-READ-COUNT
           MOVE WS-AUTHORIZED-COUNT TO CTLT-OUTPUT-COUNT
           MOVE WS-NOT-POSTED-COUNT TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED        TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS appends the amount authorized over the branch
      * limits this run to the CTLTODAY control-total file so
      * CTLRECON reconciles the money as well as the counts.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES               TO CTL-TOTAL-REC
           MOVE 'TELOVRPT'           TO CTL-JOB-ID
           MOVE WS-RUN-DATE          TO CTL-RUN-DATE
           MOVE WS-AUTHORIZED-COUNT  TO CTL-RECORD-COUNT
           MOVE WS-AUTHORIZED-AMOUNT TO CTL-DOLLAR-TOTAL
           WRITE CTL-TOTAL-REC
           CLOSE CTL-TOTAL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the overrides broken out by outcome.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'TELOVRPT'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-OVERRIDE-COUNT   TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE 'AUTHORIZED'        TO SUMM-CATEGORY-NAME
           MOVE WS-AUTHORIZED-COUNT TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'REFUSED'           TO SUMM-CATEGORY-NAME
           MOVE WS-REFUSED-COUNT    TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'ABANDONED'         TO SUMM-CATEGORY-NAME
           MOVE WS-ABANDONED-COUNT  TO SUMM-CATEGORY-COUNT
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
           MOVE 'TELOVRPT'        TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM TELOVRPT.
