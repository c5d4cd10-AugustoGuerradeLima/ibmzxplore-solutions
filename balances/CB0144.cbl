      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    XFERRECN.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  XFERRECN works the settlement system's confirmation and
      *  return file for the TED and PIX transfers XFERSEND sent out.
      *  Each answer names our transfer number: a confirmation marks
      *  the OUTXFER transfer confirmed with its settlement date; a
      *  return marks it returned with the settlement reason code and
      *  credits the amount back to the customer's account under the
      *  XFRR source code on the XFRRPST feed into the PSTTRAN stream,
      *  the same way CHQRTIN reverses a returned cheque.  An answer
      *  naming a transfer we never sent, one already settled, or a
      *  different amount goes to the shared EXCFILE for the desk.
      *  The returned-transfer report lists every credit-back so the
      *  branches can call the customer about the beneficiary.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-IN    ASSIGN TO XFERRTN
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT XFER-FILE ASSIGN TO OUTXFER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFR-ID
               FILE STATUS IS WS-XFER-STATUS.
           SELECT POSTING-OUT  ASSIGN TO XFRRPST.
           SELECT EXCEPT-FILE  ASSIGN TO EXCFILE.
           SELECT PRINT-FILE   ASSIGN TO PRTFILE.
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
      * One settlement answer per record: our transfer number, C for
      * confirmed or R for returned, the amount settled, the return
      * reason (blank on a confirmation) and the settlement date.
       FD  SETTLE-IN RECORDING MODE F.
       01  SETTLE-IN-REC.
           05  STI-XFER-ID          PIC X(7).
           05  STI-RESULT           PIC X.
               88  STI-CONFIRMED        VALUE 'C'.
               88  STI-RETURNED         VALUE 'R'.
           05  STI-AMOUNT           PIC X(11).
           05  STI-REASON-CODE      PIC X(2).
           05  STI-SETTLE-DATE      PIC X(8).
           05  FILLER               PIC X(51).
      *
       FD  XFER-FILE RECORDING MODE F.
           COPY OUTXFER.
      *
      * The credit-backs in PSTTRAN's own layout; the JCL
      * concatenates every feed into the PSTMERGE consolidation
      * sort's input, which orders the lot by account for DRCRCAP.
       FD  POSTING-OUT RECORDING MODE F.
       01  POSTING-OUT-REC.
           05  PST-CONTA-NUM        PIC X(10).
           05  PST-AMOUNT           PIC X(11).
           05  PST-DC-CODE          PIC X.
           05  PST-POST-DATE        PIC X(8).
           05  PST-SOURCE-CODE      PIC X(4).
           05  FILLER               PIC X(46).
      *
       FD  EXCEPT-FILE RECORDING MODE F.
           COPY EXCREC.
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
           05  WS-SETTLE-EOF       PIC X VALUE 'N'.
               88  SETTLE-AT-EOF       VALUE 'Y'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-SETTLE-STATUS        PIC XX.
       01  WS-XFER-STATUS          PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-CONFIRMED-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-RETURNED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-CONFIRMED      PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-RETURNED       PIC S9(11)V99 VALUE ZEROS.
       01  WS-REJECT-CODE          PIC 9(4).
       01  WS-REJECT-REASON        PIC X(20).
       01  WS-SETTLE-AMOUNT-X      PIC X(11).
       01  WS-SETTLE-AMOUNT REDEFINES WS-SETTLE-AMOUNT-X
                                   PIC 9(9)V99.
      * Display view of the posting amount for the PSTTRAN feed, the
      * same redefine shape DRCRCAP reads it back through.
       01  WS-POST-AMOUNT-X        PIC X(11).
       01  WS-POST-AMOUNT-NUM REDEFINES WS-POST-AMOUNT-X
                                   PIC 9(9)V99.
      * Parameters for the shared PERCHK period-status check - an
      * intake must not raise postings dated inside a closed period.
       01  WS-PERCHK-DATE          PIC 9(8).
       01  WS-PERCHK-RESULT        PIC X VALUE 'Y'.
           88  PERIOD-IS-OPEN          VALUE 'Y' FALSE 'N'.
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
      *
       01  HDR-LINE-1.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(40) VALUE
               'RETURNED OUTBOUND TRANSFERS'.
       01  RETURN-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  RTL-CONTA      PIC 9(10).
           05  FILLER         PIC X(6)  VALUE ' XFER '.
           05  RTL-XFER-ID    PIC 9(7).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  RTL-METHOD     PIC X.
           05  FILLER         PIC X(6)  VALUE ' BANK '.
           05  RTL-BANK       PIC 9(3).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  RTL-BEN-NAME   PIC X(30).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  RTL-AMOUNT     PIC Z(8)9.99.
           05  FILLER         PIC X(8)  VALUE ' REASON '.
           05  RTL-REASON     PIC X(2).
       01  TOTAL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(10) VALUE 'CONFIRMED '.
           05  TTL-CONF-COUNT PIC ZZZZZZ9.
           05  FILLER         PIC X(10) VALUE ' RETURNED '.
           05  TTL-RET-COUNT  PIC ZZZZZZ9.
           05  FILLER         PIC X(17) VALUE ' CREDITED BACK '.
           05  TTL-RET-AMOUNT PIC Z(10)9.99.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      * MAIN-LOGIC is the program's only entry point, PERFORMing each
      * step in order so no paragraph runs by falling through into the
      * next one physically.
       MAIN-LOGIC.
           PERFORM OPEN-FILES
           PERFORM WORK-UNTIL-DONE
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT SETTLE-IN
           IF WS-SETTLE-STATUS NOT = '00'
               SET SETTLE-AT-EOF TO TRUE
               DISPLAY 'XFERRECN - NO SETTLEMENT FILE TONIGHT'
           END-IF
           OPEN I-O XFER-FILE
           IF WS-XFER-STATUS = '35'
               OPEN OUTPUT XFER-FILE
               CLOSE XFER-FILE
               OPEN I-O XFER-FILE
           END-IF
           OPEN OUTPUT POSTING-OUT.
           OPEN OUTPUT EXCEPT-FILE.
           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           CALL 'GETBDAT' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-PERCHK-DATE
           CALL 'PERCHK' USING WS-PERCHK-DATE WS-PERCHK-RESULT
           IF NOT PERIOD-IS-OPEN
               DISPLAY 'XFERRECN CANNOT START - THE BUSINESS '
                       'DATE FALLS IN A CLOSED PERIOD'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'XFERRECN' TO SEQ-JOB-NAME
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
           MOVE 'XFERRECN'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       WORK-UNTIL-DONE.
           PERFORM READ-SETTLEMENT
           PERFORM WORK-AND-READ
               UNTIL SETTLE-AT-EOF OR COUNTER-OVERFLOWED.
      *
       WORK-AND-READ.
           PERFORM WORK-ONE-ANSWER
           PERFORM READ-SETTLEMENT.
      *
       READ-SETTLEMENT.
           READ SETTLE-IN
               AT END SET SETTLE-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
      * WORK-ONE-ANSWER edits the answer and finds the transfer it
      * belongs to on OUTXFER.
       WORK-ONE-ANSWER.
           EVALUATE TRUE
               WHEN STI-XFER-ID IS NOT NUMERIC
                   MOVE 'INVALID ACCOUNT' TO WS-REJECT-REASON
                   MOVE 4024 TO WS-REJECT-CODE
                   PERFORM REJECT-ANSWER
               WHEN NOT STI-CONFIRMED AND NOT STI-RETURNED
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                   MOVE 4007 TO WS-REJECT-CODE
                   PERFORM REJECT-ANSWER
               WHEN STI-AMOUNT IS NOT NUMERIC
                   MOVE 'INVALID AMOUNT' TO WS-REJECT-REASON
                   MOVE 4025 TO WS-REJECT-CODE
                   PERFORM REJECT-ANSWER
               WHEN STI-SETTLE-DATE IS NOT NUMERIC
                   MOVE 'INVALID POST DATE' TO WS-REJECT-REASON
                   MOVE 4027 TO WS-REJECT-CODE
                   PERFORM REJECT-ANSWER
               WHEN OTHER
                   MOVE STI-AMOUNT  TO WS-SETTLE-AMOUNT-X
                   MOVE STI-XFER-ID TO XFR-ID
                   READ XFER-FILE
                       INVALID KEY
                           MOVE 'ID NOT ON FILE' TO WS-REJECT-REASON
                           MOVE 4030 TO WS-REJECT-CODE
                           PERFORM REJECT-ANSWER
                       NOT INVALID KEY
                           PERFORM MATCH-ONE-XFER
                   END-READ
           END-EVALUATE.
      *
      * MATCH-ONE-XFER settles only a transfer that went out and has
      * not been answered yet, for the amount we sent.
       MATCH-ONE-XFER.
           EVALUATE TRUE
               WHEN XFR-CONFIRMED
               WHEN XFR-RETURNED
                   MOVE 'ALREADY SETTLED' TO WS-REJECT-REASON
                   MOVE 4031 TO WS-REJECT-CODE
                   PERFORM REJECT-ANSWER
               WHEN XFR-QUEUED
                   MOVE 'NOT YET SENT' TO WS-REJECT-REASON
                   MOVE 4033 TO WS-REJECT-CODE
                   PERFORM REJECT-ANSWER
               WHEN WS-SETTLE-AMOUNT NOT = XFR-AMOUNT
                   MOVE 'AMOUNT MISMATCH' TO WS-REJECT-REASON
                   MOVE 4025 TO WS-REJECT-CODE
                   PERFORM REJECT-ANSWER
               WHEN STI-CONFIRMED
                   PERFORM CONFIRM-ONE-XFER
               WHEN OTHER
                   PERFORM RETURN-ONE-XFER
           END-EVALUATE.
      *
       CONFIRM-ONE-XFER.
           SET XFR-CONFIRMED    TO TRUE
           MOVE STI-SETTLE-DATE TO XFR-SETTLE-DATE
           REWRITE OUT-XFER-REC
           END-REWRITE
           ADD 1 TO WS-CONFIRMED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-CONFIRMED-COUNT OVERFLOWED'
           END-ADD
           ADD XFR-AMOUNT TO WS-TOTAL-CONFIRMED
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-CONFIRMED OVERFLOWED'
           END-ADD.
      *
      * RETURN-ONE-XFER credits the customer back for the transfer
      * the beneficiary's bank refused and marks it returned.
       RETURN-ONE-XFER.
           MOVE SPACES          TO POSTING-OUT-REC
           MOVE XFR-CONTA-NUM   TO PST-CONTA-NUM
           MOVE XFR-AMOUNT      TO WS-POST-AMOUNT-NUM
           MOVE WS-POST-AMOUNT-X TO PST-AMOUNT
           MOVE 'C'             TO PST-DC-CODE
           MOVE WS-RUN-DATE     TO PST-POST-DATE
           MOVE 'XFRR'          TO PST-SOURCE-CODE
           WRITE POSTING-OUT-REC
           SET XFR-RETURNED     TO TRUE
           MOVE STI-SETTLE-DATE TO XFR-SETTLE-DATE
           MOVE STI-REASON-CODE TO XFR-RETURN-REASON
           REWRITE OUT-XFER-REC
           END-REWRITE
           MOVE XFR-CONTA-NUM   TO RTL-CONTA
           MOVE XFR-ID          TO RTL-XFER-ID
           MOVE XFR-METHOD      TO RTL-METHOD
           MOVE XFR-BEN-BANK    TO RTL-BANK
           MOVE XFR-BEN-NAME    TO RTL-BEN-NAME
           MOVE XFR-AMOUNT      TO RTL-AMOUNT
           MOVE STI-REASON-CODE TO RTL-REASON
           WRITE PRINT-REC FROM RETURN-LINE
           ADD 1 TO WS-RETURNED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-RETURNED-COUNT OVERFLOWED'
           END-ADD
           ADD XFR-AMOUNT TO WS-TOTAL-RETURNED
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-RETURNED OVERFLOWED'
           END-ADD.
      *
       REJECT-ANSWER.
           ADD 1 TO WS-REJECT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REJECT-COUNT OVERFLOWED'
           END-ADD
           MOVE SPACES           TO EXC-REC
           MOVE 'XFERRECN'       TO EXC-PROGRAM
           MOVE STI-XFER-ID      TO EXC-KEY
           MOVE WS-REJECT-CODE   TO EXC-REASON-CODE
           MOVE WS-REJECT-REASON TO EXC-REASON-TEXT
           MOVE SETTLE-IN-REC(1:30) TO EXC-INPUT-DATA
           WRITE EXC-REC.
      *
       CLOSE-STOP.
           MOVE WS-CONFIRMED-COUNT TO TTL-CONF-COUNT
           MOVE WS-RETURNED-COUNT  TO TTL-RET-COUNT
           MOVE WS-TOTAL-RETURNED  TO TTL-RET-AMOUNT
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM TOTAL-LINE
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-CTL-TOTALS
           PERFORM WRITE-SUMMARY-REPORT
           IF WS-SETTLE-STATUS = '00'
               CLOSE SETTLE-IN
           END-IF
           CLOSE XFER-FILE.
           CLOSE POSTING-OUT.
           CLOSE EXCEPT-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'XFERRECN READ ' WS-READ-COUNT
                   ' CONFIRMED ' WS-CONFIRMED-COUNT
                   ' RETURNED ' WS-RETURNED-COUNT
                   ' REJECTED ' WS-REJECT-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'XFERRECN ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-ALERT-SEVERITY
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF WS-REJECT-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'TRANSFER SETTLEMENTS NOT MATCHED'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-REJECT-COUNT TO WS-ALERT-COUNT
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
           MOVE 'XFERRECN'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           COMPUTE CTLT-OUTPUT-COUNT =
               WS-CONFIRMED-COUNT + WS-RETURNED-COUNT
           MOVE WS-REJECT-COUNT     TO CTLT-REJECT-COUNT
           IF WS-READ-COUNT = WS-CONFIRMED-COUNT + WS-RETURNED-COUNT
                   + WS-REJECT-COUNT
               SET CTLT-BALANCED TO TRUE
           ELSE
               SET CTLT-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS appends the run's credited-back dollar total
      * to the CTLTODAY control-total file so CTLRECON reconciles the
      * money posted as well as the counts.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES            TO CTL-TOTAL-REC
           MOVE 'XFERRECN'        TO CTL-JOB-ID
           MOVE WS-RUN-DATE       TO CTL-RUN-DATE
           MOVE WS-RETURNED-COUNT TO CTL-RECORD-COUNT
           MOVE WS-TOTAL-RETURNED TO CTL-DOLLAR-TOTAL
           WRITE CTL-TOTAL-REC
           CLOSE CTL-TOTAL-FILE.
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
           MOVE 'XFERRECN'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-TOTAL-RETURNED   TO SUMM-GRAND-TOTAL
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
           MOVE 'XFERRECN'        TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM XFERRECN.
