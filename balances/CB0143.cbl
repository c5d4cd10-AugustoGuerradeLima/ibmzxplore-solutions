      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    XFERSEND.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  XFERSEND builds the nightly outbound interbank file: every
      *  TED or PIX queued on OUTXFER (OUTXFER.cpy) - by STORDRUN for
      *  an external standing order, by TELLER for a transfer keyed
      *  at the window - goes to the settlement system on XFEROUT in
      *  the CHQPRES envelope shape (header with date and sequence,
      *  one detail per transfer, trailer count and amount), the
      *  sequence kept on XFERSEQ.  Each transfer sent is marked sent
      *  with the date and file sequence, so XFERRECN can match the
      *  settlement system's confirmations and returns against it.
      *  The customer was debited when the transfer was queued; this
      *  job moves no money of its own.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFER-FILE ASSIGN TO OUTXFER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFR-ID
               FILE STATUS IS WS-XFER-STATUS.
           SELECT ENVELOPE-FILE ASSIGN TO XFEROUT.
           SELECT FILE-SEQ-CTL  ASSIGN TO XFERSEQ
               FILE STATUS IS WS-FILESEQ-STATUS.
           SELECT RUN-CTL-FILE  ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE  ASSIGN TO RUNSEQ
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
       FD  XFER-FILE RECORDING MODE F.
           COPY OUTXFER.
      *
      * The enveloped interbank file: a record type in column one,
      * then either the header fields, one transfer, or the trailer
      * count and amount.
       FD  ENVELOPE-FILE RECORDING MODE F.
       01  ENVELOPE-REC.
           05  ENV-TYPE             PIC X.
               88  ENV-HEADER           VALUE 'H'.
               88  ENV-DETAIL           VALUE 'D'.
               88  ENV-TRAILER          VALUE 'T'.
           05  ENV-DATA             PIC X(119).
       01  ENVELOPE-HDR REDEFINES ENVELOPE-REC.
           05  FILLER               PIC X.
           05  ENV-FILE-DATE        PIC 9(8).
           05  ENV-FILE-SEQ         PIC 9(6).
           05  FILLER               PIC X(105).
       01  ENVELOPE-DTL REDEFINES ENVELOPE-REC.
           05  FILLER               PIC X.
           05  ENV-XFER-ID          PIC 9(7).
           05  ENV-METHOD           PIC X.
           05  ENV-CONTA-NUM        PIC 9(10).
           05  ENV-BEN-BANK         PIC 9(3).
           05  ENV-BEN-BRANCH       PIC 9(4).
           05  ENV-BEN-ACCOUNT      PIC X(12).
           05  ENV-BEN-DOC          PIC X(14).
           05  ENV-BEN-NAME         PIC X(30).
           05  ENV-AMOUNT           PIC 9(9)V99.
           05  FILLER               PIC X(27).
       01  ENVELOPE-TRL REDEFINES ENVELOPE-REC.
           05  FILLER               PIC X.
           05  ENV-REC-COUNT        PIC 9(7).
           05  ENV-TOTAL-AMOUNT     PIC 9(11)V99.
           05  FILLER               PIC X(99).
      *
      * The interbank file control record: the last sequence sent.
       FD  FILE-SEQ-CTL RECORDING MODE F.
       01  FILE-SEQ-REC.
           05  FSQ-LAST-SEQ         PIC 9(6).
           05  FSQ-LAST-DATE        PIC 9(8).
           05  FILLER               PIC X(66).
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
           05  WS-XFER-EOF         PIC X VALUE 'N'.
               88  XFER-AT-EOF         VALUE 'Y'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-XFER-STATUS          PIC XX.
       01  WS-FILESEQ-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-SENT-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-SENT           PIC S9(11)V99 VALUE ZEROS.
       01  WS-FILE-SEQ             PIC 9(6) VALUE ZEROS.
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
           PERFORM WORK-UNTIL-DONE
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN I-O XFER-FILE
           IF WS-XFER-STATUS = '35'
               OPEN OUTPUT XFER-FILE
               CLOSE XFER-FILE
               OPEN I-O XFER-FILE
           END-IF
           OPEN OUTPUT ENVELOPE-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM READ-FILE-SEQ
           PERFORM START-RUN-CONTROL
           PERFORM WRITE-ENVELOPE-HEADER.
      *
      * READ-FILE-SEQ takes the next interbank file sequence; the high
      * water mark is written back at the end of the run.
       READ-FILE-SEQ.
           OPEN INPUT FILE-SEQ-CTL
           IF WS-FILESEQ-STATUS = '00'
               READ FILE-SEQ-CTL
                   AT END CONTINUE
                   NOT AT END
                       MOVE FSQ-LAST-SEQ TO WS-FILE-SEQ
               END-READ
               CLOSE FILE-SEQ-CTL
           END-IF
           ADD 1 TO WS-FILE-SEQ.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'XFERSEND' TO SEQ-JOB-NAME
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
           MOVE 'XFERSEND'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       WRITE-ENVELOPE-HEADER.
           MOVE SPACES      TO ENVELOPE-REC
           SET ENV-HEADER   TO TRUE
           MOVE WS-RUN-DATE TO ENV-FILE-DATE
           MOVE WS-FILE-SEQ TO ENV-FILE-SEQ
           WRITE ENVELOPE-REC.
      *
       WORK-UNTIL-DONE.
           MOVE ZEROS TO XFR-ID
           START XFER-FILE KEY IS NOT LESS THAN XFR-ID
               INVALID KEY SET XFER-AT-EOF TO TRUE
           END-START
           PERFORM WORK-ONE-XFER
               UNTIL XFER-AT-EOF OR COUNTER-OVERFLOWED.
      *
       WORK-ONE-XFER.
           READ XFER-FILE NEXT RECORD
               AT END SET XFER-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
                   IF XFR-QUEUED
                       PERFORM SEND-ONE-XFER
                   END-IF
           END-READ.
      *
      * SEND-ONE-XFER writes the transfer to the interbank file and
      * marks it sent under tonight's file sequence.
       SEND-ONE-XFER.
           MOVE SPACES          TO ENVELOPE-REC
           SET ENV-DETAIL       TO TRUE
           MOVE XFR-ID          TO ENV-XFER-ID
           MOVE XFR-METHOD      TO ENV-METHOD
           MOVE XFR-CONTA-NUM   TO ENV-CONTA-NUM
           MOVE XFR-BEN-BANK    TO ENV-BEN-BANK
           MOVE XFR-BEN-BRANCH  TO ENV-BEN-BRANCH
           MOVE XFR-BEN-ACCOUNT TO ENV-BEN-ACCOUNT
           MOVE XFR-BEN-DOC     TO ENV-BEN-DOC
           MOVE XFR-BEN-NAME    TO ENV-BEN-NAME
           MOVE XFR-AMOUNT      TO ENV-AMOUNT
           WRITE ENVELOPE-REC
           SET XFR-SENT         TO TRUE
           MOVE WS-RUN-DATE     TO XFR-SENT-DATE
           MOVE WS-FILE-SEQ     TO XFR-FILE-SEQ
           REWRITE OUT-XFER-REC
           END-REWRITE
           ADD 1 TO WS-SENT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-SENT-COUNT OVERFLOWED'
           END-ADD
           ADD XFR-AMOUNT TO WS-TOTAL-SENT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-SENT OVERFLOWED'
           END-ADD.
      *
      * WRITE-ENVELOPE-TRAILER closes the envelope with the count and
      * amount the settlement system balances the file against, and
      * rolls the sequence forward for tomorrow's file.
       WRITE-ENVELOPE-TRAILER.
           MOVE SPACES             TO ENVELOPE-REC
           SET ENV-TRAILER         TO TRUE
           MOVE WS-SENT-COUNT      TO ENV-REC-COUNT
           MOVE WS-TOTAL-SENT      TO ENV-TOTAL-AMOUNT
           WRITE ENVELOPE-REC
           OPEN OUTPUT FILE-SEQ-CTL
           MOVE SPACES      TO FILE-SEQ-REC
           MOVE WS-FILE-SEQ TO FSQ-LAST-SEQ
           MOVE WS-RUN-DATE TO FSQ-LAST-DATE
           WRITE FILE-SEQ-REC
           CLOSE FILE-SEQ-CTL.
      *
       CLOSE-STOP.
           PERFORM WRITE-ENVELOPE-TRAILER
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-CTL-TOTALS
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE XFER-FILE.
           CLOSE ENVELOPE-FILE.
           DISPLAY 'XFERSEND READ ' WS-READ-COUNT
                   ' SENT ' WS-SENT-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'XFERSEND ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-ALERT-SEVERITY
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
           MOVE 'XFERSEND'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-SENT-COUNT       TO CTLT-OUTPUT-COUNT
           MOVE ZEROS               TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED        TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS appends the run's sent dollar total to the
      * CTLTODAY control-total file so CTLRECON reconciles the money
      * as well as the counts.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES             TO CTL-TOTAL-REC
           MOVE 'XFERSEND'         TO CTL-JOB-ID
           MOVE WS-RUN-DATE        TO CTL-RUN-DATE
           MOVE WS-SENT-COUNT      TO CTL-RECORD-COUNT
           MOVE WS-TOTAL-SENT      TO CTL-DOLLAR-TOTAL
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
           MOVE 'XFERSEND'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-SENT-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-TOTAL-SENT       TO SUMM-GRAND-TOTAL
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
           MOVE 'XFERSEND'        TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM XFERSEND.
