      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CHQPRES.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  CHQPRES is the nightly outbound cheque presentment: every
      *  cheque drawn on another bank that TELLER captured on CHQDEP
      *  today goes to the clearing house on the CHQPRSNT file in the
      *  envelope shape CHQINTAK accepts from it (header with date and
      *  sequence, one detail per item, trailer count), the sequence
      *  kept on CHQPSEQ.  The same pass releases the float: a
      *  presented item whose clearing window has closed without a
      *  return has its BALHOLD float hold marked released and is
      *  marked cleared, so the ledger shows the hold ended when the
      *  money became good.  Items the clearing house returns are
      *  worked by CHQRTIN before this job, so a returned item is
      *  never released here.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQ-DEP-FILE ASSIGN TO CHQDEP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-KEY
               FILE STATUS IS WS-CHQDEP-STATUS.
           SELECT HOLD-FILE ASSIGN TO BALHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ENVELOPE-FILE ASSIGN TO CHQPRSNT.
           SELECT FILE-SEQ-CTL  ASSIGN TO CHQPSEQ
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
       FD  CHQ-DEP-FILE RECORDING MODE F.
           COPY CHQDEP.
      *
       FD  HOLD-FILE RECORDING MODE F.
           COPY BALHOLD.
      *
      * The enveloped presentment file: a record type in column one,
      * then either the header fields, a cheque detail, or the
      * trailer count and amount - the CHQINTAK envelope shape.
       FD  ENVELOPE-FILE RECORDING MODE F.
       01  ENVELOPE-REC.
           05  ENV-TYPE             PIC X.
               88  ENV-HEADER           VALUE 'H'.
               88  ENV-DETAIL           VALUE 'D'.
               88  ENV-TRAILER          VALUE 'T'.
           05  ENV-DATA             PIC X(79).
       01  ENVELOPE-HDR REDEFINES ENVELOPE-REC.
           05  FILLER               PIC X.
           05  ENV-FILE-DATE        PIC 9(8).
           05  ENV-FILE-SEQ         PIC 9(6).
           05  FILLER               PIC X(65).
       01  ENVELOPE-DTL REDEFINES ENVELOPE-REC.
           05  FILLER               PIC X.
           05  ENV-DRAWEE-BANK      PIC 9(3).
           05  ENV-CHQ-NUMBER       PIC X(10).
           05  ENV-CONTA-NUM        PIC X(10).
           05  ENV-AMOUNT           PIC 9(9)V99.
           05  ENV-DEPOSIT-CONTA    PIC 9(10).
           05  ENV-DEPOSIT-DATE     PIC 9(8).
           05  FILLER               PIC X(27).
       01  ENVELOPE-TRL REDEFINES ENVELOPE-REC.
           05  FILLER               PIC X.
           05  ENV-REC-COUNT        PIC 9(7).
           05  ENV-TOTAL-AMOUNT     PIC 9(11)V99.
           05  FILLER               PIC X(59).
      *
      * The presentment control record: the last file sequence sent.
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
           05  WS-CHQDEP-EOF       PIC X VALUE 'N'.
               88  CHQDEP-AT-EOF       VALUE 'Y'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-CHQDEP-STATUS        PIC XX.
       01  WS-HOLD-STATUS          PIC XX.
       01  WS-FILESEQ-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-PRESENTED-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-RELEASED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-NO-HOLD-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-PRESENTED      PIC S9(11)V99 VALUE ZEROS.
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
           OPEN I-O CHQ-DEP-FILE
           IF WS-CHQDEP-STATUS = '35'
               OPEN OUTPUT CHQ-DEP-FILE
               CLOSE CHQ-DEP-FILE
               OPEN I-O CHQ-DEP-FILE
           END-IF
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = '35'
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           OPEN OUTPUT ENVELOPE-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM READ-FILE-SEQ
           PERFORM START-RUN-CONTROL
           PERFORM WRITE-ENVELOPE-HEADER.
      *
      * READ-FILE-SEQ takes the next presentment sequence; the high
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
           MOVE 'CHQPRES' TO SEQ-JOB-NAME
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
           MOVE 'CHQPRES'       TO RUNCTL-JOB-NAME
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
           MOVE LOW-VALUES TO DEP-KEY
           START CHQ-DEP-FILE KEY IS NOT LESS THAN DEP-KEY
               INVALID KEY SET CHQDEP-AT-EOF TO TRUE
           END-START
           PERFORM WORK-ONE-ITEM
               UNTIL CHQDEP-AT-EOF OR COUNTER-OVERFLOWED.
      *
      * WORK-ONE-ITEM presents a captured item and releases the float
      * on a presented one whose window has closed - the hold's own
      * expiry is the last day held, so release comes the day after.
       WORK-ONE-ITEM.
           READ CHQ-DEP-FILE NEXT RECORD
               AT END SET CHQDEP-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
                   EVALUATE TRUE
                       WHEN DEP-CAPTURED
                           PERFORM PRESENT-ONE-ITEM
                       WHEN DEP-PRESENTED
                               AND DEP-RELEASE-DATE < WS-RUN-DATE
                           PERFORM RELEASE-ONE-FLOAT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
      *
       PRESENT-ONE-ITEM.
           MOVE SPACES           TO ENVELOPE-REC
           SET ENV-DETAIL        TO TRUE
           MOVE DEP-DRAWEE-BANK  TO ENV-DRAWEE-BANK
           MOVE DEP-CHQ-NUMBER   TO ENV-CHQ-NUMBER
           MOVE DEP-DRAWER-CONTA TO ENV-CONTA-NUM
           MOVE DEP-AMOUNT       TO ENV-AMOUNT
           MOVE DEP-CONTA-NUM    TO ENV-DEPOSIT-CONTA
           MOVE DEP-DEPOSIT-DATE TO ENV-DEPOSIT-DATE
           WRITE ENVELOPE-REC
           SET DEP-PRESENTED     TO TRUE
           MOVE WS-RUN-DATE      TO DEP-PRESENT-DATE
           MOVE WS-FILE-SEQ      TO DEP-PRESENT-SEQ
           REWRITE CHQ-DEP-REC
           END-REWRITE
           ADD 1 TO WS-PRESENTED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-PRESENTED-COUNT OVERFLOWED'
           END-ADD
           ADD DEP-AMOUNT TO WS-TOTAL-PRESENTED
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-PRESENTED OVERFLOWED'
           END-ADD.
      *
      * RELEASE-ONE-FLOAT ends the float hold on the ledger.  A hold
      * already gone (released by hand at the branch) still clears
      * the item, but is counted so the desk can see it.
       RELEASE-ONE-FLOAT.
           MOVE DEP-CONTA-NUM TO HLD-CONTA-NUM
           MOVE DEP-HOLD-SEQ  TO HLD-SEQ
           READ HOLD-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-HOLD-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-NO-HOLD-COUNT OVERFLOWED'
                   END-ADD
               NOT INVALID KEY
                   IF HLD-ACTIVE
                       SET HLD-RELEASED TO TRUE
                       REWRITE BAL-HOLD-REC
                       END-REWRITE
                   END-IF
           END-READ
           SET DEP-CLEARED TO TRUE
           REWRITE CHQ-DEP-REC
           END-REWRITE
           ADD 1 TO WS-RELEASED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-RELEASED-COUNT OVERFLOWED'
           END-ADD.
      *
      * WRITE-ENVELOPE-TRAILER closes the envelope with the count and
      * amount the clearing house balances the file against, and
      * rolls the sequence forward for tomorrow's file.
       WRITE-ENVELOPE-TRAILER.
           MOVE SPACES             TO ENVELOPE-REC
           SET ENV-TRAILER         TO TRUE
           MOVE WS-PRESENTED-COUNT TO ENV-REC-COUNT
           MOVE WS-TOTAL-PRESENTED TO ENV-TOTAL-AMOUNT
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
           CLOSE CHQ-DEP-FILE.
           CLOSE HOLD-FILE.
           CLOSE ENVELOPE-FILE.
           DISPLAY 'CHQPRES READ ' WS-READ-COUNT
                   ' PRESENTED ' WS-PRESENTED-COUNT
                   ' RELEASED ' WS-RELEASED-COUNT
                   ' NO HOLD ' WS-NO-HOLD-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'CHQPRES ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-ALERT-SEVERITY
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF WS-NO-HOLD-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'CHEQUE FLOAT HOLDS NOT FOUND'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-NO-HOLD-COUNT TO WS-ALERT-COUNT
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
           MOVE 'CHQPRES'           TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-PRESENTED-COUNT  TO CTLT-OUTPUT-COUNT
           MOVE WS-NO-HOLD-COUNT    TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED        TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS appends the run's presented dollar total to
      * the CTLTODAY control-total file so CTLRECON reconciles the
      * money as well as the counts.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES             TO CTL-TOTAL-REC
           MOVE 'CHQPRES'          TO CTL-JOB-ID
           MOVE WS-RUN-DATE        TO CTL-RUN-DATE
           MOVE WS-PRESENTED-COUNT TO CTL-RECORD-COUNT
           MOVE WS-TOTAL-PRESENTED TO CTL-DOLLAR-TOTAL
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
           MOVE 'CHQPRES'           TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-PRESENTED-COUNT  TO SUMM-RECORD-COUNT
           MOVE WS-TOTAL-PRESENTED  TO SUMM-GRAND-TOTAL
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
           MOVE 'CHQPRES'         TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM CHQPRES.
