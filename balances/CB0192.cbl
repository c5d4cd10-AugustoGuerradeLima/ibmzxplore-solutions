      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LOANCONV.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  LOANCONV is the one-time reformat of the loan master to the
      *  longer LOAN-REC layout (LOANMST.cpy).  The contract record
      *  used to end in nine bytes of FILLER after LN-STATUS; the
      *  collections, disbursement, provisioning, renegotiation, IOF
      *  and floating-rate fields now stand there and run on past the
      *  old record end, so the old records cannot be read through
      *  the new layout as they are.  The JCL renames the old cluster
      *  to LOANOLD and defines the new LOANMST at the new record
      *  length; this job reads every old contract in key order and
      *  writes it to the new file with the old fields as they were,
      *  every new numeric and packed field ZERO and every new flag
      *  and code SPACE - nothing charged, disbursed by hand, never
      *  rated, never renegotiated, no IOF, fixed rate, which is
      *  what each of those contracts is.  It runs once, before any
      *  job opens the loan master on the new layout - ahead of
      *  LOANMNT and the first run of LOANBILL, LOANCOLL, LOANDREC,
      *  LOANPDD, LOANSETL and LOANRNEG, and of every other reader of
      *  LOANMST; a contract the new file refuses ends the run with
      *  RETURN-CODE 8 so the loan jobs are held until it is put
      *  right.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-LOAN-FILE ASSIGN TO LOANOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLN-CONTRACT
               FILE STATUS IS WS-OLD-LOAN-STATUS.
           SELECT LOAN-FILE   ASSIGN TO LOANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-CONTRACT
               FILE STATUS IS WS-LOAN-STATUS.
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
      * The loan contract as it stood before the new fields: the same
      * leading fields as LOAN-REC, closed by nine bytes of FILLER.
       FD  OLD-LOAN-FILE RECORDING MODE F.
       01  OLD-LOAN-REC.
           05  OLN-CONTRACT         PIC 9(10).
           05  OLN-CPF              PIC X(11).
           05  OLN-CONTA-NUM        PIC 9(10).
           05  OLN-PRINCIPAL        PIC S9(9)V99 COMP-3.
           05  OLN-OUTSTANDING      PIC S9(9)V99 COMP-3.
           05  OLN-RATE             PIC 9V9(4).
           05  OLN-TERM             PIC 9(3).
           05  OLN-PAYMENT          PIC S9(9)V99 COMP-3.
           05  OLN-FINAL-EXTRA      PIC S9(9)V99 COMP-3.
           05  OLN-NEXT-DUE         PIC 9(8).
           05  OLN-REMAINING        PIC 9(3).
           05  OLN-STATUS           PIC X.
           05  FILLER               PIC X(9).
      *
       FD  LOAN-FILE RECORDING MODE F.
           COPY LOANMST.
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
           05  WS-OLD-LOAN-EOF     PIC X VALUE 'N'.
               88  OLD-LOAN-AT-EOF     VALUE 'Y'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-OLD-LOAN-STATUS      PIC XX.
       01  WS-LOAN-STATUS          PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-WRITTEN-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(7) VALUE ZEROS.
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS        PIC XX.
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-RUN-NUMBER           PIC 9(7).
       01  WS-RUN-END-TIME         PIC 9(8).
       01  WS-ELAPSED-TIME         PIC 9(8).
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
           PERFORM READ-OLD-LOAN
           PERFORM CONVERT-ONE-LOAN
               UNTIL OLD-LOAN-AT-EOF OR COUNTER-OVERFLOWED
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT OLD-LOAN-FILE
           IF WS-OLD-LOAN-STATUS NOT = '00'
               DISPLAY 'LOANCONV UNABLE TO OPEN LOANOLD - STATUS '
                   WS-OLD-LOAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'LOANCONV UNABLE TO OPEN LOANMST - STATUS '
                   WS-LOAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
           MOVE 'LOANCONV' TO SEQ-JOB-NAME
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
           MOVE 'LOANCONV'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       READ-OLD-LOAN.
           READ OLD-LOAN-FILE NEXT RECORD
               AT END SET OLD-LOAN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
      * CONVERT-ONE-LOAN carries the old fields across as they were
      * and starts every new field empty: the flags and codes SPACE
      * from the MOVE SPACES, the numeric and packed fields ZERO.
       CONVERT-ONE-LOAN.
           MOVE SPACES           TO LOAN-REC
           MOVE OLN-CONTRACT     TO LN-CONTRACT
           MOVE OLN-CPF          TO LN-CPF
           MOVE OLN-CONTA-NUM    TO LN-CONTA-NUM
           MOVE OLN-PRINCIPAL    TO LN-PRINCIPAL
           MOVE OLN-OUTSTANDING  TO LN-OUTSTANDING
           MOVE OLN-RATE         TO LN-RATE
           MOVE OLN-TERM         TO LN-TERM
           MOVE OLN-PAYMENT      TO LN-PAYMENT
           MOVE OLN-FINAL-EXTRA  TO LN-FINAL-EXTRA
           MOVE OLN-NEXT-DUE     TO LN-NEXT-DUE
           MOVE OLN-REMAINING    TO LN-REMAINING
           MOVE OLN-STATUS       TO LN-STATUS
           MOVE ZEROS            TO LN-MORA-THRU
                                    LN-DISB-DATE
                                    LN-PROVISION
                                    LN-RATING-DATE
                                    LN-ORIG-CONTRACT
                                    LN-RENEG-DATE
                                    LN-ONTIME-COUNT
                                    LN-IOF
                                    LN-INDEX-PCT
           WRITE LOAN-REC
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'LOANCONV CONTRACT ' OLN-CONTRACT
                           ' NOT WRITTEN - STATUS ' WS-LOAN-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-WRITTEN-COUNT OVERFLOWED'
                   END-ADD
           END-WRITE
           PERFORM READ-OLD-LOAN.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE OLD-LOAN-FILE.
           CLOSE LOAN-FILE.
           DISPLAY 'LOANCONV READ ' WS-READ-COUNT
                   ' WRITTEN ' WS-WRITTEN-COUNT
                   ' REJECTED ' WS-REJECT-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'LOANCONV ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > ZEROS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               MOVE 'LOAN CONTRACTS NOT CONVERTED' TO WS-ALERT-MESSAGE
               MOVE WS-REJECT-COUNT TO WS-ALERT-COUNT
               PERFORM WRITE-ALERT-RECORD
           END-IF.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
      * Every old contract must come out on the new file.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'LOANCONV'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-WRITTEN-COUNT    TO CTLT-OUTPUT-COUNT
           MOVE WS-REJECT-COUNT     TO CTLT-REJECT-COUNT
           IF WS-WRITTEN-COUNT = WS-READ-COUNT
               SET CTLT-BALANCED        TO TRUE
           ELSE
               SET CTLT-OUT-OF-BALANCE  TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'LOANCONV'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-WRITTEN-COUNT    TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE 'NOT CONVERTED'     TO SUMM-CATEGORY-NAME
           MOVE WS-REJECT-COUNT     TO SUMM-CATEGORY-COUNT
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
           MOVE 'LOANCONV'        TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM LOANCONV.
