      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    NTFYRPT.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  NTFYRPT is the weekly customer-notification delivery report.
      *  It reads the notification register (NTFYREG) ALRTEVAL keeps
      *  for the seven days ending on the business date and shows,
      *  channel by channel - e-mail, SMS and paper - how many
      *  notifications went out, how many of those were retries of a
      *  failed delivery, and how the gateway's receipts settled
      *  them: delivered, failed, or still awaiting a receipt.  The
      *  delivery rate is the delivered share of those settled.
      *  Paper goes to the print queue and is only counted.  The
      *  second part lists every contact the receipt intake has
      *  flagged failing, by customer, for the branches to ask for a
      *  working number or address.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NTFY-REG-FILE ASSIGN TO NTFYREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTR-KEY
               FILE STATUS IS WS-NTFYREG-STATUS.
           SELECT CONTACT-FILE ASSIGN TO CONTACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-KEY
               FILE STATUS IS WS-CONTACT-STATUS.
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
       FD  NTFY-REG-FILE RECORDING MODE F.
           COPY NTFYREG.
      *
       FD  CONTACT-FILE RECORDING MODE F.
           COPY CONTACT.
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
           05  WS-REG-SCAN-FLAG    PIC X VALUE 'N'.
               88  REG-SCAN-DONE       VALUE 'Y' FALSE 'N'.
           05  WS-CNT-SCAN-FLAG    PIC X VALUE 'N'.
               88  CONTACT-SCAN-DONE   VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-NTFYREG-STATUS       PIC XX.
       01  WS-CONTACT-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-FLAGGED-COUNT      PIC 9(7) VALUE ZEROS.
      * The week's figures by channel: 1 e-mail, 2 SMS, 3 paper.
       01  WS-CHANNEL-NAME-VALUES  PIC X(24) VALUE
           'E-MAIL  SMS     PAPER   '.
       01  WS-CHANNEL-NAMES REDEFINES WS-CHANNEL-NAME-VALUES.
           05  WS-CHANNEL-NAME     PIC X(8) OCCURS 3 TIMES.
       01  WS-CHANNEL-TABLE.
           05  WS-CHANNEL-ENTRY OCCURS 3 TIMES.
               10  WS-CH-SENT          PIC 9(7).
               10  WS-CH-RETRIES       PIC 9(7).
               10  WS-CH-DELIVERED     PIC 9(7).
               10  WS-CH-FAILED        PIC 9(7).
               10  WS-CH-AWAITING      PIC 9(7).
       01  WS-CH                   PIC 9.
       01  WS-SETTLED              PIC 9(7).
       01  WS-RATE                 PIC 9(3)V9.
      * The week reported.
       01  WS-WEEK-DAYS            PIC 9(2) VALUE 7.
       01  WS-WEEK-START           PIC 9(8).
       01  WS-DAY                  PIC 9(2).
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
               'NOTIFICATION DELIVERY - WEEK FROM'.
           05  HDR-WEEK-START PIC 9(8).
           05  FILLER         PIC X(4)  VALUE ' TO '.
           05  HDR-WEEK-END   PIC 9(8).
       01  COLUMN-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(10) VALUE 'CHANNEL'.
           05  FILLER         PIC X(11) VALUE '       SENT'.
           05  FILLER         PIC X(11) VALUE '    RETRIES'.
           05  FILLER         PIC X(11) VALUE '  DELIVERED'.
           05  FILLER         PIC X(11) VALUE '     FAILED'.
           05  FILLER         PIC X(11) VALUE '   AWAITING'.
           05  FILLER         PIC X(11) VALUE '  DELIVERY%'.
       01  DETAIL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-CHANNEL    PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-SENT       PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-RETRIES    PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-DELIVERED  PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-FAILED     PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-AWAITING   PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(5)  VALUE SPACES.
           05  DTL-RATE       PIC ZZ9.9.
           05  DTL-RATE-X REDEFINES DTL-RATE
                              PIC X(5).
       01  FLAG-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(50) VALUE
               'CONTACTS FLAGGED FAILING - PLEASE UPDATE'.
       01  FLAG-COLUMN-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(13) VALUE 'CPF'.
           05  FILLER         PIC X(5)  VALUE 'SEQ'.
           05  FILLER         PIC X(6)  VALUE 'TYPE'.
           05  FILLER         PIC X(42) VALUE 'CONTACT'.
           05  FILLER         PIC X(8)  VALUE 'FAILURES'.
       01  FLAG-DETAIL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FLG-CPF        PIC X(11).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  FLG-SEQ        PIC 9(3).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  FLG-TYPE       PIC X.
           05  FILLER         PIC X(5)  VALUE SPACES.
           05  FLG-VALUE      PIC X(40).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  FLG-FAILURES   PIC Z9.
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
           PERFORM TALLY-THE-WEEK
           PERFORM PRINT-CHANNEL-LINES
           PERFORM LIST-FAILING-CONTACTS
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT NTFY-REG-FILE
           IF WS-NTFYREG-STATUS NOT = '00'
               DISPLAY 'NTFYRPT UNABLE TO OPEN NTFYREG - STATUS '
                   WS-NTFYREG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = '00'
               DISPLAY 'NTFYRPT UNABLE TO OPEN CONTACT - STATUS '
                   WS-CONTACT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           INITIALIZE WS-CHANNEL-TABLE
           MOVE WS-RUN-DATE TO WS-ROLL-DATE
           SUBTRACT 1 FROM WS-WEEK-DAYS GIVING WS-DAY
           PERFORM ROLL-BACK-ONE-DAY WS-DAY TIMES
           MOVE WS-ROLL-DATE  TO WS-WEEK-START
           MOVE WS-WEEK-START TO HDR-WEEK-START
           MOVE WS-RUN-DATE   TO HDR-WEEK-END
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
           MOVE 'NTFYRPT' TO SEQ-JOB-NAME
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
           MOVE 'NTFYRPT'       TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * TALLY-THE-WEEK reads the register from the first day of the
      * week to the business date - the register is in date order.
       TALLY-THE-WEEK.
           SET REG-SCAN-DONE TO FALSE
           MOVE WS-WEEK-START TO NTR-RUN-DATE
           MOVE ZEROS         TO NTR-SEQ
           START NTFY-REG-FILE KEY IS NOT LESS THAN NTR-KEY
               INVALID KEY SET REG-SCAN-DONE TO TRUE
           END-START
           PERFORM TALLY-ONE-ENTRY
               UNTIL REG-SCAN-DONE OR COUNTER-OVERFLOWED.
      *
       TALLY-ONE-ENTRY.
           READ NTFY-REG-FILE NEXT RECORD
               AT END SET REG-SCAN-DONE TO TRUE
               NOT AT END
                   IF NTR-RUN-DATE > WS-RUN-DATE
                       SET REG-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-READ-COUNT
                           ON SIZE ERROR
                               SET COUNTER-OVERFLOWED TO TRUE
                               DISPLAY 'WS-READ-COUNT OVERFLOWED'
                       END-ADD
                       PERFORM COUNT-ONE-ENTRY
                   END-IF
           END-READ.
      *
       COUNT-ONE-ENTRY.
           EVALUATE TRUE
               WHEN NTR-EMAIL
                   MOVE 1 TO WS-CH
               WHEN NTR-SMS
                   MOVE 2 TO WS-CH
               WHEN OTHER
                   MOVE 3 TO WS-CH
           END-EVALUATE
           ADD 1 TO WS-CH-SENT(WS-CH)
           IF NTR-ATTEMPT > 1
               ADD 1 TO WS-CH-RETRIES(WS-CH)
           END-IF
           EVALUATE TRUE
               WHEN NTR-DELIVERED
                   ADD 1 TO WS-CH-DELIVERED(WS-CH)
               WHEN NTR-FAILED
                   ADD 1 TO WS-CH-FAILED(WS-CH)
               WHEN NTR-AWAITING
                   ADD 1 TO WS-CH-AWAITING(WS-CH)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      * PRINT-CHANNEL-LINES prints one line per channel.  A channel
      * with nothing settled - paper always - shows no rate.
       PRINT-CHANNEL-LINES.
           PERFORM VARYING WS-CH FROM 1 BY 1 UNTIL WS-CH > 3
               MOVE WS-CHANNEL-NAME(WS-CH)  TO DTL-CHANNEL
               MOVE WS-CH-SENT(WS-CH)       TO DTL-SENT
               MOVE WS-CH-RETRIES(WS-CH)    TO DTL-RETRIES
               MOVE WS-CH-DELIVERED(WS-CH)  TO DTL-DELIVERED
               MOVE WS-CH-FAILED(WS-CH)     TO DTL-FAILED
               MOVE WS-CH-AWAITING(WS-CH)   TO DTL-AWAITING
               COMPUTE WS-SETTLED = WS-CH-DELIVERED(WS-CH)
                   + WS-CH-FAILED(WS-CH)
               IF WS-SETTLED = ZEROS
                   MOVE '  N/A' TO DTL-RATE-X
               ELSE
                   COMPUTE WS-RATE ROUNDED =
                       WS-CH-DELIVERED(WS-CH) * 100 / WS-SETTLED
                   MOVE WS-RATE TO DTL-RATE
               END-IF
               WRITE PRINT-REC FROM DETAIL-LINE
           END-PERFORM.
      *
      * LIST-FAILING-CONTACTS walks the contact file for every entry
      * flagged failing, whenever it was flagged.
       LIST-FAILING-CONTACTS.
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM FLAG-HDR-LINE
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM FLAG-COLUMN-LINE
           SET CONTACT-SCAN-DONE TO FALSE
           MOVE LOW-VALUES TO CNT-KEY
           START CONTACT-FILE KEY IS NOT LESS THAN CNT-KEY
               INVALID KEY SET CONTACT-SCAN-DONE TO TRUE
           END-START
           PERFORM LIST-ONE-CONTACT UNTIL CONTACT-SCAN-DONE.
      *
       LIST-ONE-CONTACT.
           READ CONTACT-FILE NEXT RECORD
               AT END SET CONTACT-SCAN-DONE TO TRUE
               NOT AT END
                   IF CNT-FAILING
                       ADD 1 TO WS-FLAGGED-COUNT
                       MOVE CNT-CPF   TO FLG-CPF
                       MOVE CNT-SEQ   TO FLG-SEQ
                       MOVE CNT-TYPE  TO FLG-TYPE
                       MOVE CNT-VALUE TO FLG-VALUE
                       IF CNT-FAIL-COUNT IS NUMERIC
                           MOVE CNT-FAIL-COUNT TO FLG-FAILURES
                       ELSE
                           MOVE ZEROS TO FLG-FAILURES
                       END-IF
                       WRITE PRINT-REC FROM FLAG-DETAIL-LINE
                   END-IF
           END-READ.
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
           MOVE 'NOTIFICATIONS IN THE WEEK' TO TOT-LABEL
           MOVE WS-READ-COUNT         TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'CONTACTS FLAGGED FAILING' TO TOT-LABEL
           MOVE WS-FLAGGED-COUNT      TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE NTFY-REG-FILE.
           CLOSE CONTACT-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'NTFYRPT NOTIFICATIONS IN WEEK ' WS-READ-COUNT
                   ' CONTACTS FLAGGED ' WS-FLAGGED-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'NTFYRPT ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-ALERT-SEVERITY
               MOVE 'NOTIFICATION REPORT ABORTED' TO WS-ALERT-MESSAGE
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
           MOVE 'NTFYRPT'           TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-READ-COUNT       TO CTLT-OUTPUT-COUNT
           MOVE ZEROS               TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the week's notifications broken out by channel.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'NTFYRPT'           TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-READ-COUNT       TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           PERFORM VARYING WS-CH FROM 1 BY 1 UNTIL WS-CH > 3
               MOVE SPACES                 TO SUMM-CATEGORY-LINE
               MOVE WS-CHANNEL-NAME(WS-CH) TO SUMM-CATEGORY-NAME
               MOVE WS-CH-SENT(WS-CH)      TO SUMM-CATEGORY-COUNT
               WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           END-PERFORM
           CLOSE SUMMARY-FILE.
      *
      * WRITE-ALERT-RECORD appends this run's problem to the shop-wide
      * alert file so the end-of-night alert report (ALERTRPT) puts it
      * on the one page the morning operator reads, instead of a
      * DISPLAY buried in this job's SYSOUT.
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES            TO ALERT-REC
           MOVE 'NTFYRPT'         TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM NTFYRPT.
