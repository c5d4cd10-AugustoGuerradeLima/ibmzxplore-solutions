      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DDINTAK.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  DDINTAK is the daily intake of the creditor companies' direct
      *  debit requests - the electricity, water and phone bills our
      *  customers asked us to pay automatically.  Each company sends
      *  its own file and the JCL concatenates them under DDREQIN.  A
      *  request names the creditor, the customer's contract reference
      *  with it, the account and the amount.  The requests sort onto
      *  the account and each is paid only when the DDMAND register
      *  (DDMAND.cpy, kept at the DDMNT desk) holds an active mandate
      *  for that creditor and contract on that same account, the
      *  amount is inside the customer's ceiling, and the account has
      *  the money: SALDO less the shared HOLDSUM held-funds figure
      *  less what this run has already paid from it.  A paid request
      *  posts a DDEB debit on the DDPST feed into the PSTTRAN stream
      *  and stamps the mandate's last debit date.  Every request, paid
      *  or not, gets a line on the results file (DDRESULT) the
      *  companies receive back, with the status and, for a rejected
      *  one, the reason; an unreadable request also goes to the
      *  shared EXCFILE.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-IN   ASSIGN TO DDREQIN.
           SELECT MANDATE-FILE ASSIGN TO DDMAND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DDM-KEY
               ALTERNATE RECORD KEY IS DDM-CONTA-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-MANDATE-STATUS.
           SELECT SALDO-FILE   ASSIGN TO SALDOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONTA-NUM IN SALDO-REC
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT SORT-WORK    ASSIGN TO SORTWK01.
           SELECT POSTING-OUT  ASSIGN TO DDPST.
           SELECT RESULT-OUT   ASSIGN TO DDRESULT.
           SELECT EXCEPT-FILE  ASSIGN TO EXCFILE.
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
      * The creditor companies' debit requests, one bill per record.
       FD  REQUEST-IN RECORDING MODE F.
       01  REQUEST-IN-REC.
           05  DDR-CREDITOR-ID      PIC X(8).
           05  DDR-CONTRACT-REF     PIC X(20).
           05  DDR-CONTA-NUM        PIC X(10).
           05  DDR-AMOUNT           PIC X(11).
           05  DDR-DUE-DATE         PIC X(8).
           05  DDR-REQUEST-ID       PIC X(10).
           05  FILLER               PIC X(13).
      *
       FD  MANDATE-FILE RECORDING MODE F.
           COPY DDMAND.
      *
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
      *
      * The requests sort onto the account so one account's bills
      * draw down one running available figure.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-CREDITOR-ID      PIC X(8).
           05  SRT-CONTRACT-REF     PIC X(20).
           05  SRT-CONTA-NUM        PIC X(10).
           05  SRT-AMOUNT           PIC X(11).
           05  SRT-DUE-DATE         PIC X(8).
           05  SRT-REQUEST-ID       PIC X(10).
           05  FILLER               PIC X(13).
      *
      * The paid debits in PSTTRAN's own layout; the JCL concatenates
      * every feed into the PSTMERGE consolidation sort's input.
       FD  POSTING-OUT RECORDING MODE F.
       01  POSTING-OUT-REC.
           05  PST-CONTA-NUM        PIC X(10).
           05  PST-AMOUNT           PIC X(11).
           05  PST-DC-CODE          PIC X.
           05  PST-POST-DATE        PIC X(8).
           05  PST-SOURCE-CODE      PIC X(4).
           05  FILLER               PIC X(46).
      *
      * The answer to the companies, one line per request: P paid or
      * R rejected, with the reason code and a short reason.
       FD  RESULT-OUT RECORDING MODE F.
       01  RESULT-REC.
           05  DRS-CREDITOR-ID      PIC X(8).
           05  DRS-CONTRACT-REF     PIC X(20).
           05  DRS-REQUEST-ID       PIC X(10).
           05  DRS-CONTA-NUM        PIC X(10).
           05  DRS-AMOUNT           PIC X(11).
           05  DRS-STATUS           PIC X.
               88  DRS-PAID             VALUE 'P'.
               88  DRS-REJECTED         VALUE 'R'.
           05  DRS-REASON-CODE      PIC X(2).
           05  DRS-REASON-TEXT      PIC X(10).
           05  DRS-RUN-DATE         PIC 9(8).
      *
       FD  EXCEPT-FILE RECORDING MODE F.
           COPY EXCREC.
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
           05  WS-SORT-EOF         PIC X VALUE 'N'.
               88  SORT-AT-EOF         VALUE 'Y'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-MANDATE-STATUS       PIC XX.
       01  WS-SALDO-STATUS         PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-PAID-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-REFUSED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-PAID           PIC S9(11)V99 VALUE ZEROS.
       01  WS-REJECT-CODE          PIC 9(4).
       01  WS-REJECT-REASON        PIC X(20).
      * The reason a request is refused, as the company reads it.
       01  WS-REFUSAL.
           05  WS-REFUSAL-CODE     PIC X(2).
           05  WS-REFUSAL-TEXT     PIC X(10).
      * The account in hand and what it still has free this run.
       01  WS-CURRENT-CONTA        PIC X(10) VALUE SPACES.
       01  WS-CURRENT-FOUND        PIC X VALUE 'N'.
           88  CURRENT-ON-FILE         VALUE 'Y' FALSE 'N'.
       01  WS-AVAILABLE            PIC S9(11)V99.
       01  WS-AMOUNT-X             PIC X(11).
       01  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-X
                                   PIC 9(9)V99.
      * Parameters for the shared HOLDSUM held-funds subroutine.
       01  WS-HOLD-CONTA           PIC 9(10).
       01  WS-HOLD-TOTAL           PIC S9(9)V99.
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
      *------------------
       PROCEDURE DIVISION.
      *------------------
      * MAIN-LOGIC is the program's only entry point, PERFORMing each
      * step in order so no paragraph runs by falling through into the
      * next one physically.
       MAIN-LOGIC.
           PERFORM OPEN-FILES
           SORT SORT-WORK
               ON ASCENDING KEY SRT-CONTA-NUM
               USING REQUEST-IN
               OUTPUT PROCEDURE IS PAY-SORTED-REQUESTS
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN I-O MANDATE-FILE
           IF WS-MANDATE-STATUS = '35'
               OPEN OUTPUT MANDATE-FILE
               CLOSE MANDATE-FILE
               OPEN I-O MANDATE-FILE
           END-IF
           OPEN INPUT SALDO-FILE
           IF WS-SALDO-STATUS NOT = '00'
               DISPLAY 'DDINTAK UNABLE TO OPEN SALDOFIL - STATUS '
                   WS-SALDO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT POSTING-OUT.
           OPEN OUTPUT RESULT-OUT.
           OPEN OUTPUT EXCEPT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-PERCHK-DATE
           CALL 'PERCHK' USING WS-PERCHK-DATE WS-PERCHK-RESULT
           IF NOT PERIOD-IS-OPEN
               DISPLAY 'DDINTAK CANNOT START - THE BUSINESS '
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
           MOVE 'DDINTAK' TO SEQ-JOB-NAME
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
           MOVE 'DDINTAK'       TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       PAY-SORTED-REQUESTS.
           PERFORM RETURN-SORTED-REQUEST
           PERFORM UNTIL SORT-AT-EOF OR COUNTER-OVERFLOWED
               PERFORM WORK-ONE-REQUEST
               PERFORM RETURN-SORTED-REQUEST
           END-PERFORM.
      *
       RETURN-SORTED-REQUEST.
           RETURN SORT-WORK
               AT END SET SORT-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-RETURN.
      *
      * WORK-ONE-REQUEST edits the request, then checks the mandate,
      * the ceiling and the money in that order; the first check that
      * fails is the reason the company is given.
       WORK-ONE-REQUEST.
           IF SRT-CONTA-NUM IS NOT NUMERIC
                   OR SRT-AMOUNT IS NOT NUMERIC
               PERFORM REJECT-REQUEST
           ELSE
               MOVE SRT-AMOUNT TO WS-AMOUNT-X
               IF WS-AMOUNT-NUM = ZEROS
                   PERFORM REJECT-REQUEST
               ELSE
                   IF SRT-CONTA-NUM NOT = WS-CURRENT-CONTA
                       PERFORM LOAD-ACCOUNT-FUNDS
                   END-IF
                   PERFORM CHECK-AND-PAY
               END-IF
           END-IF.
      *
      * LOAD-ACCOUNT-FUNDS starts the running available figure for a
      * new account: its balance less what HOLDSUM says is held.
       LOAD-ACCOUNT-FUNDS.
           MOVE SRT-CONTA-NUM TO WS-CURRENT-CONTA
           MOVE SRT-CONTA-NUM TO CONTA-NUM IN SALDO-REC
           READ SALDO-FILE
               INVALID KEY
                   SET CURRENT-ON-FILE TO FALSE
                   MOVE ZEROS TO WS-AVAILABLE
               NOT INVALID KEY
                   SET CURRENT-ON-FILE TO TRUE
                   MOVE SRT-CONTA-NUM TO WS-HOLD-CONTA
                   CALL 'HOLDSUM' USING WS-HOLD-CONTA WS-RUN-DATE
                                        WS-HOLD-TOTAL
                   COMPUTE WS-AVAILABLE = SALDO - WS-HOLD-TOTAL
           END-READ.
      *
       CHECK-AND-PAY.
           MOVE SRT-CREDITOR-ID  TO DDM-CREDITOR-ID
           MOVE SRT-CONTRACT-REF TO DDM-CONTRACT-REF
           READ MANDATE-FILE
               INVALID KEY
                   MOVE '01'         TO WS-REFUSAL-CODE
                   MOVE 'NO MANDATE' TO WS-REFUSAL-TEXT
                   PERFORM REFUSE-REQUEST
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN DDM-CANCELLED
                           MOVE '02'         TO WS-REFUSAL-CODE
                           MOVE 'REVOKED'    TO WS-REFUSAL-TEXT
                           PERFORM REFUSE-REQUEST
                       WHEN DDM-CONTA-NUM NOT = SRT-CONTA-NUM
                           MOVE '03'         TO WS-REFUSAL-CODE
                           MOVE 'WRONG ACCT' TO WS-REFUSAL-TEXT
                           PERFORM REFUSE-REQUEST
                       WHEN NOT CURRENT-ON-FILE
                           MOVE '07'         TO WS-REFUSAL-CODE
                           MOVE 'NO ACCOUNT' TO WS-REFUSAL-TEXT
                           PERFORM REFUSE-REQUEST
                       WHEN DDM-MAX-AMOUNT > ZEROS
                               AND WS-AMOUNT-NUM > DDM-MAX-AMOUNT
                           MOVE '05'         TO WS-REFUSAL-CODE
                           MOVE 'OVER LIMIT' TO WS-REFUSAL-TEXT
                           PERFORM REFUSE-REQUEST
                       WHEN WS-AMOUNT-NUM > WS-AVAILABLE
                           MOVE '04'         TO WS-REFUSAL-CODE
                           MOVE 'NO FUNDS'   TO WS-REFUSAL-TEXT
                           PERFORM REFUSE-REQUEST
                       WHEN OTHER
                           PERFORM PAY-REQUEST
                   END-EVALUATE
           END-READ.
      *
      * PAY-REQUEST posts the debit, draws down the account's running
      * available figure and stamps the mandate.
       PAY-REQUEST.
           MOVE SPACES          TO POSTING-OUT-REC
           MOVE SRT-CONTA-NUM   TO PST-CONTA-NUM
           MOVE WS-AMOUNT-X     TO PST-AMOUNT
           MOVE 'D'             TO PST-DC-CODE
           MOVE WS-RUN-DATE     TO PST-POST-DATE
           MOVE 'DDEB'          TO PST-SOURCE-CODE
           WRITE POSTING-OUT-REC
           SUBTRACT WS-AMOUNT-NUM FROM WS-AVAILABLE
           MOVE WS-RUN-DATE     TO DDM-LAST-DEBIT-DATE
           REWRITE DD-MANDATE-REC
           END-REWRITE
           ADD 1 TO WS-PAID-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-PAID-COUNT OVERFLOWED'
           END-ADD
           ADD WS-AMOUNT-NUM TO WS-TOTAL-PAID
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-PAID OVERFLOWED'
           END-ADD
           MOVE SPACES TO WS-REFUSAL
           MOVE '00'   TO WS-REFUSAL-CODE
           PERFORM BUILD-RESULT-LINE
           SET DRS-PAID TO TRUE
           WRITE RESULT-REC.
      *
       REFUSE-REQUEST.
           ADD 1 TO WS-REFUSED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REFUSED-COUNT OVERFLOWED'
           END-ADD
           PERFORM BUILD-RESULT-LINE
           SET DRS-REJECTED TO TRUE
           WRITE RESULT-REC.
      *
       BUILD-RESULT-LINE.
           MOVE SPACES           TO RESULT-REC
           MOVE SRT-CREDITOR-ID  TO DRS-CREDITOR-ID
           MOVE SRT-CONTRACT-REF TO DRS-CONTRACT-REF
           MOVE SRT-REQUEST-ID   TO DRS-REQUEST-ID
           MOVE SRT-CONTA-NUM    TO DRS-CONTA-NUM
           MOVE SRT-AMOUNT       TO DRS-AMOUNT
           MOVE WS-REFUSAL-CODE  TO DRS-REASON-CODE
           MOVE WS-REFUSAL-TEXT  TO DRS-REASON-TEXT
           MOVE WS-RUN-DATE      TO DRS-RUN-DATE.
      *
      * REJECT-REQUEST takes a request that cannot be read: it goes
      * to EXCFILE for the desk and back to the company refused.
       REJECT-REQUEST.
           ADD 1 TO WS-REJECT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REJECT-COUNT OVERFLOWED'
           END-ADD
           IF SRT-CONTA-NUM IS NOT NUMERIC
               MOVE 'INVALID ACCOUNT'  TO WS-REJECT-REASON
               MOVE 4024               TO WS-REJECT-CODE
           ELSE
               MOVE 'INVALID AMOUNT'   TO WS-REJECT-REASON
               MOVE 4025               TO WS-REJECT-CODE
           END-IF
           MOVE SPACES           TO EXC-REC
           MOVE 'DDINTAK'        TO EXC-PROGRAM
           MOVE SRT-CONTA-NUM    TO EXC-KEY
           MOVE WS-REJECT-CODE   TO EXC-REASON-CODE
           MOVE WS-REJECT-REASON TO EXC-REASON-TEXT
           MOVE SORT-REC(1:30)   TO EXC-INPUT-DATA
           WRITE EXC-REC
           MOVE '06'         TO WS-REFUSAL-CODE
           MOVE 'BAD RECORD' TO WS-REFUSAL-TEXT
           PERFORM BUILD-RESULT-LINE
           SET DRS-REJECTED TO TRUE
           WRITE RESULT-REC.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-CTL-TOTALS
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE MANDATE-FILE.
           CLOSE SALDO-FILE.
           CLOSE POSTING-OUT.
           CLOSE RESULT-OUT.
           CLOSE EXCEPT-FILE.
           DISPLAY 'DDINTAK READ ' WS-READ-COUNT
                   ' PAID ' WS-PAID-COUNT
                   ' REFUSED ' WS-REFUSED-COUNT
                   ' UNREADABLE ' WS-REJECT-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'DDINTAK ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-ALERT-SEVERITY
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF WS-REJECT-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'UNREADABLE DEBIT REQUESTS - SEE EXCFILE'
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
           MOVE 'DDINTAK'           TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-PAID-COUNT       TO CTLT-OUTPUT-COUNT
           COMPUTE CTLT-REJECT-COUNT =
               WS-REFUSED-COUNT + WS-REJECT-COUNT
           IF WS-READ-COUNT = WS-PAID-COUNT + WS-REFUSED-COUNT
                   + WS-REJECT-COUNT
               SET CTLT-BALANCED TO TRUE
           ELSE
               SET CTLT-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS appends the run's paid dollar total to the
      * CTLTODAY control-total file so CTLRECON reconciles the money
      * as well as the counts.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES           TO CTL-TOTAL-REC
           MOVE 'DDINTAK'        TO CTL-JOB-ID
           MOVE WS-RUN-DATE      TO CTL-RUN-DATE
           MOVE WS-PAID-COUNT    TO CTL-RECORD-COUNT
           MOVE WS-TOTAL-PAID    TO CTL-DOLLAR-TOTAL
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
           MOVE 'DDINTAK'           TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-TOTAL-PAID       TO SUMM-GRAND-TOTAL
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
           MOVE 'DDINTAK'         TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM DDINTAK.
