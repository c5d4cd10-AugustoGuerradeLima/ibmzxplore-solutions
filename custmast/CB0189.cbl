      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PHONBLD.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  PHONBLD rebuilds the phonetic name keys the sounds-like
      *  searches run on.  It reads the customer master end to end
      *  and writes CUSTPHON afresh - one record per customer, keyed
      *  by CPF, carrying NOME as the shared PHONKEY routine spells it
      *  by sound - so the side file starts life from the master and
      *  is brought back into line after the nightly CUSTLOAD adds or
      *  any run where CUSTMAINT found it missing.  It then passes the
      *  COMBINED employee file and recomputes each record's first-
      *  and last-name keys, rewriting only those that differ, which
      *  keys records merged before NAMES kept them and follows any
      *  later change to PHONKEY's spelling rules.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPF IN CLIENTE-REC
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CUST-PHON-FILE ASSIGN TO CUSTPHON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPH-CPF
               ALTERNATE RECORD KEY IS CPH-NOME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTPHON-STATUS.
           SELECT FIRST-LAST ASSIGN TO COMBINED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID-OUT
               ALTERNATE RECORD KEY IS COMBINED-LAST-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-COMBINED-STATUS.
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
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  CUST-PHON-FILE RECORDING MODE F.
           COPY CUSTPHON.
      *
       FD  FIRST-LAST RECORDING MODE F.
           COPY FIRSTLST.
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
           05  WS-CUSTMAST-EOF     PIC X VALUE 'N'.
               88  CUSTMAST-EOF        VALUE 'Y' FALSE 'N'.
           05  WS-COMBINED-EOF     PIC X VALUE 'N'.
               88  COMBINED-EOF        VALUE 'Y' FALSE 'N'.
           05  WS-COMBINED-AVAIL   PIC X VALUE 'N'.
               88  COMBINED-AVAILABLE  VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-CUSTMAST-STATUS      PIC XX.
       01  WS-CUSTPHON-STATUS      PIC XX.
       01  WS-COMBINED-STATUS      PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-CUST-READ-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-CUST-KEY-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-CUST-REJECT-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-EMP-READ-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-EMP-REKEY-COUNT    PIC 9(7) VALUE ZEROS.
      * Parameters for the shared PHONKEY phonetic-key subroutine.
       01  WS-PHN-NAME             PIC X(40).
       01  WS-PHN-KEY              PIC X(20).
       01  WS-NEW-FIRST-KEY        PIC X(10).
       01  WS-NEW-LAST-KEY         PIC X(12).
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
           PERFORM REBUILD-CUSTOMER-KEYS
           PERFORM REKEY-EMPLOYEES
           PERFORM CLOSE-STOP.
      *
      * OPEN-FILES insists on the customer master and on being able to
      * create CUSTPHON; COMBINED is rekeyed only if it is on the run,
      * since the customer side is the one searches cannot do without.
       OPEN-FILES.
           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'PHONBLD UNABLE TO OPEN CUSTMAST - STATUS '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CUST-PHON-FILE
           IF WS-CUSTPHON-STATUS NOT = '00'
               DISPLAY 'PHONBLD UNABLE TO OPEN CUSTPHON - STATUS '
                   WS-CUSTPHON-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O FIRST-LAST
           IF WS-COMBINED-STATUS = '00'
               SET COMBINED-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'PHONBLD COMBINED NOT AVAILABLE - STATUS '
                   WS-COMBINED-STATUS ' - EMPLOYEE KEYS NOT REBUILT'
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
           MOVE 'PHONBLD' TO SEQ-JOB-NAME
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
           MOVE 'PHONBLD'       TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * REBUILD-CUSTOMER-KEYS reads the master in CPF order, which is
      * the order CUSTPHON's prime key wants them written in.
       REBUILD-CUSTOMER-KEYS.
           PERFORM KEY-ONE-CUSTOMER
               UNTIL CUSTMAST-EOF OR COUNTER-OVERFLOWED.
      *
       KEY-ONE-CUSTOMER.
           READ CUSTMAST NEXT RECORD
               AT END SET CUSTMAST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUST-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-CUST-READ-COUNT OVERFLOWED'
                   END-ADD
                   PERFORM WRITE-CUSTOMER-KEY
           END-READ.
      *
       WRITE-CUSTOMER-KEY.
           MOVE SPACES              TO WS-PHN-NAME
           MOVE NOME IN CLIENTE-REC TO WS-PHN-NAME
           CALL 'PHONKEY' USING WS-PHN-NAME WS-PHN-KEY
           MOVE SPACES              TO CUST-PHON-REC
           MOVE CPF IN CLIENTE-REC  TO CPH-CPF
           MOVE WS-PHN-KEY          TO CPH-NOME-KEY
           MOVE WS-RUN-DATE         TO CPH-KEY-DATE
           WRITE CUST-PHON-REC
           IF WS-CUSTPHON-STATUS = '00' OR '02'
               ADD 1 TO WS-CUST-KEY-COUNT
           ELSE
               ADD 1 TO WS-CUST-REJECT-COUNT
               DISPLAY 'PHONBLD CUSTPHON WRITE FAILED FOR CPF '
                   CPF IN CLIENTE-REC ' - STATUS ' WS-CUSTPHON-STATUS
           END-IF.
      *
      * REKEY-EMPLOYEES recomputes the COMBINED name keys the way NAMES
      * sets them and rewrites a record only where they have moved.
       REKEY-EMPLOYEES.
           IF COMBINED-AVAILABLE
               PERFORM REKEY-ONE-EMPLOYEE
                   UNTIL COMBINED-EOF OR COUNTER-OVERFLOWED
           END-IF.
      *
       REKEY-ONE-EMPLOYEE.
           READ FIRST-LAST NEXT RECORD
               AT END SET COMBINED-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-EMP-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-EMP-READ-COUNT OVERFLOWED'
                   END-ADD
                   PERFORM SET-EMPLOYEE-KEYS
           END-READ.
      *
       SET-EMPLOYEE-KEYS.
           MOVE SPACES    TO WS-PHN-NAME
           MOVE FIRST-OUT TO WS-PHN-NAME
           CALL 'PHONKEY' USING WS-PHN-NAME WS-PHN-KEY
           MOVE WS-PHN-KEY TO WS-NEW-FIRST-KEY
           MOVE SPACES    TO WS-PHN-NAME
           MOVE LAST-OUT  TO WS-PHN-NAME
           CALL 'PHONKEY' USING WS-PHN-NAME WS-PHN-KEY
           MOVE WS-PHN-KEY TO WS-NEW-LAST-KEY
           IF WS-NEW-FIRST-KEY NOT = COMBINED-FIRST-KEY
                   OR WS-NEW-LAST-KEY NOT = COMBINED-LAST-KEY
               MOVE WS-NEW-FIRST-KEY TO COMBINED-FIRST-KEY
               MOVE WS-NEW-LAST-KEY  TO COMBINED-LAST-KEY
               REWRITE FIRST-LAST-REC
               IF WS-COMBINED-STATUS = '00' OR '02'
                   ADD 1 TO WS-EMP-REKEY-COUNT
               ELSE
                   DISPLAY 'PHONBLD COMBINED REWRITE FAILED FOR '
                       EMP-ID-OUT ' - STATUS ' WS-COMBINED-STATUS
               END-IF
           END-IF.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE CUSTMAST.
           CLOSE CUST-PHON-FILE.
           IF COMBINED-AVAILABLE
               CLOSE FIRST-LAST
           END-IF
           DISPLAY 'PHONBLD CUSTOMERS KEYED ' WS-CUST-KEY-COUNT
                   ' REJECTED ' WS-CUST-REJECT-COUNT
                   ' EMPLOYEES REKEYED ' WS-EMP-REKEY-COUNT.
           EVALUATE TRUE
               WHEN COUNTER-OVERFLOWED
                   DISPLAY 'PHONBLD ABORTED - COUNTER OVERFLOWED'
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE 'PHONETIC KEY REBUILD ABORTED'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-CUST-READ-COUNT TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               WHEN WS-CUST-REJECT-COUNT > ZEROS
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE 'PHONETIC KEYS INCOMPLETE'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-CUST-REJECT-COUNT TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               WHEN NOT COMBINED-AVAILABLE
                   MOVE 4 TO RETURN-CODE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'EMPLOYEE PHONETIC KEYS NOT REBUILT'
                       TO WS-ALERT-MESSAGE
                   MOVE ZEROS TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'PHONBLD'           TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-CUST-READ-COUNT  TO CTLT-READ-COUNT
           MOVE WS-CUST-KEY-COUNT   TO CTLT-OUTPUT-COUNT
           MOVE WS-CUST-REJECT-COUNT TO CTLT-REJECT-COUNT
           IF WS-CUST-READ-COUNT =
                   WS-CUST-KEY-COUNT + WS-CUST-REJECT-COUNT
               SET CTLT-BALANCED TO TRUE
           ELSE
               SET CTLT-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the customer keys written and the employee records rekeyed.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'PHONBLD'           TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-CUST-READ-COUNT  TO SUMM-RECORD-COUNT
           MOVE WS-CUST-KEY-COUNT   TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'CUSTOMERS KEYED'   TO SUMM-CATEGORY-NAME
           MOVE WS-CUST-KEY-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'KEYS REJECTED'     TO SUMM-CATEGORY-NAME
           MOVE WS-CUST-REJECT-COUNT TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'EMPLOYEES READ'    TO SUMM-CATEGORY-NAME
           MOVE WS-EMP-READ-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'EMPS REKEYED'    TO SUMM-CATEGORY-NAME
           MOVE WS-EMP-REKEY-COUNT  TO SUMM-CATEGORY-COUNT
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
           MOVE 'PHONBLD'         TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM PHONBLD.
