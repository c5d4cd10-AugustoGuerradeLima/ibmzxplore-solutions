      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CHQRTIN.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  CHQRTIN works the clearing house's return file for cheques we
      *  presented on another bank's account.  Each returned item is
      *  matched to its CHQDEP deposit by drawee bank, drawer account
      *  and cheque number; a match reverses the depositor's CHQD
      *  credit as a CHQR debit, charges the return fee (CHQTBL.cpy)
      *  under the FEE source code, both on the CHQRPST feed into the
      *  PSTTRAN stream, ends the float hold if it is still active,
      *  and marks the deposit returned with the clearing house's
      *  reason code.  An item that matches nothing we presented, was
      *  already returned, or quotes a different amount goes to the
      *  shared EXCFILE for the desk.  The returned-cheque report
      *  lists every reversal for the branches to call the customer.
      *  Runs ahead of CHQPRES, so a returned item is never released.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-IN    ASSIGN TO CHQRTNIN
               FILE STATUS IS WS-RETURN-STATUS.
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
           SELECT POSTING-OUT  ASSIGN TO CHQRPST.
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
      * One returned item per record in the clearing house's format:
      * the cheque as we presented it, the amount, the mandatory
      * return-reason code and the date it was returned.
       FD  RETURN-IN RECORDING MODE F.
       01  RETURN-IN-REC.
           05  RTI-DRAWEE-BANK      PIC X(3).
           05  RTI-CHQ-NUMBER       PIC X(10).
           05  RTI-CONTA-NUM        PIC X(10).
           05  RTI-AMOUNT           PIC X(11).
           05  RTI-REASON-CODE      PIC X(2).
           05  RTI-RETURN-DATE      PIC X(8).
           05  FILLER               PIC X(36).
      *
       FD  CHQ-DEP-FILE RECORDING MODE F.
           COPY CHQDEP.
      *
       FD  HOLD-FILE RECORDING MODE F.
           COPY BALHOLD.
      *
      * The reversals and fees in PSTTRAN's own layout; the JCL
      * concatenates every feed into the PSTMERGE consolidation
      * sort's input, which orders the lot by account for DRCRCAP.
       FD  POSTING-OUT RECORDING MODE F.
       01  POSTING-OUT-REC.
           05  PST-CONTA-NUM        PIC X(10).
           05  PST-AMOUNT           PIC X(11).
           05  PST-DC-CODE          PIC X.
           05  PST-POST-DATE        PIC X(8).
           05  PST-SOURCE-CODE      PIC X(4).
           05  FILLER               PIC X(29).
           05  PST-FEE-TYPE         PIC X.
           05  FILLER               PIC X(16).
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
           05  WS-RETURN-EOF       PIC X VALUE 'N'.
               88  RETURN-AT-EOF       VALUE 'Y'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-RETURN-STATUS        PIC XX.
       01  WS-CHQDEP-STATUS        PIC XX.
       01  WS-HOLD-STATUS          PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       COPY CHQTBL.
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-REVERSED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-REVERSED       PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-FEES           PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-POSTED         PIC S9(11)V99 VALUE ZEROS.
       01  WS-REJECT-CODE          PIC 9(4).
       01  WS-REJECT-REASON        PIC X(20).
       01  WS-RETURN-AMOUNT-X      PIC X(11).
       01  WS-RETURN-AMOUNT REDEFINES WS-RETURN-AMOUNT-X
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
               'RETURNED DEPOSITED CHEQUES'.
       01  RETURN-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  RTL-CONTA      PIC 9(10).
           05  FILLER         PIC X(6)  VALUE ' BANK '.
           05  RTL-BANK       PIC 9(3).
           05  FILLER         PIC X(5)  VALUE ' CHQ '.
           05  RTL-CHQ        PIC X(10).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  RTL-AMOUNT     PIC Z(8)9.99.
           05  FILLER         PIC X(5)  VALUE ' FEE '.
           05  RTL-FEE        PIC Z(4)9.99.
           05  FILLER         PIC X(8)  VALUE ' REASON '.
           05  RTL-REASON     PIC X(2).
       01  TOTAL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(10) VALUE 'REVERSED '.
           05  TTL-COUNT      PIC ZZZZZZ9.
           05  FILLER         PIC X(8)  VALUE ' AMOUNT '.
           05  TTL-AMOUNT     PIC Z(10)9.99.
           05  FILLER         PIC X(6)  VALUE ' FEES '.
           05  TTL-FEES       PIC Z(8)9.99.
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
           OPEN INPUT RETURN-IN
           IF WS-RETURN-STATUS NOT = '00'
               SET RETURN-AT-EOF TO TRUE
               DISPLAY 'CHQRTIN - NO RETURN FILE TONIGHT'
           END-IF
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
           OPEN OUTPUT POSTING-OUT.
           OPEN OUTPUT EXCEPT-FILE.
           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           CALL 'GETBDAT' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-PERCHK-DATE
           CALL 'PERCHK' USING WS-PERCHK-DATE WS-PERCHK-RESULT
           IF NOT PERIOD-IS-OPEN
               DISPLAY 'CHQRTIN CANNOT START - THE BUSINESS '
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
           MOVE 'CHQRTIN' TO SEQ-JOB-NAME
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
           MOVE 'CHQRTIN'       TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       WORK-UNTIL-DONE.
           PERFORM READ-RETURN
           PERFORM WORK-AND-READ
               UNTIL RETURN-AT-EOF OR COUNTER-OVERFLOWED.
      *
       WORK-AND-READ.
           PERFORM WORK-ONE-RETURN
           PERFORM READ-RETURN.
      *
       READ-RETURN.
           READ RETURN-IN
               AT END SET RETURN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
      * WORK-ONE-RETURN edits the item and finds the deposit it
      * belongs to; only a presented, not yet returned deposit of the
      * same amount is reversed.  A return arriving after the float
      * was released still reverses - the credit was never good.
       WORK-ONE-RETURN.
           EVALUATE TRUE
               WHEN RTI-DRAWEE-BANK IS NOT NUMERIC
               WHEN RTI-CONTA-NUM IS NOT NUMERIC
               WHEN RTI-CHQ-NUMBER IS NOT NUMERIC
                   MOVE 'INVALID ACCOUNT' TO WS-REJECT-REASON
                   MOVE 4024 TO WS-REJECT-CODE
                   PERFORM REJECT-RETURN
               WHEN RTI-AMOUNT IS NOT NUMERIC
                   MOVE 'INVALID AMOUNT' TO WS-REJECT-REASON
                   MOVE 4025 TO WS-REJECT-CODE
                   PERFORM REJECT-RETURN
               WHEN OTHER
                   MOVE RTI-AMOUNT      TO WS-RETURN-AMOUNT-X
                   MOVE RTI-DRAWEE-BANK TO DEP-DRAWEE-BANK
                   MOVE RTI-CONTA-NUM   TO DEP-DRAWER-CONTA
                   MOVE RTI-CHQ-NUMBER  TO DEP-CHQ-NUMBER
                   READ CHQ-DEP-FILE
                       INVALID KEY
                           MOVE 'ID NOT ON FILE' TO WS-REJECT-REASON
                           MOVE 4030 TO WS-REJECT-CODE
                           PERFORM REJECT-RETURN
                       NOT INVALID KEY
                           PERFORM MATCH-ONE-DEPOSIT
                   END-READ
           END-EVALUATE.
      *
       MATCH-ONE-DEPOSIT.
           EVALUATE TRUE
               WHEN DEP-RETURNED
                   MOVE 'ALREADY RETURNED' TO WS-REJECT-REASON
                   MOVE 4031 TO WS-REJECT-CODE
                   PERFORM REJECT-RETURN
               WHEN DEP-CAPTURED
                   MOVE 'NOT YET PRESENTED' TO WS-REJECT-REASON
                   MOVE 4033 TO WS-REJECT-CODE
                   PERFORM REJECT-RETURN
               WHEN WS-RETURN-AMOUNT NOT = DEP-AMOUNT
                   MOVE 'AMOUNT MISMATCH' TO WS-REJECT-REASON
                   MOVE 4025 TO WS-REJECT-CODE
                   PERFORM REJECT-RETURN
               WHEN OTHER
                   PERFORM REVERSE-ONE-DEPOSIT
           END-EVALUATE.
      *
      * REVERSE-ONE-DEPOSIT debits back the credit and the return
      * fee, ends the float hold, and marks the deposit returned.
       REVERSE-ONE-DEPOSIT.
           MOVE SPACES          TO POSTING-OUT-REC
           MOVE DEP-CONTA-NUM   TO PST-CONTA-NUM
           MOVE DEP-AMOUNT      TO WS-POST-AMOUNT-NUM
           MOVE WS-POST-AMOUNT-X TO PST-AMOUNT
           MOVE 'D'             TO PST-DC-CODE
           MOVE WS-RUN-DATE     TO PST-POST-DATE
           MOVE 'CHQR'          TO PST-SOURCE-CODE
           WRITE POSTING-OUT-REC
           MOVE SPACES          TO POSTING-OUT-REC
           MOVE DEP-CONTA-NUM   TO PST-CONTA-NUM
           MOVE WS-CHQ-RETURN-FEE TO WS-POST-AMOUNT-NUM
           MOVE WS-POST-AMOUNT-X TO PST-AMOUNT
           MOVE 'D'             TO PST-DC-CODE
           MOVE WS-RUN-DATE     TO PST-POST-DATE
           MOVE 'FEE '          TO PST-SOURCE-CODE
           MOVE 'R'             TO PST-FEE-TYPE
           WRITE POSTING-OUT-REC
           MOVE DEP-CONTA-NUM   TO HLD-CONTA-NUM
           MOVE DEP-HOLD-SEQ    TO HLD-SEQ
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HLD-ACTIVE
                       SET HLD-RELEASED TO TRUE
                       REWRITE BAL-HOLD-REC
                       END-REWRITE
                   END-IF
           END-READ
           SET DEP-RETURNED     TO TRUE
           MOVE WS-RUN-DATE     TO DEP-RETURN-DATE
           MOVE RTI-REASON-CODE TO DEP-RETURN-REASON
           REWRITE CHQ-DEP-REC
           END-REWRITE
           MOVE DEP-CONTA-NUM   TO RTL-CONTA
           MOVE DEP-DRAWEE-BANK TO RTL-BANK
           MOVE DEP-CHQ-NUMBER  TO RTL-CHQ
           MOVE DEP-AMOUNT      TO RTL-AMOUNT
           MOVE WS-CHQ-RETURN-FEE TO RTL-FEE
           MOVE RTI-REASON-CODE TO RTL-REASON
           WRITE PRINT-REC FROM RETURN-LINE
           ADD 1 TO WS-REVERSED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REVERSED-COUNT OVERFLOWED'
           END-ADD
           ADD DEP-AMOUNT TO WS-TOTAL-REVERSED
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-REVERSED OVERFLOWED'
           END-ADD
           ADD WS-CHQ-RETURN-FEE TO WS-TOTAL-FEES
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-FEES OVERFLOWED'
           END-ADD.
      *
       REJECT-RETURN.
           ADD 1 TO WS-REJECT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REJECT-COUNT OVERFLOWED'
           END-ADD
           MOVE SPACES           TO EXC-REC
           MOVE 'CHQRTIN'        TO EXC-PROGRAM
           MOVE RTI-CHQ-NUMBER   TO EXC-KEY
           MOVE WS-REJECT-CODE   TO EXC-REASON-CODE
           MOVE WS-REJECT-REASON TO EXC-REASON-TEXT
           MOVE RETURN-IN-REC(1:30) TO EXC-INPUT-DATA
           WRITE EXC-REC.
      *
       CLOSE-STOP.
           MOVE WS-REVERSED-COUNT TO TTL-COUNT
           MOVE WS-TOTAL-REVERSED TO TTL-AMOUNT
           MOVE WS-TOTAL-FEES     TO TTL-FEES
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM TOTAL-LINE
           COMPUTE WS-TOTAL-POSTED = WS-TOTAL-REVERSED + WS-TOTAL-FEES
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-CTL-TOTALS
           PERFORM WRITE-SUMMARY-REPORT
           IF WS-RETURN-STATUS = '00'
               CLOSE RETURN-IN
           END-IF
           CLOSE CHQ-DEP-FILE.
           CLOSE HOLD-FILE.
           CLOSE POSTING-OUT.
           CLOSE EXCEPT-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'CHQRTIN READ ' WS-READ-COUNT
                   ' REVERSED ' WS-REVERSED-COUNT
                   ' REJECTED ' WS-REJECT-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'CHQRTIN ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-ALERT-SEVERITY
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF WS-REJECT-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'CHEQUE RETURNS NOT MATCHED'
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
           MOVE 'CHQRTIN'           TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-REVERSED-COUNT   TO CTLT-OUTPUT-COUNT
           MOVE WS-REJECT-COUNT     TO CTLT-REJECT-COUNT
           IF WS-READ-COUNT = WS-REVERSED-COUNT + WS-REJECT-COUNT
               SET CTLT-BALANCED TO TRUE
           ELSE
               SET CTLT-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS appends the run's posted dollar total - the
      * reversals plus the fees - to the CTLTODAY control-total file
      * so CTLRECON reconciles the money as well as the counts.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES            TO CTL-TOTAL-REC
           MOVE 'CHQRTIN'         TO CTL-JOB-ID
           MOVE WS-RUN-DATE       TO CTL-RUN-DATE
           MOVE WS-REVERSED-COUNT TO CTL-RECORD-COUNT
           MOVE WS-TOTAL-POSTED   TO CTL-DOLLAR-TOTAL
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
           MOVE 'CHQRTIN'           TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-TOTAL-POSTED     TO SUMM-GRAND-TOTAL
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
           MOVE 'CHQRTIN'         TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM CHQRTIN.
