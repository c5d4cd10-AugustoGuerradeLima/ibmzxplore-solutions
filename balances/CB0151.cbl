      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    REVRUN.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  REVRUN executes the posting reversals (estornos) approved on
      *  the REVDSK desk.  For each approved request the original item
      *  is read back off PSTHIST - it must still be retained, not
      *  already reversed, and not itself a reversal - and the exact
      *  offsetting entry is written to the REVPST feed in PSTTRAN's
      *  own layout: the same account and amount, the opposite D/C,
      *  the original's source code, dated the business date, with
      *  the approving supervisor in the operator field and the
      *  original's date and sequence in the reversal reference.  The
      *  JCL concatenates REVPST into the PSTMERGE input, and DRCRCAP
      *  marks the reversal and the original against each other when
      *  it captures the entry.  A request that fails the re-check is
      *  rejected to EXCFILE and marked rejected for the desk; a
      *  same-date rerun needs the RUNOVRD card, and a business date
      *  in a closed period posts nothing.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REV-REQ-FILE ASSIGN TO REVREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RVQ-KEY
               FILE STATUS IS WS-REVREQ-STATUS.
           SELECT POST-HIST-FILE ASSIGN TO PSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PSTHIST-STATUS.
           SELECT POSTING-OUT ASSIGN TO REVPST.
           SELECT EXCEPT-FILE ASSIGN TO EXCFILE.
           SELECT PRINT-FILE  ASSIGN TO PRTFILE.
           SELECT OVERRIDE-FILE ASSIGN TO RUNOVRD
               FILE STATUS IS WS-OVERRIDE-STATUS.
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
       FD  REV-REQ-FILE RECORDING MODE F.
           COPY REVREQ.
      *
       FD  POST-HIST-FILE RECORDING MODE F.
           COPY PSTHIST.
      *
      * The offsetting entries in PSTTRAN's own layout; the JCL
      * concatenates every feed into the PSTMERGE consolidation
      * sort's input, which orders the lot by account for DRCRCAP.
      * The operator field is the TELLER feed's; the reversal
      * reference is read by DRCRCAP alone.
       FD  POSTING-OUT RECORDING MODE F.
       01  POSTING-OUT-REC.
           05  PST-CONTA-NUM        PIC X(10).
           05  PST-AMOUNT           PIC X(11).
           05  PST-DC-CODE          PIC X.
           05  PST-POST-DATE        PIC X(8).
           05  PST-SOURCE-CODE      PIC X(4).
           05  PST-OPERATOR         PIC X(8).
           05  PST-REV-OF-DATE      PIC X(8).
           05  PST-REV-OF-SEQ       PIC X(5).
           05  FILLER               PIC X(25).
      *
       FD  EXCEPT-FILE RECORDING MODE F.
           COPY EXCREC.
      *
       FD  PRINT-FILE RECORDING MODE F.
       01  PRINT-REC          PIC X(132).
      *
      * One optional override card: the literal word OVERRIDE in the
      * first eight positions authorizes a same-date rerun.
       FD  OVERRIDE-FILE RECORDING MODE F.
       01  OVERRIDE-REC.
           05  OVR-TEXT        PIC X(80).
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
           05  WS-REQ-EOF          PIC X VALUE 'N'.
               88  REQ-AT-EOF          VALUE 'Y' FALSE 'N'.
           05  WS-ITEM-FLAG        PIC X VALUE 'N'.
               88  ITEM-CAN-REVERSE    VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-REVREQ-STATUS        PIC XX.
       01  WS-PSTHIST-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-REVERSED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-REVERSED       PIC S9(11)V99 VALUE ZEROS.
       01  WS-POST-AMOUNT-X        PIC X(11).
       01  WS-POST-AMOUNT-NUM REDEFINES WS-POST-AMOUNT-X
                                   PIC 9(9)V99.
       01  WS-REJECT-TEXT          PIC X(20).
       01  WS-REJECT-CODE          PIC 9(4).
       01  WS-PERCHK-DATE          PIC 9(8).
       01  WS-PERCHK-RESULT        PIC X VALUE 'Y'.
           88  PERIOD-IS-OPEN          VALUE 'Y' FALSE 'N'.
      * Same-date rerun guard work area.
       01  WS-OVERRIDE-STATUS       PIC XX.
       01  WS-OVERRIDE-FLAG         PIC X VALUE 'N'.
           88  OVERRIDE-SUPPLIED        VALUE 'Y' FALSE 'N'.
       01  WS-DEP-JOB-NAME          PIC X(10).
       01  WS-DEP-RUN-DATE          PIC 9(8).
       01  WS-DEP-FOUND             PIC X.
           88  DEP-JOB-RAN              VALUE 'Y' FALSE 'N'.
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS        PIC XX.
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-RUN-NUMBER           PIC 9(7).
       01  WS-RUN-END-TIME         PIC 9(8).
       01  WS-ELAPSED-TIME         PIC 9(8).
      *
       01  HDR-LINE-1.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(45) VALUE
               'POSTING REVERSALS (ESTORNOS) GENERATED'.
       01  HDR-LINE-2.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(15) VALUE 'ORIGINAL'.
           05  FILLER         PIC X(2)  VALUE 'DC'.
           05  FILLER         PIC X(14) VALUE '        AMOUNT'.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(5)  VALUE 'SRCE'.
           05  FILLER         PIC X(18) VALUE 'REQUESTED APPROVED'.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(30) VALUE 'REASON / RESULT'.
       01  DETAIL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-CONTA      PIC 9(10).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-POST-DATE  PIC 9(8).
           05  FILLER         PIC X(1)  VALUE '/'.
           05  DTL-SEQ        PIC 9(5).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-DC         PIC X.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-AMOUNT     PIC -(9)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-SOURCE     PIC X(4).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-REQ-BY     PIC X(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-APPR-BY    PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-REASON     PIC X(30).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-RESULT     PIC X(20).
       01  TOTAL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(20) VALUE 'REVERSALS GENERATED'.
           05  TOT-COUNT      PIC ZZZ,ZZ9.
           05  FILLER         PIC X(10) VALUE '  AMOUNT '.
           05  TOT-AMOUNT     PIC -(11)9.99.
           05  FILLER         PIC X(12) VALUE '  REJECTED '.
           05  TOT-REJECTS    PIC ZZZ,ZZ9.
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
           PERFORM EXECUTE-APPROVED-REQUESTS
           PERFORM CLOSE-STOP.
      *
      * OPEN-FILES refuses a second run on the same business date
      * (the first run's REVPST would be overwritten before capture)
      * and a business date in a closed period.
       OPEN-FILES.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM CHECK-PRIOR-RUN.
           MOVE WS-RUN-DATE TO WS-PERCHK-DATE
           CALL 'PERCHK' USING WS-PERCHK-DATE WS-PERCHK-RESULT
           IF NOT PERIOD-IS-OPEN
               DISPLAY 'REVRUN CANNOT START - THE BUSINESS '
                       'DATE FALLS IN A CLOSED PERIOD'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O REV-REQ-FILE
           IF WS-REVREQ-STATUS NOT = '00'
               DISPLAY 'REVRUN - NO REVREQ FILE - NOTHING TO '
                       'EXECUTE THIS RUN'
               SET REQ-AT-EOF TO TRUE
           END-IF
           OPEN INPUT POST-HIST-FILE
           IF WS-PSTHIST-STATUS NOT = '00'
               DISPLAY 'REVRUN UNABLE TO OPEN PSTHIST - STATUS '
                   WS-PSTHIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT POSTING-OUT.
           OPEN OUTPUT EXCEPT-FILE.
           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM HDR-LINE-2
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'REVRUN' TO SEQ-JOB-NAME
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
           MOVE 'REVRUN'        TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       EXECUTE-APPROVED-REQUESTS.
           IF NOT REQ-AT-EOF
               MOVE LOW-VALUES TO RVQ-KEY
               START REV-REQ-FILE
                       KEY IS NOT LESS THAN RVQ-KEY
                   INVALID KEY SET REQ-AT-EOF TO TRUE
               END-START
           END-IF
           PERFORM WORK-ONE-REQUEST
               UNTIL REQ-AT-EOF OR COUNTER-OVERFLOWED.
      *
       WORK-ONE-REQUEST.
           READ REV-REQ-FILE NEXT RECORD
               AT END SET REQ-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
                   IF RVQ-APPROVED
                       PERFORM CHECK-ORIGINAL-ITEM
                       IF ITEM-CAN-REVERSE
                           PERFORM REVERSE-ONE-ITEM
                       ELSE
                           PERFORM REJECT-ONE-REQUEST
                       END-IF
                   END-IF
           END-READ.
      *
      * CHECK-ORIGINAL-ITEM reads the original back: trimmed from the
      * history since the request, reversed by some other route, or
      * itself a reversal, it is not reversed again.  The amount and
      * D/C are taken from the history, not the request's snapshot.
       CHECK-ORIGINAL-ITEM.
           SET ITEM-CAN-REVERSE TO TRUE
           MOVE RVQ-KEY TO PH-KEY
           READ POST-HIST-FILE
               INVALID KEY
                   SET ITEM-CAN-REVERSE TO FALSE
                   MOVE 'ITEM NOT RETAINED' TO WS-REJECT-TEXT
                   MOVE 4046 TO WS-REJECT-CODE
               NOT INVALID KEY
                   IF NOT PH-NOT-REVERSED
                       SET ITEM-CAN-REVERSE TO FALSE
                       MOVE 'ALREADY REVERSED' TO WS-REJECT-TEXT
                       MOVE 4045 TO WS-REJECT-CODE
                   END-IF
           END-READ.
      *
      * REVERSE-ONE-ITEM writes the offsetting entry and marks the
      * request executed.
       REVERSE-ONE-ITEM.
           MOVE SPACES          TO POSTING-OUT-REC
           MOVE PH-CONTA-NUM    TO PST-CONTA-NUM
           MOVE PH-AMOUNT       TO WS-POST-AMOUNT-NUM
           MOVE WS-POST-AMOUNT-X TO PST-AMOUNT
           IF PH-DEBIT
               MOVE 'C'         TO PST-DC-CODE
           ELSE
               MOVE 'D'         TO PST-DC-CODE
           END-IF
           MOVE WS-RUN-DATE     TO PST-POST-DATE
           MOVE PH-SOURCE-CODE  TO PST-SOURCE-CODE
           MOVE RVQ-APPROVED-BY TO PST-OPERATOR
           MOVE PH-POST-DATE    TO PST-REV-OF-DATE
           MOVE PH-SEQ          TO PST-REV-OF-SEQ
           WRITE POSTING-OUT-REC
           SET RVQ-EXECUTED     TO TRUE
           MOVE WS-RUN-DATE     TO RVQ-EXECUTED-DATE
           REWRITE REV-REQ-REC
           MOVE 'REVERSED'      TO DTL-RESULT
           PERFORM PRINT-REQUEST-LINE
           ADD 1 TO WS-REVERSED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REVERSED-COUNT OVERFLOWED'
           END-ADD
           ADD PH-AMOUNT TO WS-TOTAL-REVERSED
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-REVERSED OVERFLOWED'
           END-ADD.
      *
      * REJECT-ONE-REQUEST sends the request back to the desk marked
      * rejected, with the reason on EXCFILE.
       REJECT-ONE-REQUEST.
           ADD 1 TO WS-REJECT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REJECT-COUNT OVERFLOWED'
           END-ADD
           MOVE SPACES           TO EXC-REC
           MOVE 'REVRUN'         TO EXC-PROGRAM
           MOVE RVQ-CONTA-NUM    TO EXC-KEY
           MOVE WS-REJECT-CODE   TO EXC-REASON-CODE
           MOVE WS-REJECT-TEXT   TO EXC-REASON-TEXT
           MOVE RVQ-KEY          TO EXC-INPUT-DATA
           WRITE EXC-REC
           SET RVQ-REJECTED      TO TRUE
           MOVE WS-RUN-DATE      TO RVQ-DECISION-DATE
           REWRITE REV-REQ-REC
           MOVE WS-REJECT-TEXT   TO DTL-RESULT
           PERFORM PRINT-REQUEST-LINE.
      *
       PRINT-REQUEST-LINE.
           MOVE RVQ-CONTA-NUM    TO DTL-CONTA
           MOVE RVQ-POST-DATE    TO DTL-POST-DATE
           MOVE RVQ-SEQ          TO DTL-SEQ
           MOVE RVQ-DC-CODE      TO DTL-DC
           MOVE RVQ-AMOUNT       TO DTL-AMOUNT
           MOVE RVQ-SOURCE-CODE  TO DTL-SOURCE
           MOVE RVQ-REQUESTED-BY TO DTL-REQ-BY
           MOVE RVQ-APPROVED-BY  TO DTL-APPR-BY
           MOVE RVQ-REASON       TO DTL-REASON
           WRITE PRINT-REC FROM DETAIL-LINE.
      *
       CLOSE-STOP.
           MOVE WS-REVERSED-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-REVERSED TO TOT-AMOUNT
           MOVE WS-REJECT-COUNT   TO TOT-REJECTS
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM TOTAL-LINE
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-CTL-TOTALS
           PERFORM WRITE-SUMMARY-REPORT
           IF WS-REVREQ-STATUS = '00'
               CLOSE REV-REQ-FILE
           END-IF
           CLOSE POST-HIST-FILE.
           CLOSE POSTING-OUT.
           CLOSE EXCEPT-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'REVRUN READ ' WS-READ-COUNT
                   ' REVERSED ' WS-REVERSED-COUNT
                   ' REJECTED ' WS-REJECT-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'REVRUN ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-ALERT-SEVERITY
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF WS-REJECT-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'APPROVED REVERSALS REJECTED ON RE-CHECK'
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
           MOVE 'REVRUN'            TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-REVERSED-COUNT   TO CTLT-OUTPUT-COUNT
           MOVE WS-REJECT-COUNT     TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED        TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS appends the run's reversed money to the
      * CTLTODAY control-total file so CTLRECON reconciles the money
      * as well as the counts.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES             TO CTL-TOTAL-REC
           MOVE 'REVRUN'           TO CTL-JOB-ID
           MOVE WS-RUN-DATE        TO CTL-RUN-DATE
           MOVE WS-REVERSED-COUNT  TO CTL-RECORD-COUNT
           MOVE WS-TOTAL-REVERSED  TO CTL-DOLLAR-TOTAL
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
           MOVE 'REVRUN'            TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-REVERSED-COUNT   TO SUMM-GRAND-TOTAL
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
           MOVE 'REVRUN'          TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
      * CHECK-PRIOR-RUN is the same-business-date duplicate run guard
      * INTACCR carries: a completed RUNCTL header for this job and
      * date refuses the run with return code 12 unless the operator
      * supplied the RUNOVRD override card, and an accepted override
      * is itself logged.
       CHECK-PRIOR-RUN.
           MOVE 'REVRUN' TO WS-DEP-JOB-NAME
           MOVE WS-RUN-DATE TO WS-DEP-RUN-DATE
           CALL 'JOBDEP' USING WS-DEP-JOB-NAME WS-DEP-RUN-DATE
                               WS-DEP-FOUND
           IF DEP-JOB-RAN
               PERFORM READ-OVERRIDE-CARD
               IF OVERRIDE-SUPPLIED
                   DISPLAY 'REVRUN RERUN OVERRIDE ACCEPTED FOR '
                           WS-RUN-DATE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'SAME-DATE RERUN OVERRIDE ACCEPTED'
                       TO WS-ALERT-MESSAGE
                   MOVE ZEROS TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               ELSE
                   DISPLAY 'REVRUN ALREADY RAN FOR ' WS-RUN-DATE
                           ' - RERUN REFUSED WITHOUT RUNOVRD CARD'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
       READ-OVERRIDE-CARD.
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS = '00'
               READ OVERRIDE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF OVR-TEXT(1:8) = 'OVERRIDE'
                           SET OVERRIDE-SUPPLIED TO TRUE
                       END-IF
               END-READ
               CLOSE OVERRIDE-FILE
           END-IF.
      *
       END PROGRAM REVRUN.
