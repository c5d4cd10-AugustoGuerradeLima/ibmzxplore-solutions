      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CDBMNT.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  CDBMNT maintains the time deposit (CDB) master (CDBMST.cpy)
      *  from the branch's CDBTRN transactions.  A placement creates
      *  the deposit with the owning CPF validated against the
      *  customer master and the settlement account proven on SALDOFIL
      *  with the funds to cover it; the maturity date is the
      *  placement date rolled forward by the term in months, and the
      *  principal is debited to the settlement account under the CDB
      *  source code on the CDBPLPST feed into the PSTTRAN stream,
      *  with the matching CDBPLACE item on the CDBPLGL feed for
      *  GLEXTR to journal.  An instruction transaction changes what
      *  happens at maturity (redeem or roll over), and an early
      *  redemption transaction marks a running deposit for CDBACCR
      *  to redeem that night under the early-redemption rules.
      *  Rejects go to the shared EXCFILE.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CDB-TRANS   ASSIGN TO CDBTRN.
           SELECT CDB-FILE    ASSIGN TO CDBMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDB-NUMBER
               FILE STATUS IS WS-CDB-STATUS.
           SELECT CUSTMAST    ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF IN CLIENTE-REC
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT SALDO-FILE  ASSIGN TO SALDOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUM IN SALDO-REC
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT POSTING-OUT ASSIGN TO CDBPLPST.
           SELECT GL-ITEM-OUT ASSIGN TO CDBPLGL.
           SELECT EXCEPT-FILE ASSIGN TO EXCFILE.
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
      * CDB-TRANS-REC is an input-only layout: the action code plus
      * the deposit attributes, all display characters edited before
      * anything numeric is done with them.  An instruction or early
      * redemption transaction needs only the deposit number (and the
      * instruction code).
       FD  CDB-TRANS RECORDING MODE F.
       01  CDB-TRANS-REC.
           05  CTRN-ACTION-CODE       PIC X.
               88  CTRN-ACTION-PLACE      VALUE 'P'.
               88  CTRN-ACTION-INSTRUCT   VALUE 'I'.
               88  CTRN-ACTION-EARLY      VALUE 'E'.
           05  CTRN-NUMBER            PIC X(10).
           05  CTRN-CPF               PIC X(11).
           05  CTRN-CONTA-NUM         PIC X(10).
           05  CTRN-PRINCIPAL         PIC X(11).
           05  CTRN-RATE              PIC X(5).
           05  CTRN-TERM              PIC X(3).
           05  CTRN-INSTRUCTION       PIC X.
               88  CTRN-VALID-INSTRUCTION VALUES 'R' 'O' SPACE.
           05  FILLER                 PIC X(28).
      *
       FD  CDB-FILE RECORDING MODE F.
           COPY CDBMST.
      *
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
      *
      * The placement debits in PSTTRAN's own layout; the JCL
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
       FD  GL-ITEM-OUT RECORDING MODE F.
           COPY GLITEM.
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
           05  WS-TRANS-EOF       PIC X VALUE 'N'.
               88  TRANS-AT-EOF       VALUE 'Y'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-CDB-STATUS          PIC XX.
       01  WS-CUSTMAST-STATUS     PIC XX.
       01  WS-SALDO-STATUS        PIC XX.
       01  WS-COUNTERS.
           05  WS-TRANS-READ-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-PLACE-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-INSTRUCT-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-EARLY-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-REJECT-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-OUTPUT-TOTAL        PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-PLACED        PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOTALS-FLAG         PIC X VALUE 'Y'.
           88  TOTALS-BALANCED        VALUE 'Y' FALSE 'N'.
       01  WS-REJECT-REASON       PIC X(20) VALUE SPACES.
       01  WS-REJECT-CODE         PIC 9(4) VALUE ZEROS.
       01  WS-RUN-DATE            PIC 9(8).
      * Numeric views of the display transaction fields.
       01  WS-PRINCIPAL-X         PIC X(11).
       01  WS-PRINCIPAL-NUM REDEFINES WS-PRINCIPAL-X
                                  PIC 9(9)V99.
       01  WS-RATE-X              PIC X(5).
       01  WS-RATE-NUM REDEFINES WS-RATE-X
                                  PIC 9V9(4).
       01  WS-TERM-NUM            PIC 9(3).
      * Display view of the posting amount for the PSTTRAN feed, the
      * same redefine shape DRCRCAP reads it back through.
       01  WS-POST-AMOUNT-X       PIC X(11).
       01  WS-POST-AMOUNT-NUM REDEFINES WS-POST-AMOUNT-X
                                  PIC 9(9)V99.
      * Maturity work area: the placement date rolled forward by the
      * term a year and a month at a time, LOANBILL's due-date roll.
      * A day past the 28th is held on the 28th so every month has
      * the maturity day.
       01  WS-MAT-DATE            PIC 9(8).
       01  WS-MAT-DATE-X REDEFINES WS-MAT-DATE.
           05  WS-MAT-YYYY        PIC 9(4).
           05  WS-MAT-MM          PIC 9(2).
           05  WS-MAT-DD          PIC 9(2).
       01  WS-MAT-YEARS           PIC 9(3).
       01  WS-MAT-MONTHS          PIC 9(2).
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS       PIC XX.
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-RUN-NUMBER          PIC 9(7).
       01  WS-RUN-END-TIME        PIC 9(8).
       01  WS-ELAPSED-TIME        PIC 9(8).
      *
       01  HDR-LINE-1.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(40) VALUE
               'TIME DEPOSIT MAINTENANCE'.
       01  CDB-DTL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  CDL-ACTION     PIC X(12).
           05  FILLER         PIC X(9)  VALUE ' DEPOSIT '.
           05  CDL-NUMBER     PIC 9(10).
           05  FILLER         PIC X(9)  VALUE ' ACCOUNT '.
           05  CDL-CONTA      PIC 9(10).
           05  FILLER         PIC X(11) VALUE ' PRINCIPAL '.
           05  CDL-PRINCIPAL  PIC -(9)9.99.
           05  FILLER         PIC X(10) VALUE ' MATURITY '.
           05  CDL-MATURITY   PIC 9(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  CDL-INSTRUCT   PIC X(8).
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
           PERFORM MAINTAIN-UNTIL-DONE
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT  CDB-TRANS.
           OPEN I-O CDB-FILE
               IF WS-CDB-STATUS = '35'
                   CLOSE CDB-FILE
                   OPEN OUTPUT CDB-FILE
                   CLOSE CDB-FILE
                   OPEN I-O CDB-FILE
               END-IF.
           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CDBMNT UNABLE TO OPEN CUSTMAST - STATUS '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SALDO-FILE
           IF WS-SALDO-STATUS NOT = '00'
               DISPLAY 'CDBMNT UNABLE TO OPEN SALDOFIL - STATUS '
                   WS-SALDO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT POSTING-OUT.
           OPEN OUTPUT GL-ITEM-OUT.
           OPEN OUTPUT EXCEPT-FILE.
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'CDBMNT' TO SEQ-JOB-NAME
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
           MOVE 'CDBMNT'        TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       MAINTAIN-UNTIL-DONE.
           PERFORM READ-TRANSACTION
           PERFORM APPLY-AND-READ
               UNTIL TRANS-AT-EOF OR COUNTER-OVERFLOWED.
      *
       APPLY-AND-READ.
           PERFORM APPLY-TRANSACTION
           PERFORM READ-TRANSACTION.
      *
       READ-TRANSACTION.
           READ CDB-TRANS
               AT END SET TRANS-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-TRANS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
       APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN CTRN-ACTION-PLACE
                   PERFORM APPLY-PLACEMENT
               WHEN CTRN-ACTION-INSTRUCT
                   PERFORM APPLY-INSTRUCTION
               WHEN CTRN-ACTION-EARLY
                   PERFORM APPLY-EARLY-REDEMPTION
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                   MOVE 4007 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
           END-EVALUATE.
      *
      * APPLY-PLACEMENT edits every field before the deposit is
      * looked for anywhere.
       APPLY-PLACEMENT.
           EVALUATE TRUE
               WHEN CTRN-NUMBER IS NOT NUMERIC
                   MOVE 'INVALID ACCOUNT'  TO WS-REJECT-REASON
                   MOVE 4024 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN CTRN-CONTA-NUM IS NOT NUMERIC
                   MOVE 'INVALID ACCOUNT'  TO WS-REJECT-REASON
                   MOVE 4024 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN CTRN-PRINCIPAL IS NOT NUMERIC
                       OR CTRN-PRINCIPAL = ZEROS
                   MOVE 'INVALID AMOUNT'   TO WS-REJECT-REASON
                   MOVE 4025 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN CTRN-RATE IS NOT NUMERIC
                   MOVE 'INVALID AMOUNT'   TO WS-REJECT-REASON
                   MOVE 4025 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN CTRN-TERM IS NOT NUMERIC OR CTRN-TERM = '000'
                   MOVE 'INVALID AMOUNT'   TO WS-REJECT-REASON
                   MOVE 4025 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN NOT CTRN-VALID-INSTRUCTION
                   MOVE 'INVALID STATUS'   TO WS-REJECT-REASON
                   MOVE 4033 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN OTHER
                   PERFORM PLACE-EDITED-DEPOSIT
           END-EVALUATE.
      *
      * PLACE-EDITED-DEPOSIT proves the owner is a real customer and
      * the settlement account holds the principal on last night's
      * balance before the deposit is written.
       PLACE-EDITED-DEPOSIT.
           MOVE CTRN-PRINCIPAL TO WS-PRINCIPAL-X
           MOVE CTRN-CPF TO CPF IN CLIENTE-REC
           READ CUSTMAST
               INVALID KEY
                   MOVE 'CPF NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 4006 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   MOVE CTRN-CONTA-NUM TO CONTA-NUM IN SALDO-REC
                   READ SALDO-FILE
                       INVALID KEY
                           MOVE 'ACCT NOT ON FILE'
                               TO WS-REJECT-REASON
                           MOVE 4018 TO WS-REJECT-CODE
                           PERFORM REJECT-TRANSACTION
                       NOT INVALID KEY
                           IF SALDO < WS-PRINCIPAL-NUM
                               MOVE 'INSUFFICIENT FUNDS'
                                   TO WS-REJECT-REASON
                               MOVE 4041 TO WS-REJECT-CODE
                               PERFORM REJECT-TRANSACTION
                           ELSE
                               PERFORM WRITE-DEPOSIT-RECORD
                           END-IF
                   END-READ
           END-READ.
      *
       WRITE-DEPOSIT-RECORD.
           MOVE CTRN-RATE       TO WS-RATE-X
           MOVE CTRN-TERM       TO WS-TERM-NUM
           MOVE SPACES          TO CDB-REC
           MOVE CTRN-NUMBER     TO CDB-NUMBER
           MOVE CTRN-CPF        TO CDB-CPF
           MOVE CTRN-CONTA-NUM  TO CDB-CONTA-NUM
           MOVE WS-PRINCIPAL-NUM TO CDB-PRINCIPAL
           MOVE WS-RATE-NUM     TO CDB-RATE
           MOVE WS-TERM-NUM     TO CDB-TERM
           MOVE WS-RUN-DATE     TO CDB-PLACE-DATE
           PERFORM COMPUTE-MATURITY
           MOVE WS-MAT-DATE     TO CDB-MATURITY
           MOVE ZEROS           TO CDB-ACCRUED CDB-IR-ACCRUED
           MOVE WS-RUN-DATE     TO CDB-ACCRUED-THRU
           MOVE CTRN-INSTRUCTION TO CDB-INSTRUCTION
           SET CDB-ACTIVE       TO TRUE
           MOVE ZEROS           TO CDB-ROLL-COUNT CDB-SETTLE-DATE
                                   CDB-PAID-GROSS CDB-PAID-IR
           WRITE CDB-REC
               INVALID KEY
                   MOVE 'DUPLICATE ID' TO WS-REJECT-REASON
                   MOVE 4031 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-PLACE-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-PLACE-COUNT OVERFLOWED'
                   END-ADD
                   PERFORM RAISE-PLACEMENT-DEBIT
                   MOVE 'PLACED'    TO CDL-ACTION
                   PERFORM PRINT-DEPOSIT-LINE
           END-WRITE.
      *
      * COMPUTE-MATURITY rolls the placement date forward by the term:
      * whole years onto the year, the months left over onto the
      * month, carrying into the next year past December.
       COMPUTE-MATURITY.
           MOVE CDB-PLACE-DATE TO WS-MAT-DATE
           DIVIDE CDB-TERM BY 12 GIVING WS-MAT-YEARS
               REMAINDER WS-MAT-MONTHS
           END-DIVIDE
           ADD WS-MAT-YEARS  TO WS-MAT-YYYY
           ADD WS-MAT-MONTHS TO WS-MAT-MM
           IF WS-MAT-MM > 12
               SUBTRACT 12 FROM WS-MAT-MM
               ADD 1 TO WS-MAT-YYYY
           END-IF
           IF WS-MAT-DD > 28
               MOVE 28 TO WS-MAT-DD
           END-IF.
      *
      * RAISE-PLACEMENT-DEBIT takes the principal out of the
      * settlement account under the CDB source code and hands the
      * same amount to the ledger as a CDBPLACE item.
       RAISE-PLACEMENT-DEBIT.
           MOVE SPACES           TO POSTING-OUT-REC
           MOVE CDB-CONTA-NUM    TO PST-CONTA-NUM
           MOVE CDB-PRINCIPAL    TO WS-POST-AMOUNT-NUM
           MOVE WS-POST-AMOUNT-X TO PST-AMOUNT
           MOVE 'D'              TO PST-DC-CODE
           MOVE WS-RUN-DATE      TO PST-POST-DATE
           MOVE 'CDB'            TO PST-SOURCE-CODE
           WRITE POSTING-OUT-REC
           MOVE SPACES           TO GL-ITEM-REC
           MOVE 'CDBPLACE'       TO GLI-SOURCE
           MOVE CDB-NUMBER       TO GLI-KEY
           MOVE CDB-PRINCIPAL    TO GLI-AMOUNT
           MOVE WS-RUN-DATE      TO GLI-POST-DATE
           MOVE 'CDBMNT'         TO GLI-PROGRAM
           WRITE GL-ITEM-REC
           ADD CDB-PRINCIPAL TO WS-TOTAL-PLACED
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-PLACED OVERFLOWED'
           END-ADD.
      *
      * APPLY-INSTRUCTION changes what the deposit does at maturity.
      * Only a running deposit can be instructed.
       APPLY-INSTRUCTION.
           EVALUATE TRUE
               WHEN CTRN-NUMBER IS NOT NUMERIC
                   MOVE 'INVALID ACCOUNT'  TO WS-REJECT-REASON
                   MOVE 4024 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN NOT CTRN-VALID-INSTRUCTION
                   MOVE 'INVALID STATUS'   TO WS-REJECT-REASON
                   MOVE 4033 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN OTHER
                   MOVE CTRN-NUMBER TO CDB-NUMBER
                   READ CDB-FILE
                       INVALID KEY
                           MOVE 'ID NOT ON FILE' TO WS-REJECT-REASON
                           MOVE 4030 TO WS-REJECT-CODE
                           PERFORM REJECT-TRANSACTION
                       NOT INVALID KEY
                           IF NOT CDB-ACTIVE
                               MOVE 'DEPOSIT NOT ACTIVE'
                                   TO WS-REJECT-REASON
                               MOVE 4032 TO WS-REJECT-CODE
                               PERFORM REJECT-TRANSACTION
                           ELSE
                               MOVE CTRN-INSTRUCTION
                                   TO CDB-INSTRUCTION
                               REWRITE CDB-REC
                               END-REWRITE
                               ADD 1 TO WS-INSTRUCT-COUNT
                                   ON SIZE ERROR
                                       SET COUNTER-OVERFLOWED TO TRUE
                                       DISPLAY
                                       'WS-INSTRUCT-COUNT OVERFLOWED'
                               END-ADD
                               MOVE 'INSTRUCTED' TO CDL-ACTION
                               PERFORM PRINT-DEPOSIT-LINE
                           END-IF
                   END-READ
           END-EVALUATE.
      *
      * APPLY-EARLY-REDEMPTION marks a running deposit to be redeemed
      * by tonight's CDBACCR, which catches the accrual up and applies
      * the early-redemption rules in one place with the maturities.
       APPLY-EARLY-REDEMPTION.
           IF CTRN-NUMBER IS NOT NUMERIC
               MOVE 'INVALID ACCOUNT' TO WS-REJECT-REASON
               MOVE 4024 TO WS-REJECT-CODE
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE CTRN-NUMBER TO CDB-NUMBER
               READ CDB-FILE
                   INVALID KEY
                       MOVE 'ID NOT ON FILE' TO WS-REJECT-REASON
                       MOVE 4030 TO WS-REJECT-CODE
                       PERFORM REJECT-TRANSACTION
                   NOT INVALID KEY
                       IF NOT CDB-ACTIVE
                           MOVE 'DEPOSIT NOT ACTIVE'
                               TO WS-REJECT-REASON
                           MOVE 4032 TO WS-REJECT-CODE
                           PERFORM REJECT-TRANSACTION
                       ELSE
                           SET CDB-EARLY-REQUESTED TO TRUE
                           REWRITE CDB-REC
                           END-REWRITE
                           ADD 1 TO WS-EARLY-COUNT
                               ON SIZE ERROR
                                   SET COUNTER-OVERFLOWED TO TRUE
                                   DISPLAY
                                       'WS-EARLY-COUNT OVERFLOWED'
                           END-ADD
                           MOVE 'EARLY REDEEM' TO CDL-ACTION
                           PERFORM PRINT-DEPOSIT-LINE
                       END-IF
               END-READ
           END-IF.
      *
       PRINT-DEPOSIT-LINE.
           MOVE CDB-NUMBER      TO CDL-NUMBER
           MOVE CDB-CONTA-NUM   TO CDL-CONTA
           MOVE CDB-PRINCIPAL   TO CDL-PRINCIPAL
           MOVE CDB-MATURITY    TO CDL-MATURITY
           IF CDB-ROLL-OVER
               MOVE 'ROLLOVER' TO CDL-INSTRUCT
           ELSE
               MOVE 'REDEEM'   TO CDL-INSTRUCT
           END-IF
           WRITE PRINT-REC FROM CDB-DTL-LINE.
      *
       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REJECT-COUNT OVERFLOWED'
           END-ADD
           MOVE SPACES           TO EXC-REC
           MOVE 'CDBMNT'         TO EXC-PROGRAM
           MOVE CTRN-CPF         TO EXC-KEY
           MOVE WS-REJECT-CODE   TO EXC-REASON-CODE
           MOVE WS-REJECT-REASON TO EXC-REASON-TEXT
           MOVE CTRN-NUMBER      TO EXC-INPUT-DATA(1:10)
           MOVE CTRN-PRINCIPAL   TO EXC-INPUT-DATA(12:11)
           WRITE EXC-REC.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           CLOSE CDB-TRANS.
           CLOSE CDB-FILE.
           CLOSE CUSTMAST.
           CLOSE SALDO-FILE.
           CLOSE POSTING-OUT.
           CLOSE GL-ITEM-OUT.
           CLOSE EXCEPT-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'CDBMNT READ ' WS-TRANS-READ-COUNT
                   ' PLACED ' WS-PLACE-COUNT
                   ' INSTRUCTED ' WS-INSTRUCT-COUNT
                   ' EARLY ' WS-EARLY-COUNT
                   ' REJECTED ' WS-REJECT-COUNT.
           PERFORM RECONCILE-TOTALS
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-CTL-TOTALS
           PERFORM WRITE-SUMMARY-REPORT
           IF COUNTER-OVERFLOWED
               DISPLAY 'CDBMNT ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT TOTALS-BALANCED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-REJECT-COUNT > ZEROS
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               PERFORM WRITE-ALERT-RECORD
           END-IF.
           GOBACK.
      *
      * RECONCILE-TOTALS is the shop-wide input-total vs. output-total
      * check: every transaction read must land somewhere - applied or
      * rejected - or the run is a hard error.
       RECONCILE-TOTALS.
           SET TOTALS-BALANCED TO TRUE
           COMPUTE WS-OUTPUT-TOTAL = WS-PLACE-COUNT + WS-INSTRUCT-COUNT
                   + WS-EARLY-COUNT + WS-REJECT-COUNT
           IF WS-TRANS-READ-COUNT NOT = WS-OUTPUT-TOTAL
               SET TOTALS-BALANCED TO FALSE
               DISPLAY 'CDBMNT CONTROL TOTALS OUT OF BALANCE - READ '
                       WS-TRANS-READ-COUNT ' ACCOUNTED FOR '
                       WS-OUTPUT-TOTAL
           END-IF.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'CDBMNT'            TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-TRANS-READ-COUNT TO CTLT-READ-COUNT
           COMPUTE CTLT-OUTPUT-COUNT = WS-PLACE-COUNT
                   + WS-INSTRUCT-COUNT + WS-EARLY-COUNT
           MOVE WS-REJECT-COUNT     TO CTLT-REJECT-COUNT
           IF TOTALS-BALANCED
               SET CTLT-BALANCED TO TRUE
           ELSE
               SET CTLT-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS appends the run's placed dollar total to the
      * CTLTODAY control-total file so CTLRECON reconciles the money
      * as well as the counts.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES             TO CTL-TOTAL-REC
           MOVE 'CDBMNT'           TO CTL-JOB-ID
           MOVE WS-RUN-DATE        TO CTL-RUN-DATE
           MOVE WS-PLACE-COUNT     TO CTL-RECORD-COUNT
           MOVE WS-TOTAL-PLACED    TO CTL-DOLLAR-TOTAL
           WRITE CTL-TOTAL-REC
           CLOSE CTL-TOTAL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the grand total broken out by transaction category.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'CDBMNT'            TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-TRANS-READ-COUNT TO SUMM-RECORD-COUNT
           COMPUTE SUMM-GRAND-TOTAL = WS-PLACE-COUNT
                   + WS-INSTRUCT-COUNT + WS-EARLY-COUNT
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'PLACEMENTS'        TO SUMM-CATEGORY-NAME
           MOVE WS-PLACE-COUNT      TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'INSTRUCTIONS'      TO SUMM-CATEGORY-NAME
           MOVE WS-INSTRUCT-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'EARLY REDEMPTION'  TO SUMM-CATEGORY-NAME
           MOVE WS-EARLY-COUNT      TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'REJECTS'           TO SUMM-CATEGORY-NAME
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
           MOVE 'CDBMNT'          TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM CDBMNT.
