      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    JUDINTAK.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  JUDINTAK is the intake for the court system's (SISBAJUD) daily
      *  file of judicial orders, which used to be keyed one by one
      *  into HOLDMNT.  Each order names the defendant's CPF, the
      *  court process number and an amount.  A freeze order ('B')
      *  finds every account the CPF holds through CUSTXREF and places
      *  ACTIVE holds on BALHOLD - a court order needs no supervisor -
      *  until the ordered amount is covered or the available money
      *  (SALDO less the active holds already standing) runs out.
      *  Accounts are taken in a fixed priority: those the CPF holds
      *  as primary holder first, then its joint accounts, each group
      *  in account number order; a procurador link is never frozen
      *  and neither is an account kept in another currency.  Every
      *  hold carries the process number in HLD-REASON, so a release
      *  order ('L') or a transfer-to-court-deposit order ('T') later
      *  in the same file, or in any later file, finds the holds it
      *  acts on.  Both walk the same priority; an amount of zero
      *  means the whole of what the process holds.  A transfer posts
      *  a JUD debit on the JUDPST feed into the PSTTRAN stream and
      *  reduces the hold, releasing it once nothing is left.  Orders
      *  are applied in file order, so a later order sees what an
      *  earlier one did.  The response file (JUDRESP) answers the
      *  court with one line per account acted on and one total line
      *  per order; an order that cannot be read goes to the shared
      *  EXCFILE and is answered as refused.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-IN     ASSIGN TO SISBAJUD
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT XREF-FILE    ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               ALTERNATE RECORD KEY IS XRF-CONTA-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
           SELECT SALDO-FILE   ASSIGN TO SALDOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONTA-NUM IN SALDO-REC
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT HOLD-FILE    ASSIGN TO BALHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT POSTING-OUT  ASSIGN TO JUDPST.
           SELECT RESPONSE-OUT ASSIGN TO JUDRESP.
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
      * The court system's order file, one order per record.
       FD  ORDER-IN RECORDING MODE F.
       01  ORDER-IN-REC.
           05  JUD-ORDER-TYPE       PIC X.
               88  JUD-FREEZE           VALUE 'B'.
               88  JUD-RELEASE          VALUE 'L'.
               88  JUD-TRANSFER         VALUE 'T'.
               88  JUD-VALID-TYPE       VALUES 'B' 'L' 'T'.
           05  JUD-PROCESS-NUM      PIC X(20).
           05  JUD-CPF              PIC X(11).
           05  JUD-AMOUNT           PIC 9(9)V99.
           05  JUD-ORDER-DATE       PIC 9(8).
           05  FILLER               PIC X(29).
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
      *
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
      *
       FD  HOLD-FILE RECORDING MODE F.
           COPY BALHOLD.
      *
      * The transfers in PSTTRAN's own layout; the JCL concatenates
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
      * The answer to the court: an 'A' line for each account an
      * order acted on, then an 'O' line with the order's total and
      * its result.
       FD  RESPONSE-OUT RECORDING MODE F.
       01  RESPONSE-REC.
           05  JRS-REC-TYPE         PIC X.
           05  JRS-ORDER-TYPE       PIC X.
           05  JRS-PROCESS-NUM      PIC X(20).
           05  JRS-CPF              PIC X(11).
           05  JRS-CONTA-NUM        PIC 9(10).
           05  JRS-AMOUNT           PIC 9(9)V99.
           05  JRS-ORDERED          PIC 9(9)V99.
           05  JRS-RESULT           PIC X(2).
           05  JRS-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(5).
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
           05  WS-ORDER-EOF        PIC X VALUE 'N'.
               88  ORDER-AT-EOF        VALUE 'Y'.
           05  WS-XREF-SCAN        PIC X VALUE 'N'.
               88  XREF-SCAN-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-HOLD-SCAN        PIC X VALUE 'N'.
               88  HOLD-SCAN-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-PASS-ROLE        PIC X VALUE 'P'.
               88  PRIMARY-PASS        VALUE 'P'.
               88  JOINT-PASS          VALUE 'J'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-ORDER-STATUS         PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-SALDO-STATUS         PIC XX.
       01  WS-HOLD-STATUS          PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-APPLIED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-SHORT-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-HOLDS-PLACED       PIC 9(7) VALUE ZEROS.
           05  WS-POSTED-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-FROZEN         PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-RELEASED       PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-TRANSFERRED    PIC S9(11)V99 VALUE ZEROS.
       01  WS-REJECT-CODE          PIC 9(4).
       01  WS-REJECT-REASON        PIC X(20).
      * The defendant's accounts, loaded from CUSTXREF per order.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-COUNT       PIC 9(3) VALUE ZEROS.
           05  WS-ACCT-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-ACCT-IDX.
               10  WS-ACCT-CONTA   PIC 9(10).
               10  WS-ACCT-ROLE    PIC X.
      * The order being worked: what it still has to cover, what it
      * did on the account in hand and in all.
       01  WS-REMAINING            PIC S9(9)V99.
       01  WS-ORDER-DONE           PIC S9(9)V99.
       01  WS-ACCT-DONE            PIC S9(9)V99.
       01  WS-AVAILABLE            PIC S9(9)V99.
       01  WS-HELD-TOTAL           PIC S9(9)V99.
       01  WS-NEXT-SEQ             PIC 9(3).
       01  WS-TAKE                 PIC S9(9)V99.
       01  WS-AMOUNT-X             PIC X(11).
       01  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-X
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
      *------------------
       PROCEDURE DIVISION.
      *------------------
      * MAIN-LOGIC is the program's only entry point, PERFORMing each
      * step in order so no paragraph runs by falling through into the
      * next one physically.
       MAIN-LOGIC.
           PERFORM OPEN-FILES
           PERFORM APPLY-UNTIL-DONE
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT ORDER-IN
           IF WS-ORDER-STATUS NOT = '00'
               SET ORDER-AT-EOF TO TRUE
               DISPLAY 'JUDINTAK - NO JUDICIAL ORDER FILE TONIGHT'
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'JUDINTAK UNABLE TO OPEN CUSTXREF - STATUS '
                   WS-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SALDO-FILE
           IF WS-SALDO-STATUS NOT = '00'
               DISPLAY 'JUDINTAK UNABLE TO OPEN SALDOFIL - STATUS '
                   WS-SALDO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = '35'
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           OPEN OUTPUT POSTING-OUT.
           OPEN OUTPUT RESPONSE-OUT.
           OPEN OUTPUT EXCEPT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-PERCHK-DATE
           CALL 'PERCHK' USING WS-PERCHK-DATE WS-PERCHK-RESULT
           IF NOT PERIOD-IS-OPEN
               DISPLAY 'JUDINTAK CANNOT START - THE BUSINESS '
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
           MOVE 'JUDINTAK' TO SEQ-JOB-NAME
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
           MOVE 'JUDINTAK'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       APPLY-UNTIL-DONE.
           PERFORM READ-ORDER
           PERFORM APPLY-AND-READ
               UNTIL ORDER-AT-EOF OR COUNTER-OVERFLOWED.
      *
       APPLY-AND-READ.
           PERFORM WORK-ONE-ORDER
           PERFORM READ-ORDER.
      *
       READ-ORDER.
           READ ORDER-IN
               AT END SET ORDER-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
      * WORK-ONE-ORDER edits the order, loads the defendant's accounts
      * and hands it to the paragraph for its type.
       WORK-ONE-ORDER.
           EVALUATE TRUE
               WHEN NOT JUD-VALID-TYPE
                   MOVE 'INVALID ORDER TYPE' TO WS-REJECT-REASON
                   MOVE 4007 TO WS-REJECT-CODE
                   PERFORM REJECT-ORDER
               WHEN JUD-CPF = SPACES
                       OR JUD-PROCESS-NUM = SPACES
                   MOVE 'INVALID CPF' TO WS-REJECT-REASON
                   MOVE 4001 TO WS-REJECT-CODE
                   PERFORM REJECT-ORDER
               WHEN JUD-AMOUNT IS NOT NUMERIC
               WHEN JUD-FREEZE AND JUD-AMOUNT = ZEROS
                   MOVE 'INVALID AMOUNT' TO WS-REJECT-REASON
                   MOVE 4025 TO WS-REJECT-CODE
                   PERFORM REJECT-ORDER
               WHEN OTHER
                   PERFORM LOAD-DEFENDANT-ACCOUNTS
                   IF WS-ACCT-COUNT = ZEROS
                       MOVE 'CPF HOLDS NO ACCOUNT' TO WS-REJECT-REASON
                       MOVE 4006 TO WS-REJECT-CODE
                       PERFORM REJECT-ORDER
                   ELSE
                       MOVE JUD-AMOUNT TO WS-REMAINING
                       MOVE ZEROS      TO WS-ORDER-DONE
                       SET PRIMARY-PASS TO TRUE
                       PERFORM APPLY-ORDER-TO-ACCOUNTS
                       SET JOINT-PASS TO TRUE
                       PERFORM APPLY-ORDER-TO-ACCOUNTS
                       PERFORM ANSWER-ORDER
                   END-IF
           END-EVALUATE.
      *
      * LOAD-DEFENDANT-ACCOUNTS walks the CPF's links behind one START
      * on the primary key, so they come back in account order; a
      * procurador only signs for the account - the money is not the
      * procurador's.
       LOAD-DEFENDANT-ACCOUNTS.
           MOVE ZEROS TO WS-ACCT-COUNT
           SET XREF-SCAN-DONE TO FALSE
           MOVE JUD-CPF TO XRF-CPF
           MOVE ZEROS   TO XRF-CONTA-NUM
           START XREF-FILE KEY IS NOT LESS THAN XRF-KEY
               INVALID KEY SET XREF-SCAN-DONE TO TRUE
           END-START
           PERFORM LOAD-ONE-LINK UNTIL XREF-SCAN-DONE.
      *
       LOAD-ONE-LINK.
           READ XREF-FILE NEXT RECORD
               AT END SET XREF-SCAN-DONE TO TRUE
               NOT AT END
                   IF XRF-CPF NOT = JUD-CPF
                       SET XREF-SCAN-DONE TO TRUE
                   ELSE
                       IF NOT XRF-PROCURADOR
                           PERFORM ADD-ACCOUNT-ENTRY
                       END-IF
                   END-IF
           END-READ.
      *
       ADD-ACCOUNT-ENTRY.
           IF WS-ACCT-COUNT < 50
               ADD 1 TO WS-ACCT-COUNT
               SET WS-ACCT-IDX TO WS-ACCT-COUNT
               MOVE XRF-CONTA-NUM TO WS-ACCT-CONTA (WS-ACCT-IDX)
               IF XRF-JOINT-HOLDER
                   MOVE 'J' TO WS-ACCT-ROLE (WS-ACCT-IDX)
               ELSE
                   MOVE 'P' TO WS-ACCT-ROLE (WS-ACCT-IDX)
               END-IF
           ELSE
               DISPLAY 'JUDINTAK - MORE THAN 50 ACCOUNTS FOR CPF '
                       JUD-CPF ' - THE REST ARE NOT WORKED'
           END-IF.
      *
      * APPLY-ORDER-TO-ACCOUNTS makes one priority pass - the primary
      * accounts or the joint ones - over the loaded table.
       APPLY-ORDER-TO-ACCOUNTS.
           PERFORM APPLY-ORDER-TO-ONE-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
      *
       APPLY-ORDER-TO-ONE-ACCOUNT.
           IF WS-ACCT-ROLE (WS-ACCT-IDX) = WS-PASS-ROLE
                   AND (WS-REMAINING > ZEROS OR JUD-AMOUNT = ZEROS)
               MOVE ZEROS TO WS-ACCT-DONE
               EVALUATE TRUE
                   WHEN JUD-FREEZE
                       PERFORM FREEZE-ACCOUNT
                   WHEN OTHER
                       PERFORM WORK-PROCESS-HOLDS
               END-EVALUATE
               IF WS-ACCT-DONE > ZEROS
                   PERFORM ANSWER-ACCOUNT
               END-IF
           END-IF.
      *
      * FREEZE-ACCOUNT holds what the account has free, up to what the
      * order still has to cover.  The scan over the account's holds
      * gives both the money already held and the next hold sequence.
       FREEZE-ACCOUNT.
           MOVE WS-ACCT-CONTA (WS-ACCT-IDX) TO CONTA-NUM IN SALDO-REC
           READ SALDO-FILE
               INVALID KEY
                   MOVE ZEROS TO SALDO
           END-READ
           IF WS-SALDO-STATUS = '00' AND MOEDA-BRL
               PERFORM SCAN-ACCOUNT-HOLDS
               COMPUTE WS-AVAILABLE = SALDO - WS-HELD-TOTAL
               IF WS-AVAILABLE > WS-REMAINING
                   MOVE WS-REMAINING TO WS-TAKE
               ELSE
                   MOVE WS-AVAILABLE TO WS-TAKE
               END-IF
               IF WS-TAKE > ZEROS
                   IF WS-NEXT-SEQ < 999
                       PERFORM PLACE-JUDICIAL-HOLD
                   ELSE
                       DISPLAY 'JUDINTAK - NO HOLD SEQUENCE LEFT ON '
                               'ACCOUNT ' WS-ACCT-CONTA (WS-ACCT-IDX)
                   END-IF
               END-IF
           END-IF.
      *
       SCAN-ACCOUNT-HOLDS.
           MOVE ZEROS TO WS-HELD-TOTAL
           MOVE ZEROS TO WS-NEXT-SEQ
           SET HOLD-SCAN-DONE TO FALSE
           MOVE WS-ACCT-CONTA (WS-ACCT-IDX) TO HLD-CONTA-NUM
           MOVE ZEROS TO HLD-SEQ
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY SET HOLD-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-ONE-HOLD UNTIL HOLD-SCAN-DONE.
      *
       SCAN-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END SET HOLD-SCAN-DONE TO TRUE
               NOT AT END
                   IF HLD-CONTA-NUM NOT = WS-ACCT-CONTA (WS-ACCT-IDX)
                       SET HOLD-SCAN-DONE TO TRUE
                   ELSE
                       IF HLD-SEQ > WS-NEXT-SEQ
                           MOVE HLD-SEQ TO WS-NEXT-SEQ
                       END-IF
                       IF HLD-ACTIVE
                               AND (HLD-EXPIRY = ZEROS
                                   OR HLD-EXPIRY >= WS-RUN-DATE)
                           ADD HLD-AMOUNT TO WS-HELD-TOTAL
                       END-IF
                   END-IF
           END-READ.
      *
       PLACE-JUDICIAL-HOLD.
           MOVE SPACES          TO BAL-HOLD-REC
           MOVE WS-ACCT-CONTA (WS-ACCT-IDX) TO HLD-CONTA-NUM
           ADD 1 TO WS-NEXT-SEQ
           MOVE WS-NEXT-SEQ     TO HLD-SEQ
           MOVE WS-TAKE         TO HLD-AMOUNT
           MOVE JUD-PROCESS-NUM TO HLD-REASON
           MOVE ZEROS           TO HLD-EXPIRY
           SET HLD-ACTIVE       TO TRUE
           MOVE 'JUDINTAK'      TO HLD-PLACED-BY
           MOVE 'JUDINTAK'      TO HLD-APPROVED-BY
           MOVE WS-RUN-DATE     TO HLD-PLACED-DATE
           WRITE BAL-HOLD-REC
               INVALID KEY
                   DISPLAY 'JUDINTAK - HOLD NOT WRITTEN FOR ACCOUNT '
                           HLD-CONTA-NUM ' SEQ ' HLD-SEQ
               NOT INVALID KEY
                   MOVE WS-TAKE TO WS-ACCT-DONE
                   SUBTRACT WS-TAKE FROM WS-REMAINING
                   ADD WS-TAKE TO WS-ORDER-DONE
                   ADD 1 TO WS-HOLDS-PLACED
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-HOLDS-PLACED OVERFLOWED'
                   END-ADD
                   ADD WS-TAKE TO WS-TOTAL-FROZEN
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-TOTAL-FROZEN OVERFLOWED'
                   END-ADD
           END-WRITE.
      *
      * WORK-PROCESS-HOLDS walks the account's holds for the active
      * ones this process placed and releases or transfers from each.
       WORK-PROCESS-HOLDS.
           SET HOLD-SCAN-DONE TO FALSE
           MOVE WS-ACCT-CONTA (WS-ACCT-IDX) TO HLD-CONTA-NUM
           MOVE ZEROS TO HLD-SEQ
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY SET HOLD-SCAN-DONE TO TRUE
           END-START
           PERFORM WORK-ONE-PROCESS-HOLD UNTIL HOLD-SCAN-DONE.
      *
       WORK-ONE-PROCESS-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END SET HOLD-SCAN-DONE TO TRUE
               NOT AT END
                   IF HLD-CONTA-NUM NOT = WS-ACCT-CONTA (WS-ACCT-IDX)
                       SET HOLD-SCAN-DONE TO TRUE
                   ELSE
                       IF HLD-ACTIVE
                               AND HLD-REASON = JUD-PROCESS-NUM
                           PERFORM TAKE-FROM-HOLD
                       END-IF
                   END-IF
                   IF JUD-AMOUNT NOT = ZEROS
                           AND WS-REMAINING NOT > ZEROS
                       SET HOLD-SCAN-DONE TO TRUE
                   END-IF
           END-READ.
      *
      * TAKE-FROM-HOLD takes the whole hold, or for a part order only
      * what is left to cover and leaves the rest of the hold active.
       TAKE-FROM-HOLD.
           IF JUD-AMOUNT = ZEROS OR HLD-AMOUNT <= WS-REMAINING
               MOVE HLD-AMOUNT TO WS-TAKE
           ELSE
               MOVE WS-REMAINING TO WS-TAKE
           END-IF
           SUBTRACT WS-TAKE FROM HLD-AMOUNT
           IF HLD-AMOUNT = ZEROS
               SET HLD-RELEASED TO TRUE
               MOVE 'JUDINTAK' TO HLD-APPROVED-BY
           END-IF
           REWRITE BAL-HOLD-REC
               INVALID KEY
                   DISPLAY 'JUDINTAK - HOLD NOT REWRITTEN FOR ACCOUNT '
                           HLD-CONTA-NUM ' SEQ ' HLD-SEQ
               NOT INVALID KEY
                   ADD WS-TAKE TO WS-ACCT-DONE
                   SUBTRACT WS-TAKE FROM WS-REMAINING
                   ADD WS-TAKE TO WS-ORDER-DONE
                   IF JUD-TRANSFER
                       PERFORM POST-COURT-TRANSFER
                   ELSE
                       ADD WS-TAKE TO WS-TOTAL-RELEASED
                           ON SIZE ERROR
                               SET COUNTER-OVERFLOWED TO TRUE
                               DISPLAY 'WS-TOTAL-RELEASED OVERFLOWED'
                       END-ADD
                   END-IF
           END-REWRITE.
      *
      * POST-COURT-TRANSFER debits the account what leaves it for the
      * court deposit.
       POST-COURT-TRANSFER.
           MOVE SPACES        TO POSTING-OUT-REC
           MOVE HLD-CONTA-NUM TO PST-CONTA-NUM
           MOVE WS-TAKE       TO WS-AMOUNT-NUM
           MOVE WS-AMOUNT-X   TO PST-AMOUNT
           MOVE 'D'           TO PST-DC-CODE
           MOVE WS-RUN-DATE   TO PST-POST-DATE
           MOVE 'JUD '        TO PST-SOURCE-CODE
           WRITE POSTING-OUT-REC
           ADD 1 TO WS-POSTED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-POSTED-COUNT OVERFLOWED'
           END-ADD
           ADD WS-TAKE TO WS-TOTAL-TRANSFERRED
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-TRANSFERRED OVERFLOWED'
           END-ADD.
      *
       ANSWER-ACCOUNT.
           MOVE SPACES          TO RESPONSE-REC
           MOVE 'A'             TO JRS-REC-TYPE
           MOVE JUD-ORDER-TYPE  TO JRS-ORDER-TYPE
           MOVE JUD-PROCESS-NUM TO JRS-PROCESS-NUM
           MOVE JUD-CPF         TO JRS-CPF
           MOVE WS-ACCT-CONTA (WS-ACCT-IDX) TO JRS-CONTA-NUM
           MOVE WS-ACCT-DONE    TO JRS-AMOUNT
           MOVE ZEROS           TO JRS-ORDERED
           MOVE '00'            TO JRS-RESULT
           MOVE WS-RUN-DATE     TO JRS-RUN-DATE
           WRITE RESPONSE-REC.
      *
      * ANSWER-ORDER closes the order's answer: 00 done in full, 01
      * done in part, 02 nothing found to act on.
       ANSWER-ORDER.
           MOVE SPACES          TO RESPONSE-REC
           MOVE 'O'             TO JRS-REC-TYPE
           MOVE JUD-ORDER-TYPE  TO JRS-ORDER-TYPE
           MOVE JUD-PROCESS-NUM TO JRS-PROCESS-NUM
           MOVE JUD-CPF         TO JRS-CPF
           MOVE ZEROS           TO JRS-CONTA-NUM
           MOVE WS-ORDER-DONE   TO JRS-AMOUNT
           MOVE JUD-AMOUNT      TO JRS-ORDERED
           MOVE WS-RUN-DATE     TO JRS-RUN-DATE
           EVALUATE TRUE
               WHEN WS-ORDER-DONE = ZEROS
                   MOVE '02' TO JRS-RESULT
                   PERFORM COUNT-SHORT-ORDER
               WHEN JUD-AMOUNT NOT = ZEROS
                       AND WS-ORDER-DONE < JUD-AMOUNT
                   MOVE '01' TO JRS-RESULT
                   PERFORM COUNT-SHORT-ORDER
               WHEN OTHER
                   MOVE '00' TO JRS-RESULT
                   ADD 1 TO WS-APPLIED-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-APPLIED-COUNT OVERFLOWED'
                   END-ADD
           END-EVALUATE
           WRITE RESPONSE-REC.
      *
       COUNT-SHORT-ORDER.
           ADD 1 TO WS-SHORT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-SHORT-COUNT OVERFLOWED'
           END-ADD.
      *
      * REJECT-ORDER lands the order on EXCFILE and answers the court
      * that it was refused (99).
       REJECT-ORDER.
           ADD 1 TO WS-REJECT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REJECT-COUNT OVERFLOWED'
           END-ADD
           MOVE SPACES           TO EXC-REC
           MOVE 'JUDINTAK'       TO EXC-PROGRAM
           MOVE JUD-CPF          TO EXC-KEY
           MOVE WS-REJECT-CODE   TO EXC-REASON-CODE
           MOVE WS-REJECT-REASON TO EXC-REASON-TEXT
           MOVE ORDER-IN-REC(1:30) TO EXC-INPUT-DATA
           WRITE EXC-REC
           MOVE SPACES          TO RESPONSE-REC
           MOVE 'O'             TO JRS-REC-TYPE
           MOVE JUD-ORDER-TYPE  TO JRS-ORDER-TYPE
           MOVE JUD-PROCESS-NUM TO JRS-PROCESS-NUM
           MOVE JUD-CPF         TO JRS-CPF
           MOVE ZEROS           TO JRS-CONTA-NUM
           MOVE ZEROS           TO JRS-AMOUNT
           IF JUD-AMOUNT IS NUMERIC
               MOVE JUD-AMOUNT  TO JRS-ORDERED
           ELSE
               MOVE ZEROS       TO JRS-ORDERED
           END-IF
           MOVE '99'            TO JRS-RESULT
           MOVE WS-RUN-DATE     TO JRS-RUN-DATE
           WRITE RESPONSE-REC.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-CTL-TOTALS
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE ORDER-IN.
           CLOSE XREF-FILE.
           CLOSE SALDO-FILE.
           CLOSE HOLD-FILE.
           CLOSE POSTING-OUT.
           CLOSE RESPONSE-OUT.
           CLOSE EXCEPT-FILE.
           DISPLAY 'JUDINTAK READ ' WS-READ-COUNT
                   ' APPLIED ' WS-APPLIED-COUNT
                   ' SHORT ' WS-SHORT-COUNT
                   ' REFUSED ' WS-REJECT-COUNT
                   ' HOLDS PLACED ' WS-HOLDS-PLACED
                   ' TRANSFERS ' WS-POSTED-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'JUDINTAK ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-ALERT-SEVERITY
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF WS-REJECT-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'JUDICIAL ORDERS REFUSED - SEE EXCFILE'
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
           MOVE 'JUDINTAK'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           COMPUTE CTLT-OUTPUT-COUNT =
               WS-APPLIED-COUNT + WS-SHORT-COUNT
           MOVE WS-REJECT-COUNT     TO CTLT-REJECT-COUNT
           IF WS-READ-COUNT = WS-APPLIED-COUNT + WS-SHORT-COUNT
                   + WS-REJECT-COUNT
               SET CTLT-BALANCED TO TRUE
           ELSE
               SET CTLT-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS appends the transfers posted to the CTLTODAY
      * control-total file so CTLRECON reconciles the money that left
      * the accounts as well as the counts.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES               TO CTL-TOTAL-REC
           MOVE 'JUDINTAK'           TO CTL-JOB-ID
           MOVE WS-RUN-DATE          TO CTL-RUN-DATE
           MOVE WS-POSTED-COUNT      TO CTL-RECORD-COUNT
           MOVE WS-TOTAL-TRANSFERRED TO CTL-DOLLAR-TOTAL
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
           MOVE 'JUDINTAK'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-TOTAL-FROZEN     TO SUMM-GRAND-TOTAL
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
           MOVE 'JUDINTAK'        TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM JUDINTAK.
