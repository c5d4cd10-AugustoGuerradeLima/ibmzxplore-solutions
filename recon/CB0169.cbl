      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FGCRPT.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  FGCRPT is the deposit guarantee (FGC) coverage run, for the
      *  fund's reporting and for the treasury's liquidity planning:
      *  how much of each depositor's money the fund covers up to
      *  the per-depositor ceiling in FGCTBL.cpy.  Every account with
      *  a positive SALDO is split equally among its holders on
      *  CUSTXREF - primary, joint, or a company by its owner key;
      *  a procurador holds nothing - with the odd cent going to the
      *  first holder.  A balance in another currency is converted
      *  to reais at the day's FXRATE the way BALCHECK converts its
      *  subtotals; a currency with no rate on file cannot be
      *  valued, so the account is left out and counted.  Every
      *  time deposit still held on CDBMST counts for its owner at
      *  principal plus the interest accrued so far, under the
      *  branch of its settlement account.  The shares are sorted by
      *  depositor and totalled; the covered part is the total up to
      *  the ceiling and the rest is uncovered, and both are shared
      *  back over the branches the depositor's money sits in, pro
      *  rata to the balance held there.  The branch report prints
      *  on PRTFILE and the fund's file (FGCREG.cpy) on FGCFILE.  A
      *  balance with no holder on CUSTXREF is reported uncovered and
      *  unattributed.  The run ends RC 4 with an alert when anything
      *  was left out, unattributed or unresolved, or a rate was
      *  stale.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDO-FILE  ASSIGN TO SALDOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUM IN SALDO-REC
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT XREF-FILE   ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               ALTERNATE RECORD KEY IS XRF-CONTA-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
           SELECT CDB-FILE    ASSIGN TO CDBMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDB-NUMBER
               FILE STATUS IS WS-CDB-STATUS.
           SELECT PJ-FILE     ASSIGN TO PJMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CNPJ
               ALTERNATE RECORD KEY IS PJ-OWNER-KEY
               FILE STATUS IS WS-PJMAST-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO FXRATE
               FILE STATUS IS WS-FXRATE-STATUS.
           SELECT SORT-WORK   ASSIGN TO SORTWK01.
           SELECT FGC-FILE    ASSIGN TO FGCFILE.
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
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
      *
       FD  CDB-FILE RECORDING MODE F.
           COPY CDBMST.
      *
       FD  PJ-FILE RECORDING MODE F.
           COPY PJMAST.
      *
       FD  FX-RATE-FILE RECORDING MODE F.
           COPY FXRATE.
      *
      * Sort work file: one depositor's share of one deposit, in
      * reais.  A blank depositor is a balance with no holder.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-DEPOSITOR  PIC X(11).
           05  SRT-BRANCH     PIC 9(4).
           05  SRT-AMOUNT     PIC S9(11)V99.
      *
       FD  FGC-FILE RECORDING MODE F.
           COPY FGCREG.
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
       COPY FGCTBL.
       01  FLAGS.
           05  WS-SALDO-EOF        PIC X VALUE 'N'.
               88  SALDO-AT-EOF        VALUE 'Y'.
           05  WS-CDB-EOF          PIC X VALUE 'N'.
               88  CDB-AT-EOF          VALUE 'Y'.
           05  WS-SORT-EOF         PIC X VALUE 'N'.
               88  SORT-AT-EOF         VALUE 'Y'.
           05  WS-FXRATE-EOF       PIC X VALUE 'N'.
               88  FXRATE-AT-EOF       VALUE 'Y'.
           05  WS-XREF-SCAN-FLAG   PIC X VALUE 'N'.
               88  XREF-SCAN-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-CDB-OPEN-FLAG    PIC X VALUE 'N'.
               88  CDB-FILE-OPEN       VALUE 'Y' FALSE 'N'.
           05  WS-PJMAST-FLAG      PIC X VALUE 'N'.
               88  PJMAST-AVAILABLE    VALUE 'Y' FALSE 'N'.
           05  WS-RATE-FOUND-FLAG  PIC X VALUE 'N'.
               88  FX-RATE-FOUND       VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-SALDO-STATUS         PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-CDB-STATUS           PIC XX.
       01  WS-PJMAST-STATUS        PIC XX.
       01  WS-FXRATE-STATUS        PIC XX.
       01  WS-COUNTERS.
           05  WS-ACCT-READ-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-ACCT-USED-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-CDB-USED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-UNVALUED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-UNATTRIB-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-DEPOSITOR-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-OVER-CEILING-COUNT PIC 9(7) VALUE ZEROS.
           05  WS-UNRESOLVED-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-FX-STALE-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-RUN-DATE             PIC 9(8).
      * Rates on file for the day, BALCHECK's table.
       01  WS-FX-TABLE.
           05  WS-FX-ENTRY-COUNT   PIC 9(2) VALUE ZEROS.
           05  WS-FX-ENTRY OCCURS 10 TIMES
                            INDEXED BY WS-FX-IDX.
               10  WS-FT-CURRENCY      PIC X(3).
               10  WS-FT-RATE          PIC 9(3)V9(6).
      * One deposit being shared out: its value in reais, branch and
      * the holders found on CUSTXREF.
       01  WS-DEPOSIT-BRL          PIC S9(11)V99.
       01  WS-DEPOSIT-BRANCH       PIC 9(4).
       01  WS-SHARE-AMOUNT         PIC S9(11)V99.
       01  WS-FIRST-SHARE          PIC S9(11)V99.
       01  WS-UNVALUED-AMOUNT      PIC S9(13)V99 VALUE ZEROS.
       01  WS-HOLDER-COUNT         PIC 99.
       01  WS-HOLDER-IX            PIC 99.
       01  WS-HOLDER-TABLE.
           05  WS-HOLDER-KEY        PIC X(11) OCCURS 10 TIMES.
      * One depositor's money by branch as it comes off the sort.
       01  WS-CUR-DEPOSITOR        PIC X(11).
       01  WS-CUR-DEPOSITOR-PJ REDEFINES WS-CUR-DEPOSITOR.
           05  WS-CUR-OWNER-TAG     PIC X(2).
               88  CUR-IS-COMPANY       VALUE 'PJ'.
           05  FILLER               PIC X(9).
       01  WS-DEP-TOTAL            PIC S9(13)V99.
       01  WS-DEP-COVERED          PIC S9(13)V99.
       01  WS-DEP-UNCOVERED        PIC S9(13)V99.
       01  WS-DEP-SHARES           PIC 9(5).
       01  WS-DEP-RUNNING          PIC S9(13)V99.
       01  WS-DEP-PART             PIC S9(13)V99.
       01  WS-DB-COUNT             PIC 99.
       01  WS-DB-IX                PIC 99.
       01  WS-DEP-BRANCH-TABLE.
           05  WS-DB-ENTRY OCCURS 20 TIMES.
               10  WS-DB-BRANCH     PIC 9(4).
               10  WS-DB-AMOUNT     PIC S9(13)V99.
      * Branch totals, indexed by branch number plus one so branch
      * 0000 has a slot.
       01  WS-BR-IX                PIC 9(5).
       01  WS-BRANCH-TOTALS.
           05  WS-BT-ENTRY OCCURS 10000 TIMES.
               10  WS-BT-DEPOSITORS PIC 9(7)      COMP-3.
               10  WS-BT-BALANCE    PIC S9(13)V99 COMP-3.
               10  WS-BT-COVERED    PIC S9(13)V99 COMP-3.
               10  WS-BT-UNCOVERED  PIC S9(13)V99 COMP-3.
       01  WS-GRAND-TOTALS.
           05  WS-GT-BALANCE        PIC S9(15)V99 VALUE ZEROS.
           05  WS-GT-COVERED        PIC S9(15)V99 VALUE ZEROS.
           05  WS-GT-UNCOVERED      PIC S9(15)V99 VALUE ZEROS.
           05  WS-GT-UNATTRIBUTED   PIC S9(15)V99 VALUE ZEROS.
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
               'FGC DEPOSIT GUARANTEE COVERAGE - BASE'.
           05  HDR-RUN-DATE   PIC 9(8).
           05  FILLER         PIC X(12) VALUE '  CEILING '.
           05  HDR-CEILING    PIC ZZZ,ZZZ,ZZ9.99.
       01  COLUMN-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(8)  VALUE 'BRANCH'.
           05  FILLER         PIC X(12) VALUE 'DEPOSITORS'.
           05  FILLER         PIC X(22) VALUE '      ELIGIBLE BALANCE'.
           05  FILLER         PIC X(22) VALUE '               COVERED'.
           05  FILLER         PIC X(22) VALUE '             UNCOVERED'.
       01  DETAIL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-BRANCH     PIC 9(4).
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  DTL-DEPOSITORS PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-BALANCE    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-COVERED    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-UNCOVERED  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  TOTAL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(8)  VALUE 'TOTAL'.
           05  TOT-DEPOSITORS PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  TOT-BALANCE    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  TOT-COVERED    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  TOT-UNCOVERED  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  NOTE-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  NTL-LABEL      PIC X(40).
           05  NTL-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  NTL-AMOUNT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
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
           SORT SORT-WORK
               ON ASCENDING KEY SRT-DEPOSITOR SRT-BRANCH
               INPUT PROCEDURE IS SHARE-OUT-DEPOSITS
               OUTPUT PROCEDURE IS TOTAL-BY-DEPOSITOR
           PERFORM PRINT-BRANCH-REPORT
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT SALDO-FILE
           IF WS-SALDO-STATUS NOT = '00'
               DISPLAY 'FGCRPT UNABLE TO OPEN SALDOFIL - STATUS '
                   WS-SALDO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'FGCRPT UNABLE TO OPEN CUSTXREF - STATUS '
                   WS-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CDB-FILE
           IF WS-CDB-STATUS = '00'
               SET CDB-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT PJ-FILE
           IF WS-PJMAST-STATUS = '00'
               SET PJMAST-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT FGC-FILE.
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           INITIALIZE WS-BRANCH-TOTALS
           PERFORM LOAD-FX-RATES
           MOVE SPACES            TO FGC-REG-REC
           SET FGR-HEADER         TO TRUE
           MOVE WS-FGC-INST-CODE  TO FGH-INST-CODE
           MOVE WS-RUN-DATE       TO FGH-BASE-DATE
           MOVE WS-FGC-CEILING    TO FGH-CEILING
           WRITE FGC-REG-REC
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'FGCRPT' TO SEQ-JOB-NAME
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
           MOVE 'FGCRPT'        TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * LOAD-FX-RATES keeps every rate on FXRATE, BALCHECK's way; a
      * rate dated before the business date is used but counted.
       LOAD-FX-RATES.
           OPEN INPUT FX-RATE-FILE
           IF WS-FXRATE-STATUS = '00'
               PERFORM LOAD-ONE-FX-RATE UNTIL FXRATE-AT-EOF
               CLOSE FX-RATE-FILE
           END-IF.
      *
       LOAD-ONE-FX-RATE.
           READ FX-RATE-FILE
               AT END SET FXRATE-AT-EOF TO TRUE
               NOT AT END
                   IF WS-FX-ENTRY-COUNT < 10
                       ADD 1 TO WS-FX-ENTRY-COUNT
                       SET WS-FX-IDX TO WS-FX-ENTRY-COUNT
                       MOVE FX-CURRENCY
                           TO WS-FT-CURRENCY(WS-FX-IDX)
                       MOVE FX-RATE TO WS-FT-RATE(WS-FX-IDX)
                       IF FX-RATE-DATE < WS-RUN-DATE
                           ADD 1 TO WS-FX-STALE-COUNT
                       END-IF
                   END-IF
           END-READ.
      *
      * SHARE-OUT-DEPOSITS releases every depositor's share of every
      * eligible deposit: the accounts first, then the time deposits.
       SHARE-OUT-DEPOSITS.
           PERFORM READ-SALDO
           PERFORM UNTIL SALDO-AT-EOF OR COUNTER-OVERFLOWED
               IF SALDO IN SALDO-REC > ZEROS
                   PERFORM SHARE-ONE-ACCOUNT
               END-IF
               PERFORM READ-SALDO
           END-PERFORM
           IF CDB-FILE-OPEN
               PERFORM READ-CDB
               PERFORM UNTIL CDB-AT-EOF OR COUNTER-OVERFLOWED
                   IF CDB-ACTIVE OR CDB-EARLY-REQUESTED
                       PERFORM SHARE-ONE-TIME-DEPOSIT
                   END-IF
                   PERFORM READ-CDB
               END-PERFORM
           END-IF.
      *
       READ-SALDO.
           READ SALDO-FILE NEXT RECORD
               AT END SET SALDO-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCT-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-ACCT-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
       READ-CDB.
           READ CDB-FILE NEXT RECORD
               AT END SET CDB-AT-EOF TO TRUE
           END-READ.
      *
      * SHARE-ONE-ACCOUNT values the balance in reais, then shares it
      * among the account's holders.  A currency with no rate cannot
      * be valued and the account is left out.
       SHARE-ONE-ACCOUNT.
           MOVE SALDO-AGENCIA TO WS-DEPOSIT-BRANCH
           SET FX-RATE-FOUND TO TRUE
           IF MOEDA-BRL
               MOVE SALDO IN SALDO-REC TO WS-DEPOSIT-BRL
           ELSE
               PERFORM CONVERT-TO-BRL
           END-IF
           IF NOT FX-RATE-FOUND
               ADD 1 TO WS-UNVALUED-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-UNVALUED-COUNT OVERFLOWED'
               END-ADD
               ADD SALDO IN SALDO-REC TO WS-UNVALUED-AMOUNT
           ELSE
               ADD 1 TO WS-ACCT-USED-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-ACCT-USED-COUNT OVERFLOWED'
               END-ADD
               PERFORM GATHER-ACCOUNT-HOLDERS
               PERFORM RELEASE-SHARES
           END-IF.
      *
       CONVERT-TO-BRL.
           SET FX-RATE-FOUND TO FALSE
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL FX-RATE-FOUND
                   OR WS-FX-IDX > WS-FX-ENTRY-COUNT
               IF WS-FT-CURRENCY(WS-FX-IDX) = SALDO-MOEDA
                   SET FX-RATE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF FX-RATE-FOUND
               SET WS-FX-IDX DOWN BY 1
               COMPUTE WS-DEPOSIT-BRL ROUNDED = SALDO IN SALDO-REC
                       * WS-FT-RATE(WS-FX-IDX)
           END-IF.
      *
      * GATHER-ACCOUNT-HOLDERS lists the account's holders off the
      * CUSTXREF alternate key; a procurador is not a depositor.
       GATHER-ACCOUNT-HOLDERS.
           MOVE ZEROS TO WS-HOLDER-COUNT
           SET XREF-SCAN-DONE TO FALSE
           MOVE CONTA-NUM IN SALDO-REC TO XRF-CONTA-NUM
           START XREF-FILE KEY IS EQUAL TO XRF-CONTA-NUM
               INVALID KEY SET XREF-SCAN-DONE TO TRUE
           END-START
           PERFORM NOTE-ONE-HOLDER UNTIL XREF-SCAN-DONE.
      *
       NOTE-ONE-HOLDER.
           READ XREF-FILE NEXT RECORD
               AT END SET XREF-SCAN-DONE TO TRUE
               NOT AT END
                   IF XRF-CONTA-NUM NOT = CONTA-NUM IN SALDO-REC
                       SET XREF-SCAN-DONE TO TRUE
                   ELSE
                       IF NOT XRF-PROCURADOR
                               AND WS-HOLDER-COUNT < 10
                           ADD 1 TO WS-HOLDER-COUNT
                           MOVE XRF-CPF
                               TO WS-HOLDER-KEY(WS-HOLDER-COUNT)
                       END-IF
                   END-IF
           END-READ.
      *
      * RELEASE-SHARES splits the deposit equally among the holders,
      * the first holder taking the cent the division leaves over.
      * A deposit with no holder goes to the sort under a blank
      * depositor.
       RELEASE-SHARES.
           MOVE SPACES            TO SORT-REC
           MOVE WS-DEPOSIT-BRANCH TO SRT-BRANCH
           IF WS-HOLDER-COUNT = ZEROS
               ADD 1 TO WS-UNATTRIB-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-UNATTRIB-COUNT OVERFLOWED'
               END-ADD
               MOVE WS-DEPOSIT-BRL TO SRT-AMOUNT
               RELEASE SORT-REC
           ELSE
               DIVIDE WS-DEPOSIT-BRL BY WS-HOLDER-COUNT
                   GIVING WS-SHARE-AMOUNT
               COMPUTE WS-FIRST-SHARE = WS-DEPOSIT-BRL
                       - (WS-SHARE-AMOUNT * (WS-HOLDER-COUNT - 1))
               PERFORM RELEASE-ONE-SHARE
                   VARYING WS-HOLDER-IX FROM 1 BY 1
                   UNTIL WS-HOLDER-IX > WS-HOLDER-COUNT
           END-IF.
      *
       RELEASE-ONE-SHARE.
           MOVE WS-HOLDER-KEY(WS-HOLDER-IX) TO SRT-DEPOSITOR
           IF WS-HOLDER-IX = 1
               MOVE WS-FIRST-SHARE TO SRT-AMOUNT
           ELSE
               MOVE WS-SHARE-AMOUNT TO SRT-AMOUNT
           END-IF
           RELEASE SORT-REC.
      *
      * SHARE-ONE-TIME-DEPOSIT counts a CDB for its owner at
      * principal plus interest accrued, under the branch of its
      * settlement account.
       SHARE-ONE-TIME-DEPOSIT.
           ADD 1 TO WS-CDB-USED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-CDB-USED-COUNT OVERFLOWED'
           END-ADD
           COMPUTE WS-DEPOSIT-BRL ROUNDED = CDB-PRINCIPAL
                   + CDB-ACCRUED
           MOVE ZEROS TO WS-DEPOSIT-BRANCH
           MOVE CDB-CONTA-NUM TO CONTA-NUM IN SALDO-REC
           READ SALDO-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SALDO-AGENCIA TO WS-DEPOSIT-BRANCH
           END-READ
           MOVE 1       TO WS-HOLDER-COUNT
           MOVE CDB-CPF TO WS-HOLDER-KEY(1)
           PERFORM RELEASE-SHARES.
      *
      * TOTAL-BY-DEPOSITOR takes the shares back in depositor order
      * and settles each depositor at the break.
       TOTAL-BY-DEPOSITOR.
           PERFORM RETURN-SORTED-SHARE
           PERFORM UNTIL SORT-AT-EOF
               MOVE SRT-DEPOSITOR TO WS-CUR-DEPOSITOR
               MOVE ZEROS TO WS-DB-COUNT
               MOVE ZEROS TO WS-DEP-TOTAL
               MOVE ZEROS TO WS-DEP-SHARES
               PERFORM UNTIL SORT-AT-EOF
                       OR SRT-DEPOSITOR NOT = WS-CUR-DEPOSITOR
                   PERFORM NOTE-DEPOSITOR-SHARE
                   PERFORM RETURN-SORTED-SHARE
               END-PERFORM
               IF WS-CUR-DEPOSITOR = SPACES
                   PERFORM SETTLE-UNATTRIBUTED
               ELSE
                   PERFORM SETTLE-DEPOSITOR
               END-IF
           END-PERFORM.
      *
       RETURN-SORTED-SHARE.
           RETURN SORT-WORK
               AT END SET SORT-AT-EOF TO TRUE
           END-RETURN.
      *
      * NOTE-DEPOSITOR-SHARE adds the share to the depositor's
      * branch slot; shares arrive in branch order, so a new branch
      * opens a new slot.  Past twenty branches the last slot takes
      * the rest.
       NOTE-DEPOSITOR-SHARE.
           ADD SRT-AMOUNT TO WS-DEP-TOTAL
           ADD 1 TO WS-DEP-SHARES
           IF WS-DB-COUNT = ZEROS
               PERFORM OPEN-BRANCH-SLOT
           ELSE
               IF SRT-BRANCH NOT = WS-DB-BRANCH(WS-DB-COUNT)
                       AND WS-DB-COUNT < 20
                   PERFORM OPEN-BRANCH-SLOT
               END-IF
           END-IF
           ADD SRT-AMOUNT TO WS-DB-AMOUNT(WS-DB-COUNT).
      *
       OPEN-BRANCH-SLOT.
           ADD 1 TO WS-DB-COUNT
           MOVE SRT-BRANCH TO WS-DB-BRANCH(WS-DB-COUNT)
           MOVE ZEROS      TO WS-DB-AMOUNT(WS-DB-COUNT).
      *
      * SETTLE-DEPOSITOR applies the ceiling to the depositor's total,
      * shares the covered part over the branches pro rata (the last
      * branch taking the rounding), and writes the fund's detail.
       SETTLE-DEPOSITOR.
           ADD 1 TO WS-DEPOSITOR-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-DEPOSITOR-COUNT OVERFLOWED'
           END-ADD
           IF WS-DEP-TOTAL > WS-FGC-CEILING
               MOVE WS-FGC-CEILING TO WS-DEP-COVERED
               ADD 1 TO WS-OVER-CEILING-COUNT
           ELSE
               MOVE WS-DEP-TOTAL TO WS-DEP-COVERED
           END-IF
           COMPUTE WS-DEP-UNCOVERED = WS-DEP-TOTAL - WS-DEP-COVERED
           MOVE ZEROS TO WS-DEP-RUNNING
           PERFORM SETTLE-ONE-BRANCH
               VARYING WS-DB-IX FROM 1 BY 1
               UNTIL WS-DB-IX > WS-DB-COUNT
           ADD WS-DEP-TOTAL     TO WS-GT-BALANCE
           ADD WS-DEP-COVERED   TO WS-GT-COVERED
           ADD WS-DEP-UNCOVERED TO WS-GT-UNCOVERED
           PERFORM WRITE-FGC-DETAIL.
      *
       SETTLE-ONE-BRANCH.
           COMPUTE WS-BR-IX = WS-DB-BRANCH(WS-DB-IX) + 1
           IF WS-DB-IX = WS-DB-COUNT
               COMPUTE WS-DEP-PART = WS-DEP-COVERED - WS-DEP-RUNNING
           ELSE
               IF WS-DEP-TOTAL > ZEROS
                   COMPUTE WS-DEP-PART = WS-DB-AMOUNT(WS-DB-IX)
                           * WS-DEP-COVERED / WS-DEP-TOTAL
               ELSE
                   MOVE ZEROS TO WS-DEP-PART
               END-IF
               ADD WS-DEP-PART TO WS-DEP-RUNNING
           END-IF
           ADD 1 TO WS-BT-DEPOSITORS(WS-BR-IX)
           ADD WS-DB-AMOUNT(WS-DB-IX) TO WS-BT-BALANCE(WS-BR-IX)
           ADD WS-DEP-PART            TO WS-BT-COVERED(WS-BR-IX)
           COMPUTE WS-BT-UNCOVERED(WS-BR-IX) =
                   WS-BT-UNCOVERED(WS-BR-IX)
                   + WS-DB-AMOUNT(WS-DB-IX) - WS-DEP-PART.
      *
      * SETTLE-UNATTRIBUTED puts money with no holder on its branch
      * as uncovered; no depositor can claim it on the fund's file.
       SETTLE-UNATTRIBUTED.
           PERFORM SETTLE-ONE-UNATTRIBUTED
               VARYING WS-DB-IX FROM 1 BY 1
               UNTIL WS-DB-IX > WS-DB-COUNT
           ADD WS-DEP-TOTAL TO WS-GT-BALANCE
           ADD WS-DEP-TOTAL TO WS-GT-UNCOVERED
           ADD WS-DEP-TOTAL TO WS-GT-UNATTRIBUTED.
      *
       SETTLE-ONE-UNATTRIBUTED.
           COMPUTE WS-BR-IX = WS-DB-BRANCH(WS-DB-IX) + 1
           ADD WS-DB-AMOUNT(WS-DB-IX) TO WS-BT-BALANCE(WS-BR-IX)
           ADD WS-DB-AMOUNT(WS-DB-IX) TO WS-BT-UNCOVERED(WS-BR-IX).
      *
      * WRITE-FGC-DETAIL writes the depositor under CPF, or under the
      * CNPJ a company's owner key resolves to on PJMAST.
       WRITE-FGC-DETAIL.
           MOVE SPACES            TO FGC-REG-REC
           SET FGR-DETAIL         TO TRUE
           IF CUR-IS-COMPANY
               PERFORM RESOLVE-COMPANY-DOCUMENT
           ELSE
               SET FGD-DOC-CPF    TO TRUE
               MOVE WS-CUR-DEPOSITOR TO FGD-DOCUMENT
           END-IF
           MOVE WS-DEP-TOTAL      TO FGD-BALANCE
           MOVE WS-DEP-COVERED    TO FGD-COVERED
           MOVE WS-DEP-UNCOVERED  TO FGD-UNCOVERED
           MOVE WS-DEP-SHARES     TO FGD-DEPOSIT-COUNT
           WRITE FGC-REG-REC.
      *
       RESOLVE-COMPANY-DOCUMENT.
           SET FGD-DOC-OWNER-KEY  TO TRUE
           MOVE WS-CUR-DEPOSITOR  TO FGD-DOCUMENT
           IF PJMAST-AVAILABLE
               MOVE WS-CUR-DEPOSITOR TO PJ-OWNER-KEY
               READ PJ-FILE KEY IS PJ-OWNER-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET FGD-DOC-CNPJ TO TRUE
                       MOVE PJ-CNPJ     TO FGD-DOCUMENT
               END-READ
           END-IF
           IF FGD-DOC-OWNER-KEY
               ADD 1 TO WS-UNRESOLVED-COUNT
           END-IF.
      *
      * PRINT-BRANCH-REPORT prints every branch holding eligible
      * money in branch order, the grand total, and the notes on
      * what the figures leave out.
       PRINT-BRANCH-REPORT.
           MOVE WS-RUN-DATE    TO HDR-RUN-DATE
           MOVE WS-FGC-CEILING TO HDR-CEILING
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM COLUMN-HDR-LINE
           PERFORM PRINT-ONE-BRANCH
               VARYING WS-BR-IX FROM 1 BY 1
               UNTIL WS-BR-IX > 10000
           MOVE WS-DEPOSITOR-COUNT TO TOT-DEPOSITORS
           MOVE WS-GT-BALANCE      TO TOT-BALANCE
           MOVE WS-GT-COVERED      TO TOT-COVERED
           MOVE WS-GT-UNCOVERED    TO TOT-UNCOVERED
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM TOTAL-LINE
           WRITE PRINT-REC FROM SPACES
           MOVE 'DEPOSITORS OVER THE CEILING' TO NTL-LABEL
           MOVE WS-OVER-CEILING-COUNT TO NTL-COUNT
           MOVE ZEROS                 TO NTL-AMOUNT
           WRITE PRINT-REC FROM NOTE-LINE
           MOVE 'BALANCES WITH NO HOLDER ON CUSTXREF' TO NTL-LABEL
           MOVE WS-UNATTRIB-COUNT     TO NTL-COUNT
           MOVE WS-GT-UNATTRIBUTED    TO NTL-AMOUNT
           WRITE PRINT-REC FROM NOTE-LINE
           MOVE 'ACCOUNTS LEFT OUT - NO RATE (ORIG CCY)' TO NTL-LABEL
           MOVE WS-UNVALUED-COUNT     TO NTL-COUNT
           MOVE WS-UNVALUED-AMOUNT    TO NTL-AMOUNT
           WRITE PRINT-REC FROM NOTE-LINE
           MOVE 'COMPANIES NOT RESOLVED TO A CNPJ' TO NTL-LABEL
           MOVE WS-UNRESOLVED-COUNT   TO NTL-COUNT
           MOVE ZEROS                 TO NTL-AMOUNT
           WRITE PRINT-REC FROM NOTE-LINE.
      *
       PRINT-ONE-BRANCH.
           IF WS-BT-BALANCE(WS-BR-IX) NOT = ZEROS
               COMPUTE DTL-BRANCH = WS-BR-IX - 1
               MOVE WS-BT-DEPOSITORS(WS-BR-IX) TO DTL-DEPOSITORS
               MOVE WS-BT-BALANCE(WS-BR-IX)    TO DTL-BALANCE
               MOVE WS-BT-COVERED(WS-BR-IX)    TO DTL-COVERED
               MOVE WS-BT-UNCOVERED(WS-BR-IX)  TO DTL-UNCOVERED
               WRITE PRINT-REC FROM DETAIL-LINE
           END-IF.
      *
       CLOSE-STOP.
           MOVE SPACES             TO FGC-REG-REC
           SET FGR-TRAILER         TO TRUE
           MOVE WS-DEPOSITOR-COUNT TO FGT-DETAIL-COUNT
           COMPUTE FGT-BALANCE = WS-GT-BALANCE - WS-GT-UNATTRIBUTED
           MOVE WS-GT-COVERED      TO FGT-COVERED
           COMPUTE FGT-UNCOVERED = WS-GT-UNCOVERED
                   - WS-GT-UNATTRIBUTED
           WRITE FGC-REG-REC
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE SALDO-FILE.
           CLOSE XREF-FILE.
           IF CDB-FILE-OPEN
               CLOSE CDB-FILE
           END-IF
           IF PJMAST-AVAILABLE
               CLOSE PJ-FILE
           END-IF
           CLOSE FGC-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'FGCRPT ACCOUNTS READ ' WS-ACCT-READ-COUNT
                   ' USED ' WS-ACCT-USED-COUNT
                   ' CDBS ' WS-CDB-USED-COUNT
                   ' DEPOSITORS ' WS-DEPOSITOR-COUNT
                   ' NO RATE ' WS-UNVALUED-COUNT
                   ' NO HOLDER ' WS-UNATTRIB-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'FGCRPT ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNVALUED-COUNT > ZEROS
                       OR WS-UNATTRIB-COUNT > ZEROS
                       OR WS-UNRESOLVED-COUNT > ZEROS
                       OR WS-FX-STALE-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               MOVE 'FGC COVERAGE INCOMPLETE - SEE NOTES'
                   TO WS-ALERT-MESSAGE
               COMPUTE WS-ALERT-COUNT = WS-UNVALUED-COUNT
                       + WS-UNATTRIB-COUNT + WS-UNRESOLVED-COUNT
                       + WS-FX-STALE-COUNT
               PERFORM WRITE-ALERT-RECORD
           END-IF.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'FGCRPT'            TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-ACCT-READ-COUNT  TO CTLT-READ-COUNT
           MOVE WS-DEPOSITOR-COUNT  TO CTLT-OUTPUT-COUNT
           MOVE WS-UNVALUED-COUNT   TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the grand total broken out by category.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'FGCRPT'            TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-ACCT-READ-COUNT  TO SUMM-RECORD-COUNT
           MOVE WS-DEPOSITOR-COUNT  TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'ACCOUNTS SHARED'   TO SUMM-CATEGORY-NAME
           MOVE WS-ACCT-USED-COUNT  TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'TIME DEPOSITS'     TO SUMM-CATEGORY-NAME
           MOVE WS-CDB-USED-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'OVER CEILING'      TO SUMM-CATEGORY-NAME
           MOVE WS-OVER-CEILING-COUNT TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'NO HOLDER'         TO SUMM-CATEGORY-NAME
           MOVE WS-UNATTRIB-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'NO RATE'           TO SUMM-CATEGORY-NAME
           MOVE WS-UNVALUED-COUNT   TO SUMM-CATEGORY-COUNT
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
           MOVE 'FGCRPT'          TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM FGCRPT.
