      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    GLRECON.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  GLRECON is the nightly subledger-to-ledger balance
      *  reconciliation.  GLCONFRM proves the ledger took our journal
      *  file; this job proves the ledger's control accounts hold what
      *  our own files say we hold.  The ledger returns its end-of-day
      *  balance file (GLBAL), one line per GL account in the account's
      *  normal direction.  The subledgers are totalled into the
      *  categories of GLCTLTBL.cpy: SALDOFIL's credit balances as
      *  deposits and its debit balances as overdrafts, each by
      *  currency; the running CDBs at principal plus accrued; the
      *  loans not yet paid off at their outstanding balance; and the
      *  open suspense items on SUSPMSTR.  Each category is compared
      *  with its control account's ledger balance and the difference
      *  reported.  A difference is a break, carried on GLBREAK
      *  (GLBREAK.cpy) night after night and aged until it is gone or
      *  explained: an accountant's GLEXPL card explains the
      *  difference the break stood at, and the break opens again if
      *  the difference then moves.  A break that is new or has grown
      *  since the night before raises its own alert; any break not
      *  explained ends the run RC 4.  No ledger lines for the
      *  business date at all ends the run RC 8 with the breaks left
      *  as they stood, since there is nothing to compare against.
      *  An account in a currency the table does not carry is
      *  counted and alerted, never guessed into another currency.
      *  A break GLBREAK will not take or give up is alerted RC 8 and
      *  still reported on the night's figures; an explanation card
      *  whose break will not update is rejected with the others.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BAL-FILE ASSIGN TO GLBAL
               FILE STATUS IS WS-GLBAL-STATUS.
           SELECT EXPLAIN-FILE ASSIGN TO GLEXPL
               FILE STATUS IS WS-GLEXPL-STATUS.
           SELECT SALDO-FILE  ASSIGN TO SALDOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTA-NUM IN SALDO-REC
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT LOAN-FILE   ASSIGN TO LOANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-CONTRACT
               FILE STATUS IS WS-LOANMST-STATUS.
           SELECT CDB-FILE    ASSIGN TO CDBMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CDB-NUMBER
               FILE STATUS IS WS-CDB-STATUS.
           SELECT SUSP-MASTER ASSIGN TO SUSPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSPM-KEY
               FILE STATUS IS WS-SUSPMSTR-STATUS.
           SELECT GL-BREAK-FILE ASSIGN TO GLBREAK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLK-GL-ACCOUNT
               FILE STATUS IS WS-GLBREAK-STATUS.
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
      * One line per GL account as the ledger system returns its
      * end-of-day balances: the balance date, the account, the sign
      * and the balance in the account's normal direction.
       FD  GL-BAL-FILE RECORDING MODE F.
       01  GL-BAL-REC.
           05  GLB-BAL-DATE     PIC X(8).
           05  GLB-GL-ACCOUNT   PIC X(8).
           05  GLB-SIGN         PIC X.
           05  GLB-BALANCE      PIC X(15).
           05  FILLER           PIC X(48).
      *
      * One explanation card per break explained.
       FD  EXPLAIN-FILE RECORDING MODE F.
       01  EXPLAIN-REC.
           05  GLX-GL-ACCOUNT   PIC X(8).
           05  GLX-OPERATOR     PIC X(8).
           05  GLX-TEXT         PIC X(60).
           05  FILLER           PIC X(4).
      *
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
      *
       FD  LOAN-FILE RECORDING MODE F.
           COPY LOANMST.
      *
       FD  CDB-FILE RECORDING MODE F.
           COPY CDBMST.
      *
       FD  SUSP-MASTER RECORDING MODE F.
           COPY SUSPMST.
      *
       FD  GL-BREAK-FILE RECORDING MODE F.
           COPY GLBREAK.
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
       COPY GLCTLTBL.
       01  FLAGS.
           05  WS-GLBAL-EOF        PIC X VALUE 'N'.
               88  GLBAL-AT-EOF        VALUE 'Y' FALSE 'N'.
           05  WS-GLEXPL-EOF       PIC X VALUE 'N'.
               88  GLEXPL-AT-EOF       VALUE 'Y' FALSE 'N'.
           05  WS-SALDO-EOF        PIC X VALUE 'N'.
               88  SALDO-AT-EOF        VALUE 'Y' FALSE 'N'.
           05  WS-LOAN-EOF         PIC X VALUE 'N'.
               88  LOAN-AT-EOF         VALUE 'Y' FALSE 'N'.
           05  WS-CDB-EOF          PIC X VALUE 'N'.
               88  CDB-AT-EOF          VALUE 'Y' FALSE 'N'.
           05  WS-SUSP-EOF         PIC X VALUE 'N'.
               88  SUSP-AT-EOF         VALUE 'Y' FALSE 'N'.
           05  WS-CAT-FLAG         PIC X VALUE 'N'.
               88  CATEGORY-FOUND      VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
           05  WS-BREAK-SAVE-FLAG  PIC X VALUE 'N'.
               88  BREAK-NOT-SAVED     VALUE 'Y' FALSE 'N'.
       01  WS-GLBAL-STATUS         PIC XX.
       01  WS-GLEXPL-STATUS        PIC XX.
       01  WS-SALDO-STATUS         PIC XX.
       01  WS-LOANMST-STATUS       PIC XX.
       01  WS-CDB-STATUS           PIC XX.
       01  WS-SUSPMSTR-STATUS      PIC XX.
       01  WS-GLBREAK-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                   PIC X(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-LEDGER-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-STALE-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-OTHER-CCY-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-EXPLAIN-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-EXPLAIN-REJ-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-BREAK-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-OPEN-BREAK-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-GROWING-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-CLEARED-COUNT      PIC 9(7) VALUE ZEROS.
      * One row per control account, in GLCTLTBL's order: the
      * subledger total, the ledger balance and whether the ledger
      * sent a line for it.
       01  WS-RECON-TABLE.
           05  WS-RECON-ROW OCCURS 7 TIMES.
               10  WS-RCN-SUBLEDGER     PIC S9(13)V99.
               10  WS-RCN-LEDGER        PIC S9(13)V99.
               10  WS-RCN-LEDGER-FLAG   PIC X.
                   88  RCN-LEDGER-SENT      VALUE 'Y'.
       01  WS-ROW                  PIC 9(2).
       01  WS-CAT-CODE             PIC X(6).
       01  WS-CAT-PREFIX           PIC X(3).
       01  WS-CAT-CURRENCY         PIC X(3).
       01  WS-CAT-AMOUNT           PIC S9(13)V99.
       01  WS-LEDGER-AMOUNT-X      PIC X(15).
       01  WS-LEDGER-AMOUNT REDEFINES WS-LEDGER-AMOUNT-X
                                   PIC 9(13)V99.
       01  WS-DIFFERENCE           PIC S9(13)V99.
       01  WS-ABS-NEW              PIC 9(13)V99.
       01  WS-ABS-PRIOR            PIC 9(13)V99.
       01  WS-STATE                PIC X(12).
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
               'SUBLEDGER TO GENERAL LEDGER RECONCILIATION'.
           05  HDR-RUN-DATE   PIC 9(8).
       01  COLUMN-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(21) VALUE 'CATEGORY'.
           05  FILLER         PIC X(10) VALUE 'GL ACCT'.
           05  FILLER         PIC X(21) VALUE '           SUBLEDGER'.
           05  FILLER         PIC X(21) VALUE '              LEDGER'.
           05  FILLER         PIC X(21) VALUE '          DIFFERENCE'.
           05  FILLER         PIC X(7)  VALUE ' NIGHTS'.
           05  FILLER         PIC X(12) VALUE ' STATE'.
       01  DETAIL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-NAME       PIC X(20).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-GL-ACCOUNT PIC X(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-SUBLEDGER  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  DTL-LEDGER     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  DTL-DIFFERENCE PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-NIGHTS     PIC ZZZZ9.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-STATE      PIC X(12).
       01  EXPLAIN-LINE.
           05  FILLER         PIC X(5)  VALUE SPACES.
           05  FILLER         PIC X(13) VALUE 'EXPLAINED BY '.
           05  EXL-BY         PIC X(8).
           05  FILLER         PIC X(4)  VALUE ' ON '.
           05  EXL-DATE       PIC 9(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  EXL-TEXT       PIC X(60).
       01  NOTE-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  NOTE-TEXT      PIC X(60).
           05  NOTE-COUNT     PIC Z,ZZZ,ZZ9.
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
           PERFORM LOAD-LEDGER-BALANCES
           PERFORM TOTAL-DEPOSIT-ACCOUNTS
           PERFORM TOTAL-LOANS
           PERFORM TOTAL-TIME-DEPOSITS
           PERFORM TOTAL-SUSPENSE
           PERFORM APPLY-EXPLANATIONS
           IF WS-LEDGER-COUNT > ZEROS
               PERFORM COMPARE-CONTROL-ACCOUNTS
           END-IF
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT SALDO-FILE
           IF WS-SALDO-STATUS NOT = '00'
               DISPLAY 'GLRECON UNABLE TO OPEN SALDOFIL - STATUS '
                   WS-SALDO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOAN-FILE
           IF WS-LOANMST-STATUS NOT = '00'
               DISPLAY 'GLRECON UNABLE TO OPEN LOANMST - STATUS '
                   WS-LOANMST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CDB-FILE
           IF WS-CDB-STATUS NOT = '00'
               DISPLAY 'GLRECON UNABLE TO OPEN CDBMST - STATUS '
                   WS-CDB-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SUSP-MASTER
           IF WS-SUSPMSTR-STATUS NOT = '00'
               DISPLAY 'GLRECON UNABLE TO OPEN SUSPMSTR - STATUS '
                   WS-SUSPMSTR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O GL-BREAK-FILE
           IF WS-GLBREAK-STATUS = '35'
               CLOSE GL-BREAK-FILE
               OPEN OUTPUT GL-BREAK-FILE
               CLOSE GL-BREAK-FILE
               OPEN I-O GL-BREAK-FILE
           END-IF
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           INITIALIZE WS-RECON-TABLE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
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
           MOVE 'GLRECON' TO SEQ-JOB-NAME
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
           MOVE 'GLRECON'       TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * LOAD-LEDGER-BALANCES takes the ledger's line for each control
      * account on the business date.  Lines for another date are a
      * file the ledger sent late or twice and are counted, not used;
      * accounts the table does not carry are the ledger's own.
       LOAD-LEDGER-BALANCES.
           SET GLBAL-AT-EOF TO FALSE
           OPEN INPUT GL-BAL-FILE
           IF WS-GLBAL-STATUS NOT = '00'
               DISPLAY 'GLRECON - NO GLBAL LEDGER BALANCE FILE'
               SET GLBAL-AT-EOF TO TRUE
           END-IF
           PERFORM LOAD-ONE-LEDGER-LINE
               UNTIL GLBAL-AT-EOF OR COUNTER-OVERFLOWED
           IF WS-GLBAL-STATUS = '00' OR WS-GLBAL-STATUS = '10'
               CLOSE GL-BAL-FILE
           END-IF.
      *
       LOAD-ONE-LEDGER-LINE.
           READ GL-BAL-FILE
               AT END SET GLBAL-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
                   IF GLB-BAL-DATE NOT = WS-RUN-DATE-X
                       ADD 1 TO WS-STALE-COUNT
                   ELSE
                       PERFORM TAKE-LEDGER-LINE
                   END-IF
           END-READ.
      *
       TAKE-LEDGER-LINE.
           SET WS-GLC-IDX TO 1
           SEARCH WS-GL-CONTROL
               AT END CONTINUE
               WHEN WS-GLC-GL-ACCOUNT(WS-GLC-IDX) = GLB-GL-ACCOUNT
                   SET WS-ROW TO WS-GLC-IDX
                   MOVE GLB-BALANCE TO WS-LEDGER-AMOUNT-X
                   IF WS-LEDGER-AMOUNT-X IS NOT NUMERIC
                       MOVE ZEROS TO WS-LEDGER-AMOUNT
                       DISPLAY 'GLRECON - BALANCE NOT NUMERIC FOR '
                               GLB-GL-ACCOUNT
                   END-IF
                   IF GLB-SIGN = '-'
                       COMPUTE WS-RCN-LEDGER(WS-ROW) =
                           0 - WS-LEDGER-AMOUNT
                   ELSE
                       MOVE WS-LEDGER-AMOUNT
                           TO WS-RCN-LEDGER(WS-ROW)
                   END-IF
                   MOVE 'Y' TO WS-RCN-LEDGER-FLAG(WS-ROW)
                   ADD 1 TO WS-LEDGER-COUNT
           END-SEARCH.
      *
      * TOTAL-DEPOSIT-ACCOUNTS splits every balance on SALDOFIL into
      * deposits (credit balances) and overdrafts (debit balances,
      * carried positive) by the account's currency.
       TOTAL-DEPOSIT-ACCOUNTS.
           PERFORM READ-SALDO
           PERFORM UNTIL SALDO-AT-EOF OR COUNTER-OVERFLOWED
               IF MOEDA-BRL OR MOEDA-USD
                   IF SALDO NOT < ZEROS
                       MOVE 'DEP' TO WS-CAT-PREFIX
                       MOVE SALDO TO WS-CAT-AMOUNT
                   ELSE
                       MOVE 'OD' TO WS-CAT-PREFIX
                       COMPUTE WS-CAT-AMOUNT = 0 - SALDO
                   END-IF
                   IF MOEDA-USD
                       MOVE 'USD' TO WS-CAT-CURRENCY
                   ELSE
                       MOVE 'BRL' TO WS-CAT-CURRENCY
                   END-IF
                   MOVE SPACES TO WS-CAT-CODE
                   STRING WS-CAT-PREFIX DELIMITED BY SPACE
                          WS-CAT-CURRENCY DELIMITED BY SIZE
                          INTO WS-CAT-CODE
                   END-STRING
                   PERFORM ADD-TO-CATEGORY
               ELSE
                   ADD 1 TO WS-OTHER-CCY-COUNT
               END-IF
               PERFORM READ-SALDO
           END-PERFORM.
      *
       READ-SALDO.
           READ SALDO-FILE NEXT RECORD
               AT END SET SALDO-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
      * TOTAL-LOANS takes the outstanding balance of every contract
      * not yet paid off - performing, in arrears or renegotiated.
       TOTAL-LOANS.
           PERFORM READ-LOAN
           PERFORM UNTIL LOAN-AT-EOF OR COUNTER-OVERFLOWED
               IF NOT LN-PAID-OFF
                   MOVE 'LOANS' TO WS-CAT-CODE
                   MOVE LN-OUTSTANDING TO WS-CAT-AMOUNT
                   PERFORM ADD-TO-CATEGORY
               END-IF
               PERFORM READ-LOAN
           END-PERFORM.
      *
       READ-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END SET LOAN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
      * TOTAL-TIME-DEPOSITS takes every CDB still running, early
      * redemption requested or not, at principal plus the interest
      * accrued so far, as FGCRPT counts it.
       TOTAL-TIME-DEPOSITS.
           PERFORM READ-CDB
           PERFORM UNTIL CDB-AT-EOF OR COUNTER-OVERFLOWED
               IF CDB-ACTIVE OR CDB-EARLY-REQUESTED
                   MOVE 'CDBBRL' TO WS-CAT-CODE
                   COMPUTE WS-CAT-AMOUNT ROUNDED =
                       CDB-PRINCIPAL + CDB-ACCRUED
                   PERFORM ADD-TO-CATEGORY
               END-IF
               PERFORM READ-CDB
           END-PERFORM.
      *
       READ-CDB.
           READ CDB-FILE NEXT RECORD
               AT END SET CDB-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
      * TOTAL-SUSPENSE nets the open suspense items, variances both
      * ways; a cleared item has left suspense.
       TOTAL-SUSPENSE.
           PERFORM READ-SUSPENSE
           PERFORM UNTIL SUSP-AT-EOF OR COUNTER-OVERFLOWED
               IF SUSPM-OPEN
                   MOVE 'SUSP' TO WS-CAT-CODE
                   MOVE SUSPM-VARIANCE TO WS-CAT-AMOUNT
                   PERFORM ADD-TO-CATEGORY
               END-IF
               PERFORM READ-SUSPENSE
           END-PERFORM.
      *
       READ-SUSPENSE.
           READ SUSP-MASTER NEXT RECORD
               AT END SET SUSP-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
      * ADD-TO-CATEGORY adds WS-CAT-AMOUNT into the row of the
      * category named in WS-CAT-CODE.
       ADD-TO-CATEGORY.
           SET CATEGORY-FOUND TO FALSE
           SET WS-GLC-IDX TO 1
           SEARCH WS-GL-CONTROL
               AT END CONTINUE
               WHEN WS-GLC-CATEGORY(WS-GLC-IDX) = WS-CAT-CODE
                   SET CATEGORY-FOUND TO TRUE
                   SET WS-ROW TO WS-GLC-IDX
                   ADD WS-CAT-AMOUNT TO WS-RCN-SUBLEDGER(WS-ROW)
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'SUBLEDGER TOTAL OVERFLOWED FOR '
                                   WS-CAT-CODE
                   END-ADD
           END-SEARCH
           IF NOT CATEGORY-FOUND
               DISPLAY 'GLRECON - NO CONTROL ACCOUNT FOR '
                       WS-CAT-CODE
           END-IF.
      *
      * APPLY-EXPLANATIONS takes tonight's GLEXPL cards: each explains
      * the difference its break stood at when it was reported.  A
      * card for an account with no break is rejected on the report.
       APPLY-EXPLANATIONS.
           SET GLEXPL-AT-EOF TO FALSE
           OPEN INPUT EXPLAIN-FILE
           IF WS-GLEXPL-STATUS NOT = '00'
               SET GLEXPL-AT-EOF TO TRUE
           END-IF
           PERFORM APPLY-ONE-EXPLANATION
               UNTIL GLEXPL-AT-EOF OR COUNTER-OVERFLOWED
           IF WS-GLEXPL-STATUS = '00' OR WS-GLEXPL-STATUS = '10'
               CLOSE EXPLAIN-FILE
           END-IF.
      *
       APPLY-ONE-EXPLANATION.
           READ EXPLAIN-FILE
               AT END SET GLEXPL-AT-EOF TO TRUE
               NOT AT END
                   MOVE GLX-GL-ACCOUNT TO GLK-GL-ACCOUNT
                   READ GL-BREAK-FILE
                       INVALID KEY
                           ADD 1 TO WS-EXPLAIN-REJ-COUNT
                           DISPLAY 'GLRECON - NO BREAK ON '
                                   GLX-GL-ACCOUNT
                                   ' TO EXPLAIN - CARD IGNORED'
                       NOT INVALID KEY
                           SET GLK-EXPLAINED TO TRUE
                           MOVE GLK-DIFFERENCE TO GLK-EXPLAINED-DIFF
                           MOVE GLX-OPERATOR   TO GLK-EXPLAINED-BY
                           MOVE WS-RUN-DATE    TO GLK-EXPLAINED-DATE
                           MOVE GLX-TEXT       TO GLK-EXPLANATION
                           REWRITE GL-BREAK-REC
                               INVALID KEY
                                   ADD 1 TO WS-EXPLAIN-REJ-COUNT
                                   DISPLAY 'GLRECON - BREAK ON '
                                       GLX-GL-ACCOUNT
                                       ' NOT UPDATED - CARD IGNORED'
                               NOT INVALID KEY
                                   ADD 1 TO WS-EXPLAIN-COUNT
                           END-REWRITE
                   END-READ
           END-READ.
      *
      * COMPARE-CONTROL-ACCOUNTS sets each category against its
      * ledger balance and carries the break file forward.
       COMPARE-CONTROL-ACCOUNTS.
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-GL-CONTROL-COUNT
               PERFORM COMPARE-ONE-ACCOUNT
           END-PERFORM.
      *
       COMPARE-ONE-ACCOUNT.
           COMPUTE WS-DIFFERENCE =
               WS-RCN-SUBLEDGER(WS-ROW) - WS-RCN-LEDGER(WS-ROW)
           MOVE WS-GLC-NAME(WS-ROW)       TO DTL-NAME
           MOVE WS-GLC-GL-ACCOUNT(WS-ROW) TO DTL-GL-ACCOUNT
           MOVE WS-RCN-SUBLEDGER(WS-ROW)  TO DTL-SUBLEDGER
           MOVE WS-RCN-LEDGER(WS-ROW)     TO DTL-LEDGER
           MOVE WS-DIFFERENCE             TO DTL-DIFFERENCE
           MOVE ZEROS                     TO DTL-NIGHTS
           MOVE WS-GLC-GL-ACCOUNT(WS-ROW) TO GLK-GL-ACCOUNT
           READ GL-BREAK-FILE
               INVALID KEY
                   IF WS-DIFFERENCE = ZEROS
                       MOVE 'AGREES' TO WS-STATE
                   ELSE
                       PERFORM OPEN-NEW-BREAK
                   END-IF
               NOT INVALID KEY
                   IF WS-DIFFERENCE = ZEROS
                       PERFORM CLEAR-BREAK
                   ELSE
                       PERFORM CARRY-BREAK-FORWARD
                   END-IF
           END-READ
           IF NOT RCN-LEDGER-SENT(WS-ROW)
               MOVE 'NO LEDGER' TO WS-STATE
           END-IF
           MOVE WS-STATE TO DTL-STATE
           WRITE PRINT-REC FROM DETAIL-LINE
           IF WS-DIFFERENCE NOT = ZEROS AND GLK-EXPLAINED
               MOVE GLK-EXPLAINED-BY   TO EXL-BY
               MOVE GLK-EXPLAINED-DATE TO EXL-DATE
               MOVE GLK-EXPLANATION    TO EXL-TEXT
               WRITE PRINT-REC FROM EXPLAIN-LINE
           END-IF.
      *
       OPEN-NEW-BREAK.
           MOVE SPACES                   TO GL-BREAK-REC
           MOVE WS-GLC-GL-ACCOUNT(WS-ROW) TO GLK-GL-ACCOUNT
           MOVE WS-GLC-CATEGORY(WS-ROW)  TO GLK-CATEGORY
           MOVE WS-RUN-DATE              TO GLK-FIRST-DATE
           MOVE WS-RUN-DATE              TO GLK-LAST-DATE
           MOVE 1                        TO GLK-NIGHTS-OPEN
           MOVE WS-DIFFERENCE            TO GLK-DIFFERENCE
           MOVE ZEROS                    TO GLK-PRIOR-DIFF
           SET GLK-OPEN                  TO TRUE
           MOVE ZEROS                    TO GLK-EXPLAINED-DIFF
           MOVE ZEROS                    TO GLK-EXPLAINED-DATE
           MOVE GLK-NIGHTS-OPEN TO DTL-NIGHTS
           ADD 1 TO WS-BREAK-COUNT
           ADD 1 TO WS-OPEN-BREAK-COUNT
           WRITE GL-BREAK-REC
               INVALID KEY
                   MOVE 'NOT SAVED' TO WS-STATE
                   PERFORM ALERT-BREAK-NOT-SAVED
               NOT INVALID KEY
                   MOVE 'NEW' TO WS-STATE
                   PERFORM ALERT-GROWING-BREAK
           END-WRITE.
      *
      * CARRY-BREAK-FORWARD ages a standing break.  An explanation
      * holds while the difference stays where it was explained.
       CARRY-BREAK-FORWARD.
           MOVE GLK-DIFFERENCE TO GLK-PRIOR-DIFF
           MOVE WS-DIFFERENCE  TO GLK-DIFFERENCE
           MOVE WS-RUN-DATE    TO GLK-LAST-DATE
           ADD 1 TO GLK-NIGHTS-OPEN
               ON SIZE ERROR CONTINUE
           END-ADD
           MOVE GLK-NIGHTS-OPEN TO DTL-NIGHTS
           ADD 1 TO WS-BREAK-COUNT
           IF GLK-EXPLAINED
                   AND GLK-DIFFERENCE NOT = GLK-EXPLAINED-DIFF
               SET GLK-OPEN TO TRUE
               MOVE 'REOPENED' TO WS-STATE
           ELSE
               IF GLK-EXPLAINED
                   MOVE 'EXPLAINED' TO WS-STATE
               ELSE
                   MOVE 'OPEN' TO WS-STATE
               END-IF
           END-IF
           IF GLK-OPEN
               ADD 1 TO WS-OPEN-BREAK-COUNT
               MOVE GLK-DIFFERENCE TO WS-ABS-NEW
               MOVE GLK-PRIOR-DIFF TO WS-ABS-PRIOR
               IF WS-ABS-NEW > WS-ABS-PRIOR
                   MOVE 'GROWING' TO WS-STATE
                   PERFORM ALERT-GROWING-BREAK
               END-IF
           END-IF
           REWRITE GL-BREAK-REC
               INVALID KEY
                   MOVE 'NOT SAVED' TO WS-STATE
                   PERFORM ALERT-BREAK-NOT-SAVED
           END-REWRITE.
      *
       CLEAR-BREAK.
           DELETE GL-BREAK-FILE RECORD
               INVALID KEY
                   MOVE 'NOT CLEARED' TO WS-STATE
                   PERFORM ALERT-BREAK-NOT-SAVED
               NOT INVALID KEY
                   MOVE 'CLEARED' TO WS-STATE
                   ADD 1 TO WS-CLEARED-COUNT
           END-DELETE.
      *
      * ALERT-BREAK-NOT-SAVED puts a break GLBREAK would not take on
      * the morning alert page; the run ends RC 8 so it is looked at
      * before tomorrow's figures are trusted.
       ALERT-BREAK-NOT-SAVED.
           DISPLAY 'GLRECON - GLBREAK NOT UPDATED FOR '
                   GLK-GL-ACCOUNT ' STATUS ' WS-GLBREAK-STATUS
           SET BREAK-NOT-SAVED TO TRUE
           MOVE 8 TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING 'GLBREAK NOT UPDATED ON ' DELIMITED BY SIZE
                  GLK-GL-ACCOUNT DELIMITED BY SIZE
                  INTO WS-ALERT-MESSAGE
           END-STRING
           MOVE 1 TO WS-ALERT-COUNT
           PERFORM WRITE-ALERT-RECORD.
      *
      * ALERT-GROWING-BREAK puts a new or growing break on the morning
      * alert page, the nights it has stood open as the count.
       ALERT-GROWING-BREAK.
           ADD 1 TO WS-GROWING-COUNT
           MOVE 4 TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING 'GL BREAK ' DELIMITED BY SIZE
                  WS-STATE DELIMITED BY SPACE
                  ' ON ' DELIMITED BY SIZE
                  GLK-GL-ACCOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GLK-CATEGORY DELIMITED BY SPACE
                  INTO WS-ALERT-MESSAGE
           END-STRING
           MOVE GLK-NIGHTS-OPEN TO WS-ALERT-COUNT
           PERFORM WRITE-ALERT-RECORD.
      *
       CLOSE-STOP.
           WRITE PRINT-REC FROM SPACES
           IF WS-LEDGER-COUNT = ZEROS
               MOVE 'NO LEDGER BALANCES FOR THE BUSINESS DATE'
                   TO NOTE-TEXT
               MOVE ZEROS TO NOTE-COUNT
               WRITE PRINT-REC FROM NOTE-LINE
           END-IF
           IF WS-STALE-COUNT > ZEROS
               MOVE 'LEDGER LINES FOR ANOTHER DATE IGNORED'
                   TO NOTE-TEXT
               MOVE WS-STALE-COUNT TO NOTE-COUNT
               WRITE PRINT-REC FROM NOTE-LINE
           END-IF
           IF WS-OTHER-CCY-COUNT > ZEROS
               MOVE 'ACCOUNTS IN A CURRENCY WITH NO CONTROL ACCOUNT'
                   TO NOTE-TEXT
               MOVE WS-OTHER-CCY-COUNT TO NOTE-COUNT
               WRITE PRINT-REC FROM NOTE-LINE
           END-IF
           IF WS-EXPLAIN-REJ-COUNT > ZEROS
               MOVE 'EXPLANATION CARDS WITH NO BREAK TO EXPLAIN'
                   TO NOTE-TEXT
               MOVE WS-EXPLAIN-REJ-COUNT TO NOTE-COUNT
               WRITE PRINT-REC FROM NOTE-LINE
           END-IF
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE SALDO-FILE.
           CLOSE LOAN-FILE.
           CLOSE CDB-FILE.
           CLOSE SUSP-MASTER.
           CLOSE GL-BREAK-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'GLRECON LEDGER LINES ' WS-LEDGER-COUNT
                   ' BREAKS ' WS-BREAK-COUNT
                   ' OPEN ' WS-OPEN-BREAK-COUNT
                   ' CLEARED ' WS-CLEARED-COUNT.
           EVALUATE TRUE
               WHEN COUNTER-OVERFLOWED
                   DISPLAY 'GLRECON ABORTED - COUNTER OVERFLOWED'
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE 'GL RECONCILIATION ABORTED'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-READ-COUNT TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               WHEN WS-LEDGER-COUNT = ZEROS
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE 'NO LEDGER BALANCES FOR BUSINESS DATE'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-STALE-COUNT TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               WHEN BREAK-NOT-SAVED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OTHER-CCY-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'ACCOUNTS IN UNMAPPED CURRENCY'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-OTHER-CCY-COUNT TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               WHEN WS-OPEN-BREAK-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
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
           MOVE 'GLRECON'           TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-LEDGER-COUNT     TO CTLT-OUTPUT-COUNT
           MOVE WS-OPEN-BREAK-COUNT TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the breaks broken out by state.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'GLRECON'           TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-BREAK-COUNT      TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'OPEN BREAKS'       TO SUMM-CATEGORY-NAME
           MOVE WS-OPEN-BREAK-COUNT TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'NEW OR GROWING'    TO SUMM-CATEGORY-NAME
           MOVE WS-GROWING-COUNT    TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'CLEARED'           TO SUMM-CATEGORY-NAME
           MOVE WS-CLEARED-COUNT    TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'EXPLAINED' TO SUMM-CATEGORY-NAME
           MOVE WS-EXPLAIN-COUNT    TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           CLOSE SUMMARY-FILE.
      *
      * WRITE-ALERT-RECORD appends one alert to the shop-wide alert
      * file so the end-of-night alert report (ALERTRPT) puts it on
      * the one page the morning operator reads.
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES            TO ALERT-REC
           MOVE 'GLRECON'         TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM GLRECON.
