      *  total lands on CTLTODAY for CTLRECON.  SALDOFIL arrives in
      *  CONTA-NUM order, so the feed comes out in the sequence
      *  DRCRCAP's control break demands without a sort.
      *  An account put on a service package at the PKGMNT desk
      *  (PKGASGN.cpy) is priced on the package instead of its tier:
      *  the package's monthly price, plus a fee for each teller
      *  withdrawal, cheque paid and transfer sent in the business
      *  date's month beyond the allowance on the package master
      *  (PKGMST.cpy).  The month's events are counted from the
      *  account's PSTHIST items by the source and debit/credit codes
      *  in FEETBL.cpy's event table; a reversed posting and its
      *  reversal count for nothing.  The price and each overage go
      *  out as separate FEE debits so the statement shows what each
      *  one is for, and FEEITEM prints every charged account's
      *  itemised breakdown for the branches.  The exemptions apply
      *  to package accounts as to any other.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTA-NUM IN SALDO-REC.
           SELECT PKG-MST-FILE ASSIGN TO PKGMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PKG-CODE
               FILE STATUS IS WS-PKGMST-STATUS.
           SELECT PKG-ASGN-FILE ASSIGN TO PKGASGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PKA-CONTA-NUM
               FILE STATUS IS WS-PKGASGN-STATUS.
           SELECT POST-HIST-FILE ASSIGN TO PSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PSTHIST-STATUS.
           SELECT POSTING-OUT ASSIGN TO FEEPST.
           SELECT FEE-ITEM-FILE ASSIGN TO FEEITEM.
           SELECT EXCEPT-FILE ASSIGN TO EXCFILE.
           SELECT PRINT-FILE  ASSIGN TO PRTFILE.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
       FILE SECTION.
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
      *
       FD  PKG-MST-FILE RECORDING MODE F.
           COPY PKGMST.
      *
       FD  PKG-ASGN-FILE RECORDING MODE F.
           COPY PKGASGN.
      *
       FD  POST-HIST-FILE RECORDING MODE F.
           COPY PSTHIST.
      *
      * The assessed fees in PSTTRAN's own layout; the JCL
      * concatenates every feed into the PSTMERGE consolidation
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
      * The itemised fee breakdown, one block per charged account.
       FD  FEE-ITEM-FILE RECORDING MODE F.
       01  FEE-ITEM-REC       PIC X(132).
      *
       FD  RUN-CTL-FILE RECORDING MODE F.
           COPY RUNCTL.
               88  SALDO-AT-EOF        VALUE 'Y'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
           05  WS-PKG-ASGN-OPEN    PIC X VALUE 'N'.
               88  PKG-ASGN-IS-OPEN    VALUE 'Y'.
           05  WS-PKG-MST-OPEN     PIC X VALUE 'N'.
               88  PKG-MST-IS-OPEN     VALUE 'Y'.
           05  WS-PSTHIST-OPEN     PIC X VALUE 'N'.
               88  PSTHIST-IS-OPEN     VALUE 'Y'.
           05  WS-ON-PACKAGE       PIC X VALUE 'N'.
               88  ACCOUNT-ON-PACKAGE  VALUE 'Y' FALSE 'N'.
           05  WS-HIST-DONE        PIC X VALUE 'N'.
               88  HIST-ACCT-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-PKG-FOUND        PIC X VALUE 'N'.
               88  PACKAGE-ON-FILE     VALUE 'Y' FALSE 'N'.
           05  WS-USAGE-UNCOUNTED  PIC X VALUE 'N'.
               88  USAGE-NOT-COUNTED   VALUE 'Y'.
       01  WS-PKGMST-STATUS        PIC XX.
       01  WS-PKGASGN-STATUS       PIC XX.
       01  WS-PSTHIST-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
      * The month being assessed - the business date's calendar month,
      * first day to last possible day - for the PSTHIST usage count.
       01  WS-MONTH-START.
           05  WS-MONTH-START-YM   PIC 9(6).
           05  FILLER              PIC 9(2) VALUE 01.
       01  WS-MONTH-START-DATE REDEFINES WS-MONTH-START
                                   PIC 9(8).
       01  WS-MONTH-END.
           05  WS-MONTH-END-YM     PIC 9(6).
           05  FILLER              PIC 9(2) VALUE 31.
       01  WS-MONTH-END-DATE REDEFINES WS-MONTH-END
                                   PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-CHARGED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-EXEMPT-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-PACKAGE-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-FEES           PIC S9(11)V99 VALUE ZEROS.
       01  WS-PACKAGE-FEES         PIC S9(11)V99 VALUE ZEROS.
       01  WS-OVERAGE-FEES         PIC S9(11)V99 VALUE ZEROS.
       01  WS-FEE-AMOUNT           PIC 9(7)V99.
       01  WS-POST-AMOUNT          PIC 9(7)V99.
       01  WS-POST-FEE-TYPE        PIC X.
      * One account's month of package usage, by FEETBL event type.
       01  WS-USAGE-TABLE.
           05  WS-USAGE OCCURS 3 TIMES.
               10  WS-USED-COUNT       PIC 9(5).
               10  WS-OVER-COUNT       PIC 9(5).
               10  WS-OVER-AMOUNT      PIC 9(7)V99.
       01  WS-EVENT-SUB            PIC 9.
       01  WS-CONTA-KEY            PIC X(11).
       01  WS-AMOUNT-X             PIC X(11).
       01  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-X
           05  BRC-COUNT      PIC ZZZZZZ9.
           05  FILLER         PIC X(9)  VALUE ' AMOUNT '.
           05  BRC-AMOUNT     PIC -(11)9.99.
       01  PKG-RECAP-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(7)  VALUE 'PACKAGE'.
           05  FILLER         PIC X(9)  VALUE ' CHARGED '.
           05  PRC-COUNT      PIC ZZZZZZ9.
           05  FILLER         PIC X(9)  VALUE ' AMOUNT '.
           05  PRC-AMOUNT     PIC -(11)9.99.
           05  FILLER         PIC X(17) VALUE ' OVER ALLOWANCE '.
           05  PRC-OVERAGE    PIC -(11)9.99.
      * Itemised breakdown lines (FEEITEM).
       01  ITM-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(40) VALUE
               'MONTHLY FEE BREAKDOWN BY ACCOUNT - MONTH'.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  ITM-HDR-MONTH  PIC 9(6).
       01  ITM-CHARGE-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  ITC-CONTA      PIC 9(10).
           05  FILLER         PIC X(9)  VALUE ' AGENCIA '.
           05  ITC-AGENCIA    PIC 9(4).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  ITC-TEXT       PIC X(50).
           05  ITC-AMOUNT     PIC ZZZ,ZZ9.99.
       01  ITM-EVENT-LINE.
           05  FILLER         PIC X(28) VALUE SPACES.
           05  ITE-NAME       PIC X(20).
           05  FILLER         PIC X(6)  VALUE ' USED '.
           05  ITE-USED       PIC ZZZZ9.
           05  FILLER         PIC X(6)  VALUE ' FREE '.
           05  ITE-FREE       PIC ZZ9.
           05  FILLER         PIC X(6)  VALUE ' OVER '.
           05  ITE-OVER       PIC ZZZZ9.
           05  FILLER         PIC X(4)  VALUE ' AT '.
           05  ITE-FEE        PIC ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  ITE-AMOUNT     PIC ZZZ,ZZ9.99.
       01  ITM-TOTAL-LINE.
           05  FILLER         PIC X(28) VALUE SPACES.
           05  FILLER         PIC X(48) VALUE 'ACCOUNT TOTAL'.
           05  ITT-AMOUNT     PIC ZZZ,ZZ9.99.
       01  ITM-TRAILER-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(17) VALUE 'ACCOUNTS CHARGED '.
           05  ITR-COUNT      PIC ZZZZZZ9.
           05  FILLER         PIC X(12) VALUE ' TOTAL FEES '.
           05  ITR-AMOUNT     PIC -(11)9.99.
      * Work area for the shop-wide alert record written whenever the
      * run ends with RETURN-CODE 4 or 8, so the end-of-night alert
      * report covers this job too.
           OPEN OUTPUT POSTING-OUT.
           OPEN OUTPUT EXCEPT-FILE.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT FEE-ITEM-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM OPEN-PACKAGE-FILES.
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1 UNTIL WS-TT-IDX > 3
               MOVE ZEROS TO WS-TT-COUNT(WS-TT-IDX)
               MOVE ZEROS TO WS-TT-AMOUNT(WS-TT-IDX)
           END-PERFORM
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           MOVE WS-MONTH-START-YM TO ITM-HDR-MONTH
           WRITE FEE-ITEM-REC FROM ITM-HDR-LINE
           WRITE FEE-ITEM-REC FROM SPACES
           PERFORM START-RUN-CONTROL.
      *
      * OPEN-PACKAGE-FILES sets the month being assessed and opens
      * the package files.  No assignment file means no account is
      * on a package yet and every account pays its tier fee; with
      * assignments but no posting history, package accounts can
      * only be charged the price, and the run ends with a warning.
       OPEN-PACKAGE-FILES.
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-MONTH-START-YM
           MOVE WS-MONTH-START-YM TO WS-MONTH-END-YM
           OPEN INPUT PKG-ASGN-FILE
           IF WS-PKGASGN-STATUS = '00'
               SET PKG-ASGN-IS-OPEN TO TRUE
               OPEN INPUT PKG-MST-FILE
               IF WS-PKGMST-STATUS = '00'
                   SET PKG-MST-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'FEEASSES - NO PACKAGE MASTER - PACKAGE '
                           'ACCOUNTS WILL BE REJECTED'
               END-IF
               OPEN INPUT POST-HIST-FILE
               IF WS-PSTHIST-STATUS = '00'
                   SET PSTHIST-IS-OPEN TO TRUE
               ELSE
                   SET USAGE-NOT-COUNTED TO TRUE
                   DISPLAY 'FEEASSES - NO POSTING HISTORY - PACKAGE '
                           'USAGE CANNOT BE COUNTED'
               END-IF
           ELSE
               DISPLAY 'FEEASSES - NO PACKAGE ASSIGNMENTS - TIER '
                       'FEES ONLY'
           END-IF.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      *
      * ASSESS-ONE-ACCOUNT applies the policy exemptions first -
      * dormant accounts and zero balances pay nothing - then prices
      * an account on a package from the package, and any other
      * account by tier; an out-of-range tier is an exception, the
      * same stance INTACCR takes, and so is an assignment to a
      * package missing from the master.
       ASSESS-ONE-ACCOUNT.
           PERFORM FIND-ACCOUNT-PACKAGE
           EVALUATE TRUE
               WHEN SALDO-DORMANT
               WHEN SALDO = ZEROS
                   PERFORM COUNT-EXEMPT-ACCOUNT
               WHEN ACCOUNT-ON-PACKAGE AND NOT PACKAGE-ON-FILE
                   ADD 1 TO WS-REJECT-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-REJECT-COUNT OVERFLOWED'
                   END-ADD
                   MOVE CONTA-NUM           TO WS-CONTA-KEY
                   MOVE SPACES              TO EXC-REC
                   MOVE 'FEEASSES'          TO EXC-PROGRAM
                   MOVE WS-CONTA-KEY        TO EXC-KEY
                   SET EXC-PACKAGE-NOT-ON-FILE TO TRUE
                   MOVE 'PACKAGE NOT ON FILE' TO EXC-REASON-TEXT
                   MOVE PKA-PACKAGE-CODE    TO EXC-INPUT-DATA
                   WRITE EXC-REC
               WHEN ACCOUNT-ON-PACKAGE
                   PERFORM CHARGE-PACKAGE-FEES
               WHEN ACCT-TIER < 1 OR ACCT-TIER > 3
                   ADD 1 TO WS-REJECT-COUNT
                       ON SIZE ERROR
               WHEN OTHER
                   PERFORM CHARGE-ONE-FEE
           END-EVALUATE.
      *
       COUNT-EXEMPT-ACCOUNT.
           ADD 1 TO WS-EXEMPT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-EXEMPT-COUNT OVERFLOWED'
           END-ADD.
      *
      * FIND-ACCOUNT-PACKAGE looks the account up on the assignment
      * file; only an active assignment takes it off the tier fee.
       FIND-ACCOUNT-PACKAGE.
           SET ACCOUNT-ON-PACKAGE TO FALSE
           SET PACKAGE-ON-FILE TO FALSE
           IF PKG-ASGN-IS-OPEN
               MOVE CONTA-NUM TO PKA-CONTA-NUM
               READ PKG-ASGN-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PKA-ACTIVE
                           SET ACCOUNT-ON-PACKAGE TO TRUE
                       END-IF
               END-READ
           END-IF
           IF ACCOUNT-ON-PACKAGE AND PKG-MST-IS-OPEN
               MOVE PKA-PACKAGE-CODE TO PKG-CODE
               READ PKG-MST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET PACKAGE-ON-FILE TO TRUE
               END-READ
           END-IF.
      *
       CHARGE-ONE-FEE.
           MOVE WS-TIER-FEE(ACCT-TIER) TO WS-FEE-AMOUNT
           MOVE WS-FEE-AMOUNT TO WS-POST-AMOUNT
           MOVE 'M'           TO WS-POST-FEE-TYPE
           PERFORM WRITE-FEE-POSTING
           MOVE SPACES TO ITC-TEXT
           STRING 'MONTHLY MAINTENANCE FEE - TIER ' ACCT-TIER
               DELIMITED BY SIZE INTO ITC-TEXT
           PERFORM WRITE-ITEM-CHARGE-LINE
           MOVE WS-FEE-AMOUNT TO ITT-AMOUNT
           WRITE FEE-ITEM-REC FROM ITM-TOTAL-LINE
           WRITE FEE-ITEM-REC FROM SPACES
           PERFORM COUNT-CHARGED-ACCOUNT
           SET WS-TT-IDX TO ACCT-TIER
           ADD 1 TO WS-TT-COUNT(WS-TT-IDX)
           ADD WS-FEE-AMOUNT TO WS-TT-AMOUNT(WS-TT-IDX)
           PERFORM TALLY-BRANCH-FEE.
      *
      * WRITE-FEE-POSTING writes one FEE debit of WS-POST-AMOUNT
      * against the account, marked with what it charges for.
       WRITE-FEE-POSTING.
           MOVE SPACES       TO POSTING-OUT-REC
           MOVE CONTA-NUM    TO PST-CONTA-NUM
           MOVE WS-POST-AMOUNT TO WS-AMOUNT-NUM
           MOVE WS-AMOUNT-X  TO PST-AMOUNT
           MOVE 'D'          TO PST-DC-CODE
           MOVE WS-RUN-DATE  TO PST-POST-DATE
           MOVE 'FEE '       TO PST-SOURCE-CODE
           MOVE WS-POST-FEE-TYPE TO PST-FEE-TYPE
           WRITE POSTING-OUT-REC.
      *
       WRITE-ITEM-CHARGE-LINE.
           MOVE CONTA-NUM      TO ITC-CONTA
           MOVE SALDO-AGENCIA  TO ITC-AGENCIA
           MOVE WS-POST-AMOUNT TO ITC-AMOUNT
           WRITE FEE-ITEM-REC FROM ITM-CHARGE-LINE.
      *
      * COUNT-CHARGED-ACCOUNT adds the account's whole charge for the
      * month to the run totals.
       COUNT-CHARGED-ACCOUNT.
           ADD 1 TO WS-CHARGED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-FEES OVERFLOWED'
           END-ADD.
      *
      * CHARGE-PACKAGE-FEES prices the account on its package: the
      * monthly price plus each event type's usage over the allowance
      * at the package's fee per item.  The price and every overage
      * post as separate debits; a free package used within its
      * allowance owes nothing and counts with the exemptions.
       CHARGE-PACKAGE-FEES.
           PERFORM COUNT-PACKAGE-USAGE
           MOVE PKG-MONTHLY-PRICE TO WS-FEE-AMOUNT
           PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
                   UNTIL WS-EVENT-SUB > 3
               PERFORM PRICE-ONE-EVENT
           END-PERFORM
           IF WS-FEE-AMOUNT = ZEROS
               PERFORM COUNT-EXEMPT-ACCOUNT
           ELSE
               PERFORM POST-PACKAGE-CHARGES
           END-IF.
      *
       PRICE-ONE-EVENT.
           MOVE ZEROS TO WS-OVER-COUNT(WS-EVENT-SUB)
                         WS-OVER-AMOUNT(WS-EVENT-SUB)
           IF WS-USED-COUNT(WS-EVENT-SUB) >
                   PKG-FREE-COUNT(WS-EVENT-SUB)
               SUBTRACT PKG-FREE-COUNT(WS-EVENT-SUB)
                   FROM WS-USED-COUNT(WS-EVENT-SUB)
                   GIVING WS-OVER-COUNT(WS-EVENT-SUB)
               MULTIPLY WS-OVER-COUNT(WS-EVENT-SUB)
                   BY PKG-ITEM-FEE(WS-EVENT-SUB)
                   GIVING WS-OVER-AMOUNT(WS-EVENT-SUB)
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-OVER-AMOUNT OVERFLOWED'
               END-MULTIPLY
               ADD WS-OVER-AMOUNT(WS-EVENT-SUB) TO WS-FEE-AMOUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-FEE-AMOUNT OVERFLOWED'
               END-ADD
           END-IF.
      *
      * COUNT-PACKAGE-USAGE walks the account's retained postings for
      * the month and counts each event type by its source and
      * debit/credit code.  A reversed item and its reversal are both
      * flagged on PSTHIST, so neither counts.
       COUNT-PACKAGE-USAGE.
           INITIALIZE WS-USAGE-TABLE
           IF PSTHIST-IS-OPEN
               SET HIST-ACCT-DONE TO FALSE
               MOVE CONTA-NUM           TO PH-CONTA-NUM
               MOVE WS-MONTH-START-DATE TO PH-POST-DATE
               MOVE ZEROS               TO PH-SEQ
               START POST-HIST-FILE KEY IS NOT LESS THAN PH-KEY
                   INVALID KEY SET HIST-ACCT-DONE TO TRUE
               END-START
               PERFORM COUNT-ONE-POSTING UNTIL HIST-ACCT-DONE
           END-IF.
      *
       COUNT-ONE-POSTING.
           READ POST-HIST-FILE NEXT RECORD
               AT END SET HIST-ACCT-DONE TO TRUE
               NOT AT END
                   IF PH-CONTA-NUM NOT = CONTA-NUM
                           OR PH-POST-DATE > WS-MONTH-END-DATE
                       SET HIST-ACCT-DONE TO TRUE
                   ELSE
                       IF PH-NOT-REVERSED
                           PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
                                   UNTIL WS-EVENT-SUB > 3
                               IF PH-SOURCE-CODE =
                                     WS-PKG-EVENT-SOURCE(WS-EVENT-SUB)
                                  AND PH-DC-CODE =
                                     WS-PKG-EVENT-DC(WS-EVENT-SUB)
                                   ADD 1 TO
                                       WS-USED-COUNT(WS-EVENT-SUB)
                               END-IF
                           END-PERFORM
                       END-IF
                   END-IF
           END-READ.
      *
      * POST-PACKAGE-CHARGES writes the price and overage debits and
      * the account's itemised breakdown, usage shown for every event
      * type whether or not it went over.
       POST-PACKAGE-CHARGES.
           MOVE SPACES TO ITC-TEXT
           STRING 'PACKAGE ' PKG-CODE ' ' PKG-NAME
               DELIMITED BY SIZE INTO ITC-TEXT
           MOVE PKG-MONTHLY-PRICE TO WS-POST-AMOUNT
           MOVE 'M'               TO WS-POST-FEE-TYPE
           IF WS-POST-AMOUNT > ZEROS
               PERFORM WRITE-FEE-POSTING
           END-IF
           PERFORM WRITE-ITEM-CHARGE-LINE
           PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
                   UNTIL WS-EVENT-SUB > 3
               PERFORM POST-ONE-OVERAGE
           END-PERFORM
           MOVE WS-FEE-AMOUNT TO ITT-AMOUNT
           WRITE FEE-ITEM-REC FROM ITM-TOTAL-LINE
           WRITE FEE-ITEM-REC FROM SPACES
           PERFORM COUNT-CHARGED-ACCOUNT
           ADD 1 TO WS-PACKAGE-COUNT
           ADD WS-FEE-AMOUNT TO WS-PACKAGE-FEES
           PERFORM TALLY-BRANCH-FEE.
      *
       POST-ONE-OVERAGE.
           MOVE WS-OVER-AMOUNT(WS-EVENT-SUB) TO WS-POST-AMOUNT
           MOVE 'I'               TO WS-POST-FEE-TYPE
           IF WS-POST-AMOUNT > ZEROS
               PERFORM WRITE-FEE-POSTING
               ADD WS-POST-AMOUNT TO WS-OVERAGE-FEES
           END-IF
           MOVE WS-PKG-EVENT-NAME(WS-EVENT-SUB) TO ITE-NAME
           MOVE WS-USED-COUNT(WS-EVENT-SUB)     TO ITE-USED
           MOVE PKG-FREE-COUNT(WS-EVENT-SUB)    TO ITE-FREE
           MOVE WS-OVER-COUNT(WS-EVENT-SUB)     TO ITE-OVER
           MOVE PKG-ITEM-FEE(WS-EVENT-SUB)      TO ITE-FEE
           MOVE WS-POST-AMOUNT                  TO ITE-AMOUNT
           WRITE FEE-ITEM-REC FROM ITM-EVENT-LINE.
      *
       TALLY-BRANCH-FEE.
           SET BRANCH-ENTRY-FOUND TO FALSE
           CLOSE POSTING-OUT.
           CLOSE EXCEPT-FILE.
           CLOSE PRINT-FILE.
           CLOSE FEE-ITEM-FILE.
           IF PKG-ASGN-IS-OPEN
               CLOSE PKG-ASGN-FILE
           END-IF.
           IF PKG-MST-IS-OPEN
               CLOSE PKG-MST-FILE
           END-IF.
           IF PSTHIST-IS-OPEN
               CLOSE POST-HIST-FILE
           END-IF.
           DISPLAY 'FEEASSES READ ' WS-READ-COUNT
                   ' CHARGED ' WS-CHARGED-COUNT
                   ' ON PACKAGE ' WS-PACKAGE-COUNT
                   ' EXEMPT ' WS-EXEMPT-COUNT
                   ' REJECTED ' WS-REJECT-COUNT.
           IF USAGE-NOT-COUNTED AND WS-PACKAGE-COUNT > ZEROS
               MOVE 'PACKAGE USAGE NOT COUNTED - NO PSTHIST'
                 TO WS-ALERT-MESSAGE
               MOVE WS-PACKAGE-COUNT TO WS-ALERT-COUNT
           END-IF.
           IF COUNTER-OVERFLOWED
               DISPLAY 'FEEASSES ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > ZEROS
                  OR (USAGE-NOT-COUNTED AND WS-PACKAGE-COUNT > ZEROS)
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               MOVE WS-TT-AMOUNT(WS-TT-IDX) TO TRC-AMOUNT
               WRITE PRINT-REC FROM TIER-RECAP-LINE
           END-PERFORM
           MOVE WS-PACKAGE-COUNT TO PRC-COUNT
           MOVE WS-PACKAGE-FEES  TO PRC-AMOUNT
           MOVE WS-OVERAGE-FEES  TO PRC-OVERAGE
           WRITE PRINT-REC FROM PKG-RECAP-LINE
           WRITE PRINT-REC FROM SPACES
           MOVE WS-CHARGED-COUNT TO ITR-COUNT
           MOVE WS-TOTAL-FEES    TO ITR-AMOUNT
           WRITE FEE-ITEM-REC FROM ITM-TRAILER-LINE
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-ENTRY-COUNT
               MOVE WS-BR-AGENCIA(WS-BR-IDX) TO BRC-AGENCIA
