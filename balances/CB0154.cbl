      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CASHRUN.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  CASHRUN closes the business date's branch cash positions and
      *  prints the branch cash report, in place of the over/short
      *  book the branches kept on paper.  The day's teller cash
      *  entries on TELLPST (source TELL - a credit is cash taken in
      *  over the counter, a debit cash paid out) are totalled per
      *  teller and added to the teller's open or declared drawer on
      *  CASHPOS, on top of what the CASHDSK desk moved between the
      *  vault and the drawers.  A declared drawer is compared with
      *  its book: the difference is the teller's over/short, handed
      *  to the ledger's cash suspense account as a CASHOVSH item on
      *  the CASHGL feed for GLEXTR, and the drawer closes at zero.
      *  The report lists every vault and drawer by branch with the
      *  day's movements, flags a drawer still open (never declared)
      *  and a vault holding more than the branch's insurance limit
      *  (BRN-VAULT-LIMIT, else the TELLTBL.cpy default), and lists
      *  any teller whose cash entries found no open drawer.  Any of
      *  these ends the run with a warning and an alert.  A same-date
      *  rerun needs the RUNOVRD card, and a business date in a closed
      *  period books nothing.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-IN ASSIGN TO TELLPST
               FILE STATUS IS WS-TELLPST-STATUS.
           SELECT CASH-POS-FILE ASSIGN TO CASHPOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CSP-KEY
               FILE STATUS IS WS-CASHPOS-STATUS.
           SELECT BRANCH-FILE ASSIGN TO BRANCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-NUMBER
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT GL-ITEM-OUT ASSIGN TO CASHGL.
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
      * The TELLER feed; the operator rides in the first trailer
      * bytes.
       FD  POSTING-IN RECORDING MODE F.
       01  POSTING-IN-REC.
           05  PST-CONTA-NUM        PIC X(10).
           05  PST-AMOUNT           PIC X(11).
           05  PST-DC-CODE          PIC X.
               88  PST-DEBIT            VALUE 'D'.
               88  PST-CREDIT           VALUE 'C'.
           05  PST-POST-DATE        PIC X(8).
           05  PST-SOURCE-CODE      PIC X(4).
           05  PST-OPERATOR         PIC X(8).
           05  FILLER               PIC X(38).
      *
       FD  CASH-POS-FILE RECORDING MODE F.
           COPY CASHPOS.
      *
       FD  BRANCH-FILE RECORDING MODE F.
           COPY BRANCH.
      *
       FD  GL-ITEM-OUT RECORDING MODE F.
           COPY GLITEM.
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
       COPY TELLTBL.
       01  FLAGS.
           05  WS-TELLPST-EOF      PIC X VALUE 'N'.
               88  TELLPST-AT-EOF      VALUE 'Y'.
           05  WS-CASHPOS-EOF      PIC X VALUE 'N'.
               88  CASHPOS-AT-EOF      VALUE 'Y'.
           05  WS-OPER-FOUND-FLAG  PIC X VALUE 'N'.
               88  OPER-ENTRY-FOUND    VALUE 'Y' FALSE 'N'.
           05  WS-BRANCH-OPEN-FLAG PIC X VALUE 'N'.
               88  BRANCH-IS-OPEN      VALUE 'Y' FALSE 'N'.
           05  WS-FIRST-BRANCH-FLAG PIC X VALUE 'Y'.
               88  FIRST-BRANCH        VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-TELLPST-STATUS       PIC XX.
       01  WS-CASHPOS-STATUS       PIC XX.
       01  WS-BRANCH-STATUS        PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-TELLPST-READ       PIC 9(7) VALUE ZEROS.
           05  WS-CASH-ENTRY-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-VAULT-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-DECLARED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-UNDECLARED-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-OVER-LIMIT-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-UNMATCHED-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-GL-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-OPER-DROPPED       PIC 9(7) VALUE ZEROS.
           05  WS-WARNING-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-AMOUNT-NUM           PIC 9(9)V99.
       01  WS-AMOUNT-X REDEFINES WS-AMOUNT-NUM
                                   PIC X(11).
      * The day's teller cash per operator off TELLPST; a drawer
      * takes its teller's totals once, and whatever is left untaken
      * at the end is cash with no open drawer behind it.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY-COUNT PIC 9(3) VALUE ZEROS.
           05  WS-OPER-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-OPER-IDX.
               10  WS-OT-OPERATOR      PIC X(8).
               10  WS-OT-CASH-IN       PIC S9(11)V99.
               10  WS-OT-CASH-OUT      PIC S9(11)V99.
               10  WS-OT-TAKEN         PIC X.
       01  WS-EXPECTED             PIC S9(11)V99.
       01  WS-VAULT-LIMIT          PIC 9(9)V99.
       01  WS-LINE-FLAG            PIC X(20).
      * Run totals and the branch totals printed at each branch break.
       01  WS-PREV-AGENCIA         PIC 9(4) VALUE ZEROS.
       01  WS-BRN-VAULT-CASH       PIC S9(11)V99 VALUE ZEROS.
       01  WS-BRN-DRAWER-CASH      PIC S9(11)V99 VALUE ZEROS.
       01  WS-BRN-OVER-SHORT       PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-OVER           PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-SHORT          PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-OVER-SHORT     PIC S9(11)V99 VALUE ZEROS.
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
           05  FILLER         PIC X(40) VALUE
               'BRANCH CASH - VAULTS AND TELLER DRAWERS'.
           05  FILLER         PIC X(10) VALUE 'RUN DATE '.
           05  HDR-RUN-DATE   PIC 9(8).
       01  HDR-LINE-2.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(5)  VALUE 'AGEN'.
           05  FILLER         PIC X(9)  VALUE 'DRAWER'.
           05  FILLER         PIC X(2)  VALUE 'ST'.
           05  FILLER         PIC X(13) VALUE '      OPENING'.
           05  FILLER         PIC X(13) VALUE '  TRANSFR IN'.
           05  FILLER         PIC X(13) VALUE ' TRANSFR OUT'.
           05  FILLER         PIC X(13) VALUE '      CASH IN'.
           05  FILLER         PIC X(13) VALUE '     CASH OUT'.
           05  FILLER         PIC X(13) VALUE '     DECLARED'.
           05  FILLER         PIC X(13) VALUE '   OVER/SHORT'.
           05  FILLER         PIC X(13) VALUE '      CLOSING'.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(10) VALUE 'FLAG'.
       01  POS-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  PSL-AGENCIA    PIC 9(4).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  PSL-DRAWER     PIC X(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  PSL-STATUS     PIC X(1).
           05  PSL-OPENING    PIC -(9)9.99.
           05  PSL-XFER-IN    PIC -(9)9.99.
           05  PSL-XFER-OUT   PIC -(9)9.99.
           05  PSL-CASH-IN    PIC -(9)9.99.
           05  PSL-CASH-OUT   PIC -(9)9.99.
           05  PSL-DECLARED   PIC -(9)9.99.
           05  PSL-OVER-SHORT PIC -(9)9.99.
           05  PSL-CLOSING    PIC -(9)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  PSL-FLAG       PIC X(20).
       01  BRANCH-TOTAL-LINE.
           05  FILLER         PIC X(6)  VALUE SPACES.
           05  FILLER         PIC X(7)  VALUE 'BRANCH '.
           05  BTL-AGENCIA    PIC 9(4).
           05  FILLER         PIC X(8)  VALUE '  VAULT '.
           05  BTL-VAULT      PIC -(11)9.99.
           05  FILLER         PIC X(10) VALUE '  DRAWERS '.
           05  BTL-DRAWERS    PIC -(11)9.99.
           05  FILLER         PIC X(13) VALUE '  OVER/SHORT '.
           05  BTL-OVER-SHORT PIC -(11)9.99.
       01  UNMATCHED-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(50) VALUE
               'TELLER CASH ENTRIES WITH NO OPEN DRAWER'.
       01  UNMATCHED-LINE.
           05  FILLER         PIC X(6)  VALUE SPACES.
           05  UML-OPERATOR   PIC X(8).
           05  FILLER         PIC X(10) VALUE '  CASH IN '.
           05  UML-CASH-IN    PIC -(11)9.99.
           05  FILLER         PIC X(11) VALUE '  CASH OUT '.
           05  UML-CASH-OUT   PIC -(11)9.99.
       01  RECAP-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  RCL-LABEL      PIC X(24).
           05  RCL-COUNT      PIC ZZZZZZ9.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  RCL-AMOUNT     PIC -(11)9.99.
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
           PERFORM LOAD-TELLER-CASH
           PERFORM CLOSE-ALL-POSITIONS
           PERFORM PRINT-RECAP
           PERFORM CLOSE-STOP.
      *
      * OPEN-FILES refuses a second run on the same business date
      * (the first run's CASHGL may already be on its way to the
      * ledger) and a business date in a closed period.  TELLPST is
      * optional - a day with no windows open has none - and so is
      * the branch master, whose absence leaves every vault on the
      * default insurance limit.
       OPEN-FILES.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM CHECK-PRIOR-RUN.
           MOVE WS-RUN-DATE TO WS-PERCHK-DATE
           CALL 'PERCHK' USING WS-PERCHK-DATE WS-PERCHK-RESULT
           IF NOT PERIOD-IS-OPEN
               DISPLAY 'CASHRUN CANNOT START - THE BUSINESS '
                       'DATE FALLS IN A CLOSED PERIOD'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT POSTING-IN
           IF WS-TELLPST-STATUS NOT = '00'
               SET TELLPST-AT-EOF TO TRUE
               DISPLAY 'CASHRUN - NO TELLPST FILE - NO TELLER CASH '
                       'TODAY'
           END-IF
           OPEN I-O CASH-POS-FILE
           IF WS-CASHPOS-STATUS NOT = '00'
               SET CASHPOS-AT-EOF TO TRUE
               DISPLAY 'CASHRUN - NO CASHPOS FILE - NO CASH '
                       'POSITIONS KEPT YET'
           END-IF
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS = '00'
               SET BRANCH-IS-OPEN TO TRUE
           END-IF
           OPEN OUTPUT GL-ITEM-OUT.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
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
           MOVE 'CASHRUN' TO SEQ-JOB-NAME
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
           MOVE 'CASHRUN'       TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       LOAD-TELLER-CASH.
           PERFORM TALLY-ONE-TELLPST
               UNTIL TELLPST-AT-EOF OR COUNTER-OVERFLOWED.
      *
      * TALLY-ONE-TELLPST keeps the business date's cash entries
      * only; a cheque deposit, a transfer or a conversion keyed at
      * the window moves no cash through the drawer.
       TALLY-ONE-TELLPST.
           READ POSTING-IN
               AT END SET TELLPST-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TELLPST-READ
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-TELLPST-READ OVERFLOWED'
                   END-ADD
                   IF PST-SOURCE-CODE = 'TELL'
                           AND PST-POST-DATE = WS-RUN-DATE
                       PERFORM TALLY-ONE-CASH-ENTRY
                   END-IF
           END-READ.
      *
       TALLY-ONE-CASH-ENTRY.
           ADD 1 TO WS-CASH-ENTRY-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-CASH-ENTRY-COUNT OVERFLOWED'
           END-ADD
           SET OPER-ENTRY-FOUND TO FALSE
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL OPER-ENTRY-FOUND
                   OR WS-OPER-IDX > WS-OPER-ENTRY-COUNT
               IF WS-OT-OPERATOR(WS-OPER-IDX) = PST-OPERATOR
                   SET OPER-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF OPER-ENTRY-FOUND
               SET WS-OPER-IDX DOWN BY 1
               PERFORM COUNT-ONE-CASH-ENTRY
           ELSE
               IF WS-OPER-ENTRY-COUNT < 200
                   ADD 1 TO WS-OPER-ENTRY-COUNT
                   SET WS-OPER-IDX TO WS-OPER-ENTRY-COUNT
                   MOVE PST-OPERATOR TO WS-OT-OPERATOR(WS-OPER-IDX)
                   MOVE ZEROS TO WS-OT-CASH-IN(WS-OPER-IDX)
                   MOVE ZEROS TO WS-OT-CASH-OUT(WS-OPER-IDX)
                   MOVE 'N'   TO WS-OT-TAKEN(WS-OPER-IDX)
                   PERFORM COUNT-ONE-CASH-ENTRY
               ELSE
                   ADD 1 TO WS-OPER-DROPPED
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-OPER-DROPPED OVERFLOWED'
                   END-ADD
               END-IF
           END-IF.
      *
       COUNT-ONE-CASH-ENTRY.
           MOVE PST-AMOUNT TO WS-AMOUNT-X
           IF PST-DEBIT
               ADD WS-AMOUNT-NUM TO WS-OT-CASH-OUT(WS-OPER-IDX)
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-OT-CASH-OUT OVERFLOWED'
               END-ADD
           ELSE
               ADD WS-AMOUNT-NUM TO WS-OT-CASH-IN(WS-OPER-IDX)
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-OT-CASH-IN OVERFLOWED'
               END-ADD
           END-IF.
      *
       CLOSE-ALL-POSITIONS.
           PERFORM CLOSE-ONE-POSITION
               UNTIL CASHPOS-AT-EOF OR COUNTER-OVERFLOWED
           IF NOT FIRST-BRANCH
               PERFORM PRINT-BRANCH-TOTAL
           END-IF
           PERFORM LIST-UNMATCHED-CASH.
      *
      * CLOSE-ONE-POSITION brings a position forward to the business
      * date if nothing has touched it since an earlier one, works
      * out its closing book, and rewrites it.  A rerun recomputes
      * the same figures - the teller cash is put back from TELLPST,
      * not added to what is there.
       CLOSE-ONE-POSITION.
           READ CASH-POS-FILE NEXT RECORD
               AT END SET CASHPOS-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
                   IF CSP-AGENCIA NOT = WS-PREV-AGENCIA
                       IF NOT FIRST-BRANCH
                           PERFORM PRINT-BRANCH-TOTAL
                       END-IF
                       SET FIRST-BRANCH TO FALSE
                       MOVE CSP-AGENCIA TO WS-PREV-AGENCIA
                   END-IF
                   IF CSP-POS-DATE < WS-RUN-DATE
                       PERFORM CARRY-POSITION-FORWARD
                   END-IF
                   MOVE SPACES TO WS-LINE-FLAG
                   IF CSP-IS-VAULT
                       PERFORM CLOSE-VAULT
                   ELSE
                       PERFORM CLOSE-DRAWER
                   END-IF
                   REWRITE CASH-POS-REC
                   PERFORM PRINT-POSITION-LINE
           END-READ.
      *
      * CARRY-POSITION-FORWARD opens a new business date on the
      * position, as the desk does: yesterday's closing is today's
      * opening, a drawer left open stays open and a declared one is
      * closed.
       CARRY-POSITION-FORWARD.
           MOVE CSP-CLOSING  TO CSP-OPENING
           MOVE ZEROS        TO CSP-TRANSFER-IN
                                CSP-TRANSFER-OUT
                                CSP-CASH-IN
                                CSP-CASH-OUT
                                CSP-DECLARED-CASH
                                CSP-OVER-SHORT
           MOVE WS-RUN-DATE  TO CSP-POS-DATE
           IF CSP-DECLARED
               SET CSP-CLOSED TO TRUE
           END-IF.
      *
      * CLOSE-VAULT books the vault's closing and holds it against
      * the branch's insurance limit.
       CLOSE-VAULT.
           COMPUTE CSP-CLOSING = CSP-OPENING + CSP-TRANSFER-IN
                               - CSP-TRANSFER-OUT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'CSP-CLOSING OVERFLOWED'
           END-COMPUTE
           ADD 1 TO WS-VAULT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-VAULT-COUNT OVERFLOWED'
           END-ADD
           ADD CSP-CLOSING TO WS-BRN-VAULT-CASH
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-BRN-VAULT-CASH OVERFLOWED'
           END-ADD
           PERFORM FIND-VAULT-LIMIT
           IF CSP-CLOSING > WS-VAULT-LIMIT
               MOVE 'OVER INSURANCE LIMIT' TO WS-LINE-FLAG
               ADD 1 TO WS-OVER-LIMIT-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-OVER-LIMIT-COUNT OVERFLOWED'
               END-ADD
           END-IF.
      *
       FIND-VAULT-LIMIT.
           MOVE WS-TELL-VAULT-LIMIT TO WS-VAULT-LIMIT
           IF BRANCH-IS-OPEN
               MOVE CSP-AGENCIA TO BRN-NUMBER
               READ BRANCH-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF BRN-VAULT-LIMIT IS NUMERIC
                               AND BRN-VAULT-LIMIT > ZEROS
                           MOVE BRN-VAULT-LIMIT TO WS-VAULT-LIMIT
                       END-IF
               END-READ
           END-IF.
      *
      * CLOSE-DRAWER takes the teller's cash for an open or declared
      * drawer, then books the closing: a declared drawer's count
      * against its book gives the over/short and the drawer closes
      * at zero; an open one carries its book forward undeclared.
       CLOSE-DRAWER.
           MOVE ZEROS TO CSP-CASH-IN CSP-CASH-OUT CSP-OVER-SHORT
           IF CSP-OPEN OR CSP-DECLARED
               PERFORM TAKE-TELLER-CASH
           END-IF
           COMPUTE WS-EXPECTED = CSP-OPENING + CSP-TRANSFER-IN
                               - CSP-TRANSFER-OUT + CSP-CASH-IN
                               - CSP-CASH-OUT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-EXPECTED OVERFLOWED'
           END-COMPUTE
           EVALUATE TRUE
               WHEN CSP-DECLARED
                   COMPUTE CSP-OVER-SHORT =
                       CSP-DECLARED-CASH - WS-EXPECTED
                   MOVE ZEROS TO CSP-CLOSING
                   PERFORM BOOK-OVER-SHORT
               WHEN CSP-OPEN
                   MOVE WS-EXPECTED TO CSP-CLOSING
                   MOVE 'NOT DECLARED' TO WS-LINE-FLAG
                   ADD 1 TO WS-UNDECLARED-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-UNDECLARED-COUNT OVERFLOWED'
                   END-ADD
               WHEN OTHER
                   MOVE WS-EXPECTED TO CSP-CLOSING
           END-EVALUATE
           ADD CSP-CLOSING TO WS-BRN-DRAWER-CASH
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-BRN-DRAWER-CASH OVERFLOWED'
           END-ADD.
      *
       TAKE-TELLER-CASH.
           SET OPER-ENTRY-FOUND TO FALSE
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL OPER-ENTRY-FOUND
                   OR WS-OPER-IDX > WS-OPER-ENTRY-COUNT
               IF WS-OT-OPERATOR(WS-OPER-IDX) = CSP-DRAWER
                       AND WS-OT-TAKEN(WS-OPER-IDX) = 'N'
                   SET OPER-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF OPER-ENTRY-FOUND
               SET WS-OPER-IDX DOWN BY 1
               MOVE WS-OT-CASH-IN(WS-OPER-IDX)  TO CSP-CASH-IN
               MOVE WS-OT-CASH-OUT(WS-OPER-IDX) TO CSP-CASH-OUT
               MOVE 'Y' TO WS-OT-TAKEN(WS-OPER-IDX)
           END-IF.
      *
      * BOOK-OVER-SHORT hands a declared drawer's difference to the
      * ledger under the CASHOVSH mapping - over books into the cash
      * suspense account, short (negative) books out of it - keyed
      * by the branch and as much of the drawer as fits.
       BOOK-OVER-SHORT.
           ADD 1 TO WS-DECLARED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-DECLARED-COUNT OVERFLOWED'
           END-ADD
           IF CSP-OVER-SHORT NOT = ZEROS
               IF CSP-OVER-SHORT > ZEROS
                   MOVE 'OVER' TO WS-LINE-FLAG
                   ADD CSP-OVER-SHORT TO WS-TOTAL-OVER
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-TOTAL-OVER OVERFLOWED'
                   END-ADD
               ELSE
                   MOVE 'SHORT' TO WS-LINE-FLAG
                   ADD CSP-OVER-SHORT TO WS-TOTAL-SHORT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-TOTAL-SHORT OVERFLOWED'
                   END-ADD
               END-IF
               ADD CSP-OVER-SHORT TO WS-BRN-OVER-SHORT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-BRN-OVER-SHORT OVERFLOWED'
               END-ADD
               MOVE SPACES           TO GL-ITEM-REC
               MOVE 'CASHOVSH'       TO GLI-SOURCE
               MOVE CSP-KEY          TO GLI-KEY
               MOVE CSP-OVER-SHORT   TO GLI-AMOUNT
               MOVE WS-RUN-DATE      TO GLI-POST-DATE
               MOVE 'CASHRUN'        TO GLI-PROGRAM
               WRITE GL-ITEM-REC
               ADD 1 TO WS-GL-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-GL-COUNT OVERFLOWED'
               END-ADD
           END-IF.
      *
      * PRINT-POSITION-LINE leaves out a closed drawer with nothing
      * in it and nothing done today.
       PRINT-POSITION-LINE.
           IF CSP-IS-VAULT OR NOT CSP-CLOSED
                   OR CSP-CLOSING NOT = ZEROS
                   OR CSP-OPENING NOT = ZEROS
               MOVE CSP-AGENCIA       TO PSL-AGENCIA
               MOVE CSP-DRAWER        TO PSL-DRAWER
               MOVE CSP-STATUS        TO PSL-STATUS
               MOVE CSP-OPENING       TO PSL-OPENING
               MOVE CSP-TRANSFER-IN   TO PSL-XFER-IN
               MOVE CSP-TRANSFER-OUT  TO PSL-XFER-OUT
               MOVE CSP-CASH-IN       TO PSL-CASH-IN
               MOVE CSP-CASH-OUT      TO PSL-CASH-OUT
               MOVE CSP-DECLARED-CASH TO PSL-DECLARED
               MOVE CSP-OVER-SHORT    TO PSL-OVER-SHORT
               MOVE CSP-CLOSING       TO PSL-CLOSING
               MOVE WS-LINE-FLAG      TO PSL-FLAG
               WRITE PRINT-REC FROM POS-LINE
           END-IF.
      *
       PRINT-BRANCH-TOTAL.
           MOVE WS-PREV-AGENCIA    TO BTL-AGENCIA
           MOVE WS-BRN-VAULT-CASH  TO BTL-VAULT
           MOVE WS-BRN-DRAWER-CASH TO BTL-DRAWERS
           MOVE WS-BRN-OVER-SHORT  TO BTL-OVER-SHORT
           WRITE PRINT-REC FROM BRANCH-TOTAL-LINE
           WRITE PRINT-REC FROM SPACES
           MOVE ZEROS TO WS-BRN-VAULT-CASH
                         WS-BRN-DRAWER-CASH
                         WS-BRN-OVER-SHORT.
      *
      * LIST-UNMATCHED-CASH prints every teller whose cash entries no
      * open drawer took - cash over the counter the cash book cannot
      * place.
       LIST-UNMATCHED-CASH.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-ENTRY-COUNT
               IF WS-OT-TAKEN(WS-OPER-IDX) = 'N'
                   IF WS-UNMATCHED-COUNT = ZEROS
                       WRITE PRINT-REC FROM SPACES
                       WRITE PRINT-REC FROM UNMATCHED-HDR-LINE
                   END-IF
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE WS-OT-OPERATOR(WS-OPER-IDX) TO UML-OPERATOR
                   MOVE WS-OT-CASH-IN(WS-OPER-IDX)  TO UML-CASH-IN
                   MOVE WS-OT-CASH-OUT(WS-OPER-IDX) TO UML-CASH-OUT
                   WRITE PRINT-REC FROM UNMATCHED-LINE
               END-IF
           END-PERFORM
           IF WS-OPER-DROPPED > ZEROS
               DISPLAY 'CASHRUN OPERATOR TABLE FULL - '
                       WS-OPER-DROPPED ' CASH ENTRY(S) NOT PLACED'
           END-IF.
      *
       PRINT-RECAP.
           COMPUTE WS-TOTAL-OVER-SHORT = WS-TOTAL-OVER + WS-TOTAL-SHORT
           WRITE PRINT-REC FROM SPACES
           MOVE 'VAULTS'             TO RCL-LABEL
           MOVE WS-VAULT-COUNT       TO RCL-COUNT
           MOVE ZEROS                TO RCL-AMOUNT
           WRITE PRINT-REC FROM RECAP-LINE
           MOVE 'VAULTS OVER LIMIT'  TO RCL-LABEL
           MOVE WS-OVER-LIMIT-COUNT  TO RCL-COUNT
           WRITE PRINT-REC FROM RECAP-LINE
           MOVE 'DRAWERS NOT DECLARED' TO RCL-LABEL
           MOVE WS-UNDECLARED-COUNT  TO RCL-COUNT
           WRITE PRINT-REC FROM RECAP-LINE
           MOVE 'DRAWERS DECLARED'   TO RCL-LABEL
           MOVE WS-DECLARED-COUNT    TO RCL-COUNT
           WRITE PRINT-REC FROM RECAP-LINE
           MOVE 'CASH OVER'          TO RCL-LABEL
           MOVE ZEROS                TO RCL-COUNT
           MOVE WS-TOTAL-OVER        TO RCL-AMOUNT
           WRITE PRINT-REC FROM RECAP-LINE
           MOVE 'CASH SHORT'         TO RCL-LABEL
           MOVE WS-TOTAL-SHORT       TO RCL-AMOUNT
           WRITE PRINT-REC FROM RECAP-LINE
           MOVE 'NET TO CASH SUSPENSE' TO RCL-LABEL
           MOVE WS-GL-COUNT          TO RCL-COUNT
           MOVE WS-TOTAL-OVER-SHORT  TO RCL-AMOUNT
           WRITE PRINT-REC FROM RECAP-LINE
           COMPUTE WS-WARNING-COUNT = WS-OVER-LIMIT-COUNT
                   + WS-UNDECLARED-COUNT + WS-UNMATCHED-COUNT
                   + WS-OPER-DROPPED.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-CTL-TOTALS
           PERFORM WRITE-SUMMARY-REPORT
           IF WS-TELLPST-STATUS = '00' OR WS-TELLPST-STATUS = '10'
               CLOSE POSTING-IN
           END-IF
           IF WS-CASHPOS-STATUS = '00' OR WS-CASHPOS-STATUS = '10'
               CLOSE CASH-POS-FILE
           END-IF
           IF BRANCH-IS-OPEN
               CLOSE BRANCH-FILE
           END-IF
           CLOSE GL-ITEM-OUT.
           CLOSE PRINT-FILE.
           DISPLAY 'CASHRUN POSITIONS ' WS-READ-COUNT
                   ' CASH ENTRIES ' WS-CASH-ENTRY-COUNT
                   ' DECLARED ' WS-DECLARED-COUNT
                   ' NOT DECLARED ' WS-UNDECLARED-COUNT
                   ' OVER/SHORT ITEMS ' WS-GL-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'CASHRUN ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               EVALUATE TRUE
                   WHEN WS-OVER-LIMIT-COUNT > ZEROS
                       MOVE 'VAULT CASH OVER THE INSURANCE LIMIT'
                           TO WS-ALERT-MESSAGE
                   WHEN WS-UNDECLARED-COUNT > ZEROS
                       MOVE 'TELLER DRAWERS LEFT UNDECLARED'
                           TO WS-ALERT-MESSAGE
                   WHEN WS-WARNING-COUNT > ZEROS
                       MOVE 'TELLER CASH WITH NO OPEN DRAWER'
                           TO WS-ALERT-MESSAGE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE WS-WARNING-COUNT TO WS-ALERT-COUNT
               PERFORM WRITE-ALERT-RECORD
           END-IF.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
      * Cash no drawer could take is carried as the rejects.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'CASHRUN'           TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-GL-COUNT         TO CTLT-OUTPUT-COUNT
           MOVE WS-UNMATCHED-COUNT  TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED        TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS appends the net over/short handed to the
      * ledger this run to the CTLTODAY control-total file so
      * CTLRECON reconciles the money as well as the counts.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES              TO CTL-TOTAL-REC
           MOVE 'CASHRUN'           TO CTL-JOB-ID
           MOVE WS-RUN-DATE         TO CTL-RUN-DATE
           MOVE WS-GL-COUNT         TO CTL-RECORD-COUNT
           MOVE WS-TOTAL-OVER-SHORT TO CTL-DOLLAR-TOTAL
           WRITE CTL-TOTAL-REC
           CLOSE CTL-TOTAL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the positions broken out by what needs looking at.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'CASHRUN'           TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-TOTAL-OVER-SHORT TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE 'DRAWERS DECLARED'  TO SUMM-CATEGORY-NAME
           MOVE WS-DECLARED-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'NOT DECLARED'      TO SUMM-CATEGORY-NAME
           MOVE WS-UNDECLARED-COUNT TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'VAULT OVER LIMIT'  TO SUMM-CATEGORY-NAME
           MOVE WS-OVER-LIMIT-COUNT TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'NO OPEN DRAWER'    TO SUMM-CATEGORY-NAME
           MOVE WS-UNMATCHED-COUNT  TO SUMM-CATEGORY-COUNT
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
           MOVE 'CASHRUN'         TO ALR-JOB-NAME
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
           MOVE 'CASHRUN' TO WS-DEP-JOB-NAME
           MOVE WS-RUN-DATE TO WS-DEP-RUN-DATE
           CALL 'JOBDEP' USING WS-DEP-JOB-NAME WS-DEP-RUN-DATE
                               WS-DEP-FOUND
           IF DEP-JOB-RAN
               PERFORM READ-OVERRIDE-CARD
               IF OVERRIDE-SUPPLIED
                   DISPLAY 'CASHRUN RERUN OVERRIDE ACCEPTED FOR '
                           WS-RUN-DATE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'SAME-DATE RERUN OVERRIDE ACCEPTED'
                       TO WS-ALERT-MESSAGE
                   MOVE ZEROS TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               ELSE
                   DISPLAY 'CASHRUN ALREADY RAN FOR ' WS-RUN-DATE
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
       END PROGRAM CASHRUN.
