      *  the OPERSESS session record OPMENU writes, the same way
      *  CUSTMAINT stamps its audit trail.  TELLRCAP totals each
      *  operator's entries for the end-of-day drawer balancing.
      *  A cheque drawn on another bank is keyed as a Q entry with
      *  its drawee bank, drawer account and number: the depositor is
      *  credited at once under source code CHQD, the credit is
      *  covered by an active float hold on BALHOLD for the clearing
      *  window (CHQTBL.cpy), and the item lands on CHQDEP for
      *  CHQPRES to present to the clearing house tonight.
      *  A transfer to an account at another bank is keyed as a T
      *  entry with the method (TED or PIX) and the beneficiary's
      *  bank, branch, account, CPF/CNPJ and name: the customer is
      *  debited under source code XFER after the same available-
      *  funds check as a withdrawal, and the transfer queues on
      *  OUTXFER for XFERSEND to send out tonight.
      *  A conversion between a customer's own BRL and USD accounts
      *  is keyed as an F entry on the source account with the amount
      *  in its currency and the target account: both accounts must
      *  be held (not as procurador) by the same CPF on CUSTXREF, one
      *  in reais and one in dollars.  The day's USD rate on FXRATE
      *  less the bank's buy spread, or plus its sell spread
      *  (FXSPRD.cpy), prices the credit; there is no conversion on
      *  a day with no rate.  The source is debited after the
      *  withdrawal's funds check and the target credited, both under
      *  source code FXCV, and the trade lands on FXTRADE for the
      *  FXPOSRPT position report and the COAF thresholds.
      *  A debit or credit above the branch's second-person limit
      *  (the branch master's own, else the TELLTBL.cpy default;
      *  a conversion is measured in reais) is suspended at the
      *  window until a supervisor signs on there through OPRSIGN
      *  and authorizes it - never the teller, and never below
      *  supervisor level.  The supervisor rides on the TELLPST
      *  record beside the teller and on the SESSLOG entry, and every
      *  such entry - authorized, refused, or abandoned while waiting
      *  - lands on TELLOVR for the daily TELOVRPT listing.
      *  A debit of any kind - withdrawal, transfer or conversion -
      *  on an account held by a customer under 18 is refused unless
      *  a guardian authorizes it at the window: the guardian's CPF
      *  is keyed and must stand on the GUARDIAN register, active,
      *  for every minor holding the account.  The minors are found
      *  off the account's CUSTXREF links (never a procurador) and
      *  their birth dates on CUSTMAST; an account with a minor on it
      *  is refused outright when the register cannot be read.  Each
      *  authorization and refusal is written to SESSLOG.
      *  When a procurador rather than a holder stands at the window
      *  for a debit, the teller keys the procurador's CPF.  The CPF
      *  must be linked to the account as procurador on CUSTXREF and
      *  one of the account's holders must have granted that person
      *  a mandate on the PROCURA register that is in force today -
      *  not revoked, inside its validity dates - and carries the
      *  power the entry needs: withdrawal for a D entry, transfer
      *  for a T or F.  Otherwise the debit is refused, as it is when
      *  the register cannot be read; the outcome goes to SESSLOG
      *  keyed by the procurador's CPF.
      *  A standard operator keys entries only to the accounts of
      *  their own branches (the shared BRNSCOPE check); a refused
      *  account is logged to SESSLOG as BRNREFUSE.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT POSTING-OUT ASSIGN TO TELLPST
               FILE STATUS IS WS-TELLPST-STATUS.
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
           SELECT XFER-FILE ASSIGN TO OUTXFER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFR-ID
               FILE STATUS IS WS-XFER-STATUS.
           SELECT RUN-SEQ-FILE ASSIGN TO RUNSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-JOB-NAME
               FILE STATUS IS WS-RUNSEQ-STATUS.
           SELECT XREF-FILE ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               ALTERNATE RECORD KEY IS XRF-CONTA-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO FXRATE
               FILE STATUS IS WS-FXRATE-STATUS.
           SELECT FX-TRADE-FILE ASSIGN TO FXTRADE
               FILE STATUS IS WS-FXTRADE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO BRANCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-NUMBER
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT TELL-OVR-FILE ASSIGN TO TELLOVR
               FILE STATUS IS WS-TELLOVR-STATUS.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPF IN CLIENTE-REC
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT GUARDIAN-FILE ASSIGN TO GUARDIAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               ALTERNATE RECORD KEY IS GRD-GUARDIAN-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT PROCURA-FILE ASSIGN TO PROCURA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-KEY
               ALTERNATE RECORD KEY IS PRC-ATTORNEY-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-PROCURA-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
      * The accepted entries in PSTTRAN's own layout, folded into
      * DRCRCAP's nightly input by the PSTMERGE consolidation sort;
      * the operator rides in the first trailer bytes for the
      * TELLRCAP drawer recap, and the supervisor who authorized an
      * entry over the branch limit after the reversal reference
      * REVRUN uses.
       FD  POSTING-OUT RECORDING MODE F.
       01  POSTING-OUT-REC.
           05  PST-CONTA-NUM        PIC X(10).
           05  PST-POST-DATE        PIC X(8).
           05  PST-SOURCE-CODE      PIC X(4).
           05  PST-OPERATOR         PIC X(8).
           05  FILLER               PIC X(13).
           05  PST-SUPERVISOR       PIC X(8).
           05  FILLER               PIC X(17).
      *
       FD  CHQ-DEP-FILE RECORDING MODE F.
           COPY CHQDEP.
      *
       FD  HOLD-FILE RECORDING MODE F.
           COPY BALHOLD.
      *
       FD  XFER-FILE RECORDING MODE F.
           COPY OUTXFER.
      *
       FD  RUN-SEQ-FILE RECORDING MODE F.
           COPY RUNSEQ.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
      *
       FD  FX-RATE-FILE RECORDING MODE F.
           COPY FXRATE.
      *
       FD  FX-TRADE-FILE RECORDING MODE F.
           COPY FXTRADE.
      *
       FD  BRANCH-FILE RECORDING MODE F.
           COPY BRANCH.
      *
       FD  TELL-OVR-FILE RECORDING MODE F.
           COPY TELLOVR.
      *
       FD  SESS-LOG-FILE RECORDING MODE F.
           COPY SESSLOG.
      *
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  GUARDIAN-FILE RECORDING MODE F.
           COPY GUARDIAN.
      *
       FD  PROCURA-FILE RECORDING MODE F.
           COPY PROCURA.
      *
       WORKING-STORAGE SECTION.
       01  WS-OPERSESS-STATUS      PIC XX.
       01  WS-SALDO-STATUS         PIC XX.
       01  WS-TELLPST-STATUS       PIC XX.
       01  WS-CHQDEP-STATUS        PIC XX.
       01  WS-HOLD-STATUS          PIC XX.
       01  WS-XFER-STATUS          PIC XX.
       01  WS-RUNSEQ-STATUS        PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-FXRATE-STATUS        PIC XX.
       01  WS-FXTRADE-STATUS       PIC XX.
       01  WS-BRANCH-STATUS        PIC XX.
       01  WS-TELLOVR-STATUS       PIC XX.
       01  WS-CUSTMAST-STATUS      PIC XX.
       01  WS-GUARDIAN-STATUS      PIC XX.
       01  WS-PROCURA-STATUS       PIC XX.
       01  WS-OPERATOR-ID          PIC X(8) VALUE 'BATCH'.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(4).
           05  WS-RUN-MM           PIC 9(2).
           05  WS-RUN-DD           PIC 9(2).
       01  WS-RUN-TIME             PIC 9(8).
      * The second person for an entry over the branch limit: who
      * signed on at the window, at what level, and what they said.
       COPY TELLTBL.
       01  WS-BRANCH-OPEN-FLAG     PIC X VALUE 'N'.
           88  BRANCH-IS-OPEN          VALUE 'Y' FALSE 'N'.
       01  WS-OVR-LIMIT            PIC 9(9)V99.
       01  WS-OVR-AMOUNT           PIC 9(9)V99.
       01  WS-SUPERVISOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SUPV-SIGNON-ID       PIC X(8).
       01  WS-SUPV-AUTH-LEVEL      PIC 9.
       01  WS-SUPV-SIGNON-RESULT   PIC X.
       01  WS-SUPV-ANSWER          PIC X.
       01  WS-OVR-OUTCOME          PIC X.
       01  WS-LOG-ACTION           PIC X(12).
       01  WS-ENTRY-CLEARED-FLAG   PIC X VALUE 'Y'.
           88  ENTRY-CLEARED           VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG            PIC X VALUE 'N'.
           88  OPERATOR-IS-DONE        VALUE 'Y'.
       01  WS-ENTRY-CONTA          PIC X(10).
       01  WS-ENTRY-AMOUNT         PIC X(11).
       01  WS-ENTRY-DC             PIC X.
       01  WS-ENTRY-SOURCE         PIC X(4).
      * A deposited cheque's clearing details as keyed.
       01  WS-ENTRY-BANK           PIC X(3).
       01  WS-ENTRY-DRAWER         PIC X(10).
       01  WS-ENTRY-CHQ            PIC X(10).
      * An outbound transfer's beneficiary as keyed.
       01  WS-ENTRY-METHOD         PIC X.
       01  WS-ENTRY-BEN-BANK       PIC X(3).
       01  WS-ENTRY-BEN-BRANCH     PIC X(4).
       01  WS-ENTRY-BEN-ACCOUNT    PIC X(12).
       01  WS-ENTRY-BEN-DOC        PIC X(14).
       01  WS-ENTRY-BEN-NAME       PIC X(30).
       COPY CHQTBL.
      * A currency conversion's target and pricing.  The source
      * account's currency and branch are kept before the target is
      * read over them; the holders of the source account are
      * gathered off the CUSTXREF alternate key before the target's
      * links are read by the full key.
       COPY FXSPRD.
       01  WS-FX-TO-CONTA          PIC X(10).
       01  WS-FX-FROM-CONTA        PIC X(10).
       01  WS-FX-FROM-MOEDA        PIC X(3).
           88  FX-FROM-BRL             VALUES 'BRL' SPACES.
           88  FX-FROM-USD             VALUE 'USD'.
       01  WS-FX-FROM-AGENCIA      PIC 9(4).
       01  WS-FX-SIDE              PIC X.
           88  FX-BANK-BUYS            VALUE 'B'.
           88  FX-BANK-SELLS           VALUE 'S'.
           88  FX-PAIR-INVALID         VALUE SPACE.
       01  WS-FX-RATE-FLAG         PIC X VALUE 'N'.
           88  FX-RATE-LOADED          VALUE 'Y' FALSE 'N'.
       01  WS-FX-RATE-EOF          PIC X.
           88  FX-RATE-AT-EOF          VALUE 'Y' FALSE 'N'.
       01  WS-XREF-OPEN-FLAG       PIC X VALUE 'N'.
           88  XREF-IS-OPEN            VALUE 'Y' FALSE 'N'.
       01  WS-XREF-SCAN-FLAG       PIC X.
           88  XREF-SCAN-DONE          VALUE 'Y' FALSE 'N'.
       01  WS-FX-OWNER-FLAG        PIC X.
           88  FX-OWNER-FOUND          VALUE 'Y' FALSE 'N'.
       01  WS-FX-HOLDER-COUNT      PIC 99.
       01  WS-FX-HOLDER-IX         PIC 99.
       01  WS-FX-HOLDER-TABLE.
           05  WS-FX-HOLDER-CPF     PIC X(11) OCCURS 10 TIMES.
       01  WS-FX-OWNER-CPF         PIC X(11).
       01  WS-FX-MID-RATE          PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-FX-DEAL-RATE         PIC 9(3)V9(6).
       01  WS-FX-USD-AMOUNT        PIC S9(9)V99.
       01  WS-FX-BRL-AMOUNT        PIC S9(9)V99.
       01  WS-FX-SPREAD-BRL        PIC S9(7)V99.
       01  WS-FX-CREDIT-NUM        PIC 9(9)V99.
       01  WS-FX-CREDIT-X REDEFINES WS-FX-CREDIT-NUM
                                   PIC X(11).
      * Float hold sequence and release-date roll (STORDRUN's
      * calendar-day roll).
       01  WS-NEXT-SEQ             PIC 9(3).
       01  WS-HOLD-SCAN-FLAG       PIC X.
           88  HOLD-SCAN-DONE          VALUE 'Y' FALSE 'N'.
       01  WS-DAYS-TABLE-INIT.
           05  FILLER               PIC 99 VALUE 31.
           05  FILLER               PIC 99 VALUE 28.
           05  FILLER               PIC 99 VALUE 31.
           05  FILLER               PIC 99 VALUE 30.
           05  FILLER               PIC 99 VALUE 31.
           05  FILLER               PIC 99 VALUE 30.
           05  FILLER               PIC 99 VALUE 31.
           05  FILLER               PIC 99 VALUE 31.
           05  FILLER               PIC 99 VALUE 30.
           05  FILLER               PIC 99 VALUE 31.
           05  FILLER               PIC 99 VALUE 30.
           05  FILLER               PIC 99 VALUE 31.
       01  WS-DAYS-TABLE REDEFINES WS-DAYS-TABLE-INIT.
           05  WS-DAYS-IN-MONTH     PIC 99 OCCURS 12 TIMES.
       01  WS-ROLL-DATE            PIC 9(8).
       01  WS-ROLL-DATE-X REDEFINES WS-ROLL-DATE.
           05  WS-ROLL-YYYY        PIC 9(4).
           05  WS-ROLL-MM          PIC 9(2).
           05  WS-ROLL-DD          PIC 9(2).
      * A debit on a minor's account: the minors among the account's
      * holders (MINORRPT's age arithmetic against CUSTMAST) and the
      * guardian keyed at the window to authorize for them.
       01  WS-CUSTMAST-OPEN-FLAG   PIC X VALUE 'N'.
           88  CUSTMAST-IS-OPEN        VALUE 'Y' FALSE 'N'.
       01  WS-GUARDIAN-OPEN-FLAG   PIC X VALUE 'N'.
           88  GUARDIAN-IS-OPEN        VALUE 'Y' FALSE 'N'.
       01  WS-DEBIT-ALLOWED-FLAG   PIC X VALUE 'Y'.
           88  DEBIT-ALLOWED           VALUE 'Y' FALSE 'N'.
       01  WS-MINOR-COUNT          PIC 99.
       01  WS-MINOR-IX             PIC 99.
       01  WS-MINOR-TABLE.
           05  WS-MINOR-CPF         PIC X(11) OCCURS 10 TIMES.
       01  WS-GUARDIAN-CPF         PIC X(11).
      * A debit keyed for a procurador: the procurador's CPF, the
      * holder whose mandate covers the entry, and the key the
      * window's decision is logged under.
       01  WS-PROCURA-OPEN-FLAG    PIC X VALUE 'N'.
           88  PROCURA-IS-OPEN         VALUE 'Y' FALSE 'N'.
       01  WS-MANDATE-FLAG         PIC X.
           88  MANDATE-IN-FORCE        VALUE 'Y' FALSE 'N'.
       01  WS-ATTORNEY-CPF         PIC X(11).
       01  WS-GRANTOR-CPF          PIC X(11).
       01  WS-LOG-KEY              PIC X(11).
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM        PIC X(8) VALUE 'TELLER'.
       01  WS-SCOPE-KEY-TYPE       PIC X VALUE 'A'.
       01  WS-SCOPE-KEY            PIC X(11).
       01  WS-SCOPE-RESULT         PIC X.
           88  KEY-IN-SCOPE            VALUE 'Y'.
       01  WS-BIRTH-YYYY           PIC 9(4).
       01  WS-BIRTH-MM             PIC 9(2).
       01  WS-BIRTH-DD             PIC 9(2).
       01  WS-AGE                  PIC S9(3).
       01  WS-AMOUNT-NUM           PIC 9(9)V99.
       01  WS-AMOUNT-X REDEFINES WS-AMOUNT-NUM
                                   PIC X(11).
               CLOSE POSTING-OUT
               OPEN OUTPUT POSTING-OUT
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
           OPEN I-O XFER-FILE
           IF WS-XFER-STATUS = '35'
               OPEN OUTPUT XFER-FILE
               CLOSE XFER-FILE
               OPEN I-O XFER-FILE
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = '00'
               SET XREF-IS-OPEN TO TRUE
           END-IF
           OPEN EXTEND FX-TRADE-FILE
           IF WS-FXTRADE-STATUS NOT = '00'
               CLOSE FX-TRADE-FILE
               OPEN OUTPUT FX-TRADE-FILE
           END-IF
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS = '00'
               SET BRANCH-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS = '00'
               SET CUSTMAST-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT GUARDIAN-FILE
           IF WS-GUARDIAN-STATUS = '00'
               SET GUARDIAN-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT PROCURA-FILE
           IF WS-PROCURA-STATUS = '00'
               SET PROCURA-IS-OPEN TO TRUE
           END-IF
           OPEN EXTEND TELL-OVR-FILE
           IF WS-TELLOVR-STATUS NOT = '00'
               CLOSE TELL-OVR-FILE
               OPEN OUTPUT TELL-OVR-FILE
           END-IF
           PERFORM LOAD-USD-RATE
           PERFORM UNTIL OPERATOR-IS-DONE
               PERFORM TAKE-ONE-ENTRY
           END-PERFORM
           CLOSE SALDO-FILE
           CLOSE POSTING-OUT
           CLOSE CHQ-DEP-FILE
           CLOSE HOLD-FILE
           CLOSE XFER-FILE
           IF XREF-IS-OPEN
               CLOSE XREF-FILE
           END-IF
           CLOSE FX-TRADE-FILE
           IF BRANCH-IS-OPEN
               CLOSE BRANCH-FILE
           END-IF
           IF CUSTMAST-IS-OPEN
               CLOSE CUSTMAST
           END-IF
           IF GUARDIAN-IS-OPEN
               CLOSE GUARDIAN-FILE
           END-IF
           IF PROCURA-IS-OPEN
               CLOSE PROCURA-FILE
           END-IF
           CLOSE TELL-OVR-FILE
           DISPLAY 'TELLER SESSION - ENTRIES ' WS-ENTRY-COUNT
           DISPLAY '  DEBITS  ' WS-DEBIT-TOTAL
           DISPLAY '  CREDITS ' WS-CREDIT-TOTAL
               END-READ
               CLOSE OPER-SESSION
           END-IF.
      *
      * LOAD-USD-RATE takes the day's USD middle rate off FXRATE.  A
      * rate dated before the business date is stale and is not
      * used: conversions are refused for the session instead.
       LOAD-USD-RATE.
           SET FX-RATE-LOADED TO FALSE
           SET FX-RATE-AT-EOF TO FALSE
           OPEN INPUT FX-RATE-FILE
           IF WS-FXRATE-STATUS = '00'
               PERFORM READ-ONE-FX-RATE UNTIL FX-RATE-AT-EOF
               CLOSE FX-RATE-FILE
           END-IF
           IF NOT FX-RATE-LOADED
               DISPLAY 'NO USD RATE FOR ' WS-RUN-DATE
                       ' ON FXRATE - NO CONVERSIONS THIS SESSION'
           END-IF.
      *
       READ-ONE-FX-RATE.
           READ FX-RATE-FILE
               AT END SET FX-RATE-AT-EOF TO TRUE
               NOT AT END
                   IF FX-CURRENCY = 'USD'
                           AND FX-RATE-DATE = WS-RUN-DATE
                           AND FX-RATE > ZEROS
                       MOVE FX-RATE TO WS-FX-MID-RATE
                       SET FX-RATE-LOADED TO TRUE
                   END-IF
           END-READ.
      *
       TAKE-ONE-ENTRY.
           DISPLAY ' '
               INVALID KEY
                   DISPLAY 'ACCOUNT NOT ON FILE'
               NOT INVALID KEY
                   PERFORM CHECK-ACCOUNT-SCOPE
                   IF KEY-IN-SCOPE
                       PERFORM TAKE-AMOUNT-AND-CODE
                   END-IF
           END-READ.
      *
      * CHECK-ACCOUNT-SCOPE keeps a standard operator to the accounts
      * of their own branches through the shared BRNSCOPE check; a
      * refusal is logged as BRNREFUSE.  A conversion's target needs
      * no check of its own - it must be the same customer's.
       CHECK-ACCOUNT-SCOPE.
           MOVE SPACES            TO WS-SCOPE-KEY
           MOVE WS-ENTRY-CONTA    TO WS-SCOPE-KEY
           CALL 'BRNSCOPE' USING WS-OPERATOR-ID WS-SCOPE-PROGRAM
                                 WS-SCOPE-KEY-TYPE WS-SCOPE-KEY
                                 WS-SCOPE-RESULT
           IF NOT KEY-IN-SCOPE
               MOVE 'BRNREFUSE'   TO WS-LOG-ACTION
               MOVE WS-SCOPE-KEY  TO WS-LOG-KEY
               PERFORM RECORD-WINDOW-AUTH
           END-IF.
      *
       TAKE-AMOUNT-AND-CODE.
           DISPLAY 'AMOUNT (11 DIGITS, CENTS IN LAST 2): '
               DISPLAY 'AMOUNT MUST BE 11 DIGITS'
           ELSE
               MOVE WS-ENTRY-AMOUNT TO WS-AMOUNT-X
               MOVE 'TELL'          TO WS-ENTRY-SOURCE
               DISPLAY 'D (DEBIT), C (CREDIT), Q (CHEQUE ON '
                       'ANOTHER BANK), T (TRANSFER TO ANOTHER '
                       'BANK) OR F (CONVERT BRL/USD): '
               ACCEPT WS-ENTRY-DC
               EVALUATE WS-ENTRY-DC
                   WHEN 'D'
                   WHEN 'c'
                       MOVE 'C' TO WS-ENTRY-DC
                       PERFORM CHECK-PERIOD-AND-POST
                   WHEN 'Q'
                   WHEN 'q'
                       MOVE 'C' TO WS-ENTRY-DC
                       PERFORM TAKE-CHEQUE-DETAILS
                   WHEN 'T'
                   WHEN 't'
                       MOVE 'D' TO WS-ENTRY-DC
                       PERFORM TAKE-TRANSFER-DETAILS
                   WHEN 'F'
                   WHEN 'f'
                       MOVE 'D' TO WS-ENTRY-DC
                       PERFORM TAKE-CONVERSION-DETAILS
                   WHEN OTHER
                       DISPLAY 'ENTER D, C, Q, T OR F'
               END-EVALUATE
           END-IF.
      *
      * CHECK-DEBIT-FUNDS refuses a withdrawal past the available
      * balance net of holds - the same edit DRCRCAP applies, run
      * while the customer can still be told no.  A procurador's
      * debit needs a mandate in force, and a minor's account needs
      * its guardian's authorization, first.
       CHECK-DEBIT-FUNDS.
           PERFORM CHECK-ACTING-PROCURADOR
           IF DEBIT-ALLOWED
               PERFORM CHECK-MINOR-HOLDERS
           END-IF
           IF DEBIT-ALLOWED
               PERFORM CHECK-AVAILABLE-FUNDS
           END-IF.
      *
       CHECK-AVAILABLE-FUNDS.
           MOVE WS-ENTRY-CONTA TO WS-HOLD-CONTA
           CALL 'HOLDSUM' USING WS-HOLD-CONTA WS-RUN-DATE
                                WS-HELD-TOTAL
           IF NOT PERIOD-IS-OPEN
               DISPLAY 'POSTING PERIOD IS CLOSED'
           ELSE
               PERFORM CHECK-TELLER-LIMIT
           END-IF
           IF PERIOD-IS-OPEN AND ENTRY-CLEARED
               PERFORM WRITE-ONE-ENTRY
               IF WS-ENTRY-SOURCE = 'XFER'
                   PERFORM QUEUE-OUTBOUND-XFER
               END-IF
               IF WS-ENTRY-SOURCE = 'FXCV'
                   PERFORM POST-CONVERSION-CREDIT
               END-IF
           END-IF.
      *
       WRITE-ONE-ENTRY.
           MOVE WS-ENTRY-AMOUNT TO PST-AMOUNT
           MOVE WS-ENTRY-DC     TO PST-DC-CODE
           MOVE WS-RUN-DATE     TO PST-POST-DATE
           MOVE WS-ENTRY-SOURCE TO PST-SOURCE-CODE
           MOVE WS-OPERATOR-ID  TO PST-OPERATOR
           MOVE WS-SUPERVISOR-ID TO PST-SUPERVISOR
           WRITE POSTING-OUT-REC
           ADD 1 TO WS-ENTRY-COUNT
               ON SIZE ERROR
               END-ADD
           END-IF
           DISPLAY 'ENTRY ACCEPTED FOR TONIGHT''S POSTING'.
      *
      * CHECK-TELLER-LIMIT measures the entry against the branch's
      * second-person limit; an entry over it is suspended for a
      * supervisor at this window.  A conversion is measured by its
      * value in reais, whichever way it goes.
       CHECK-TELLER-LIMIT.
           MOVE SPACES TO WS-SUPERVISOR-ID
           SET ENTRY-CLEARED TO TRUE
           PERFORM FIND-BRANCH-LIMIT
           MOVE WS-AMOUNT-NUM TO WS-OVR-AMOUNT
           IF WS-ENTRY-SOURCE = 'FXCV'
               MOVE WS-FX-BRL-AMOUNT TO WS-OVR-AMOUNT
           END-IF
           IF WS-OVR-AMOUNT > WS-OVR-LIMIT
               PERFORM GET-SUPERVISOR-OVERRIDE
           END-IF.
      *
      * FIND-BRANCH-LIMIT takes the account's branch's own limit off
      * the branch master, or the shop default where the branch sets
      * none (or the master is not there).
       FIND-BRANCH-LIMIT.
           MOVE WS-TELL-DEFAULT-LIMIT TO WS-OVR-LIMIT
           IF BRANCH-IS-OPEN
               MOVE SALDO-AGENCIA TO BRN-NUMBER
               READ BRANCH-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF BRN-TELLER-LIMIT IS NUMERIC
                               AND BRN-TELLER-LIMIT > ZEROS
                           MOVE BRN-TELLER-LIMIT TO WS-OVR-LIMIT
                       END-IF
               END-READ
           END-IF.
      *
      * GET-SUPERVISOR-OVERRIDE holds the entry while a supervisor
      * signs on here through the shared OPRSIGN sign-on.  No sign-on,
      * the teller's own ID, or an ID below supervisor level abandons
      * the entry; a supervisor who signs on authorizes or refuses
      * it.  Either way the entry is recorded.
       GET-SUPERVISOR-OVERRIDE.
           SET ENTRY-CLEARED TO FALSE
           DISPLAY 'AMOUNT ' WS-OVR-AMOUNT ' IS OVER THE BRANCH '
                   'LIMIT OF ' WS-OVR-LIMIT
           DISPLAY 'ENTRY SUSPENDED - A SUPERVISOR MUST SIGN ON AT '
                   'THIS WINDOW TO AUTHORIZE IT'
           MOVE SPACES TO WS-SUPV-SIGNON-ID
           MOVE 1      TO WS-SUPV-AUTH-LEVEL
           CALL 'OPRSIGN' USING WS-SUPV-SIGNON-ID WS-SUPV-AUTH-LEVEL
                                WS-SUPV-SIGNON-RESULT
           EVALUATE TRUE
               WHEN WS-SUPV-SIGNON-RESULT NOT = 'Y'
                   DISPLAY 'NO SUPERVISOR SIGNED ON - ENTRY '
                           'ABANDONED'
                   MOVE SPACES TO WS-SUPV-SIGNON-ID
                   MOVE 'B' TO WS-OVR-OUTCOME
               WHEN WS-SUPV-SIGNON-ID = WS-OPERATOR-ID
                   DISPLAY 'THE TELLER CANNOT AUTHORIZE THEIR OWN '
                           'ENTRY - ENTRY ABANDONED'
                   MOVE 'B' TO WS-OVR-OUTCOME
               WHEN WS-SUPV-AUTH-LEVEL < 2
                   DISPLAY 'OPERATOR ' WS-SUPV-SIGNON-ID
                           ' IS NOT A SUPERVISOR - ENTRY ABANDONED'
                   MOVE 'B' TO WS-OVR-OUTCOME
               WHEN OTHER
                   DISPLAY 'ACCOUNT ' WS-ENTRY-CONTA ' '
                           WS-ENTRY-DC ' ' WS-OVR-AMOUNT
                           ' SOURCE ' WS-ENTRY-SOURCE
                           ' TELLER ' WS-OPERATOR-ID
                   DISPLAY 'AUTHORIZE (A) OR REFUSE (R): '
                   ACCEPT WS-SUPV-ANSWER
                   IF WS-SUPV-ANSWER = 'A' OR WS-SUPV-ANSWER = 'a'
                       SET ENTRY-CLEARED TO TRUE
                       MOVE WS-SUPV-SIGNON-ID TO WS-SUPERVISOR-ID
                       MOVE 'A' TO WS-OVR-OUTCOME
                       DISPLAY 'ENTRY AUTHORIZED BY '
                               WS-SUPV-SIGNON-ID
                   ELSE
                       MOVE 'R' TO WS-OVR-OUTCOME
                       DISPLAY 'ENTRY REFUSED BY ' WS-SUPV-SIGNON-ID
                   END-IF
           END-EVALUATE
           PERFORM RECORD-OVERRIDE.
      *
      * RECORD-OVERRIDE lands the suspended entry on TELLOVR and on
      * the session log with both operators.  SESSLOG is opened for
      * the one record only - OPRSIGN appends to it as well.
       RECORD-OVERRIDE.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES            TO TELL-OVR-REC
           MOVE WS-RUN-DATE       TO TOV-RUN-DATE
           MOVE WS-RUN-TIME       TO TOV-RUN-TIME
           MOVE SALDO-AGENCIA     TO TOV-AGENCIA
           MOVE WS-ENTRY-CONTA    TO TOV-CONTA-NUM
           MOVE WS-OVR-AMOUNT     TO TOV-AMOUNT
           MOVE WS-ENTRY-DC       TO TOV-DC-CODE
           MOVE WS-ENTRY-SOURCE   TO TOV-SOURCE-CODE
           MOVE WS-OVR-LIMIT      TO TOV-LIMIT
           MOVE WS-OPERATOR-ID    TO TOV-OPERATOR
           MOVE WS-SUPV-SIGNON-ID TO TOV-SUPERVISOR
           MOVE WS-OVR-OUTCOME    TO TOV-OUTCOME
           WRITE TELL-OVR-REC
           EVALUATE TRUE
               WHEN TOV-AUTHORIZED
                   MOVE 'TELLOVRAPPR'  TO WS-LOG-ACTION
               WHEN TOV-REFUSED
                   MOVE 'TELLOVRREJ'   TO WS-LOG-ACTION
               WHEN OTHER
                   MOVE 'TELLOVRABAND' TO WS-LOG-ACTION
           END-EVALUATE
           OPEN EXTEND SESS-LOG-FILE
           MOVE SPACES            TO SESS-LOG-REC
           MOVE WS-OPERATOR-ID    TO SLG-OPERATOR
           MOVE WS-RUN-DATE       TO SLG-RUN-DATE
           MOVE WS-RUN-TIME       TO SLG-RUN-TIME
           MOVE 'TELLER'          TO SLG-PROGRAM
           MOVE WS-LOG-ACTION     TO SLG-ACTION
           MOVE WS-ENTRY-CONTA    TO SLG-KEY
           MOVE WS-SUPV-SIGNON-ID TO SLG-SECOND-OPERATOR
           WRITE SESS-LOG-REC
           CLOSE SESS-LOG-FILE.
      *
      * CHECK-MINOR-HOLDERS gathers the account's holders under 18.
      * With none the debit goes ahead; with any, the guardian keyed
      * here must be active on the register for each of them.  With
      * no customer master to read ages from the check is off, the
      * stance the desk takes on a missing CUSTXREF.
       CHECK-MINOR-HOLDERS.
           SET DEBIT-ALLOWED TO TRUE
           MOVE ZEROS TO WS-MINOR-COUNT
           IF XREF-IS-OPEN AND CUSTMAST-IS-OPEN
               SET XREF-SCAN-DONE TO FALSE
               MOVE WS-ENTRY-CONTA TO XRF-CONTA-NUM
               START XREF-FILE KEY IS EQUAL TO XRF-CONTA-NUM
                   INVALID KEY SET XREF-SCAN-DONE TO TRUE
               END-START
               PERFORM NOTE-ONE-MINOR-HOLDER UNTIL XREF-SCAN-DONE
           END-IF
           IF WS-MINOR-COUNT > ZEROS
               PERFORM GET-GUARDIAN-AUTHORIZATION
           END-IF.
      *
       NOTE-ONE-MINOR-HOLDER.
           READ XREF-FILE NEXT RECORD
               AT END SET XREF-SCAN-DONE TO TRUE
               NOT AT END
                   IF XRF-CONTA-NUM NOT = WS-ENTRY-CONTA
                       SET XREF-SCAN-DONE TO TRUE
                   ELSE
                       IF NOT XRF-PROCURADOR
                               AND NOT XRF-LEGAL-ENTITY
                           PERFORM CHECK-HOLDER-AGE
                       END-IF
                   END-IF
           END-READ.
      *
      * CHECK-HOLDER-AGE is MINORRPT's arithmetic: the year
      * difference, less one if this year's birthday has not come
      * round yet.  A birth date that cannot be read is not taken as
      * proof of minority.
       CHECK-HOLDER-AGE.
           MOVE XRF-CPF TO CPF IN CLIENTE-REC
           READ CUSTMAST
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF DIA IN CLIENTE-REC IS NUMERIC
                           AND MES IN CLIENTE-REC IS NUMERIC
                           AND ANO IN CLIENTE-REC IS NUMERIC
                       MOVE DIA IN CLIENTE-REC TO WS-BIRTH-DD
                       MOVE MES IN CLIENTE-REC TO WS-BIRTH-MM
                       MOVE ANO IN CLIENTE-REC TO WS-BIRTH-YYYY
                       COMPUTE WS-AGE = WS-RUN-YYYY - WS-BIRTH-YYYY
                       IF WS-RUN-MM < WS-BIRTH-MM
                           OR (WS-RUN-MM = WS-BIRTH-MM
                               AND WS-RUN-DD < WS-BIRTH-DD)
                           SUBTRACT 1 FROM WS-AGE
                       END-IF
                       IF WS-AGE < 18 AND WS-MINOR-COUNT < 10
                           ADD 1 TO WS-MINOR-COUNT
                           MOVE XRF-CPF TO
                               WS-MINOR-CPF(WS-MINOR-COUNT)
                       END-IF
                   END-IF
           END-READ.
      *
      * GET-GUARDIAN-AUTHORIZATION takes the guardian's CPF at the
      * window and proves it against the register for every minor
      * on the account.  The outcome goes to SESSLOG either way.
       GET-GUARDIAN-AUTHORIZATION.
           DISPLAY 'ACCOUNT IS HELD BY A MINOR - A GUARDIAN MUST '
                   'AUTHORIZE THIS DEBIT'
           DISPLAY 'GUARDIAN CPF (11 DIGITS): '
           ACCEPT WS-GUARDIAN-CPF
           IF NOT GUARDIAN-IS-OPEN
               SET DEBIT-ALLOWED TO FALSE
               DISPLAY 'GUARDIAN REGISTER NOT AVAILABLE - DEBIT '
                       'REFUSED'
           ELSE
               PERFORM CHECK-ONE-GUARDIANSHIP
                   VARYING WS-MINOR-IX FROM 1 BY 1
                   UNTIL WS-MINOR-IX > WS-MINOR-COUNT
                      OR NOT DEBIT-ALLOWED
           END-IF
           IF DEBIT-ALLOWED
               DISPLAY 'DEBIT AUTHORIZED BY GUARDIAN '
                       WS-GUARDIAN-CPF
               MOVE 'GRDAUTHOK'  TO WS-LOG-ACTION
           ELSE
               MOVE 'GRDAUTHREJ' TO WS-LOG-ACTION
           END-IF
           MOVE WS-GUARDIAN-CPF TO WS-LOG-KEY
           PERFORM RECORD-WINDOW-AUTH.
      *
       CHECK-ONE-GUARDIANSHIP.
           MOVE WS-MINOR-CPF(WS-MINOR-IX) TO GRD-MINOR-CPF
           MOVE WS-GUARDIAN-CPF           TO GRD-GUARDIAN-CPF
           READ GUARDIAN-FILE KEY IS GRD-KEY
               INVALID KEY
                   SET DEBIT-ALLOWED TO FALSE
               NOT INVALID KEY
                   IF NOT GRD-ACTIVE
                       SET DEBIT-ALLOWED TO FALSE
                   END-IF
           END-READ
           IF NOT DEBIT-ALLOWED
               DISPLAY WS-GUARDIAN-CPF ' IS NOT AN ACTIVE GUARDIAN '
                       'OF ' WS-MINOR-CPF(WS-MINOR-IX)
                       ' - DEBIT REFUSED'
           END-IF.
      *
      * CHECK-ACTING-PROCURADOR asks whether a procurador is acting
      * for the holder.  A blank answer is a holder in person and
      * the debit goes on to the other checks; a CPF keyed here must
      * be the account's procurador with a mandate in force.
       CHECK-ACTING-PROCURADOR.
           SET DEBIT-ALLOWED TO TRUE
           DISPLAY 'PROCURADOR CPF IF ONE ACTS FOR THE HOLDER '
                   '(BLANK IF NONE): '
           MOVE SPACES TO WS-ATTORNEY-CPF
           ACCEPT WS-ATTORNEY-CPF
           IF WS-ATTORNEY-CPF NOT = SPACES
               PERFORM CHECK-PROCURADOR-MANDATE
           END-IF.
      *
      * CHECK-PROCURADOR-MANDATE proves the procurador's link to the
      * account, then looks among the account's other holders for
      * one whose mandate to this person is in force today with the
      * power the entry needs.  The outcome goes to SESSLOG.
       CHECK-PROCURADOR-MANDATE.
           SET MANDATE-IN-FORCE TO FALSE
           MOVE SPACES TO WS-GRANTOR-CPF
           IF NOT XREF-IS-OPEN OR NOT PROCURA-IS-OPEN
               DISPLAY 'MANDATE REGISTER NOT AVAILABLE - DEBIT '
                       'REFUSED'
           ELSE
               MOVE WS-ATTORNEY-CPF TO XRF-CPF
               MOVE WS-ENTRY-CONTA  TO XRF-CONTA-NUM
               READ XREF-FILE KEY IS XRF-KEY
                   INVALID KEY
                       DISPLAY WS-ATTORNEY-CPF ' IS NOT A PROCURADOR '
                               'ON THIS ACCOUNT - DEBIT REFUSED'
                   NOT INVALID KEY
                       IF NOT XRF-PROCURADOR
                           DISPLAY WS-ATTORNEY-CPF ' IS NOT A '
                                   'PROCURADOR ON THIS ACCOUNT - '
                                   'DEBIT REFUSED'
                       ELSE
                           PERFORM FIND-GRANTING-HOLDER
                       END-IF
               END-READ
           END-IF
           IF MANDATE-IN-FORCE
               DISPLAY 'DEBIT BY PROCURADOR ' WS-ATTORNEY-CPF
                       ' FOR ' WS-GRANTOR-CPF
               MOVE 'PRCAUTHOK'  TO WS-LOG-ACTION
           ELSE
               SET DEBIT-ALLOWED TO FALSE
               MOVE 'PRCAUTHREJ' TO WS-LOG-ACTION
           END-IF
           MOVE WS-ATTORNEY-CPF TO WS-LOG-KEY
           PERFORM RECORD-WINDOW-AUTH.
      *
       FIND-GRANTING-HOLDER.
           SET XREF-SCAN-DONE TO FALSE
           MOVE WS-ENTRY-CONTA TO XRF-CONTA-NUM
           START XREF-FILE KEY IS EQUAL TO XRF-CONTA-NUM
               INVALID KEY SET XREF-SCAN-DONE TO TRUE
           END-START
           PERFORM CHECK-ONE-GRANTOR
               UNTIL XREF-SCAN-DONE OR MANDATE-IN-FORCE
           IF NOT MANDATE-IN-FORCE
               DISPLAY 'NO MANDATE IN FORCE FOR THIS DEBIT FROM A '
                       'HOLDER - DEBIT REFUSED'
           END-IF.
      *
       CHECK-ONE-GRANTOR.
           READ XREF-FILE NEXT RECORD
               AT END SET XREF-SCAN-DONE TO TRUE
               NOT AT END
                   IF XRF-CONTA-NUM NOT = WS-ENTRY-CONTA
                       SET XREF-SCAN-DONE TO TRUE
                   ELSE
                       IF NOT XRF-PROCURADOR
                           PERFORM CHECK-ONE-MANDATE
                       END-IF
                   END-IF
           END-READ.
      *
      * CHECK-ONE-MANDATE reads the holder's mandate to the
      * procurador.  A withdrawal needs the withdrawal power; an
      * outbound transfer or a conversion, the transfer power.
       CHECK-ONE-MANDATE.
           MOVE XRF-CPF         TO PRC-GRANTOR-CPF
           MOVE WS-ATTORNEY-CPF TO PRC-ATTORNEY-CPF
           READ PROCURA-FILE KEY IS PRC-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRC-ACTIVE
                           AND PRC-VALID-FROM NOT > WS-RUN-DATE
                           AND PRC-VALID-TO NOT < WS-RUN-DATE
                       IF (WS-ENTRY-SOURCE = 'TELL'
                               AND PRC-MAY-WITHDRAW)
                          OR (WS-ENTRY-SOURCE NOT = 'TELL'
                               AND PRC-MAY-TRANSFER)
                           SET MANDATE-IN-FORCE TO TRUE
                           MOVE XRF-CPF TO WS-GRANTOR-CPF
                       END-IF
                   END-IF
           END-READ.
      *
      * RECORD-WINDOW-AUTH writes a guardian's or a procurador's
      * decision to the session log keyed by that person's CPF, and
      * a branch-scope refusal keyed by the account.
      * SESSLOG is opened for the one record only - OPRSIGN appends
      * to it as well.
       RECORD-WINDOW-AUTH.
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN EXTEND SESS-LOG-FILE
           MOVE SPACES            TO SESS-LOG-REC
           MOVE WS-OPERATOR-ID    TO SLG-OPERATOR
           MOVE WS-RUN-DATE       TO SLG-RUN-DATE
           MOVE WS-RUN-TIME       TO SLG-RUN-TIME
           MOVE 'TELLER'          TO SLG-PROGRAM
           MOVE WS-LOG-ACTION     TO SLG-ACTION
           MOVE WS-LOG-KEY        TO SLG-KEY
           WRITE SESS-LOG-REC
           CLOSE SESS-LOG-FILE.
      *
      * TAKE-CHEQUE-DETAILS keys the deposited cheque's clearing
      * details - drawee bank, drawer account, cheque number - and
      * refuses a cheque already deposited, so one item is never
      * credited or presented twice.
       TAKE-CHEQUE-DETAILS.
           DISPLAY 'DRAWEE BANK (3 DIGITS): '
           ACCEPT WS-ENTRY-BANK
           DISPLAY 'DRAWER ACCOUNT (10 DIGITS): '
           ACCEPT WS-ENTRY-DRAWER
           DISPLAY 'CHEQUE NUMBER (10 DIGITS): '
           ACCEPT WS-ENTRY-CHQ
           IF WS-ENTRY-BANK IS NOT NUMERIC
                   OR WS-ENTRY-DRAWER IS NOT NUMERIC
                   OR WS-ENTRY-CHQ IS NOT NUMERIC
               DISPLAY 'BANK, DRAWER AND CHEQUE MUST BE ALL DIGITS'
           ELSE
               MOVE WS-ENTRY-BANK   TO DEP-DRAWEE-BANK
               MOVE WS-ENTRY-DRAWER TO DEP-DRAWER-CONTA
               MOVE WS-ENTRY-CHQ    TO DEP-CHQ-NUMBER
               READ CHQ-DEP-FILE
                   INVALID KEY
                       PERFORM POST-CHEQUE-DEPOSIT
                   NOT INVALID KEY
                       DISPLAY 'CHEQUE ALREADY DEPOSITED ON '
                               DEP-DEPOSIT-DATE ' - NOT TAKEN'
               END-READ
           END-IF.
      *
      * POST-CHEQUE-DEPOSIT credits the depositor under CHQD, then
      * holds the credit for the clearing window and captures the
      * item for presentment.  The hold is placed active - it is the
      * bank's own float, not a supervisor's freeze - and expires on
      * its own on the release date.
       POST-CHEQUE-DEPOSIT.
           MOVE 'CHQD' TO WS-ENTRY-SOURCE
           MOVE WS-RUN-DATE TO WS-PERCHK-DATE
           CALL 'PERCHK' USING WS-PERCHK-DATE WS-PERCHK-RESULT
           IF NOT PERIOD-IS-OPEN
               DISPLAY 'POSTING PERIOD IS CLOSED'
           ELSE
               PERFORM CHECK-TELLER-LIMIT
           END-IF
           IF PERIOD-IS-OPEN AND ENTRY-CLEARED
               PERFORM WRITE-ONE-ENTRY
               MOVE WS-RUN-DATE TO WS-ROLL-DATE
               PERFORM ROLL-ONE-DAY WS-CHQ-FLOAT-DAYS TIMES
               PERFORM FIND-NEXT-HOLD-SEQ
               MOVE SPACES            TO BAL-HOLD-REC
               MOVE WS-ENTRY-CONTA    TO HLD-CONTA-NUM
               MOVE WS-NEXT-SEQ       TO HLD-SEQ
               MOVE WS-AMOUNT-NUM     TO HLD-AMOUNT
               MOVE 'CHEQUE FLOAT'    TO HLD-REASON
               MOVE WS-ROLL-DATE      TO HLD-EXPIRY
               SET HLD-ACTIVE         TO TRUE
               MOVE WS-OPERATOR-ID    TO HLD-PLACED-BY
               MOVE 'CHQFLOAT'        TO HLD-APPROVED-BY
               MOVE WS-RUN-DATE       TO HLD-PLACED-DATE
               WRITE BAL-HOLD-REC
                   INVALID KEY
                       DISPLAY 'FLOAT HOLD NOT WRITTEN - DUPLICATE KEY'
               END-WRITE
               MOVE SPACES            TO CHQ-DEP-REC
               MOVE WS-ENTRY-BANK     TO DEP-DRAWEE-BANK
               MOVE WS-ENTRY-DRAWER   TO DEP-DRAWER-CONTA
               MOVE WS-ENTRY-CHQ      TO DEP-CHQ-NUMBER
               MOVE WS-ENTRY-CONTA    TO DEP-CONTA-NUM
               MOVE WS-AMOUNT-NUM     TO DEP-AMOUNT
               MOVE WS-RUN-DATE       TO DEP-DEPOSIT-DATE
               MOVE WS-OPERATOR-ID    TO DEP-OPERATOR
               MOVE WS-NEXT-SEQ       TO DEP-HOLD-SEQ
               MOVE WS-ROLL-DATE      TO DEP-RELEASE-DATE
               SET DEP-CAPTURED       TO TRUE
               MOVE ZEROS             TO DEP-PRESENT-DATE
                                         DEP-PRESENT-SEQ
                                         DEP-RETURN-DATE
               WRITE CHQ-DEP-REC
                   INVALID KEY
                       DISPLAY 'CHEQUE NOT CAPTURED - DUPLICATE KEY'
               END-WRITE
               DISPLAY 'CHEQUE CREDIT HELD UNTIL ' WS-ROLL-DATE
           END-IF.
      *
      * TAKE-TRANSFER-DETAILS keys the beneficiary at the other bank
      * and, once every field edits, runs the debit through the
      * withdrawal's funds check under source code XFER.  The
      * document is a CPF (11 digits, left justified) or a CNPJ.
       TAKE-TRANSFER-DETAILS.
           DISPLAY 'T (TED) OR P (PIX): '
           ACCEPT WS-ENTRY-METHOD
           DISPLAY 'BENEFICIARY BANK (3 DIGITS): '
           ACCEPT WS-ENTRY-BEN-BANK
           DISPLAY 'BENEFICIARY BRANCH (4 DIGITS): '
           ACCEPT WS-ENTRY-BEN-BRANCH
           DISPLAY 'BENEFICIARY ACCOUNT (UP TO 12): '
           ACCEPT WS-ENTRY-BEN-ACCOUNT
           DISPLAY 'BENEFICIARY CPF (11) OR CNPJ (14 DIGITS): '
           ACCEPT WS-ENTRY-BEN-DOC
           DISPLAY 'BENEFICIARY NAME: '
           ACCEPT WS-ENTRY-BEN-NAME
           EVALUATE TRUE
               WHEN WS-ENTRY-METHOD = 't'
                   MOVE 'T' TO WS-ENTRY-METHOD
               WHEN WS-ENTRY-METHOD = 'p'
                   MOVE 'P' TO WS-ENTRY-METHOD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-ENTRY-METHOD NOT = 'T'
                       AND WS-ENTRY-METHOD NOT = 'P'
                   DISPLAY 'ENTER T OR P FOR THE METHOD'
               WHEN WS-ENTRY-BEN-BANK IS NOT NUMERIC
               WHEN WS-ENTRY-BEN-BRANCH IS NOT NUMERIC
               WHEN WS-ENTRY-BEN-ACCOUNT = SPACES
                   DISPLAY 'BANK AND BRANCH MUST BE ALL DIGITS, '
                           'ACCOUNT MUST BE GIVEN'
               WHEN WS-ENTRY-BEN-DOC(1:11) IS NOT NUMERIC
               WHEN WS-ENTRY-BEN-DOC(12:3) IS NOT NUMERIC
                       AND WS-ENTRY-BEN-DOC(12:3) NOT = SPACES
                   DISPLAY 'CPF MUST BE 11 DIGITS, CNPJ 14'
               WHEN WS-ENTRY-BEN-NAME = SPACES
                   DISPLAY 'BENEFICIARY NAME MUST BE GIVEN'
               WHEN OTHER
                   MOVE 'XFER' TO WS-ENTRY-SOURCE
                   PERFORM CHECK-DEBIT-FUNDS
           END-EVALUATE.
      *
      * QUEUE-OUTBOUND-XFER numbers the posted transfer off the
      * OUTXFER counter on RUNSEQ and queues it for XFERSEND.
       QUEUE-OUTBOUND-XFER.
           PERFORM NEXT-XFER-ID
           MOVE SPACES               TO OUT-XFER-REC
           MOVE SEQ-LAST-NUMBER      TO XFR-ID
           MOVE WS-ENTRY-CONTA       TO XFR-CONTA-NUM
           MOVE WS-ENTRY-METHOD      TO XFR-METHOD
           MOVE WS-ENTRY-BEN-BANK    TO XFR-BEN-BANK
           MOVE WS-ENTRY-BEN-BRANCH  TO XFR-BEN-BRANCH
           MOVE WS-ENTRY-BEN-ACCOUNT TO XFR-BEN-ACCOUNT
           MOVE WS-ENTRY-BEN-DOC     TO XFR-BEN-DOC
           MOVE WS-ENTRY-BEN-NAME    TO XFR-BEN-NAME
           MOVE WS-AMOUNT-NUM        TO XFR-AMOUNT
           MOVE 'TELL'               TO XFR-ORIGIN
           MOVE WS-OPERATOR-ID       TO XFR-ORIGIN-REF
           MOVE WS-RUN-DATE          TO XFR-CREATED-DATE
           SET XFR-QUEUED            TO TRUE
           MOVE ZEROS                TO XFR-SENT-DATE
                                        XFR-FILE-SEQ
                                        XFR-SETTLE-DATE
           WRITE OUT-XFER-REC
               INVALID KEY
                   DISPLAY 'TRANSFER NOT QUEUED - DUPLICATE KEY'
               NOT INVALID KEY
                   DISPLAY 'TRANSFER ' XFR-ID ' QUEUED FOR TONIGHT'
           END-WRITE.
      *
      * TAKE-CONVERSION-DETAILS keys the account the converted money
      * goes into.  The source account is on SALDO-REC now; its
      * currency and branch are kept before the target is read.
       TAKE-CONVERSION-DETAILS.
           MOVE WS-ENTRY-CONTA TO WS-FX-FROM-CONTA
           MOVE SALDO-MOEDA    TO WS-FX-FROM-MOEDA
           MOVE SALDO-AGENCIA  TO WS-FX-FROM-AGENCIA
           DISPLAY 'CONVERT INTO ACCOUNT (10 DIGITS): '
           ACCEPT WS-FX-TO-CONTA
           MOVE SPACES         TO WS-FLDEDIT-FIELD
           MOVE WS-FX-TO-CONTA TO WS-FLDEDIT-FIELD(1:10)
           MOVE 10             TO WS-FLDEDIT-LEN
           MOVE 'N'            TO WS-FLDEDIT-TYPE
           CALL 'FLDEDIT' USING WS-FLDEDIT-FIELD WS-FLDEDIT-LEN
                                 WS-FLDEDIT-TYPE  WS-FLDEDIT-RESULT
           IF NOT FX-RATE-LOADED
               DISPLAY 'NO USD RATE FOR TODAY - CONVERSION REFUSED'
           ELSE
               IF NOT FLDEDIT-IS-VALID
                   DISPLAY 'ACCOUNT MUST BE 10 DIGITS'
               ELSE
                   IF WS-FX-TO-CONTA = WS-FX-FROM-CONTA
                       DISPLAY 'CANNOT CONVERT INTO THE SAME ACCOUNT'
                   ELSE
                       MOVE WS-FX-TO-CONTA TO WS-ACCTCHK-NUMBER
                       CALL 'ACCTCHK' USING WS-ACCTCHK-NUMBER
                                            WS-ACCTCHK-RESULT
                       IF NOT ACCT-NUM-VALID
                           DISPLAY 'BAD CHECK DIGIT - REKEY THE '
                                   'ACCOUNT'
                       ELSE
                           PERFORM FETCH-CONVERSION-TARGET
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       FETCH-CONVERSION-TARGET.
           MOVE WS-FX-TO-CONTA TO CONTA-NUM IN SALDO-REC
           READ SALDO-FILE
               INVALID KEY
                   DISPLAY 'TARGET ACCOUNT NOT ON FILE'
               NOT INVALID KEY
                   PERFORM CHECK-CONVERSION-PAIR
           END-READ.
      *
      * CHECK-CONVERSION-PAIR takes one account in reais and the
      * other in dollars, the same customer holding both, prices the
      * credit and, with the source re-read, runs the debit through
      * the withdrawal's funds check under source code FXCV.
       CHECK-CONVERSION-PAIR.
           EVALUATE TRUE
               WHEN FX-FROM-USD AND MOEDA-BRL
                   SET FX-BANK-BUYS TO TRUE
               WHEN FX-FROM-BRL AND MOEDA-USD
                   SET FX-BANK-SELLS TO TRUE
               WHEN OTHER
                   SET FX-PAIR-INVALID TO TRUE
           END-EVALUATE
           IF FX-PAIR-INVALID
               DISPLAY 'ONE ACCOUNT MUST BE BRL AND THE OTHER USD'
           ELSE
               PERFORM FIND-COMMON-HOLDER
               IF NOT FX-OWNER-FOUND
                   DISPLAY 'BOTH ACCOUNTS MUST BE THE SAME '
                           'CUSTOMER''S OWN'
               ELSE
                   PERFORM PRICE-CONVERSION
                   IF WS-FX-CREDIT-NUM = ZEROS
                       DISPLAY 'AMOUNT OUT OF RANGE TO CONVERT'
                   ELSE
                       MOVE WS-FX-FROM-CONTA TO CONTA-NUM IN SALDO-REC
                       READ SALDO-FILE
                           INVALID KEY
                               DISPLAY 'ACCOUNT NOT ON FILE'
                           NOT INVALID KEY
                               MOVE 'FXCV' TO WS-ENTRY-SOURCE
                               PERFORM CHECK-DEBIT-FUNDS
                       END-READ
                   END-IF
               END-IF
           END-IF.
      *
      * FIND-COMMON-HOLDER gathers the source account's holders off
      * the alternate key, then looks for the same CPF linked to the
      * target by the full key.  A procurador acts for the holder but
      * does not own the money, so neither link may be one.
       FIND-COMMON-HOLDER.
           SET FX-OWNER-FOUND TO FALSE
           MOVE ZEROS TO WS-FX-HOLDER-COUNT
           IF XREF-IS-OPEN
               SET XREF-SCAN-DONE TO FALSE
               MOVE WS-FX-FROM-CONTA TO XRF-CONTA-NUM
               START XREF-FILE KEY IS EQUAL TO XRF-CONTA-NUM
                   INVALID KEY SET XREF-SCAN-DONE TO TRUE
               END-START
               PERFORM NOTE-ONE-SOURCE-HOLDER UNTIL XREF-SCAN-DONE
               PERFORM CHECK-ONE-TARGET-HOLDER
                   VARYING WS-FX-HOLDER-IX FROM 1 BY 1
                   UNTIL WS-FX-HOLDER-IX > WS-FX-HOLDER-COUNT
                      OR FX-OWNER-FOUND
           END-IF.
      *
       NOTE-ONE-SOURCE-HOLDER.
           READ XREF-FILE NEXT RECORD
               AT END SET XREF-SCAN-DONE TO TRUE
               NOT AT END
                   IF XRF-CONTA-NUM NOT = WS-FX-FROM-CONTA
                       SET XREF-SCAN-DONE TO TRUE
                   ELSE
                       IF NOT XRF-PROCURADOR
                               AND WS-FX-HOLDER-COUNT < 10
                           ADD 1 TO WS-FX-HOLDER-COUNT
                           MOVE XRF-CPF TO
                               WS-FX-HOLDER-CPF(WS-FX-HOLDER-COUNT)
                       END-IF
                   END-IF
           END-READ.
      *
       CHECK-ONE-TARGET-HOLDER.
           MOVE WS-FX-HOLDER-CPF(WS-FX-HOLDER-IX) TO XRF-CPF
           MOVE WS-FX-TO-CONTA TO XRF-CONTA-NUM
           READ XREF-FILE KEY IS XRF-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF NOT XRF-PROCURADOR
                       MOVE XRF-CPF TO WS-FX-OWNER-CPF
                       SET FX-OWNER-FOUND TO TRUE
                   END-IF
           END-READ.
      *
      * PRICE-CONVERSION applies the spread to the middle rate.  When
      * the customer sells dollars the bank buys them below the
      * middle rate; when the customer buys dollars the bank sells
      * them above it.  The spread is the bank's income in reais
      * against the middle rate.  A credit too large for the posting
      * amount comes back as zeros and the entry is refused.
       PRICE-CONVERSION.
           IF FX-BANK-BUYS
               COMPUTE WS-FX-DEAL-RATE ROUNDED =
                   WS-FX-MID-RATE * (1 - WS-FX-BUY-SPREAD)
               MOVE WS-AMOUNT-NUM TO WS-FX-USD-AMOUNT
               COMPUTE WS-FX-BRL-AMOUNT ROUNDED =
                   WS-AMOUNT-NUM * WS-FX-DEAL-RATE
                   ON SIZE ERROR MOVE ZEROS TO WS-FX-BRL-AMOUNT
               END-COMPUTE
               COMPUTE WS-FX-SPREAD-BRL ROUNDED =
                   WS-AMOUNT-NUM * WS-FX-MID-RATE - WS-FX-BRL-AMOUNT
                   ON SIZE ERROR MOVE ZEROS TO WS-FX-BRL-AMOUNT
               END-COMPUTE
               MOVE WS-FX-BRL-AMOUNT TO WS-FX-CREDIT-NUM
           ELSE
               COMPUTE WS-FX-DEAL-RATE ROUNDED =
                   WS-FX-MID-RATE * (1 + WS-FX-SELL-SPREAD)
               MOVE WS-AMOUNT-NUM TO WS-FX-BRL-AMOUNT
               COMPUTE WS-FX-USD-AMOUNT ROUNDED =
                   WS-AMOUNT-NUM / WS-FX-DEAL-RATE
               COMPUTE WS-FX-SPREAD-BRL ROUNDED =
                   WS-AMOUNT-NUM - WS-FX-USD-AMOUNT * WS-FX-MID-RATE
                   ON SIZE ERROR MOVE ZEROS TO WS-FX-USD-AMOUNT
               END-COMPUTE
               MOVE WS-FX-USD-AMOUNT TO WS-FX-CREDIT-NUM
           END-IF.
      *
      * POST-CONVERSION-CREDIT follows the source debit with the
      * target credit, both under FXCV, and records the trade on
      * FXTRADE for the position report and the COAF thresholds.
       POST-CONVERSION-CREDIT.
           MOVE WS-FX-TO-CONTA   TO WS-ENTRY-CONTA
           MOVE WS-FX-CREDIT-X   TO WS-ENTRY-AMOUNT
           MOVE WS-FX-CREDIT-NUM TO WS-AMOUNT-NUM
           MOVE 'C'              TO WS-ENTRY-DC
           PERFORM WRITE-ONE-ENTRY
           MOVE SPACES             TO FX-TRADE-REC
           MOVE WS-RUN-DATE        TO FXT-TRADE-DATE
           MOVE WS-FX-OWNER-CPF    TO FXT-CPF
           MOVE WS-FX-SIDE         TO FXT-SIDE
           MOVE 'USD'              TO FXT-CURRENCY
           MOVE WS-FX-FROM-CONTA   TO FXT-FROM-CONTA
           MOVE WS-FX-TO-CONTA     TO FXT-TO-CONTA
           MOVE WS-FX-USD-AMOUNT   TO FXT-FX-AMOUNT
           MOVE WS-FX-BRL-AMOUNT   TO FXT-BRL-AMOUNT
           MOVE WS-FX-MID-RATE     TO FXT-MID-RATE
           MOVE WS-FX-DEAL-RATE    TO FXT-DEAL-RATE
           MOVE WS-FX-SPREAD-BRL   TO FXT-SPREAD-BRL
           MOVE WS-FX-FROM-AGENCIA TO FXT-AGENCIA
           MOVE WS-OPERATOR-ID     TO FXT-OPERATOR
           WRITE FX-TRADE-REC
           DISPLAY 'CONVERTED AT ' WS-FX-DEAL-RATE ' - CREDIT '
                   WS-FX-CREDIT-NUM ' TO ' WS-FX-TO-CONTA.
      *
      * NEXT-XFER-ID takes the next transfer number from the OUTXFER
      * counter on RUNSEQ, which STORDRUN draws on as well.
       NEXT-XFER-ID.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'OUTXFER' TO SEQ-JOB-NAME
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
           CLOSE RUN-SEQ-FILE.
      *
      * FIND-NEXT-HOLD-SEQ takes the account's highest hold sequence
      * plus one, the way HOLDMNT numbers a new hold.
       FIND-NEXT-HOLD-SEQ.
           MOVE ZEROS TO WS-NEXT-SEQ
           SET HOLD-SCAN-DONE TO FALSE
           MOVE WS-ENTRY-CONTA TO HLD-CONTA-NUM
           MOVE ZEROS          TO HLD-SEQ
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY SET HOLD-SCAN-DONE TO TRUE
           END-START
           PERFORM NOTE-ONE-HOLD-SEQ UNTIL HOLD-SCAN-DONE
           ADD 1 TO WS-NEXT-SEQ.
      *
       NOTE-ONE-HOLD-SEQ.
           READ HOLD-FILE NEXT RECORD
               AT END SET HOLD-SCAN-DONE TO TRUE
               NOT AT END
                   IF HLD-CONTA-NUM NOT = WS-ENTRY-CONTA
                       SET HOLD-SCAN-DONE TO TRUE
                   ELSE
                       IF HLD-SEQ > WS-NEXT-SEQ
                           MOVE HLD-SEQ TO WS-NEXT-SEQ
                       END-IF
                   END-IF
           END-READ.
      *
       ROLL-ONE-DAY.
           ADD 1 TO WS-ROLL-DD
           IF WS-ROLL-MM >= 1 AND WS-ROLL-MM <= 12
               IF WS-ROLL-DD > WS-DAYS-IN-MONTH(WS-ROLL-MM)
                   MOVE 1 TO WS-ROLL-DD
                   ADD 1 TO WS-ROLL-MM
                   IF WS-ROLL-MM > 12
                       MOVE 1 TO WS-ROLL-MM
                       ADD 1 TO WS-ROLL-YYYY
                   END-IF
               END-IF
           END-IF.
      *
       END PROGRAM TELLER.
