      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BRNMIGR.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  BRNMIGR moves a closed branch's portfolio to the branch
      *  taking it over.  BRNCHMNT closes the BRANCH record, but every
      *  account, KYC review and charged-off debt still carried the
      *  old number and BRNVAL rejected them from every job the next
      *  day.  Each BRNMAP card names a closed branch and the open
      *  branch receiving its book; a card naming a branch still
      *  open, a receiving branch that is not open, a branch already
      *  mapped, or a chain (a receiving branch that is itself being
      *  closed) is refused to EXCFILE and that branch is not moved.
      *  For each accepted card:
      *    SALDOFIL  SALDO-AGENCIA moves, and SALDO-CYCLE takes the
      *              receiving branch's BRNCYC cycle - or the
      *              CONTA-NUM band, CYCASGN's rule for a branch with
      *              no cycle card - so statements follow the branch;
      *    LOANMST   a contract is owned through its funding account,
      *              so a live contract moves with it; each one is
      *              audited so the loan book's move is on record;
      *    KYCFILE   KYC-AGENCIA moves with the customer's review;
      *    RECOVERY  RCV-AGENCIA moves, and the recovery-book totals
      *              on the latest BRPROFH month move with the debts
      *              so BRPROFIT does not read the transfer as a
      *              month's charge-offs at the receiving branch.
      *  Each holder (not a procurador) of a moved account gets a
      *  record on the BRMGNTF notification extract saying where the
      *  account now lives, addressed by the CONTACT preferred e-mail
      *  (channel E) or queued for paper (P) as ALRTEVAL does.
      *  Every record moved goes on the BRMGAUD audit file with its
      *  before and after image.  As with ORPHSWP, the run only
      *  reports what would move unless the MIGPARM card reads
      *  MIGRATE with the ID of an active supervisor on OPERFILE.
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
           SELECT BRANCH-FILE ASSIGN TO BRANCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-NUMBER
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT MAP-FILE    ASSIGN TO BRNMAP
               FILE STATUS IS WS-MAP-STATUS.
           SELECT BRNCYC-FILE ASSIGN TO BRNCYC
               FILE STATUS IS WS-BRNCYC-STATUS.
           SELECT PARM-FILE   ASSIGN TO MIGPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPER-FILE   ASSIGN TO OPERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERFILE-STATUS.
           SELECT LOAN-FILE   ASSIGN TO LOANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-CONTRACT
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT KYC-FILE    ASSIGN TO KYCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KYC-CPF
               FILE STATUS IS WS-KYC-STATUS.
           SELECT RECOVERY-FILE ASSIGN TO RECOVERY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCV-KEY
               FILE STATUS IS WS-RECOVERY-STATUS.
           SELECT BR-PROFIT-FILE ASSIGN TO BRPROFH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BPF-KEY
               FILE STATUS IS WS-BRPROFH-STATUS.
           SELECT XREF-FILE   ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               ALTERNATE RECORD KEY IS XRF-CONTA-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
           SELECT CONTACT-FILE ASSIGN TO CONTACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-KEY
               FILE STATUS IS WS-CONTACT-STATUS.
           SELECT AUDIT-FILE  ASSIGN TO BRMGAUD
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO BRMGNTF.
           SELECT EXCEPT-FILE ASSIGN TO EXCFILE.
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
       FD  BRANCH-FILE RECORDING MODE F.
           COPY BRANCH.
      *
      * One card per closing branch: the branch closed and the branch
      * receiving its book.
       FD  MAP-FILE RECORDING MODE F.
       01  BRN-MAP-REC.
           05  BMP-FROM-AGENCIA PIC X(4).
           05  FILLER           PIC X.
           05  BMP-TO-AGENCIA   PIC X(4).
           05  FILLER           PIC X(71).
      *
      * CYCASGN's branch-to-cycle mapping card file.
       FD  BRNCYC-FILE RECORDING MODE F.
       01  BRNCYC-REC.
           05  BCY-AGENCIA      PIC X(4).
           05  BCY-CYCLE        PIC X(2).
           05  FILLER           PIC X(74).
      *
      * One optional parameter card: MIGRATE and the authorizing
      * supervisor's operator ID; anything else only reports.
       FD  PARM-FILE RECORDING MODE F.
       01  MIGR-PARM-REC.
           05  PRM-MODE         PIC X(7).
               88  PRM-MIGRATE      VALUE 'MIGRATE'.
           05  FILLER           PIC X.
           05  PRM-SUPERVISOR   PIC X(8).
           05  FILLER           PIC X(64).
      *
       FD  OPER-FILE RECORDING MODE F.
           COPY OPERREC.
      *
       FD  LOAN-FILE RECORDING MODE F.
           COPY LOANMST.
      *
       FD  KYC-FILE RECORDING MODE F.
           COPY KYCREC.
      *
       FD  RECOVERY-FILE RECORDING MODE F.
           COPY RECOVERY.
      *
       FD  BR-PROFIT-FILE RECORDING MODE F.
           COPY BRPROF.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
      *
       FD  CONTACT-FILE RECORDING MODE F.
           COPY CONTACT.
      *
       FD  AUDIT-FILE RECORDING MODE F.
           COPY BRMGAUD.
      *
      * One notice per holder of a moved account: where the account
      * now lives and the statement cycle it now closes on.
       FD  NOTIFY-FILE RECORDING MODE F.
       01  BRMG-NOTIFY-REC.
           05  BMN-CHANNEL          PIC X.
           05  BMN-CONTA-NUM        PIC 9(10).
           05  BMN-CPF              PIC X(11).
           05  BMN-OLD-AGENCIA      PIC 9(4).
           05  BMN-NEW-AGENCIA      PIC 9(4).
           05  BMN-NEW-BRN-NAME     PIC X(20).
           05  BMN-NEW-CYCLE        PIC 9(2).
           05  BMN-RUN-DATE         PIC 9(8).
           05  BMN-ADDRESS          PIC X(40).
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
       FD  ALERT-FILE RECORDING MODE F.
           COPY ALERTREC.
      *
       FD  SUMMARY-FILE RECORDING MODE F.
       01  SUMMARY-REC        PIC X(80).
      *
       WORKING-STORAGE SECTION.
       COPY SUMMRPT.
       01  FLAGS.
           05  WS-SCAN-FLAG        PIC X VALUE 'N'.
               88  SCAN-DONE           VALUE 'Y' FALSE 'N'.
           05  WS-MIGRATE-FLAG     PIC X VALUE 'N'.
               88  MIGRATE-AUTHORIZED  VALUE 'Y' FALSE 'N'.
           05  WS-CARD-REFUSED-FLAG PIC X VALUE 'N'.
               88  MIGRATE-CARD-REFUSED VALUE 'Y' FALSE 'N'.
           05  WS-MAP-FOUND-FLAG   PIC X VALUE 'N'.
               88  BRANCH-MAPPED       VALUE 'Y' FALSE 'N'.
           05  WS-CYC-FOUND-FLAG   PIC X VALUE 'N'.
               88  CYCLE-MAPPED        VALUE 'Y' FALSE 'N'.
           05  WS-XREF-SCAN-FLAG   PIC X VALUE 'N'.
               88  XREF-SCAN-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-CONTACT-FLAG     PIC X VALUE 'N'.
               88  CONTACT-SCAN-DONE   VALUE 'Y' FALSE 'N'.
           05  WS-EMAIL-FLAG       PIC X VALUE 'N'.
               88  EMAIL-FOUND         VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-SALDO-STATUS         PIC XX.
       01  WS-BRANCH-STATUS        PIC XX.
       01  WS-MAP-STATUS           PIC XX.
       01  WS-BRNCYC-STATUS        PIC XX.
       01  WS-PARM-STATUS          PIC XX.
       01  WS-OPERFILE-STATUS      PIC XX.
       01  WS-LOAN-STATUS          PIC XX.
       01  WS-KYC-STATUS           PIC XX.
       01  WS-RECOVERY-STATUS      PIC XX.
       01  WS-BRPROFH-STATUS       PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-CONTACT-STATUS       PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-SUPERVISOR           PIC X(8) VALUE SPACES.
      * The accepted branch mappings: where each closing branch's
      * book goes, the cycle its accounts take there (zero is the
      * CONTA-NUM band), and what moved under each.
       01  WS-MIG-TABLE.
           05  WS-MIG-ENTRY-COUNT  PIC 9(2) VALUE ZEROS.
           05  WS-MIG-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-MIG-IDX WS-MIG-IDX-2.
               10  WS-MG-FROM          PIC 9(4).
               10  WS-MG-TO            PIC 9(4).
               10  WS-MG-TO-NAME       PIC X(20).
               10  WS-MG-CYCLE         PIC 9(2).
               10  WS-MG-ACCOUNTS      PIC 9(7).
               10  WS-MG-LOANS         PIC 9(7).
               10  WS-MG-KYC           PIC 9(7).
               10  WS-MG-DEBTS         PIC 9(7).
               10  WS-MG-NOTICES       PIC 9(7).
               10  WS-MG-CHARGED       PIC S9(11)V99.
               10  WS-MG-RECOVERED     PIC S9(11)V99.
       01  WS-MAP-FROM             PIC 9(4).
       01  WS-MAP-TO               PIC 9(4).
       01  WS-FIND-AGENCIA         PIC 9(4).
       01  WS-MAP-REASON           PIC X(20).
      * The branch-cycle mapping table, CYCASGN's load shape.
       01  WS-CYC-TABLE.
           05  WS-CYC-ENTRY-COUNT  PIC 9(3) VALUE ZEROS.
           05  WS-CYC-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-CYC-IDX.
               10  WS-CT-AGENCIA       PIC 9(4).
               10  WS-CT-CYCLE         PIC 9(2).
       01  WS-NEW-CYCLE            PIC 9(2).
       01  WS-OLD-AGENCIA          PIC 9(4).
       01  WS-BAND-WORK            PIC 9(10).
       01  WS-BAND-QUOT            PIC 9(10).
       01  WS-BAND-REM             PIC 9(2).
       01  WS-EMAIL-VALUE          PIC X(40).
       01  WS-LATEST-MONTH         PIC 9(6) VALUE ZEROS.
      * The record being moved, for the register and the audit.
       01  WS-MOVE-FILE            PIC X(8).
       01  WS-MOVE-KEY             PIC X(21).
       01  WS-MOVE-ACTION          PIC X(8).
       01  WS-BEFORE-IMAGE         PIC X(80).
       01  WS-AFTER-IMAGE          PIC X(80).
       01  WS-COUNTERS.
           05  WS-READ-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-MOVED-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-NOTICE-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-EMAIL-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-PAPER-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-CARD-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-REJECT-COUNT      PIC 9(7) VALUE ZEROS.
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
               'BRANCH CLOSURE PORTFOLIO MIGRATION'.
           05  FILLER         PIC X(10) VALUE 'RUN DATE '.
           05  HDR-RUN-DATE   PIC 9(8).
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  HDR-MODE       PIC X(40).
       01  MAP-HDR-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'FROM'.
           05  FILLER         PIC X(6)  VALUE 'TO'.
           05  FILLER         PIC X(21) VALUE 'RECEIVING BRANCH'.
           05  FILLER         PIC X(7)  VALUE 'CYCLE'.
           05  FILLER         PIC X(20) VALUE 'CARD'.
       01  MAP-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  MPL-FROM       PIC X(4).
           05  FILLER         PIC X(6)  VALUE SPACES.
           05  MPL-TO         PIC X(4).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  MPL-TO-NAME    PIC X(20).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  MPL-CYCLE      PIC X(5).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  MPL-RESULT     PIC X(20).
       01  HDR-LINE-2.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(9)  VALUE 'FILE'.
           05  FILLER         PIC X(22) VALUE 'KEY'.
           05  FILLER         PIC X(6)  VALUE 'FROM'.
           05  FILLER         PIC X(6)  VALUE 'TO'.
           05  FILLER         PIC X(8)  VALUE 'ACTION'.
       01  MOVE-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  MVL-FILE       PIC X(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  MVL-KEY        PIC X(21).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  MVL-FROM       PIC 9(4).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  MVL-TO         PIC 9(4).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  MVL-ACTION     PIC X(8).
       01  RECAP-HDR-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'FROM  TO'.
           05  FILLER         PIC X(10) VALUE '  ACCOUNTS'.
           05  FILLER         PIC X(10) VALUE '     LOANS'.
           05  FILLER         PIC X(10) VALUE '       KYC'.
           05  FILLER         PIC X(10) VALUE '     DEBTS'.
           05  FILLER         PIC X(10) VALUE '   NOTICES'.
       01  RECAP-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  RCL-FROM       PIC 9(4).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RCL-TO         PIC 9(4).
           05  RCL-ACCOUNTS   PIC Z(9)9.
           05  RCL-LOANS      PIC Z(9)9.
           05  RCL-KYC        PIC Z(9)9.
           05  RCL-DEBTS      PIC Z(9)9.
           05  RCL-NOTICES    PIC Z(9)9.
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
      * next one physically.  The loans are read before the accounts
      * move: a contract belongs to the closing branch through its
      * funding account, which only says so until the account moves.
       MAIN-LOGIC.
           PERFORM OPEN-FILES
           IF WS-MIG-ENTRY-COUNT > ZEROS
               PERFORM MOVE-LOANS
               PERFORM MOVE-ACCOUNTS
               PERFORM MOVE-KYC-REVIEWS
               PERFORM MOVE-RECOVERY-DEBTS
               IF MIGRATE-AUTHORIZED
                   PERFORM MOVE-PROFIT-TOTALS
               END-IF
           END-IF
           PERFORM CLOSE-STOP.
      *
      * SALDOFIL and the branch master are required - there is nothing
      * to move without the one and no way to tell a closed branch
      * without the other.
       OPEN-FILES.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM READ-PARM-CARD
           IF MIGRATE-AUTHORIZED
               OPEN I-O SALDO-FILE
           ELSE
               OPEN INPUT SALDO-FILE
           END-IF
           IF WS-SALDO-STATUS NOT = '00'
               DISPLAY 'BRNMIGR UNABLE TO OPEN SALDOFIL - STATUS '
                   WS-SALDO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = '00'
               DISPLAY 'BRNMIGR UNABLE TO OPEN BRANCH - STATUS '
                   WS-BRANCH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPT-FILE.
           OPEN OUTPUT PRINT-FILE.
           IF MIGRATE-AUTHORIZED
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = '00'
                   CLOSE AUDIT-FILE
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               OPEN OUTPUT NOTIFY-FILE
               OPEN INPUT XREF-FILE
               OPEN INPUT CONTACT-FILE
               MOVE 'MIGRATING' TO HDR-MODE
               MOVE WS-SUPERVISOR TO HDR-MODE(11:8)
           ELSE
               MOVE 'REPORT ONLY' TO HDR-MODE
           END-IF
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           PERFORM LOAD-BRANCH-CYCLES
           PERFORM LOAD-MIGRATION-MAP
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM HDR-LINE-2
           PERFORM START-RUN-CONTROL.
      *
      * READ-PARM-CARD accepts a MIGRATE card only from an active
      * supervisor on the operator file; the run is report-only
      * otherwise.
       READ-PARM-CARD.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-MIGRATE
                           PERFORM CHECK-SUPERVISOR
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
      *
       CHECK-SUPERVISOR.
           SET MIGRATE-CARD-REFUSED TO TRUE
           OPEN INPUT OPER-FILE
           IF WS-OPERFILE-STATUS = '00'
               MOVE PRM-SUPERVISOR TO OPR-ID
               READ OPER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPR-SUPERVISOR AND OPR-ACCT-ACTIVE
                           SET MIGRATE-AUTHORIZED TO TRUE
                           SET MIGRATE-CARD-REFUSED TO FALSE
                           MOVE OPR-ID TO WS-SUPERVISOR
                       END-IF
               END-READ
               CLOSE OPER-FILE
           END-IF
           IF MIGRATE-CARD-REFUSED
               DISPLAY 'BRNMIGR MIGRATE CARD REFUSED - '
                       PRM-SUPERVISOR
                       ' IS NOT AN ACTIVE SUPERVISOR - REPORT ONLY'
           END-IF.
      *
       LOAD-BRANCH-CYCLES.
           SET SCAN-DONE TO FALSE
           OPEN INPUT BRNCYC-FILE
           IF WS-BRNCYC-STATUS NOT = '00'
               SET SCAN-DONE TO TRUE
               DISPLAY 'BRNMIGR - NO BRNCYC MAPPING - MOVED ACCOUNTS '
                       'TAKE THEIR CONTA-NUM BAND'
           END-IF
           PERFORM LOAD-ONE-CYCLE UNTIL SCAN-DONE
           IF WS-BRNCYC-STATUS = '00'
               CLOSE BRNCYC-FILE
           END-IF.
      *
       LOAD-ONE-CYCLE.
           READ BRNCYC-FILE
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   IF WS-CYC-ENTRY-COUNT < 100
                           AND BCY-AGENCIA IS NUMERIC
                           AND BCY-CYCLE IS NUMERIC
                       ADD 1 TO WS-CYC-ENTRY-COUNT
                       SET WS-CYC-IDX TO WS-CYC-ENTRY-COUNT
                       MOVE BCY-AGENCIA TO WS-CT-AGENCIA(WS-CYC-IDX)
                       MOVE BCY-CYCLE   TO WS-CT-CYCLE(WS-CYC-IDX)
                   ELSE
                       DISPLAY 'BRNMIGR - BRNCYC ROW DROPPED'
                   END-IF
           END-READ.
      *
      * LOAD-MIGRATION-MAP reads the BRNMAP cards, prints each with
      * what became of it, and keeps the ones that pass.
       LOAD-MIGRATION-MAP.
           WRITE PRINT-REC FROM MAP-HDR-LINE
           SET SCAN-DONE TO FALSE
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS NOT = '00'
               SET SCAN-DONE TO TRUE
               DISPLAY 'BRNMIGR - NO BRNMAP CARDS - NOTHING TO MOVE'
           END-IF
           PERFORM LOAD-ONE-MAP-CARD UNTIL SCAN-DONE
           IF WS-MAP-STATUS = '00'
               CLOSE MAP-FILE
           END-IF.
      *
       LOAD-ONE-MAP-CARD.
           READ MAP-FILE
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   MOVE SPACES TO MAP-LINE
                   MOVE BMP-FROM-AGENCIA TO MPL-FROM
                   MOVE BMP-TO-AGENCIA   TO MPL-TO
                   PERFORM CHECK-MAP-CARD
                   IF WS-MAP-REASON = SPACES
                       PERFORM ACCEPT-MAP-CARD
                   ELSE
                       MOVE WS-MAP-REASON TO MPL-RESULT
                       PERFORM REJECT-MAP-CARD
                   END-IF
                   WRITE PRINT-REC FROM MAP-LINE
           END-READ.
      *
      * CHECK-MAP-CARD leaves WS-MAP-REASON blank for a card that can
      * be acted on: the branch closing is closed on the master, the
      * receiving branch is open, and neither is already on another
      * card in a way that would move a book twice.
       CHECK-MAP-CARD.
           MOVE SPACES TO WS-MAP-REASON
           IF BMP-FROM-AGENCIA IS NOT NUMERIC
                   OR BMP-TO-AGENCIA IS NOT NUMERIC
               MOVE 'BRANCH NOT NUMERIC' TO WS-MAP-REASON
           ELSE
               MOVE BMP-FROM-AGENCIA TO WS-MAP-FROM
               MOVE BMP-TO-AGENCIA   TO WS-MAP-TO
               PERFORM CHECK-MAP-BRANCHES
           END-IF
           IF WS-MAP-REASON = SPACES
               PERFORM VARYING WS-MIG-IDX FROM 1 BY 1
                       UNTIL WS-MIG-IDX > WS-MIG-ENTRY-COUNT
                   EVALUATE TRUE
                       WHEN WS-MG-FROM(WS-MIG-IDX) = WS-MAP-FROM
                           MOVE 'ALREADY MAPPED'
                               TO WS-MAP-REASON
                       WHEN WS-MG-TO(WS-MIG-IDX) = WS-MAP-FROM
                       WHEN WS-MG-FROM(WS-MIG-IDX) = WS-MAP-TO
                           MOVE 'CHAINED MAPPING' TO WS-MAP-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
           END-IF
           IF WS-MAP-REASON = SPACES
                   AND WS-MIG-ENTRY-COUNT NOT < 20
               MOVE 'MAPPING TABLE FULL' TO WS-MAP-REASON
           END-IF.
      *
       CHECK-MAP-BRANCHES.
           IF WS-MAP-FROM = WS-MAP-TO
               MOVE 'SAME BRANCH' TO WS-MAP-REASON
           ELSE
               MOVE WS-MAP-FROM TO BRN-NUMBER
               READ BRANCH-FILE
                   INVALID KEY
                       MOVE 'FROM NOT ON FILE' TO WS-MAP-REASON
                   NOT INVALID KEY
                       IF NOT BRN-CLOSED
                           MOVE 'FROM NOT CLOSED'
                               TO WS-MAP-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-MAP-REASON = SPACES
               MOVE WS-MAP-TO TO BRN-NUMBER
               READ BRANCH-FILE
                   INVALID KEY
                       MOVE 'TO NOT ON FILE' TO WS-MAP-REASON
                   NOT INVALID KEY
                       IF NOT BRN-OPEN
                           MOVE 'TO BRANCH NOT OPEN'
                               TO WS-MAP-REASON
                       END-IF
               END-READ
           END-IF.
      *
      * ACCEPT-MAP-CARD files the mapping with the receiving branch's
      * name (still on BRANCH-REC from the check) and its cycle card.
       ACCEPT-MAP-CARD.
           ADD 1 TO WS-MIG-ENTRY-COUNT
           SET WS-MIG-IDX TO WS-MIG-ENTRY-COUNT
           INITIALIZE WS-MIG-ENTRY(WS-MIG-IDX)
           MOVE WS-MAP-FROM TO WS-MG-FROM(WS-MIG-IDX)
           MOVE WS-MAP-TO   TO WS-MG-TO(WS-MIG-IDX)
           MOVE BRN-NAME    TO WS-MG-TO-NAME(WS-MIG-IDX)
           SET CYCLE-MAPPED TO FALSE
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                   UNTIL CYCLE-MAPPED
                   OR WS-CYC-IDX > WS-CYC-ENTRY-COUNT
               IF WS-CT-AGENCIA(WS-CYC-IDX) = WS-MAP-TO
                   SET CYCLE-MAPPED TO TRUE
                   MOVE WS-CT-CYCLE(WS-CYC-IDX)
                       TO WS-MG-CYCLE(WS-MIG-IDX)
               END-IF
           END-PERFORM
           MOVE BRN-NAME TO MPL-TO-NAME
           IF CYCLE-MAPPED
               MOVE WS-MG-CYCLE(WS-MIG-IDX) TO MPL-CYCLE
           ELSE
               MOVE 'BAND' TO MPL-CYCLE
           END-IF
           MOVE 'ACCEPTED' TO MPL-RESULT.
      *
       REJECT-MAP-CARD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES           TO EXC-REC
           MOVE 'BRNMIGR'        TO EXC-PROGRAM
           MOVE BMP-FROM-AGENCIA TO EXC-KEY
           SET EXC-INVALID-BRANCH TO TRUE
           MOVE WS-MAP-REASON    TO EXC-REASON-TEXT
           MOVE BRN-MAP-REC      TO EXC-INPUT-DATA
           WRITE EXC-REC.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'BRNMIGR' TO SEQ-JOB-NAME
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
           MOVE 'BRNMIGR'       TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * FIND-MIGRATION positions WS-MIG-IDX on the card moving
      * WS-FIND-AGENCIA, if there is one.
       FIND-MIGRATION.
           SET BRANCH-MAPPED TO FALSE
           PERFORM VARYING WS-MIG-IDX FROM 1 BY 1
                   UNTIL BRANCH-MAPPED
                   OR WS-MIG-IDX > WS-MIG-ENTRY-COUNT
               IF WS-MG-FROM(WS-MIG-IDX) = WS-FIND-AGENCIA
                   SET BRANCH-MAPPED TO TRUE
               END-IF
           END-PERFORM
           IF BRANCH-MAPPED
               SET WS-MIG-IDX DOWN BY 1
           END-IF.
      *
      * MOVE-LOANS finds the live contracts funded from an account at
      * a closing branch.  Nothing on the contract changes - it moves
      * when its account does - but each one is audited and counted
      * so the loan book's move is on record.
       MOVE-LOANS.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'BRNMIGR - NO LOANMST FILE - LOANS NOT LISTED'
           ELSE
               SET SCAN-DONE TO FALSE
               PERFORM CHECK-ONE-LOAN
                   UNTIL SCAN-DONE OR COUNTER-OVERFLOWED
               CLOSE LOAN-FILE
           END-IF.
      *
       CHECK-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   PERFORM COUNT-ONE-READ
                   IF NOT LN-PAID-OFF
                       MOVE LN-CONTA-NUM TO CONTA-NUM IN SALDO-REC
                       READ SALDO-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE SALDO-AGENCIA TO WS-FIND-AGENCIA
                               PERFORM FIND-MIGRATION
                               IF BRANCH-MAPPED
                                   PERFORM MOVE-ONE-LOAN
                               END-IF
                       END-READ
                   END-IF
           END-READ.
      *
       MOVE-ONE-LOAN.
           MOVE 'LOANMST'   TO WS-MOVE-FILE
           MOVE LN-CONTRACT TO WS-MOVE-KEY
           MOVE SPACES      TO WS-BEFORE-IMAGE
           MOVE SPACES      TO WS-AFTER-IMAGE
           MOVE WS-MG-FROM(WS-MIG-IDX) TO WS-OLD-AGENCIA
           ADD 1 TO WS-MG-LOANS(WS-MIG-IDX)
           PERFORM RECORD-MOVE.
      *
      * MOVE-ACCOUNTS walks the balance file and moves every account
      * at a closing branch onto the receiving branch and its cycle,
      * telling each holder.
       MOVE-ACCOUNTS.
           SET SCAN-DONE TO FALSE
           MOVE ZEROS TO CONTA-NUM IN SALDO-REC
           START SALDO-FILE KEY IS NOT LESS THAN
                   CONTA-NUM IN SALDO-REC
               INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM CHECK-ONE-ACCOUNT
               UNTIL SCAN-DONE OR COUNTER-OVERFLOWED.
      *
       CHECK-ONE-ACCOUNT.
           READ SALDO-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   PERFORM COUNT-ONE-READ
                   MOVE SALDO-AGENCIA TO WS-FIND-AGENCIA
                   PERFORM FIND-MIGRATION
                   IF BRANCH-MAPPED
                       PERFORM MOVE-ONE-ACCOUNT
                   END-IF
           END-READ.
      *
      * The receiving branch's cycle card wins; without one the
      * account takes its CONTA-NUM band, as CYCASGN would give it.
       MOVE-ONE-ACCOUNT.
           IF WS-MG-CYCLE(WS-MIG-IDX) > ZEROS
               MOVE WS-MG-CYCLE(WS-MIG-IDX) TO WS-NEW-CYCLE
           ELSE
               MOVE CONTA-NUM IN SALDO-REC TO WS-BAND-WORK
               DIVIDE WS-BAND-WORK BY 20 GIVING WS-BAND-QUOT
                   REMAINDER WS-BAND-REM
               COMPUTE WS-NEW-CYCLE = WS-BAND-REM + 1
           END-IF
           MOVE 'SALDOFIL'             TO WS-MOVE-FILE
           MOVE CONTA-NUM IN SALDO-REC TO WS-MOVE-KEY
           MOVE SALDO-AGENCIA          TO WS-OLD-AGENCIA
           MOVE SALDO-REC              TO WS-BEFORE-IMAGE
           IF MIGRATE-AUTHORIZED
               MOVE WS-MG-TO(WS-MIG-IDX) TO SALDO-AGENCIA
               MOVE WS-NEW-CYCLE         TO SALDO-CYCLE
               REWRITE SALDO-REC
               MOVE SALDO-REC TO WS-AFTER-IMAGE
               PERFORM NOTIFY-HOLDERS
           END-IF
           ADD 1 TO WS-MG-ACCOUNTS(WS-MIG-IDX)
           PERFORM RECORD-MOVE.
      *
      * NOTIFY-HOLDERS writes a notice to each holder on the account's
      * cross-reference links; a procurador acts for a holder and is
      * not told separately.
       NOTIFY-HOLDERS.
           IF WS-XREF-STATUS = '00'
               SET XREF-SCAN-DONE TO FALSE
               MOVE CONTA-NUM IN SALDO-REC TO XRF-CONTA-NUM
               START XREF-FILE KEY IS EQUAL TO XRF-CONTA-NUM
                   INVALID KEY SET XREF-SCAN-DONE TO TRUE
               END-START
               PERFORM NOTIFY-ONE-HOLDER UNTIL XREF-SCAN-DONE
           END-IF.
      *
       NOTIFY-ONE-HOLDER.
           READ XREF-FILE NEXT RECORD
               AT END SET XREF-SCAN-DONE TO TRUE
               NOT AT END
                   IF XRF-CONTA-NUM NOT = CONTA-NUM IN SALDO-REC
                       SET XREF-SCAN-DONE TO TRUE
                   ELSE
                       IF NOT XRF-PROCURADOR
                           PERFORM WRITE-ONE-NOTICE
                       END-IF
                   END-IF
           END-READ.
      *
      * WRITE-ONE-NOTICE routes the notice through the e-statement
      * delivery split: the preferred CONTACT e-mail carries it on
      * channel E, anything else queues for paper.
       WRITE-ONE-NOTICE.
           PERFORM FIND-PREFERRED-EMAIL
           MOVE SPACES                 TO BRMG-NOTIFY-REC
           MOVE CONTA-NUM IN SALDO-REC TO BMN-CONTA-NUM
           MOVE XRF-CPF                TO BMN-CPF
           MOVE WS-OLD-AGENCIA         TO BMN-OLD-AGENCIA
           MOVE WS-MG-TO(WS-MIG-IDX)   TO BMN-NEW-AGENCIA
           MOVE WS-MG-TO-NAME(WS-MIG-IDX) TO BMN-NEW-BRN-NAME
           MOVE WS-NEW-CYCLE           TO BMN-NEW-CYCLE
           MOVE WS-RUN-DATE            TO BMN-RUN-DATE
           IF EMAIL-FOUND
               MOVE 'E'            TO BMN-CHANNEL
               MOVE WS-EMAIL-VALUE TO BMN-ADDRESS
               ADD 1 TO WS-EMAIL-COUNT
           ELSE
               MOVE 'P'    TO BMN-CHANNEL
               MOVE SPACES TO BMN-ADDRESS
               ADD 1 TO WS-PAPER-COUNT
           END-IF
           WRITE BRMG-NOTIFY-REC
           ADD 1 TO WS-MG-NOTICES(WS-MIG-IDX)
           ADD 1 TO WS-NOTICE-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-NOTICE-COUNT OVERFLOWED'
           END-ADD.
      *
       FIND-PREFERRED-EMAIL.
           SET EMAIL-FOUND TO FALSE
           MOVE SPACES TO WS-EMAIL-VALUE
           IF WS-CONTACT-STATUS = '00'
               SET CONTACT-SCAN-DONE TO FALSE
               MOVE XRF-CPF TO CNT-CPF
               MOVE ZEROS   TO CNT-SEQ
               START CONTACT-FILE KEY IS NOT LESS THAN CNT-KEY
                   INVALID KEY SET CONTACT-SCAN-DONE TO TRUE
               END-START
               PERFORM CHECK-ONE-CONTACT UNTIL CONTACT-SCAN-DONE
           END-IF.
      *
       CHECK-ONE-CONTACT.
           READ CONTACT-FILE NEXT RECORD
               AT END SET CONTACT-SCAN-DONE TO TRUE
               NOT AT END
                   IF CNT-CPF NOT = XRF-CPF
                       SET CONTACT-SCAN-DONE TO TRUE
                   ELSE
                       IF CNT-EMAIL AND CNT-IS-PREFERRED
                           SET EMAIL-FOUND TO TRUE
                           SET CONTACT-SCAN-DONE TO TRUE
                           MOVE CNT-VALUE TO WS-EMAIL-VALUE
                       END-IF
                   END-IF
           END-READ.
      *
      * MOVE-KYC-REVIEWS moves each review kept at a closing branch,
      * so the branch the review falls due to is one still open.
       MOVE-KYC-REVIEWS.
           IF MIGRATE-AUTHORIZED
               OPEN I-O KYC-FILE
           ELSE
               OPEN INPUT KYC-FILE
           END-IF
           IF WS-KYC-STATUS NOT = '00'
               DISPLAY 'BRNMIGR - NO KYCFILE - REVIEWS NOT MOVED'
           ELSE
               SET SCAN-DONE TO FALSE
               PERFORM CHECK-ONE-REVIEW
                   UNTIL SCAN-DONE OR COUNTER-OVERFLOWED
               CLOSE KYC-FILE
           END-IF.
      *
       CHECK-ONE-REVIEW.
           READ KYC-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   PERFORM COUNT-ONE-READ
                   MOVE KYC-AGENCIA TO WS-FIND-AGENCIA
                   PERFORM FIND-MIGRATION
                   IF BRANCH-MAPPED
                       MOVE 'KYCFILE'   TO WS-MOVE-FILE
                       MOVE KYC-CPF     TO WS-MOVE-KEY
                       MOVE KYC-AGENCIA TO WS-OLD-AGENCIA
                       MOVE KYC-REC     TO WS-BEFORE-IMAGE
                       IF MIGRATE-AUTHORIZED
                           MOVE WS-MG-TO(WS-MIG-IDX) TO KYC-AGENCIA
                           REWRITE KYC-REC
                           MOVE KYC-REC TO WS-AFTER-IMAGE
                       END-IF
                       ADD 1 TO WS-MG-KYC(WS-MIG-IDX)
                       PERFORM RECORD-MOVE
                   END-IF
           END-READ.
      *
      * MOVE-RECOVERY-DEBTS moves each charged-off debt booked to a
      * closing branch, open or closed, and totals what moved so the
      * branch profitability history can follow it.
       MOVE-RECOVERY-DEBTS.
           IF MIGRATE-AUTHORIZED
               OPEN I-O RECOVERY-FILE
           ELSE
               OPEN INPUT RECOVERY-FILE
           END-IF
           IF WS-RECOVERY-STATUS NOT = '00'
               DISPLAY 'BRNMIGR - NO RECOVERY FILE - DEBTS NOT MOVED'
           ELSE
               SET SCAN-DONE TO FALSE
               PERFORM CHECK-ONE-DEBT
                   UNTIL SCAN-DONE OR COUNTER-OVERFLOWED
               CLOSE RECOVERY-FILE
           END-IF.
      *
       CHECK-ONE-DEBT.
           READ RECOVERY-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   PERFORM COUNT-ONE-READ
                   MOVE RCV-AGENCIA TO WS-FIND-AGENCIA
                   PERFORM FIND-MIGRATION
                   IF BRANCH-MAPPED
                       MOVE 'RECOVERY'   TO WS-MOVE-FILE
                       MOVE RCV-KEY      TO WS-MOVE-KEY
                       MOVE RCV-AGENCIA  TO WS-OLD-AGENCIA
                       MOVE RECOVERY-REC TO WS-BEFORE-IMAGE
                       IF MIGRATE-AUTHORIZED
                           MOVE WS-MG-TO(WS-MIG-IDX) TO RCV-AGENCIA
                           REWRITE RECOVERY-REC
                           MOVE RECOVERY-REC TO WS-AFTER-IMAGE
                       END-IF
                       ADD RCV-CHARGED
                           TO WS-MG-CHARGED(WS-MIG-IDX)
                       ADD RCV-RECOVERED
                           TO WS-MG-RECOVERED(WS-MIG-IDX)
                       ADD 1 TO WS-MG-DEBTS(WS-MIG-IDX)
                       PERFORM RECORD-MOVE
                   END-IF
           END-READ.
      *
      * MOVE-PROFIT-TOTALS carries the moved debts' recovery-book
      * totals from the closing branch to the receiving one on the
      * latest month BRPROFIT has filed, which is the month its next
      * run measures charge-offs and recoveries from.  A receiving
      * branch with no record for that month gets one carrying only
      * the totals.
       MOVE-PROFIT-TOTALS.
           OPEN I-O BR-PROFIT-FILE
           IF WS-BRPROFH-STATUS NOT = '00'
               DISPLAY 'BRNMIGR - NO BRPROFH HISTORY - NOTHING TO '
                       'CARRY OVER'
           ELSE
               SET SCAN-DONE TO FALSE
               MOVE LOW-VALUES TO BPF-KEY
               START BR-PROFIT-FILE KEY IS NOT LESS THAN BPF-KEY
                   INVALID KEY SET SCAN-DONE TO TRUE
               END-START
               PERFORM FIND-LATEST-MONTH UNTIL SCAN-DONE
               IF WS-LATEST-MONTH > ZEROS
                   PERFORM VARYING WS-MIG-IDX FROM 1 BY 1
                           UNTIL WS-MIG-IDX > WS-MIG-ENTRY-COUNT
                       IF WS-MG-DEBTS(WS-MIG-IDX) > ZEROS
                           PERFORM CARRY-PROFIT-TOTALS
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE BR-PROFIT-FILE
           END-IF.
      *
       FIND-LATEST-MONTH.
           READ BR-PROFIT-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   IF BPF-MONTH > WS-LATEST-MONTH
                       MOVE BPF-MONTH TO WS-LATEST-MONTH
                   END-IF
           END-READ.
      *
       CARRY-PROFIT-TOTALS.
           MOVE WS-MG-FROM(WS-MIG-IDX) TO BPF-AGENCIA
           MOVE WS-LATEST-MONTH        TO BPF-MONTH
           READ BR-PROFIT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SUBTRACT WS-MG-CHARGED(WS-MIG-IDX)
                       FROM BPF-CUM-CHARGED
                   SUBTRACT WS-MG-RECOVERED(WS-MIG-IDX)
                       FROM BPF-CUM-RECOVERED
                   REWRITE BR-PROFIT-REC
           END-READ
           MOVE WS-MG-TO(WS-MIG-IDX)   TO BPF-AGENCIA
           MOVE WS-LATEST-MONTH        TO BPF-MONTH
           READ BR-PROFIT-FILE
               INVALID KEY
                   INITIALIZE BR-PROFIT-REC
                   MOVE WS-MG-TO(WS-MIG-IDX) TO BPF-AGENCIA
                   MOVE WS-LATEST-MONTH      TO BPF-MONTH
                   MOVE WS-MG-CHARGED(WS-MIG-IDX)
                       TO BPF-CUM-CHARGED
                   MOVE WS-MG-RECOVERED(WS-MIG-IDX)
                       TO BPF-CUM-RECOVERED
                   MOVE WS-RUN-DATE          TO BPF-GEN-DATE
                   WRITE BR-PROFIT-REC
               NOT INVALID KEY
                   ADD WS-MG-CHARGED(WS-MIG-IDX)
                       TO BPF-CUM-CHARGED
                   ADD WS-MG-RECOVERED(WS-MIG-IDX)
                       TO BPF-CUM-RECOVERED
                   REWRITE BR-PROFIT-REC
           END-READ.
      *
      * RECORD-MOVE prints the record on the register and, on a
      * migrating run, stamps it on the audit file; the caller has
      * set the file, key, old branch and images.
       RECORD-MOVE.
           IF MIGRATE-AUTHORIZED
               MOVE WS-MOVE-FILE     TO BMA-FILE
               MOVE WS-MOVE-KEY      TO BMA-KEY
               MOVE WS-OLD-AGENCIA   TO BMA-FROM-AGENCIA
               MOVE WS-MG-TO(WS-MIG-IDX) TO BMA-TO-AGENCIA
               MOVE WS-RUN-DATE      TO BMA-RUN-DATE
               MOVE WS-SUPERVISOR    TO BMA-SUPERVISOR
               MOVE WS-BEFORE-IMAGE  TO BMA-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE   TO BMA-AFTER-IMAGE
               WRITE BRMG-AUDIT-REC
               MOVE 'MOVED'    TO WS-MOVE-ACTION
           ELSE
               MOVE 'REPORTED' TO WS-MOVE-ACTION
           END-IF
           MOVE WS-MOVE-FILE         TO MVL-FILE
           MOVE WS-MOVE-KEY          TO MVL-KEY
           MOVE WS-OLD-AGENCIA       TO MVL-FROM
           MOVE WS-MG-TO(WS-MIG-IDX) TO MVL-TO
           MOVE WS-MOVE-ACTION       TO MVL-ACTION
           WRITE PRINT-REC FROM MOVE-LINE
           ADD 1 TO WS-MOVED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-MOVED-COUNT OVERFLOWED'
           END-ADD.
      *
       COUNT-ONE-READ.
           ADD 1 TO WS-READ-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-READ-COUNT OVERFLOWED'
           END-ADD.
      *
       PRINT-RECAP.
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM RECAP-HDR-LINE
           PERFORM VARYING WS-MIG-IDX FROM 1 BY 1
                   UNTIL WS-MIG-IDX > WS-MIG-ENTRY-COUNT
               MOVE WS-MG-FROM(WS-MIG-IDX)     TO RCL-FROM
               MOVE WS-MG-TO(WS-MIG-IDX)       TO RCL-TO
               MOVE WS-MG-ACCOUNTS(WS-MIG-IDX) TO RCL-ACCOUNTS
               MOVE WS-MG-LOANS(WS-MIG-IDX)    TO RCL-LOANS
               MOVE WS-MG-KYC(WS-MIG-IDX)      TO RCL-KYC
               MOVE WS-MG-DEBTS(WS-MIG-IDX)    TO RCL-DEBTS
               MOVE WS-MG-NOTICES(WS-MIG-IDX)  TO RCL-NOTICES
               WRITE PRINT-REC FROM RECAP-LINE
           END-PERFORM.
      *
       CLOSE-STOP.
           PERFORM PRINT-RECAP
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE SALDO-FILE.
           CLOSE BRANCH-FILE.
           IF MIGRATE-AUTHORIZED
               CLOSE AUDIT-FILE
               CLOSE NOTIFY-FILE
               IF WS-XREF-STATUS = '00'
                   CLOSE XREF-FILE
               END-IF
               IF WS-CONTACT-STATUS = '00'
                   CLOSE CONTACT-FILE
               END-IF
           END-IF
           CLOSE EXCEPT-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'BRNMIGR CARDS ' WS-CARD-COUNT
                   ' REFUSED ' WS-REJECT-COUNT
                   ' MOVED ' WS-MOVED-COUNT
                   ' NOTICES ' WS-NOTICE-COUNT.
      * A refused card or MIGRATE card, a run with nothing to act on,
      * or a report-only run that found a book to move ends with a
      * warning - a closed branch's accounts are still being rejected.
           IF COUNTER-OVERFLOWED
               DISPLAY 'BRNMIGR ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > ZEROS
                       OR MIGRATE-CARD-REFUSED
                       OR WS-MIG-ENTRY-COUNT = ZEROS
                       OR (WS-MOVED-COUNT > ZEROS
                           AND NOT MIGRATE-AUTHORIZED)
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               EVALUATE TRUE
                   WHEN MIGRATE-CARD-REFUSED
                       MOVE 'BRANCH MIGRATE CARD REFUSED'
                           TO WS-ALERT-MESSAGE
                       MOVE WS-MOVED-COUNT TO WS-ALERT-COUNT
                   WHEN WS-REJECT-COUNT > ZEROS
                       MOVE 'BRANCH MIGRATION CARDS REFUSED'
                           TO WS-ALERT-MESSAGE
                       MOVE WS-REJECT-COUNT TO WS-ALERT-COUNT
                   WHEN WS-MIG-ENTRY-COUNT = ZEROS
                       MOVE 'NO BRANCH MIGRATION CARDS TO ACT ON'
                           TO WS-ALERT-MESSAGE
                   WHEN OTHER
                       MOVE 'CLOSED BRANCH BOOK NOT YET MOVED'
                           TO WS-ALERT-MESSAGE
                       MOVE WS-MOVED-COUNT TO WS-ALERT-COUNT
               END-EVALUATE
               PERFORM WRITE-ALERT-RECORD
           END-IF.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES            TO CTL-TRAILER-REC
           MOVE 'BRNMIGR'         TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE       TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT     TO CTLT-READ-COUNT
           MOVE WS-MOVED-COUNT    TO CTLT-OUTPUT-COUNT
           MOVE WS-REJECT-COUNT   TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED      TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the moves broken out by file and the notices by channel.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'BRNMIGR'           TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-MOVED-COUNT      TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'E-MAIL NOTICES'    TO SUMM-CATEGORY-NAME
           MOVE WS-EMAIL-COUNT      TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'PAPER NOTICES'     TO SUMM-CATEGORY-NAME
           MOVE WS-PAPER-COUNT      TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'CARDS REFUSED'     TO SUMM-CATEGORY-NAME
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
           MOVE 'BRNMIGR'         TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM BRNMIGR.
