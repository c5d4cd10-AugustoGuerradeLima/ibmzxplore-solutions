      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLOSESET.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  CLOSESET is the nightly account closure settlement, run ahead
      *  of the PSTMERGE consolidation sort.  ACCTMNT only closes an
      *  account at a zero balance, so until now a clerk worked out
      *  the final interest, the part-month fee and the payout by
      *  hand before the close card could be keyed.  Each card on
      *  CLOSREQ asks to close one account for one of its holders
      *  and says where the money goes: to
      *  another account of ours (I), or out by TED or PIX to an
      *  account at another bank (E, reais accounts only).
      *  An account is refused while anything still runs against it:
      *  an active hold (HOLDSUM), a live loan it funds on LOANMST,
      *  an active standing order on STNDORD paying from it or into
      *  it, or an active direct-debit mandate on DDMAND.
      *  A clear account is settled as of the business date:
      *    - the interest accrued since SALDO-LAST-ACCRUAL, priced the
      *      way INTACCR prices it (tier, currency, penalty, rate
      *      agreement, floating index) with IR withheld from the
      *      TAXBRKT brackets, credited net under source code CINT -
      *      the withholding goes on the CLOSTAX remittance feed in
      *      TAXFILE's layout;
      *    - the month's maintenance fee (FEETBL.cpy) pro rata for
      *      the days of the month so far on a 30-day month, debited
      *      under FEE, with FEEASSES's dormant and zero-balance
      *      exemptions;
      *    - the rest paid out: both legs under source code CLOS for
      *      an internal account in the same currency, or the debit
      *      under XFER with the transfer queued on OUTXFER (origin
      *      CLOS) for XFERSEND.
      *  Charges the balance cannot cover refuse the closure.  The
      *  postings go on the CLOSPST feed into tonight's capture, and
      *  the close card for the now-zero account goes on the CLOSACT
      *  feed that the JCL hands to ACCTMNT after DRCRCAP - ACCTMNT's
      *  own zero-balance rule stays the last word, so an entry that
      *  lands on the account in the same night leaves it open and
      *  on ACCTMNT's exceptions.  The customer's closing statement
      *  prints on CLOSSTMT, one page per account; the run register
      *  prints on PRTFILE and refusals go to the shared EXCFILE.
      *  A procurador may now ask for the closure when a holder of
      *  the account has granted that person a mandate on the PROCURA
      *  register that is in force on the business date and carries
      *  the closing power; the statement, register line and close
      *  card then carry the granting holder, and the refusal of any
      *  other procurador request stands.  With the register missing
      *  no procurador request is taken.
      *  The final interest goes to the ledger on the CLOSGL feed in
      *  GLITEM.cpy's layout, keyed by account, under the same GLMAP
      *  rows GLEXTR journals INTACCR's register through: the net
      *  credited under INTACCR and the IR withheld under IRTAX - the
      *  JCL adds CLOSGL to GLEXTR's GLITEMS.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-REQ   ASSIGN TO CLOSREQ.
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
           SELECT CUSTMAST    ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF IN CLIENTE-REC
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT LOAN-FILE   ASSIGN TO LOANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-CONTRACT
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT ORDER-FILE  ASSIGN TO STNDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ID
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT MANDATE-FILE ASSIGN TO DDMAND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DDM-KEY
               ALTERNATE RECORD KEY IS DDM-CONTA-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-MANDATE-STATUS.
           SELECT PROCURA-FILE ASSIGN TO PROCURA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-KEY
               ALTERNATE RECORD KEY IS PRC-ATTORNEY-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-PROCURA-STATUS.
           SELECT RATE-AGR-FILE ASSIGN TO RATEAGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAG-CONTA-NUM
               FILE STATUS IS WS-RATEAGR-STATUS.
           SELECT TAX-BRACKET ASSIGN TO TAXBRKT
               FILE STATUS IS WS-TAXBRKT-STATUS.
           SELECT XFER-FILE   ASSIGN TO OUTXFER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFR-ID
               FILE STATUS IS WS-XFER-STATUS.
           SELECT POSTING-OUT ASSIGN TO CLOSPST.
           SELECT TAX-FILE    ASSIGN TO CLOSTAX.
           SELECT GL-ITEM-OUT ASSIGN TO CLOSGL.
           SELECT CLOSE-CARD-OUT ASSIGN TO CLOSACT.
           SELECT STMT-FILE   ASSIGN TO CLOSSTMT.
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
      * CLOSE-REQ-REC is an input-only layout: the account to close,
      * the holder asking, where the balance goes - an account of
      * ours, or a beneficiary at another bank with the method - and
      * the operator who took the request at the branch.
       FD  CLOSE-REQ RECORDING MODE F.
       01  CLOSE-REQ-REC.
           05  CRQ-CONTA-NUM          PIC X(10).
           05  CRQ-CPF                PIC X(11).
           05  CRQ-PAYOUT-TYPE        PIC X.
               88  CRQ-PAY-INTERNAL       VALUE 'I'.
               88  CRQ-PAY-EXTERNAL       VALUE 'E'.
           05  CRQ-TO-CONTA           PIC X(10).
           05  CRQ-METHOD             PIC X.
               88  CRQ-METHOD-VALID       VALUES 'T' 'P'.
           05  CRQ-BEN-BANK           PIC X(3).
           05  CRQ-BEN-BRANCH         PIC X(4).
           05  CRQ-BEN-ACCOUNT        PIC X(12).
           05  CRQ-BEN-DOC            PIC X(14).
           05  CRQ-BEN-NAME           PIC X(30).
           05  CRQ-OPERATOR           PIC X(8).
           05  FILLER                 PIC X(16).
      *
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
      *
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  LOAN-FILE RECORDING MODE F.
           COPY LOANMST.
      *
       FD  ORDER-FILE RECORDING MODE F.
           COPY STNDORD.
      *
       FD  MANDATE-FILE RECORDING MODE F.
           COPY DDMAND.
      *
       FD  PROCURA-FILE RECORDING MODE F.
           COPY PROCURA.
      *
       FD  RATE-AGR-FILE RECORDING MODE F.
           COPY RATEAGR.
      *
      * One IR withholding bracket per record: the gross interest the
      * bracket starts at and the rate it withholds, ascending - the
      * same file INTACCR loads.
       FD  TAX-BRACKET RECORDING MODE F.
       01  TAX-BRACKET-REC.
           05  TXB-INT-LOW      PIC X(11).
           05  TXB-RATE         PIC X(5).
           05  FILLER           PIC X(64).
      *
       FD  XFER-FILE RECORDING MODE F.
           COPY OUTXFER.
      *
      * The settlement legs in PSTTRAN's own layout; the JCL
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
      * The withholding on the final interest, in INTACCR's TAXFILE
      * layout so the remittance takes it with the night's accruals.
       FD  TAX-FILE RECORDING MODE F.
       01  TAX-REC              PIC X(80).
      *
       FD  GL-ITEM-OUT RECORDING MODE F.
           COPY GLITEM.
      *
      * The close cards for ACCTMNT, in its ACCTTRN layout.
       FD  CLOSE-CARD-OUT RECORDING MODE F.
       01  CLOSE-CARD-REC.
           05  CCD-ACTION-CODE        PIC X.
           05  CCD-CONTA-NUM          PIC 9(10).
           05  CCD-CPF                PIC X(11).
           05  CCD-ACCT-TIER          PIC X.
           05  CCD-AGENCIA            PIC X(4).
           05  CCD-MOEDA              PIC X(3).
           05  FILLER                 PIC X(50).
      *
       FD  STMT-FILE RECORDING MODE F.
       01  STMT-REC           PIC X(132).
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
       COPY RATETBL.
       COPY FEETBL.
       01  FLAGS.
           05  WS-TRANS-EOF        PIC X VALUE 'N'.
               88  TRANS-AT-EOF        VALUE 'Y'.
           05  WS-SCAN-FLAG        PIC X VALUE 'N'.
               88  SCAN-DONE           VALUE 'Y' FALSE 'N'.
           05  WS-LOAN-FOUND-FLAG  PIC X VALUE 'N'.
               88  LIVE-LOAN-FOUND     VALUE 'Y' FALSE 'N'.
           05  WS-ORDER-FOUND-FLAG PIC X VALUE 'N'.
               88  ACTIVE-ORDER-FOUND  VALUE 'Y' FALSE 'N'.
           05  WS-MANDATE-FOUND-FLAG PIC X VALUE 'N'.
               88  ACTIVE-MANDATE-FOUND VALUE 'Y' FALSE 'N'.
           05  WS-SETTLED-FLAG     PIC X VALUE 'N'.
               88  ALREADY-SETTLED     VALUE 'Y' FALSE 'N'.
           05  WS-QUEUED-FLAG      PIC X VALUE 'N'.
               88  XFER-QUEUED-OK      VALUE 'Y' FALSE 'N'.
           05  WS-LOAN-OPEN-FLAG   PIC X VALUE 'N'.
               88  LOAN-FILE-OPEN      VALUE 'Y' FALSE 'N'.
           05  WS-ORDER-OPEN-FLAG  PIC X VALUE 'N'.
               88  ORDER-FILE-OPEN     VALUE 'Y' FALSE 'N'.
           05  WS-MANDATE-OPEN-FLAG PIC X VALUE 'N'.
               88  MANDATE-FILE-OPEN   VALUE 'Y' FALSE 'N'.
           05  WS-PROCURA-OPEN-FLAG PIC X VALUE 'N'.
               88  PROCURA-FILE-OPEN   VALUE 'Y' FALSE 'N'.
           05  WS-POWER-FOUND-FLAG PIC X VALUE 'N'.
               88  CLOSING-POWER-FOUND VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-SALDO-STATUS         PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-CUSTMAST-STATUS      PIC XX.
       01  WS-LOAN-STATUS          PIC XX.
       01  WS-ORDER-STATUS         PIC XX.
       01  WS-MANDATE-STATUS       PIC XX.
       01  WS-PROCURA-STATUS       PIC XX.
       01  WS-XFER-STATUS          PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM       PIC 9(6).
           05  WS-RUN-DD           PIC 9(2).
       01  WS-COUNTERS.
           05  WS-TRANS-READ-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-SETTLED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-INTERNAL-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-EXTERNAL-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-REJECT-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-POSTED-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-OUTPUT-TOTAL         PIC 9(7) VALUE ZEROS.
       01  WS-TOTALS-FLAG          PIC X VALUE 'Y'.
           88  TOTALS-BALANCED         VALUE 'Y' FALSE 'N'.
       01  WS-TOTAL-POSTED         PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-INTEREST       PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-FEES           PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-PAID-OUT       PIC S9(11)V99 VALUE ZEROS.
       01  WS-REJECT-REASON        PIC X(20) VALUE SPACES.
       01  WS-REJECT-CODE          PIC 9(4) VALUE ZEROS.
      * Accounts settled this run, so a second card for the same
      * account the same night is refused instead of paid twice.
       01  WS-SETTLED-TABLE.
           05  WS-SETTLED-ENTRIES  PIC 9(3) VALUE ZEROS.
           05  WS-SETTLED-CONTA    PIC 9(10) OCCURS 500 TIMES.
       01  WS-SET-IX               PIC 9(3).
      * The account being closed, kept apart from SALDO-REC so the
      * payout account can be read into the record area.
       01  WS-CL-CONTA             PIC 9(10).
      * The holder the account is closed for: the requester, or for a
      * procurador the holder whose mandate carries the closing power.
       01  WS-CL-HOLDER-CPF        PIC X(11).
       01  WS-CL-SALDO             PIC S9(9)V99.
       01  WS-CL-AGENCIA           PIC 9(4).
       01  WS-CL-TIER              PIC 9.
       01  WS-CL-MOEDA             PIC X(3).
           88  CL-MOEDA-BRL            VALUES 'BRL' SPACES.
       01  WS-CL-LAST-ACCRUAL      PIC 9(8).
       01  WS-TO-CONTA             PIC 9(10).
      * Settlement figures: gross interest, IR withheld, net credited,
      * the part-month fee, and what is left to pay out.
       01  WS-INTEREST-RATE        PIC 9V9(4) VALUE ZEROS.
       01  WS-INTEREST-AMOUNT      PIC S9(9)V99 VALUE ZEROS.
       01  WS-TAX-RATE             PIC 9V9(4) VALUE ZEROS.
       01  WS-TAX-AMOUNT           PIC S9(9)V99 VALUE ZEROS.
       01  WS-NET-INTEREST         PIC S9(9)V99 VALUE ZEROS.
       01  WS-TOTAL-TAX            PIC S9(11)V99 VALUE ZEROS.
       01  WS-FEE-DAYS             PIC 9(2).
       01  WS-FEE-AMOUNT           PIC S9(7)V99 VALUE ZEROS.
       01  WS-PAYOUT               PIC S9(9)V99 VALUE ZEROS.
      * Negotiated rate-agreement lookup, INTACCR's shape: no
      * agreement file simply means the tier tables price every
      * account.
       01  WS-RATEAGR-STATUS        PIC XX.
       01  WS-RATEAGR-AVAIL-FLAG    PIC X VALUE 'N'.
           88  RATEAGR-AVAILABLE        VALUE 'Y' FALSE 'N'.
       01  WS-AGREEMENT-FLAG        PIC X VALUE 'N'.
           88  AGREEMENT-IN-FORCE       VALUE 'Y' FALSE 'N'.
       01  WS-AGREED-RATE           PIC 9V9(4) VALUE ZEROS.
       01  WS-AGREED-INDEX          PIC X(4) VALUE SPACES.
           88  AGREEMENT-IS-FIXED       VALUE SPACES.
       01  WS-AGREED-INDEX-MODE     PIC X VALUE SPACES.
           88  AGREED-PCT-OF-INDEX      VALUE 'P'.
       01  WS-AGREED-INDEX-PCT      PIC 9(3)V99 VALUE ZEROS.
       01  WS-INDEX-FROM-DATE       PIC 9(8).
       01  WS-INDEX-SUM             PIC 9(3)V9(8).
       01  WS-INDEX-DAYS            PIC 9(5).
       01  WS-PERIOD-RATE           PIC 9(3)V9(8).
       01  WS-INDEX-PRICE-FLAG      PIC X VALUE 'N'.
           88  INDEX-PRICED             VALUE 'Y'.
           88  INDEX-RATE-MISSING       VALUE 'M'.
           88  NOT-INDEX-PRICED         VALUE 'N'.
      * Actual-days basis from the flat day-number arithmetic shared
      * with INTACCR and DORMRPT.  An account never accrued takes a
      * single day; one already accrued tonight takes none.
       01  WS-ACCRUAL-DAYS          PIC 9(5).
       01  WS-RUN-DAY-NUM           PIC 9(7).
       01  WS-ACCR-DAY-NUM          PIC 9(7).
       01  WS-DATE-WORK             PIC 9(8).
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY         PIC 9(4).
           05  WS-DATE-MM           PIC 9(2).
           05  WS-DATE-DD           PIC 9(2).
       01  WS-DAY-NUM-OUT           PIC 9(7).
      * IR withholding bracket table loaded from TAXBRKT.
       01  WS-TAXBRKT-STATUS        PIC XX.
       01  WS-TAXBRKT-EOF           PIC X VALUE 'N'.
           88  TAXBRKT-AT-EOF           VALUE 'Y'.
       01  WS-TAX-TABLE.
           05  WS-TAX-ENTRY-COUNT  PIC 9(2) VALUE ZEROS.
           05  WS-TAX-ENTRY OCCURS 10 TIMES
                             INDEXED BY WS-TAX-IDX.
               10  WS-TT-INT-LOW       PIC 9(9)V99.
               10  WS-TT-RATE          PIC 9V9(4).
       01  WS-AMOUNT-X              PIC X(11).
       01  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-X
                                    PIC 9(9)V99.
       01  WS-RATE-X                PIC X(5).
       01  WS-RATE-NUM REDEFINES WS-RATE-X
                                    PIC 9V9(4).
       01  TAX-DETAIL-LINE.
           05  FILLER           PIC X VALUE 'D'.
           05  TXD-CONTA        PIC 9(10).
           05  TXD-RUN-DATE     PIC 9(8).
           05  TXD-GROSS        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  TXD-TAX          PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  FILLER           PIC X(37) VALUE SPACES.
       01  TAX-TOTAL-LINE.
           05  FILLER           PIC X VALUE 'T'.
           05  TXT-RUN-DATE     PIC 9(8).
           05  TXT-TOTAL-TAX    PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  FILLER           PIC X(57) VALUE SPACES.
      * Posting leg work area, and the same redefine shape DRCRCAP
      * reads the posting amount back through.
       01  WS-LEG-CONTA            PIC 9(10).
       01  WS-LEG-AMOUNT           PIC S9(9)V99.
       01  WS-LEG-DC               PIC X.
       01  WS-LEG-SOURCE           PIC X(4).
       01  WS-LEG-FEE-TYPE         PIC X VALUE SPACE.
       01  WS-POST-AMOUNT-X        PIC X(11).
       01  WS-POST-AMOUNT-NUM REDEFINES WS-POST-AMOUNT-X
                                   PIC 9(9)V99.
      * Parameters for the shared edits: ACCTCHK check digit, HOLDSUM
      * held funds, PERCHK period status.
       01  WS-ACCTCHK-NUMBER       PIC X(10).
       01  WS-ACCTCHK-RESULT       PIC X VALUE 'Y'.
           88  ACCT-NUM-VALID          VALUE 'Y' FALSE 'N'.
       01  WS-HOLD-CONTA           PIC 9(10).
       01  WS-HOLD-TOTAL           PIC S9(9)V99.
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
               'ACCOUNT CLOSURE SETTLEMENTS'.
           05  FILLER         PIC X(10) VALUE 'RUN DATE '.
           05  HDR-RUN-DATE   PIC 9(8).
       01  REGISTER-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  RGL-CONTA      PIC 9(10).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  RGL-CPF        PIC X(11).
           05  FILLER         PIC X(10) VALUE ' INTEREST '.
           05  RGL-INTEREST   PIC -(9)9.99.
           05  FILLER         PIC X(5)  VALUE ' FEE '.
           05  RGL-FEE        PIC -(7)9.99.
           05  FILLER         PIC X(8)  VALUE ' PAID '.
           05  RGL-PAYOUT     PIC -(9)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  RGL-ROUTE      PIC X(4).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  RGL-TARGET     PIC X(12).
       01  TOTAL-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(9)  VALUE 'SETTLED '.
           05  TTL-SETTLED    PIC ZZZZZZ9.
           05  FILLER         PIC X(10) VALUE ' INTEREST '.
           05  TTL-INTEREST   PIC -(11)9.99.
           05  FILLER         PIC X(6)  VALUE ' FEES '.
           05  TTL-FEES       PIC -(9)9.99.
           05  FILLER         PIC X(10) VALUE ' PAID OUT '.
           05  TTL-PAID-OUT   PIC -(11)9.99.
      * The customer's closing statement, one page per account.
       01  STMT-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(40) VALUE
               'ACCOUNT CLOSING STATEMENT'.
           05  FILLER         PIC X(6)  VALUE 'DATE '.
           05  STH-DATE       PIC 9(8).
       01  STMT-NAME-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  STN-NOME       PIC X(20).
       01  STMT-ADDR-LINE-1.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  STA-LOGRADOURO PIC X(40).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  STA-NUMERO     PIC X(6).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  STA-COMPLEMENTO PIC X(20).
       01  STMT-ADDR-LINE-2.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  STA-CIDADE     PIC X(30).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  STA-UF         PIC X(2).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  STA-CEP        PIC X(8).
       01  STMT-ACCT-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(8)  VALUE 'ACCOUNT '.
           05  STC-CONTA      PIC 9(10).
           05  FILLER         PIC X(9)  VALUE ' AGENCIA '.
           05  STC-AGENCIA    PIC 9(4).
           05  FILLER         PIC X(10) VALUE ' CURRENCY '.
           05  STC-MOEDA      PIC X(3).
           05  FILLER         PIC X(5)  VALUE ' CPF '.
           05  STC-CPF        PIC X(11).
       01  STMT-AMT-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  SAL-LABEL      PIC X(30).
           05  SAL-DAYS       PIC ZZZZ9 BLANK WHEN ZERO.
           05  SAL-DAYS-TEXT  PIC X(6).
           05  SAL-AMOUNT     PIC -(9)9.99.
       01  STMT-INT-DEST-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(24) VALUE
               'PAID TO OUR ACCOUNT '.
           05  SID-CONTA      PIC 9(10).
       01  STMT-EXT-DEST-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(8)  VALUE 'PAID BY '.
           05  SED-METHOD     PIC X(4).
           05  FILLER         PIC X(9)  VALUE ' TO BANK '.
           05  SED-BANK       PIC X(3).
           05  FILLER         PIC X(8)  VALUE ' BRANCH '.
           05  SED-BRANCH     PIC X(4).
           05  FILLER         PIC X(9)  VALUE ' ACCOUNT '.
           05  SED-ACCOUNT    PIC X(12).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  SED-NAME       PIC X(30).
       01  STMT-NOTE-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(60) VALUE
               'THE ACCOUNT CLOSES WHEN TONIGHT''S POSTINGS SETTLE'.
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
           PERFORM SETTLE-UNTIL-DONE
           PERFORM CLOSE-STOP.
      *
      * OPEN-FILES refuses a second run on the same business date (a
      * doubled settlement is money out the door twice) and a date in
      * a closed period.  The loan, standing-order, mandate and
      * rate-agreement files are optional: a file that is not there
      * has nothing on it to stop or price a closure.
       OPEN-FILES.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM CHECK-PRIOR-RUN.
           MOVE WS-RUN-DATE TO WS-PERCHK-DATE
           CALL 'PERCHK' USING WS-PERCHK-DATE WS-PERCHK-RESULT
           IF NOT PERIOD-IS-OPEN
               DISPLAY 'CLOSESET CANNOT START - THE BUSINESS '
                       'DATE FALLS IN A CLOSED PERIOD'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLOSE-REQ.
           OPEN INPUT SALDO-FILE
           IF WS-SALDO-STATUS NOT = '00'
               DISPLAY 'CLOSESET UNABLE TO OPEN SALDOFIL - STATUS '
                   WS-SALDO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'CLOSESET UNABLE TO OPEN CUSTXREF - STATUS '
                   WS-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CLOSESET UNABLE TO OPEN CUSTMAST - STATUS '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = '00'
               SET LOAN-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-STATUS = '00'
               SET ORDER-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT MANDATE-FILE
           IF WS-MANDATE-STATUS = '00'
               SET MANDATE-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT PROCURA-FILE
           IF WS-PROCURA-STATUS = '00'
               SET PROCURA-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT RATE-AGR-FILE
           IF WS-RATEAGR-STATUS = '00'
               SET RATEAGR-AVAILABLE TO TRUE
           END-IF
           OPEN I-O XFER-FILE
           IF WS-XFER-STATUS = '35'
               OPEN OUTPUT XFER-FILE
               CLOSE XFER-FILE
               OPEN I-O XFER-FILE
           END-IF
           OPEN OUTPUT POSTING-OUT.
           OPEN OUTPUT TAX-FILE.
           OPEN OUTPUT GL-ITEM-OUT.
           OPEN OUTPUT CLOSE-CARD-OUT.
           OPEN OUTPUT STMT-FILE.
           OPEN OUTPUT EXCEPT-FILE.
           OPEN OUTPUT PRINT-FILE.
           PERFORM LOAD-TAX-BRACKETS.
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           PERFORM FLATTEN-DATE
           MOVE WS-DAY-NUM-OUT TO WS-RUN-DAY-NUM
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           PERFORM START-RUN-CONTROL.
      *
       LOAD-TAX-BRACKETS.
           OPEN INPUT TAX-BRACKET
           IF WS-TAXBRKT-STATUS NOT = '00'
               DISPLAY 'CLOSESET - NO TAXBRKT FILE - NO IR '
                       'WITHHOLDING THIS RUN'
               SET TAXBRKT-AT-EOF TO TRUE
           END-IF
           PERFORM LOAD-ONE-BRACKET UNTIL TAXBRKT-AT-EOF
           IF WS-TAXBRKT-STATUS = '00' OR WS-TAXBRKT-STATUS = '10'
               CLOSE TAX-BRACKET
           END-IF.
      *
       LOAD-ONE-BRACKET.
           READ TAX-BRACKET
               AT END SET TAXBRKT-AT-EOF TO TRUE
               NOT AT END
                   IF WS-TAX-ENTRY-COUNT < 10
                           AND TXB-INT-LOW IS NUMERIC
                           AND TXB-RATE IS NUMERIC
                       ADD 1 TO WS-TAX-ENTRY-COUNT
                       SET WS-TAX-IDX TO WS-TAX-ENTRY-COUNT
                       MOVE TXB-INT-LOW TO WS-AMOUNT-X
                       MOVE WS-AMOUNT-NUM
                           TO WS-TT-INT-LOW(WS-TAX-IDX)
                       MOVE TXB-RATE TO WS-RATE-X
                       MOVE WS-RATE-NUM TO WS-TT-RATE(WS-TAX-IDX)
                   ELSE
                       DISPLAY 'CLOSESET - TAXBRKT ROW DROPPED'
                   END-IF
           END-READ.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'CLOSESET' TO SEQ-JOB-NAME
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
           MOVE 'CLOSESET'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       SETTLE-UNTIL-DONE.
           PERFORM READ-REQUEST
           PERFORM APPLY-AND-READ-NEXT
               UNTIL TRANS-AT-EOF OR COUNTER-OVERFLOWED.
      *
       APPLY-AND-READ-NEXT.
           PERFORM APPLY-REQUEST
           PERFORM READ-REQUEST.
      *
       READ-REQUEST.
           READ CLOSE-REQ
               AT END SET TRANS-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-TRANS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
      * APPLY-REQUEST edits the card and finds the account and the
      * holder before anything is priced.
       APPLY-REQUEST.
           EVALUATE TRUE
               WHEN CRQ-CONTA-NUM IS NOT NUMERIC
                   MOVE 'INVALID ACCOUNT' TO WS-REJECT-REASON
                   MOVE 4024 TO WS-REJECT-CODE
                   PERFORM REJECT-REQUEST
               WHEN NOT CRQ-PAY-INTERNAL AND NOT CRQ-PAY-EXTERNAL
                   MOVE 'INVALID PAYOUT TYPE' TO WS-REJECT-REASON
                   MOVE 4007 TO WS-REJECT-CODE
                   PERFORM REJECT-REQUEST
               WHEN OTHER
                   PERFORM CHECK-SETTLED-THIS-RUN
                   IF ALREADY-SETTLED
                       MOVE 'ALREADY SETTLED' TO WS-REJECT-REASON
                       MOVE 4031 TO WS-REJECT-CODE
                       PERFORM REJECT-REQUEST
                   ELSE
                       PERFORM FETCH-CLOSING-ACCOUNT
                   END-IF
           END-EVALUATE.
      *
       CHECK-SETTLED-THIS-RUN.
           SET ALREADY-SETTLED TO FALSE
           PERFORM CHECK-ONE-SETTLED
               VARYING WS-SET-IX FROM 1 BY 1
               UNTIL WS-SET-IX > WS-SETTLED-ENTRIES
                  OR ALREADY-SETTLED.
      *
       CHECK-ONE-SETTLED.
           IF WS-SETTLED-CONTA(WS-SET-IX) = CRQ-CONTA-NUM
               SET ALREADY-SETTLED TO TRUE
           END-IF.
      *
       FETCH-CLOSING-ACCOUNT.
           MOVE CRQ-CONTA-NUM TO CONTA-NUM IN SALDO-REC
           READ SALDO-FILE
               INVALID KEY
                   MOVE 'ACCT NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 4018 TO WS-REJECT-CODE
                   PERFORM REJECT-REQUEST
               NOT INVALID KEY
                   MOVE CONTA-NUM IN SALDO-REC TO WS-CL-CONTA
                   MOVE SALDO              TO WS-CL-SALDO
                   MOVE SALDO-AGENCIA      TO WS-CL-AGENCIA
                   MOVE ACCT-TIER          TO WS-CL-TIER
                   MOVE SALDO-MOEDA        TO WS-CL-MOEDA
                   MOVE SALDO-LAST-ACCRUAL TO WS-CL-LAST-ACCRUAL
                   PERFORM CHECK-REQUESTING-HOLDER
           END-READ.
      *
      * CHECK-REQUESTING-HOLDER takes the closure from a holder of
      * the account.  A procurador acts for the holder in the day's
      * business but ends the relationship only under a mandate in
      * force that grants the closing power.
       CHECK-REQUESTING-HOLDER.
           MOVE CRQ-CPF     TO WS-CL-HOLDER-CPF
           MOVE CRQ-CPF     TO XRF-CPF
           MOVE WS-CL-CONTA TO XRF-CONTA-NUM
           READ XREF-FILE KEY IS XRF-KEY
               INVALID KEY
                   MOVE 'NOT A HOLDER' TO WS-REJECT-REASON
                   MOVE 4022 TO WS-REJECT-CODE
                   PERFORM REJECT-REQUEST
               NOT INVALID KEY
                   IF XRF-PROCURADOR
                       PERFORM CHECK-CLOSING-MANDATE
                   ELSE
                       PERFORM CHECK-COMMITMENTS
                   END-IF
           END-READ.
      *
      * CHECK-CLOSING-MANDATE looks among the account's other links
      * for a holder whose mandate to the requester is in force on
      * the business date and carries the closing power.
       CHECK-CLOSING-MANDATE.
           SET CLOSING-POWER-FOUND TO FALSE
           IF PROCURA-FILE-OPEN
               SET SCAN-DONE TO FALSE
               MOVE WS-CL-CONTA TO XRF-CONTA-NUM
               START XREF-FILE KEY IS EQUAL TO XRF-CONTA-NUM
                   INVALID KEY SET SCAN-DONE TO TRUE
               END-START
               PERFORM CHECK-ONE-GRANTOR
                   UNTIL SCAN-DONE OR CLOSING-POWER-FOUND
           END-IF
           IF CLOSING-POWER-FOUND
               PERFORM CHECK-COMMITMENTS
           ELSE
               MOVE 'NO CLOSING MANDATE' TO WS-REJECT-REASON
               MOVE 4053 TO WS-REJECT-CODE
               PERFORM REJECT-REQUEST
           END-IF.
      *
       CHECK-ONE-GRANTOR.
           READ XREF-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   IF XRF-CONTA-NUM NOT = WS-CL-CONTA
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF NOT XRF-PROCURADOR
                           MOVE XRF-CPF TO PRC-GRANTOR-CPF
                           MOVE CRQ-CPF TO PRC-ATTORNEY-CPF
                           PERFORM CHECK-ONE-PROCURACAO
                       END-IF
                   END-IF
           END-READ.
      *
       CHECK-ONE-PROCURACAO.
           READ PROCURA-FILE KEY IS PRC-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRC-ACTIVE AND PRC-MAY-CLOSE
                           AND PRC-VALID-FROM NOT > WS-RUN-DATE
                           AND PRC-VALID-TO NOT < WS-RUN-DATE
                       SET CLOSING-POWER-FOUND TO TRUE
                       MOVE PRC-GRANTOR-CPF TO WS-CL-HOLDER-CPF
                   END-IF
           END-READ.
      *
      * CHECK-COMMITMENTS refuses the closure while anything still
      * runs against the account.  Loans and standing orders are
      * keyed by their own numbers, so each is a pass of the file;
      * closure cards come a handful a night and the pass is cheap.
       CHECK-COMMITMENTS.
           MOVE WS-CL-CONTA TO WS-HOLD-CONTA
           CALL 'HOLDSUM' USING WS-HOLD-CONTA WS-RUN-DATE
                                WS-HOLD-TOTAL
           PERFORM FIND-LIVE-LOAN
           PERFORM FIND-ACTIVE-ORDER
           PERFORM FIND-ACTIVE-MANDATE
           EVALUATE TRUE
               WHEN WS-HOLD-TOTAL > ZEROS
                   MOVE 'FUNDS HELD' TO WS-REJECT-REASON
                   MOVE 4038 TO WS-REJECT-CODE
                   PERFORM REJECT-REQUEST
               WHEN LIVE-LOAN-FOUND
                   MOVE 'LIVE LOAN' TO WS-REJECT-REASON
                   MOVE 4044 TO WS-REJECT-CODE
                   PERFORM REJECT-REQUEST
               WHEN ACTIVE-ORDER-FOUND
                   MOVE 'ACTIVE STND ORDER' TO WS-REJECT-REASON
                   MOVE 4044 TO WS-REJECT-CODE
                   PERFORM REJECT-REQUEST
               WHEN ACTIVE-MANDATE-FOUND
                   MOVE 'ACTIVE DD MANDATE' TO WS-REJECT-REASON
                   MOVE 4044 TO WS-REJECT-CODE
                   PERFORM REJECT-REQUEST
               WHEN WS-CL-TIER < 1 OR WS-CL-TIER > 3
                   MOVE 'INVALID ACCT TIER' TO WS-REJECT-REASON
                   MOVE 4016 TO WS-REJECT-CODE
                   PERFORM REJECT-REQUEST
               WHEN OTHER
                   PERFORM PRICE-SETTLEMENT
           END-EVALUATE.
      *
      * FIND-LIVE-LOAN looks for a contract still being paid from the
      * account - active or in arrears.
       FIND-LIVE-LOAN.
           SET LIVE-LOAN-FOUND TO FALSE
           IF LOAN-FILE-OPEN
               SET SCAN-DONE TO FALSE
               MOVE ZEROS TO LN-CONTRACT
               START LOAN-FILE KEY IS NOT LESS THAN LN-CONTRACT
                   INVALID KEY SET SCAN-DONE TO TRUE
               END-START
               PERFORM CHECK-ONE-LOAN
                   UNTIL SCAN-DONE OR LIVE-LOAN-FOUND
           END-IF.
      *
       CHECK-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   IF LN-CONTA-NUM = WS-CL-CONTA
                           AND (LN-ACTIVE OR LN-IN-ARREARS)
                       SET LIVE-LOAN-FOUND TO TRUE
                   END-IF
           END-READ.
      *
      * FIND-ACTIVE-ORDER looks for an active standing order paying
      * from the account, or paying into it from another of ours.
       FIND-ACTIVE-ORDER.
           SET ACTIVE-ORDER-FOUND TO FALSE
           IF ORDER-FILE-OPEN
               SET SCAN-DONE TO FALSE
               MOVE ZEROS TO SO-ID
               START ORDER-FILE KEY IS NOT LESS THAN SO-ID
                   INVALID KEY SET SCAN-DONE TO TRUE
               END-START
               PERFORM CHECK-ONE-ORDER
                   UNTIL SCAN-DONE OR ACTIVE-ORDER-FOUND
           END-IF.
      *
       CHECK-ONE-ORDER.
           READ ORDER-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   IF SO-ACTIVE
                       IF SO-CONTA-NUM = WS-CL-CONTA
                           SET ACTIVE-ORDER-FOUND TO TRUE
                       END-IF
                       IF SO-DEST-INTERNAL
                               AND SO-COUNTERPART = WS-CL-CONTA
                           SET ACTIVE-ORDER-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.
      *
      * FIND-ACTIVE-MANDATE walks the account's mandates off the
      * DDMAND alternate key.
       FIND-ACTIVE-MANDATE.
           SET ACTIVE-MANDATE-FOUND TO FALSE
           IF MANDATE-FILE-OPEN
               SET SCAN-DONE TO FALSE
               MOVE WS-CL-CONTA TO DDM-CONTA-NUM
               START MANDATE-FILE KEY IS EQUAL TO DDM-CONTA-NUM
                   INVALID KEY SET SCAN-DONE TO TRUE
               END-START
               PERFORM CHECK-ONE-MANDATE
                   UNTIL SCAN-DONE OR ACTIVE-MANDATE-FOUND
           END-IF.
      *
       CHECK-ONE-MANDATE.
           READ MANDATE-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   IF DDM-CONTA-NUM NOT = WS-CL-CONTA
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF DDM-ACTIVE
                           SET ACTIVE-MANDATE-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.
      *
      * PRICE-SETTLEMENT works out the final interest and the
      * part-month fee, and what the balance leaves to pay out.
       PRICE-SETTLEMENT.
           PERFORM PRICE-FINAL-INTEREST
           PERFORM PRICE-PRORATA-FEE
           COMPUTE WS-PAYOUT =
               WS-CL-SALDO + WS-NET-INTEREST - WS-FEE-AMOUNT
           EVALUATE TRUE
               WHEN INDEX-RATE-MISSING
                   MOVE 'NO INDEX RATE' TO WS-REJECT-REASON
                   MOVE 4042 TO WS-REJECT-CODE
                   PERFORM REJECT-REQUEST
               WHEN WS-PAYOUT < ZEROS
                   MOVE 'CHARGES EXCEED SALDO' TO WS-REJECT-REASON
                   MOVE 4041 TO WS-REJECT-CODE
                   PERFORM REJECT-REQUEST
               WHEN WS-PAYOUT = ZEROS
                   PERFORM SETTLE-ACCOUNT
               WHEN CRQ-PAY-INTERNAL
                   PERFORM CHECK-INTERNAL-PAYOUT
               WHEN OTHER
                   PERFORM CHECK-EXTERNAL-PAYOUT
           END-EVALUATE.
      *
      * PRICE-FINAL-INTEREST is INTACCR's accrual for the days since
      * the account's last accrual, on tonight's record: the penalty
      * table on a negative balance, a rate agreement in force, the
      * currency's tier table otherwise.  A dormant account is frozen
      * from accrual and earns nothing here either.
       PRICE-FINAL-INTEREST.
           MOVE ZEROS TO WS-INTEREST-AMOUNT WS-TAX-AMOUNT
                         WS-NET-INTEREST WS-ACCRUAL-DAYS
                         WS-INTEREST-RATE
           SET NOT-INDEX-PRICED TO TRUE
           IF NOT SALDO-DORMANT AND WS-CL-SALDO NOT = ZEROS
               PERFORM COMPUTE-ACCRUAL-DAYS
               PERFORM LOOKUP-RATE-AGREEMENT
               EVALUATE TRUE
                   WHEN WS-CL-SALDO < ZEROS AND MOEDA-USD
                       MOVE WS-USD-PENALTY-RATE(WS-CL-TIER)
                           TO WS-INTEREST-RATE
                   WHEN WS-CL-SALDO < ZEROS
                       MOVE WS-PENALTY-RATE(WS-CL-TIER)
                           TO WS-INTEREST-RATE
                   WHEN AGREEMENT-IN-FORCE
                       MOVE WS-AGREED-RATE TO WS-INTEREST-RATE
                   WHEN MOEDA-USD
                       MOVE WS-USD-TIER-RATE(WS-CL-TIER)
                           TO WS-INTEREST-RATE
                   WHEN OTHER
                       MOVE WS-TIER-RATE(WS-CL-TIER)
                           TO WS-INTEREST-RATE
               END-EVALUATE
               IF AGREEMENT-IN-FORCE AND NOT AGREEMENT-IS-FIXED
                       AND WS-CL-SALDO NOT < ZEROS
                       AND WS-ACCRUAL-DAYS > ZEROS
                   PERFORM PRICE-FROM-INDEX
               END-IF
               IF INDEX-PRICED
                   COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                       WS-CL-SALDO * WS-PERIOD-RATE
               ELSE
                   COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                       WS-CL-SALDO * WS-INTEREST-RATE * WS-ACCRUAL-DAYS
               END-IF
               PERFORM COMPUTE-WITHHOLDING
           END-IF.
      *
       COMPUTE-ACCRUAL-DAYS.
           IF WS-CL-LAST-ACCRUAL = ZEROS
               MOVE 1 TO WS-ACCRUAL-DAYS
           ELSE
               MOVE WS-CL-LAST-ACCRUAL TO WS-DATE-WORK
               PERFORM FLATTEN-DATE
               MOVE WS-DAY-NUM-OUT TO WS-ACCR-DAY-NUM
               IF WS-RUN-DAY-NUM > WS-ACCR-DAY-NUM
                   COMPUTE WS-ACCRUAL-DAYS =
                       WS-RUN-DAY-NUM - WS-ACCR-DAY-NUM
               ELSE
                   MOVE ZEROS TO WS-ACCRUAL-DAYS
               END-IF
           END-IF.
      *
       LOOKUP-RATE-AGREEMENT.
           SET AGREEMENT-IN-FORCE TO FALSE
           IF RATEAGR-AVAILABLE
               MOVE WS-CL-CONTA TO RAG-CONTA-NUM
               READ RATE-AGR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RAG-START-DATE <= WS-RUN-DATE
                               AND RAG-EXPIRY-DATE >= WS-RUN-DATE
                           SET AGREEMENT-IN-FORCE TO TRUE
                           MOVE RAG-RATE       TO WS-AGREED-RATE
                           MOVE RAG-INDEX-TYPE TO WS-AGREED-INDEX
                           MOVE RAG-INDEX-MODE TO WS-AGREED-INDEX-MODE
                           MOVE RAG-INDEX-PCT  TO WS-AGREED-INDEX-PCT
                       END-IF
               END-READ
           END-IF.
      *
      * PRICE-FROM-INDEX is INTACCR's floating-agreement pricing over
      * the days since the last accrual.
       PRICE-FROM-INDEX.
           IF WS-CL-LAST-ACCRUAL = ZEROS
               COMPUTE WS-INDEX-FROM-DATE = WS-RUN-DATE - 1
           ELSE
               MOVE WS-CL-LAST-ACCRUAL TO WS-INDEX-FROM-DATE
           END-IF
           CALL 'IDXRATE' USING WS-AGREED-INDEX WS-INDEX-FROM-DATE
                                WS-RUN-DATE WS-INDEX-SUM
                                WS-INDEX-DAYS
           IF WS-INDEX-DAYS = ZEROS
               SET INDEX-RATE-MISSING TO TRUE
           ELSE
               SET INDEX-PRICED TO TRUE
               IF AGREED-PCT-OF-INDEX
                   COMPUTE WS-PERIOD-RATE ROUNDED =
                       WS-INDEX-SUM * WS-AGREED-INDEX-PCT / 100
               ELSE
                   COMPUTE WS-PERIOD-RATE ROUNDED =
                       WS-INDEX-SUM + WS-AGREED-RATE * WS-ACCRUAL-DAYS
               END-IF
           END-IF.
      *
      * COMPUTE-WITHHOLDING picks the highest bracket whose floor the
      * gross interest reaches, INTACCR's rule.  Nothing is withheld
      * on a zero or negative amount.
       COMPUTE-WITHHOLDING.
           MOVE ZEROS TO WS-TAX-RATE
           IF WS-INTEREST-AMOUNT > ZEROS
               PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                       UNTIL WS-TAX-IDX > WS-TAX-ENTRY-COUNT
                   IF WS-INTEREST-AMOUNT >=
                           WS-TT-INT-LOW(WS-TAX-IDX)
                       MOVE WS-TT-RATE(WS-TAX-IDX) TO WS-TAX-RATE
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-TAX-AMOUNT ROUNDED =
               WS-INTEREST-AMOUNT * WS-TAX-RATE
           COMPUTE WS-NET-INTEREST =
               WS-INTEREST-AMOUNT - WS-TAX-AMOUNT.
      *
      * PRICE-PRORATA-FEE charges the month's maintenance fee for the
      * days of the month so far, on a 30-day month.  FEEASSES's
      * exemptions hold: a dormant or zero-balance account pays none.
       PRICE-PRORATA-FEE.
           MOVE ZEROS TO WS-FEE-AMOUNT WS-FEE-DAYS
           IF NOT SALDO-DORMANT AND WS-CL-SALDO NOT = ZEROS
               MOVE WS-RUN-DD TO WS-FEE-DAYS
               IF WS-FEE-DAYS > 30
                   MOVE 30 TO WS-FEE-DAYS
               END-IF
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   WS-TIER-FEE(WS-CL-TIER) * WS-FEE-DAYS / 30
           END-IF.
      *
      * CHECK-INTERNAL-PAYOUT takes another account of ours in the
      * same currency; the money does not cross a currency here.
       CHECK-INTERNAL-PAYOUT.
           EVALUATE TRUE
               WHEN CRQ-TO-CONTA IS NOT NUMERIC
               WHEN CRQ-TO-CONTA = CRQ-CONTA-NUM
                   MOVE 'INVALID PAYOUT ACCT' TO WS-REJECT-REASON
                   MOVE 4024 TO WS-REJECT-CODE
                   PERFORM REJECT-REQUEST
               WHEN OTHER
                   MOVE CRQ-TO-CONTA TO WS-ACCTCHK-NUMBER
                   CALL 'ACCTCHK' USING WS-ACCTCHK-NUMBER
                                        WS-ACCTCHK-RESULT
                   IF NOT ACCT-NUM-VALID
                       MOVE 'BAD CHECK DIGIT' TO WS-REJECT-REASON
                       MOVE 4039 TO WS-REJECT-CODE
                       PERFORM REJECT-REQUEST
                   ELSE
                       PERFORM FETCH-PAYOUT-ACCOUNT
                   END-IF
           END-EVALUATE.
      *
       FETCH-PAYOUT-ACCOUNT.
           MOVE CRQ-TO-CONTA TO WS-TO-CONTA
           MOVE WS-TO-CONTA  TO CONTA-NUM IN SALDO-REC
           READ SALDO-FILE
               INVALID KEY
                   MOVE 'PAYOUT NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 4018 TO WS-REJECT-CODE
                   PERFORM REJECT-REQUEST
               NOT INVALID KEY
                   IF (CL-MOEDA-BRL AND MOEDA-BRL)
                           OR SALDO-MOEDA = WS-CL-MOEDA
                       PERFORM SETTLE-ACCOUNT
                   ELSE
                       MOVE 'PAYOUT CURRENCY' TO WS-REJECT-REASON
                       MOVE 4024 TO WS-REJECT-CODE
                       PERFORM REJECT-REQUEST
                   END-IF
           END-READ.
      *
      * CHECK-EXTERNAL-PAYOUT edits the beneficiary the way TELLER
      * edits a transfer keyed at the window.  TED and PIX move reais
      * only, so a foreign-currency account pays out internally.
       CHECK-EXTERNAL-PAYOUT.
           EVALUATE TRUE
               WHEN NOT CL-MOEDA-BRL
                   MOVE 'PAYOUT MUST BE BRL' TO WS-REJECT-REASON
                   MOVE 4024 TO WS-REJECT-CODE
                   PERFORM REJECT-REQUEST
               WHEN NOT CRQ-METHOD-VALID
                   MOVE 'INVALID METHOD' TO WS-REJECT-REASON
                   MOVE 4007 TO WS-REJECT-CODE
                   PERFORM REJECT-REQUEST
               WHEN CRQ-BEN-BANK IS NOT NUMERIC
               WHEN CRQ-BEN-BRANCH IS NOT NUMERIC
               WHEN CRQ-BEN-ACCOUNT = SPACES
                   MOVE 'INVALID BENEFICIARY' TO WS-REJECT-REASON
                   MOVE 4024 TO WS-REJECT-CODE
                   PERFORM REJECT-REQUEST
               WHEN CRQ-BEN-DOC(1:11) IS NOT NUMERIC
               WHEN CRQ-BEN-DOC(12:3) IS NOT NUMERIC
                       AND CRQ-BEN-DOC(12:3) NOT = SPACES
                   MOVE 'INVALID BEN DOC' TO WS-REJECT-REASON
                   MOVE 4001 TO WS-REJECT-CODE
                   PERFORM REJECT-REQUEST
               WHEN CRQ-BEN-NAME = SPACES
                   MOVE 'INVALID BEN NAME' TO WS-REJECT-REASON
                   MOVE 4011 TO WS-REJECT-CODE
                   PERFORM REJECT-REQUEST
               WHEN OTHER
                   PERFORM SETTLE-ACCOUNT
           END-EVALUATE.
      *
      * SETTLE-ACCOUNT queues an outbound transfer first, so a
      * transfer that cannot be queued leaves the account untouched;
      * then the legs post, the close card goes to ACCTMNT and the
      * statement prints.
       SETTLE-ACCOUNT.
           SET XFER-QUEUED-OK TO TRUE
           IF WS-PAYOUT > ZEROS AND CRQ-PAY-EXTERNAL
               PERFORM QUEUE-PAYOUT-XFER
           END-IF
           IF NOT XFER-QUEUED-OK
               MOVE 'TRANSFER NOT QUEUED' TO WS-REJECT-REASON
               MOVE 4031 TO WS-REJECT-CODE
               PERFORM REJECT-REQUEST
           ELSE
               PERFORM POST-SETTLEMENT
               PERFORM WRITE-CLOSE-CARD
               PERFORM PRINT-CLOSING-STATEMENT
               PERFORM PRINT-REGISTER-LINE
               PERFORM TALLY-SETTLEMENT
           END-IF.
      *
      * POST-SETTLEMENT writes the interest, the fee and the payout
      * as legs on the closing account (and the payout's credit on
      * our own receiving account).  A negative interest amount is
      * the penalty on an overdrawn account and posts as a debit; the
      * ledger item carries the sign, so GLEXTR books it reversed.
       POST-SETTLEMENT.
           MOVE WS-CL-CONTA TO WS-LEG-CONTA
           IF WS-NET-INTEREST > ZEROS
               MOVE WS-NET-INTEREST TO WS-LEG-AMOUNT
               MOVE 'C'             TO WS-LEG-DC
               MOVE 'CINT'          TO WS-LEG-SOURCE
               PERFORM WRITE-POSTING-LEG
           END-IF
           IF WS-NET-INTEREST < ZEROS
               COMPUTE WS-LEG-AMOUNT = ZEROS - WS-NET-INTEREST
               MOVE 'D'             TO WS-LEG-DC
               MOVE 'CINT'          TO WS-LEG-SOURCE
               PERFORM WRITE-POSTING-LEG
           END-IF
           IF WS-NET-INTEREST NOT = ZEROS
               MOVE SPACES          TO GL-ITEM-REC
               MOVE 'INTACCR'       TO GLI-SOURCE
               MOVE WS-CL-CONTA     TO GLI-KEY
               MOVE WS-NET-INTEREST TO GLI-AMOUNT
               MOVE WS-RUN-DATE     TO GLI-POST-DATE
               MOVE 'CLOSESET'      TO GLI-PROGRAM
               WRITE GL-ITEM-REC
           END-IF
           IF WS-INTEREST-AMOUNT > ZEROS
               PERFORM WRITE-TAX-DETAIL
           END-IF
           IF WS-FEE-AMOUNT > ZEROS
               MOVE WS-FEE-AMOUNT   TO WS-LEG-AMOUNT
               MOVE 'D'             TO WS-LEG-DC
               MOVE 'FEE '          TO WS-LEG-SOURCE
               MOVE 'M'             TO WS-LEG-FEE-TYPE
               PERFORM WRITE-POSTING-LEG
               MOVE SPACE           TO WS-LEG-FEE-TYPE
           END-IF
           IF WS-PAYOUT > ZEROS
               MOVE WS-PAYOUT       TO WS-LEG-AMOUNT
               MOVE 'D'             TO WS-LEG-DC
               IF CRQ-PAY-EXTERNAL
                   MOVE 'XFER'      TO WS-LEG-SOURCE
                   PERFORM WRITE-POSTING-LEG
               ELSE
                   MOVE 'CLOS'      TO WS-LEG-SOURCE
                   PERFORM WRITE-POSTING-LEG
                   MOVE WS-TO-CONTA TO WS-LEG-CONTA
                   MOVE 'C'         TO WS-LEG-DC
                   PERFORM WRITE-POSTING-LEG
               END-IF
           END-IF.
      *
       WRITE-POSTING-LEG.
           MOVE SPACES          TO POSTING-OUT-REC
           MOVE WS-LEG-CONTA    TO PST-CONTA-NUM
           MOVE WS-LEG-AMOUNT   TO WS-POST-AMOUNT-NUM
           MOVE WS-POST-AMOUNT-X TO PST-AMOUNT
           MOVE WS-LEG-DC       TO PST-DC-CODE
           MOVE WS-RUN-DATE     TO PST-POST-DATE
           MOVE WS-LEG-SOURCE   TO PST-SOURCE-CODE
           MOVE WS-LEG-FEE-TYPE TO PST-FEE-TYPE
           WRITE POSTING-OUT-REC
           ADD 1 TO WS-POSTED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-POSTED-COUNT OVERFLOWED'
           END-ADD
           ADD WS-LEG-AMOUNT TO WS-TOTAL-POSTED
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-POSTED OVERFLOWED'
           END-ADD.
      *
       WRITE-TAX-DETAIL.
           MOVE WS-CL-CONTA        TO TXD-CONTA
           MOVE WS-RUN-DATE        TO TXD-RUN-DATE
           MOVE WS-INTEREST-AMOUNT TO TXD-GROSS
           MOVE WS-TAX-AMOUNT      TO TXD-TAX
           WRITE TAX-REC FROM TAX-DETAIL-LINE
           IF WS-TAX-AMOUNT NOT = ZEROS
               MOVE SPACES          TO GL-ITEM-REC
               MOVE 'IRTAX'         TO GLI-SOURCE
               MOVE WS-CL-CONTA     TO GLI-KEY
               MOVE WS-TAX-AMOUNT   TO GLI-AMOUNT
               MOVE WS-RUN-DATE     TO GLI-POST-DATE
               MOVE 'CLOSESET'      TO GLI-PROGRAM
               WRITE GL-ITEM-REC
           END-IF
           ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-TAX OVERFLOWED'
           END-ADD.
      *
      * QUEUE-PAYOUT-XFER numbers the payout off the OUTXFER counter
      * on RUNSEQ and queues it for XFERSEND under origin CLOS.
       QUEUE-PAYOUT-XFER.
           PERFORM NEXT-XFER-ID
           MOVE SPACES               TO OUT-XFER-REC
           MOVE SEQ-LAST-NUMBER      TO XFR-ID
           MOVE WS-CL-CONTA          TO XFR-CONTA-NUM
           MOVE CRQ-METHOD           TO XFR-METHOD
           MOVE CRQ-BEN-BANK         TO XFR-BEN-BANK
           MOVE CRQ-BEN-BRANCH       TO XFR-BEN-BRANCH
           MOVE CRQ-BEN-ACCOUNT      TO XFR-BEN-ACCOUNT
           MOVE CRQ-BEN-DOC          TO XFR-BEN-DOC
           MOVE CRQ-BEN-NAME         TO XFR-BEN-NAME
           MOVE WS-PAYOUT            TO XFR-AMOUNT
           MOVE 'CLOS'               TO XFR-ORIGIN
           MOVE 'CLOSESET'           TO XFR-ORIGIN-REF
           MOVE WS-RUN-DATE          TO XFR-CREATED-DATE
           SET XFR-QUEUED            TO TRUE
           MOVE ZEROS                TO XFR-SENT-DATE
                                        XFR-FILE-SEQ
                                        XFR-SETTLE-DATE
           WRITE OUT-XFER-REC
               INVALID KEY
                   SET XFER-QUEUED-OK TO FALSE
           END-WRITE.
      *
      * NEXT-XFER-ID takes the next transfer number from the OUTXFER
      * counter on RUNSEQ, shared with STORDRUN and TELLER.
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
      * WRITE-CLOSE-CARD hands the account to ACCTMNT's close, which
      * runs after tonight's capture has brought it to zero.
       WRITE-CLOSE-CARD.
           MOVE SPACES        TO CLOSE-CARD-REC
           MOVE 'C'           TO CCD-ACTION-CODE
           MOVE WS-CL-CONTA   TO CCD-CONTA-NUM
           MOVE WS-CL-HOLDER-CPF TO CCD-CPF
           WRITE CLOSE-CARD-REC.
      *
      * PRINT-CLOSING-STATEMENT prints the customer's page: who, which
      * account, how the balance was settled and where it went.  A
      * holder missing from the customer master still gets the page,
      * addressed by CPF alone.
       PRINT-CLOSING-STATEMENT.
           MOVE WS-CL-HOLDER-CPF TO CPF IN CLIENTE-REC
           READ CUSTMAST
               INVALID KEY
                   MOVE SPACES TO CLIENTE-REC
           END-READ
           MOVE WS-RUN-DATE TO STH-DATE
           WRITE STMT-REC FROM STMT-HDR-LINE AFTER ADVANCING PAGE
           WRITE STMT-REC FROM SPACES
           MOVE NOME        TO STN-NOME
           WRITE STMT-REC FROM STMT-NAME-LINE
           MOVE LOGRADOURO  TO STA-LOGRADOURO
           MOVE NUMERO      TO STA-NUMERO
           MOVE COMPLEMENTO TO STA-COMPLEMENTO
           WRITE STMT-REC FROM STMT-ADDR-LINE-1
           MOVE CIDADE      TO STA-CIDADE
           MOVE UF          TO STA-UF
           MOVE CEP         TO STA-CEP
           WRITE STMT-REC FROM STMT-ADDR-LINE-2
           WRITE STMT-REC FROM SPACES
           MOVE WS-CL-CONTA   TO STC-CONTA
           MOVE WS-CL-AGENCIA TO STC-AGENCIA
           MOVE WS-CL-MOEDA   TO STC-MOEDA
           IF CL-MOEDA-BRL
               MOVE 'BRL' TO STC-MOEDA
           END-IF
           MOVE WS-CL-HOLDER-CPF TO STC-CPF
           WRITE STMT-REC FROM STMT-ACCT-LINE
           WRITE STMT-REC FROM SPACES
           MOVE 'BALANCE BEFORE CLOSING' TO SAL-LABEL
           MOVE ZEROS              TO SAL-DAYS
           MOVE SPACES             TO SAL-DAYS-TEXT
           MOVE WS-CL-SALDO        TO SAL-AMOUNT
           WRITE STMT-REC FROM STMT-AMT-LINE
           MOVE 'FINAL INTEREST'   TO SAL-LABEL
           MOVE WS-ACCRUAL-DAYS    TO SAL-DAYS
           MOVE ' DAYS'            TO SAL-DAYS-TEXT
           MOVE WS-INTEREST-AMOUNT TO SAL-AMOUNT
           WRITE STMT-REC FROM STMT-AMT-LINE
           MOVE 'IR WITHHELD'      TO SAL-LABEL
           MOVE ZEROS              TO SAL-DAYS
           MOVE SPACES             TO SAL-DAYS-TEXT
           COMPUTE SAL-AMOUNT = ZEROS - WS-TAX-AMOUNT
           WRITE STMT-REC FROM STMT-AMT-LINE
           MOVE 'MAINTENANCE FEE'  TO SAL-LABEL
           MOVE WS-FEE-DAYS        TO SAL-DAYS
           MOVE ' DAYS'            TO SAL-DAYS-TEXT
           COMPUTE SAL-AMOUNT = ZEROS - WS-FEE-AMOUNT
           WRITE STMT-REC FROM STMT-AMT-LINE
           MOVE 'PAID OUT'         TO SAL-LABEL
           MOVE ZEROS              TO SAL-DAYS
           MOVE SPACES             TO SAL-DAYS-TEXT
           COMPUTE SAL-AMOUNT = ZEROS - WS-PAYOUT
           WRITE STMT-REC FROM STMT-AMT-LINE
           MOVE 'CLOSING BALANCE'  TO SAL-LABEL
           MOVE ZEROS              TO SAL-AMOUNT
           WRITE STMT-REC FROM STMT-AMT-LINE
           WRITE STMT-REC FROM SPACES
           IF WS-PAYOUT > ZEROS
               IF CRQ-PAY-EXTERNAL
                   IF CRQ-METHOD = 'P'
                       MOVE 'PIX'  TO SED-METHOD
                   ELSE
                       MOVE 'TED'  TO SED-METHOD
                   END-IF
                   MOVE CRQ-BEN-BANK    TO SED-BANK
                   MOVE CRQ-BEN-BRANCH  TO SED-BRANCH
                   MOVE CRQ-BEN-ACCOUNT TO SED-ACCOUNT
                   MOVE CRQ-BEN-NAME    TO SED-NAME
                   WRITE STMT-REC FROM STMT-EXT-DEST-LINE
               ELSE
                   MOVE WS-TO-CONTA     TO SID-CONTA
                   WRITE STMT-REC FROM STMT-INT-DEST-LINE
               END-IF
           END-IF
           WRITE STMT-REC FROM STMT-NOTE-LINE.
      *
       PRINT-REGISTER-LINE.
           MOVE WS-CL-CONTA     TO RGL-CONTA
           MOVE WS-CL-HOLDER-CPF TO RGL-CPF
           MOVE WS-NET-INTEREST TO RGL-INTEREST
           MOVE WS-FEE-AMOUNT   TO RGL-FEE
           MOVE WS-PAYOUT       TO RGL-PAYOUT
           MOVE SPACES          TO RGL-TARGET
           EVALUATE TRUE
               WHEN WS-PAYOUT = ZEROS
                   MOVE 'NONE'          TO RGL-ROUTE
               WHEN CRQ-PAY-EXTERNAL AND CRQ-METHOD = 'P'
                   MOVE 'PIX'           TO RGL-ROUTE
                   MOVE CRQ-BEN-ACCOUNT TO RGL-TARGET
               WHEN CRQ-PAY-EXTERNAL
                   MOVE 'TED'           TO RGL-ROUTE
                   MOVE CRQ-BEN-ACCOUNT TO RGL-TARGET
               WHEN OTHER
                   MOVE 'INT'           TO RGL-ROUTE
                   MOVE WS-TO-CONTA     TO RGL-TARGET
           END-EVALUATE
           WRITE PRINT-REC FROM REGISTER-LINE.
      *
       TALLY-SETTLEMENT.
           ADD 1 TO WS-SETTLED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-SETTLED-COUNT OVERFLOWED'
           END-ADD
           IF WS-PAYOUT > ZEROS
               IF CRQ-PAY-EXTERNAL
                   ADD 1 TO WS-EXTERNAL-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-EXTERNAL-COUNT OVERFLOWED'
                   END-ADD
               ELSE
                   ADD 1 TO WS-INTERNAL-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-INTERNAL-COUNT OVERFLOWED'
                   END-ADD
               END-IF
           END-IF
           ADD WS-NET-INTEREST TO WS-TOTAL-INTEREST
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-INTEREST OVERFLOWED'
           END-ADD
           ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-FEES OVERFLOWED'
           END-ADD
           ADD WS-PAYOUT TO WS-TOTAL-PAID-OUT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-PAID-OUT OVERFLOWED'
           END-ADD
           IF WS-SETTLED-ENTRIES < 500
               ADD 1 TO WS-SETTLED-ENTRIES
               MOVE WS-CL-CONTA TO WS-SETTLED-CONTA(WS-SETTLED-ENTRIES)
           END-IF.
      *
       REJECT-REQUEST.
           ADD 1 TO WS-REJECT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REJECT-COUNT OVERFLOWED'
           END-ADD
           MOVE SPACES           TO EXC-REC
           MOVE 'CLOSESET'       TO EXC-PROGRAM
           MOVE CRQ-CONTA-NUM    TO EXC-KEY
           MOVE WS-REJECT-CODE   TO EXC-REASON-CODE
           MOVE WS-REJECT-REASON TO EXC-REASON-TEXT
           MOVE CRQ-CPF          TO EXC-INPUT-DATA(1:11)
           MOVE CRQ-OPERATOR     TO EXC-INPUT-DATA(13:8)
           WRITE EXC-REC.
      *
      * FLATTEN-DATE turns WS-DATE-WORK (YYYYMMDD) into the
      * approximate day number shared with INTACCR and DORMRPT.
       FLATTEN-DATE.
           COMPUTE WS-DAY-NUM-OUT =
               (WS-DATE-YYYY * 365) + (WS-DATE-MM * 30) + WS-DATE-DD.
      *
       CLOSE-STOP.
           MOVE WS-RUN-DATE  TO TXT-RUN-DATE
           MOVE WS-TOTAL-TAX TO TXT-TOTAL-TAX
           WRITE TAX-REC FROM TAX-TOTAL-LINE
           MOVE WS-SETTLED-COUNT  TO TTL-SETTLED
           MOVE WS-TOTAL-INTEREST TO TTL-INTEREST
           MOVE WS-TOTAL-FEES     TO TTL-FEES
           MOVE WS-TOTAL-PAID-OUT TO TTL-PAID-OUT
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM TOTAL-LINE
           PERFORM FINISH-RUN-CONTROL
           PERFORM RECONCILE-TOTALS
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-CTL-TOTALS
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE CLOSE-REQ.
           CLOSE SALDO-FILE.
           CLOSE XREF-FILE.
           CLOSE CUSTMAST.
           IF LOAN-FILE-OPEN
               CLOSE LOAN-FILE
           END-IF
           IF ORDER-FILE-OPEN
               CLOSE ORDER-FILE
           END-IF
           IF MANDATE-FILE-OPEN
               CLOSE MANDATE-FILE
           END-IF
           IF PROCURA-FILE-OPEN
               CLOSE PROCURA-FILE
           END-IF
           IF RATEAGR-AVAILABLE
               CLOSE RATE-AGR-FILE
           END-IF
           CLOSE XFER-FILE.
           CLOSE POSTING-OUT.
           CLOSE TAX-FILE.
           CLOSE GL-ITEM-OUT.
           CLOSE CLOSE-CARD-OUT.
           CLOSE STMT-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'CLOSESET READ ' WS-TRANS-READ-COUNT
                   ' SETTLED ' WS-SETTLED-COUNT
                   ' INTERNAL ' WS-INTERNAL-COUNT
                   ' EXTERNAL ' WS-EXTERNAL-COUNT
                   ' REJECTED ' WS-REJECT-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'CLOSESET ABORTED - COUNTER OVERFLOWED'
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
               MOVE 'ACCOUNT CLOSURES REFUSED' TO WS-ALERT-MESSAGE
               MOVE WS-REJECT-COUNT TO WS-ALERT-COUNT
               PERFORM WRITE-ALERT-RECORD
           END-IF.
           GOBACK.
      *
      * RECONCILE-TOTALS is the shop-wide input-total vs. output-total
      * check: every card read must land somewhere - settled or
      * refused - or the run is a hard error.
       RECONCILE-TOTALS.
           SET TOTALS-BALANCED TO TRUE
           COMPUTE WS-OUTPUT-TOTAL = WS-SETTLED-COUNT + WS-REJECT-COUNT
           IF WS-TRANS-READ-COUNT NOT = WS-OUTPUT-TOTAL
               SET TOTALS-BALANCED TO FALSE
               DISPLAY 'CLOSESET CONTROL TOTALS OUT OF BALANCE - READ '
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
           MOVE 'CLOSESET'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-TRANS-READ-COUNT TO CTLT-READ-COUNT
           MOVE WS-SETTLED-COUNT    TO CTLT-OUTPUT-COUNT
           MOVE WS-REJECT-COUNT     TO CTLT-REJECT-COUNT
           IF TOTALS-BALANCED
               SET CTLT-BALANCED TO TRUE
           ELSE
               SET CTLT-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS appends the money this run put on the posting
      * feed to the CTLTODAY control-total file so CTLRECON reconciles
      * the money as well as the counts.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES           TO CTL-TOTAL-REC
           MOVE 'CLOSESET'       TO CTL-JOB-ID
           MOVE WS-RUN-DATE      TO CTL-RUN-DATE
           MOVE WS-POSTED-COUNT  TO CTL-RECORD-COUNT
           MOVE WS-TOTAL-POSTED  TO CTL-DOLLAR-TOTAL
           WRITE CTL-TOTAL-REC
           CLOSE CTL-TOTAL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the settlements broken out by where the money went.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'CLOSESET'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-TRANS-READ-COUNT TO SUMM-RECORD-COUNT
           MOVE WS-SETTLED-COUNT    TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'PAID INTERNALLY'   TO SUMM-CATEGORY-NAME
           MOVE WS-INTERNAL-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'PAID BY TED/PIX'   TO SUMM-CATEGORY-NAME
           MOVE WS-EXTERNAL-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'REFUSED'           TO SUMM-CATEGORY-NAME
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
           MOVE 'CLOSESET'        TO ALR-JOB-NAME
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
           MOVE 'CLOSESET' TO WS-DEP-JOB-NAME
           MOVE WS-RUN-DATE TO WS-DEP-RUN-DATE
           CALL 'JOBDEP' USING WS-DEP-JOB-NAME WS-DEP-RUN-DATE
                               WS-DEP-FOUND
           IF DEP-JOB-RAN
               PERFORM READ-OVERRIDE-CARD
               IF OVERRIDE-SUPPLIED
                   DISPLAY 'CLOSESET RERUN OVERRIDE ACCEPTED FOR '
                           WS-RUN-DATE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'SAME-DATE RERUN OVERRIDE ACCEPTED'
                       TO WS-ALERT-MESSAGE
                   MOVE ZEROS TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               ELSE
                   DISPLAY 'CLOSESET ALREADY RAN FOR ' WS-RUN-DATE
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
       END PROGRAM CLOSESET.
