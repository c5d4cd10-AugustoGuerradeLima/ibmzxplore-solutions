      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ODPROP.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  ODPROP is the monthly pre-approved overdraft proposal run.
      *  Limits on OVRDRFT used to exist only when a customer asked
      *  and a manager keyed one, while good customers who overdrew
      *  without one went to BALCHECK's exception report.  Scheduled
      *  after AVGBAL at month-end, it scores every live reais account
      *  on the balance file from what the shop already holds:
      *    - its saldo medio over the AVGBAL months (at least three
      *      months of history are needed to be scored at all);
      *    - regular salary: PAYR credits from PAYINTAK on the
      *      retained posting detail, this month and last;
      *    - want-of-funds cheque returns on CHQRTNH in the last year;
      *    - the primary holder's loans on LOANMST - a contract in
      *      arrears rules the account out, a renegotiated one scores
      *      nothing for a clean record;
      *    - the primary holder's KYCREVW risk tier - high risk rules
      *      the account out, medium halves the limit, a holder not
      *      yet scored counts as medium.
      *  Points and limit bands are in the WS-OD-RULES block below.
      *  The limit is a month's salary, or half the saldo medio for
      *  an account without one, scaled by the score band and the
      *  risk tier, rounded down to the hundred and capped.  A figure
      *  above the account's current unexpired limit is filed on
      *  ODPROPS (ODPROP.cpy) pending, as a new facility or an
      *  increase; nothing here touches OVRDRFT.  A supervisor works
      *  the queue on the ODAPDSK desk (CB0159), where an approval
      *  writes the facility.  The register lists every proposal with
      *  its inputs, and counts each account set aside by reason.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDO-FILE   ASSIGN TO SALDOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTA-NUM IN SALDO-REC.
           SELECT AVG-BAL-FILE ASSIGN TO AVGBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABL-KEY
               FILE STATUS IS WS-AVGBAL-STATUS.
           SELECT XREF-FILE   ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               ALTERNATE RECORD KEY IS XRF-CONTA-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
           SELECT POST-HIST-FILE ASSIGN TO PSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PSTHIST-STATUS.
           SELECT RTN-HIST-FILE ASSIGN TO CHQRTNH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTH-KEY
               FILE STATUS IS WS-RTNHIST-STATUS.
           SELECT KYC-FILE    ASSIGN TO KYCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KYC-CPF
               FILE STATUS IS WS-KYC-STATUS.
           SELECT LOAN-FILE   ASSIGN TO LOANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-CONTRACT
               FILE STATUS IS WS-LOANMST-STATUS.
           SELECT OVERDRAFT-FILE ASSIGN TO OVRDRFT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-CONTA-NUM
               FILE STATUS IS WS-OVRDRFT-STATUS.
           SELECT LOAN-WORK-FILE ASSIGN TO ODLNWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LWK-CPF
               FILE STATUS IS WS-LNWORK-STATUS.
           SELECT OD-PROP-FILE ASSIGN TO ODPROPS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODP-CONTA-NUM
               FILE STATUS IS WS-ODPROPS-STATUS.
           SELECT PRINT-FILE   ASSIGN TO PRTFILE.
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
       FD  AVG-BAL-FILE RECORDING MODE F.
           COPY AVGBAL.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
      *
       FD  POST-HIST-FILE RECORDING MODE F.
           COPY PSTHIST.
      *
       FD  RTN-HIST-FILE RECORDING MODE F.
           COPY CHQRTNH.
      *
       FD  KYC-FILE RECORDING MODE F.
           COPY KYCREC.
      *
       FD  LOAN-FILE RECORDING MODE F.
           COPY LOANMST.
      *
       FD  OVERDRAFT-FILE RECORDING MODE F.
           COPY OVRDRFT.
      *
      * One record per borrower CPF with a loan that has gone bad,
      * rebuilt every run from the loan master: D a contract in
      * arrears now, R only renegotiated ones.
       FD  LOAN-WORK-FILE RECORDING MODE F.
       01  LOAN-WORK-REC.
           05  LWK-CPF          PIC X(11).
           05  LWK-HISTORY      PIC X.
               88  LWK-IN-ARREARS       VALUE 'D'.
               88  LWK-RENEGOTIATED     VALUE 'R'.
           05  FILLER           PIC X(8).
      *
       FD  OD-PROP-FILE RECORDING MODE F.
           COPY ODPROP.
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
           05  WS-SALDO-EOF        PIC X VALUE 'N'.
               88  SALDO-AT-EOF        VALUE 'Y'.
           05  WS-LOAN-EOF         PIC X VALUE 'N'.
               88  LOAN-AT-EOF         VALUE 'Y'.
           05  WS-PRIMARY-FLAG     PIC X VALUE 'N'.
               88  PRIMARY-FOUND       VALUE 'Y' FALSE 'N'.
           05  WS-XREF-SCAN-FLAG   PIC X VALUE 'N'.
               88  XREF-SCAN-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-SCAN-FLAG        PIC X VALUE 'N'.
               88  SCAN-DONE           VALUE 'Y' FALSE 'N'.
           05  WS-ELIGIBLE-FLAG    PIC X VALUE 'N'.
               88  ACCOUNT-ELIGIBLE    VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-AVGBAL-STATUS        PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-PSTHIST-STATUS       PIC XX.
       01  WS-RTNHIST-STATUS       PIC XX.
       01  WS-KYC-STATUS           PIC XX.
       01  WS-LOANMST-STATUS       PIC XX.
       01  WS-OVRDRFT-STATUS       PIC XX.
       01  WS-LNWORK-STATUS        PIC XX.
       01  WS-ODPROPS-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(4).
           05  WS-RUN-MM           PIC 9(2).
           05  WS-RUN-DD           PIC 9(2).
      * The salary window starts on the first of last month - the
      * oldest posting detail CTLHSKP keeps - and a return counts for
      * a year.
       01  WS-PRIOR-START.
           05  WS-PRIOR-YYYY       PIC 9(4).
           05  WS-PRIOR-MM         PIC 9(2).
           05  FILLER              PIC 9(2) VALUE 01.
       01  WS-PRIOR-START-DATE REDEFINES WS-PRIOR-START
                                   PIC 9(8).
       01  WS-MONTH-START-DATE     PIC 9(8).
       01  WS-RETURN-CUTOFF        PIC 9(8).
      *-----------------------------------------------------------------
      *  WS-OD-RULES - the scoring points and limit bands.
      *  Saldo medio:  at or over WS-RULE-AVG-HIGH 30 points, at or
      *                over WS-RULE-AVG-MID 20, any positive mean 10;
      *                twelve months on file 10 more, six 5.
      *  Salary:       both months 30, one month 15.
      *  Returns:      none in the year 15, one 5.
      *  Loans:        no renegotiated contract 15.
      *  A score under WS-RULE-MIN-SCORE proposes nothing; from there
      *  the base is taken at 50%, 75% from WS-RULE-BAND-MID, and in
      *  full from WS-RULE-BAND-HIGH.
      *-----------------------------------------------------------------
       01  WS-OD-RULES.
           05  WS-RULE-AVG-HIGH     PIC 9(7)V99 VALUE 5000.00.
           05  WS-RULE-AVG-MID      PIC 9(7)V99 VALUE 1000.00.
           05  WS-RULE-MIN-MONTHS   PIC 9(2)    VALUE 03.
           05  WS-RULE-MIN-SCORE    PIC 9(3)    VALUE 050.
           05  WS-RULE-BAND-MID     PIC 9(3)    VALUE 065.
           05  WS-RULE-BAND-HIGH    PIC 9(3)    VALUE 080.
           05  WS-RULE-LIMIT-CAP    PIC 9(7)V99 VALUE 20000.00.
           05  WS-RULE-LIMIT-MIN    PIC 9(7)V99 VALUE 100.00.
      * One account's scoring inputs and result.
       01  WS-SCAN-CONTA           PIC 9(10).
       01  WS-OWNER-CPF            PIC X(11).
       01  WS-AVG-MONTHS           PIC 9(2).
       01  WS-AVG-SUM              PIC S9(11)V99.
       01  WS-AVG-MEAN             PIC S9(9)V99.
       01  WS-PAY-PRIOR-FLAG       PIC X.
           88  PAID-LAST-MONTH         VALUE 'Y' FALSE 'N'.
       01  WS-PAY-CURRENT-FLAG     PIC X.
           88  PAID-THIS-MONTH         VALUE 'Y' FALSE 'N'.
       01  WS-PAY-MONTHS           PIC 9.
       01  WS-PAY-TOTAL            PIC S9(11)V99.
       01  WS-PAY-MONTHLY          PIC S9(9)V99.
       01  WS-RETURN-COUNT         PIC 9(2).
       01  WS-LOAN-HISTORY         PIC X.
       01  WS-KYC-TIER             PIC X.
       01  WS-SCORE                PIC 9(3).
       01  WS-BASE-AMOUNT          PIC S9(9)V99.
       01  WS-BAND-PCT             PIC 9(3).
       01  WS-KYC-PCT              PIC 9(3).
       01  WS-HUNDREDS             PIC 9(7).
       01  WS-PROPOSED-LIMIT       PIC 9(9)V99.
       01  WS-CURRENT-LIMIT        PIC 9(9)V99.
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-PROPOSED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-NEW-COUNT          PIC 9(7) VALUE ZEROS.
           05  WS-INCREASE-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-NOT-LIVE-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-NO-OWNER-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-HIGH-RISK-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-ARREARS-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-SHORT-HIST-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-LOW-SCORE-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-NO-INCREASE-COUNT  PIC 9(7) VALUE ZEROS.
       01  WS-PROPOSED-TOTAL       PIC 9(11)V99 VALUE ZEROS.
      *
       01  HDR-LINE-1.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(42) VALUE
               'PRE-APPROVED OVERDRAFT PROPOSALS - RUN OF '.
           05  HDR-RUN-DATE   PIC 9(8).
       01  HDR-LINE-2.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER         PIC X(12) VALUE 'CPF'.
           05  FILLER         PIC X(6)  VALUE 'SCORE'.
           05  FILLER         PIC X(14) VALUE '  SALDO MEDIO'.
           05  FILLER         PIC X(4)  VALUE ' MTH'.
           05  FILLER         PIC X(14) VALUE '  SALARY/MTH'.
           05  FILLER         PIC X(4)  VALUE ' RTN'.
           05  FILLER         PIC X(5)  VALUE ' KYC'.
           05  FILLER         PIC X(14) VALUE '   CURRENT'.
           05  FILLER         PIC X(14) VALUE '  PROPOSED'.
           05  FILLER         PIC X(9)  VALUE ' TYPE'.
       01  DETAIL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-CONTA      PIC 9(10).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-CPF        PIC X(11).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-SCORE      PIC ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACE.
           05  DTL-AVG-MEAN   PIC -(9)9.99.
           05  FILLER         PIC X(2)  VALUE SPACE.
           05  DTL-AVG-MONTHS PIC Z9.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-PAYROLL    PIC -(9)9.99.
           05  FILLER         PIC X(2)  VALUE SPACE.
           05  DTL-RETURNS    PIC Z9.
           05  FILLER         PIC X(3)  VALUE SPACE.
           05  DTL-KYC        PIC X.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-CURRENT    PIC Z(9)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-PROPOSED   PIC Z(9)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-TYPE       PIC X(8).
       01  COUNT-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  CNL-LABEL      PIC X(34).
           05  CNL-COUNT      PIC ZZZ,ZZ9.
       01  TOTAL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(34) VALUE
               'TOTAL LIMIT PROPOSED'.
           05  TOT-AMOUNT     PIC Z(10)9.99.
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS        PIC XX.
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-RUN-NUMBER           PIC 9(7).
       01  WS-RUN-END-TIME         PIC 9(8).
       01  WS-ELAPSED-TIME         PIC 9(8).
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
           PERFORM BUILD-LOAN-HISTORY
           PERFORM PROPOSE-UNTIL-DONE
           PERFORM CLOSE-STOP.
      *
      * AVGBAL and the cross-reference are required: without the
      * saldo medio or a holder there is nothing to score.  The other
      * inputs are optional and an absent one simply scores nothing
      * (or, for KYC, every holder counts as medium risk); a run
      * without the posting detail is warned about since no salary
      * can be seen.
       OPEN-FILES.
           OPEN INPUT AVG-BAL-FILE
           IF WS-AVGBAL-STATUS NOT = '00'
               DISPLAY 'ODPROP UNABLE TO OPEN AVGBAL - STATUS '
                   WS-AVGBAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'ODPROP UNABLE TO OPEN CUSTXREF - STATUS '
                   WS-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT POST-HIST-FILE
           IF WS-PSTHIST-STATUS NOT = '00'
               DISPLAY 'ODPROP - NO POSTING HISTORY - SALARY CREDITS '
                       'WILL NOT SCORE'
           END-IF
           OPEN INPUT RTN-HIST-FILE
           OPEN INPUT KYC-FILE
           IF WS-KYC-STATUS NOT = '00'
               DISPLAY 'ODPROP - NO KYC FILE - EVERY HOLDER SCORED '
                       'AS MEDIUM RISK'
           END-IF
           OPEN INPUT OVERDRAFT-FILE
           OPEN OUTPUT LOAN-WORK-FILE
           CLOSE LOAN-WORK-FILE
           OPEN I-O LOAN-WORK-FILE
           OPEN I-O OD-PROP-FILE
           IF WS-ODPROPS-STATUS = '35'
               CLOSE OD-PROP-FILE
               OPEN OUTPUT OD-PROP-FILE
               CLOSE OD-PROP-FILE
               OPEN I-O OD-PROP-FILE
           END-IF.
           OPEN INPUT  SALDO-FILE.
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           IF WS-RUN-MM = 1
               COMPUTE WS-PRIOR-YYYY = WS-RUN-YYYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-RUN-YYYY TO WS-PRIOR-YYYY
               COMPUTE WS-PRIOR-MM = WS-RUN-MM - 1
           END-IF
           MOVE WS-RUN-DATE TO WS-MONTH-START-DATE
           MOVE 01 TO WS-MONTH-START-DATE(7:2)
           COMPUTE WS-RETURN-CUTOFF = WS-RUN-DATE - 10000
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
           MOVE 'ODPROP' TO SEQ-JOB-NAME
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
           MOVE 'ODPROP'        TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * BUILD-LOAN-HISTORY passes the loan master once and notes each
      * borrower with a contract in arrears or renegotiated - arrears
      * outranks renegotiation when a CPF has both.
       BUILD-LOAN-HISTORY.
           OPEN INPUT LOAN-FILE
           IF WS-LOANMST-STATUS = '00'
               PERFORM NOTE-ONE-LOAN UNTIL LOAN-AT-EOF
               CLOSE LOAN-FILE
           END-IF.
      *
       NOTE-ONE-LOAN.
           READ LOAN-FILE
               AT END SET LOAN-AT-EOF TO TRUE
               NOT AT END
                   IF LN-IN-ARREARS OR LN-RENEGOTIATED
                       MOVE LN-CPF TO LWK-CPF
                       READ LOAN-WORK-FILE
                           INVALID KEY
                               MOVE SPACES TO LOAN-WORK-REC
                               MOVE LN-CPF TO LWK-CPF
                               MOVE LN-STATUS TO LWK-HISTORY
                               WRITE LOAN-WORK-REC
                           NOT INVALID KEY
                               IF LN-IN-ARREARS
                                   SET LWK-IN-ARREARS TO TRUE
                                   REWRITE LOAN-WORK-REC
                               END-IF
                       END-READ
                   END-IF
           END-READ.
      *
       PROPOSE-UNTIL-DONE.
           PERFORM READ-SALDO
           PERFORM UNTIL SALDO-AT-EOF OR COUNTER-OVERFLOWED
               PERFORM SCORE-ONE-ACCOUNT
               PERFORM READ-SALDO
           END-PERFORM.
      *
       READ-SALDO.
           READ SALDO-FILE
               AT END SET SALDO-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
      * SCORE-ONE-ACCOUNT takes the account through the gates in
      * order - each one that fails counts the account under its
      * reason and the rest are skipped.
       SCORE-ONE-ACCOUNT.
           SET ACCOUNT-ELIGIBLE TO TRUE
           MOVE CONTA-NUM IN SALDO-REC TO WS-SCAN-CONTA
           IF SALDO-DORMANT OR NOT MOEDA-BRL
               SET ACCOUNT-ELIGIBLE TO FALSE
               ADD 1 TO WS-NOT-LIVE-COUNT
           END-IF
           IF ACCOUNT-ELIGIBLE
               PERFORM FIND-PRIMARY-HOLDER
               IF WS-OWNER-CPF = SPACES
                   SET ACCOUNT-ELIGIBLE TO FALSE
                   ADD 1 TO WS-NO-OWNER-COUNT
               END-IF
           END-IF
           IF ACCOUNT-ELIGIBLE
               PERFORM FIND-KYC-TIER
               IF WS-KYC-TIER = 'H'
                   SET ACCOUNT-ELIGIBLE TO FALSE
                   ADD 1 TO WS-HIGH-RISK-COUNT
               END-IF
           END-IF
           IF ACCOUNT-ELIGIBLE
               PERFORM FIND-LOAN-HISTORY
               IF WS-LOAN-HISTORY = 'D'
                   SET ACCOUNT-ELIGIBLE TO FALSE
                   ADD 1 TO WS-ARREARS-COUNT
               END-IF
           END-IF
           IF ACCOUNT-ELIGIBLE
               PERFORM FIND-AVERAGE-BALANCE
               IF WS-AVG-MONTHS < WS-RULE-MIN-MONTHS
                   SET ACCOUNT-ELIGIBLE TO FALSE
                   ADD 1 TO WS-SHORT-HIST-COUNT
               END-IF
           END-IF
           IF ACCOUNT-ELIGIBLE
               PERFORM FIND-SALARY-CREDITS
               PERFORM COUNT-CHEQUE-RETURNS
               PERFORM COMPUTE-SCORE
               IF WS-SCORE < WS-RULE-MIN-SCORE
                   SET ACCOUNT-ELIGIBLE TO FALSE
                   ADD 1 TO WS-LOW-SCORE-COUNT
               END-IF
           END-IF
           IF ACCOUNT-ELIGIBLE
               PERFORM COMPUTE-PROPOSED-LIMIT
               PERFORM FIND-CURRENT-LIMIT
               IF WS-PROPOSED-LIMIT < WS-RULE-LIMIT-MIN
                       OR WS-PROPOSED-LIMIT NOT > WS-CURRENT-LIMIT
                   SET ACCOUNT-ELIGIBLE TO FALSE
                   ADD 1 TO WS-NO-INCREASE-COUNT
               END-IF
           END-IF
           IF ACCOUNT-ELIGIBLE
               PERFORM FILE-PROPOSAL
           END-IF.
      *
      * FIND-PRIMARY-HOLDER is the shared duplicate-alternate-key
      * walk: the primary wins, the first holder stands in when no
      * link carries the role.
       FIND-PRIMARY-HOLDER.
           SET PRIMARY-FOUND TO FALSE
           SET XREF-SCAN-DONE TO FALSE
           MOVE SPACES TO WS-OWNER-CPF
           MOVE WS-SCAN-CONTA TO XRF-CONTA-NUM
           READ XREF-FILE KEY IS XRF-CONTA-NUM
               INVALID KEY
                   SET XREF-SCAN-DONE TO TRUE
               NOT INVALID KEY
                   MOVE XRF-CPF TO WS-OWNER-CPF
                   IF XRF-PRIMARY-HOLDER
                       SET PRIMARY-FOUND TO TRUE
                   END-IF
           END-READ
           PERFORM SCAN-CO-HOLDERS
               UNTIL XREF-SCAN-DONE OR PRIMARY-FOUND.
      *
       SCAN-CO-HOLDERS.
           READ XREF-FILE NEXT RECORD
               AT END SET XREF-SCAN-DONE TO TRUE
               NOT AT END
                   IF XRF-CONTA-NUM NOT = WS-SCAN-CONTA
                       SET XREF-SCAN-DONE TO TRUE
                   ELSE
                       IF XRF-PRIMARY-HOLDER
                           MOVE XRF-CPF TO WS-OWNER-CPF
                           SET PRIMARY-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.
      *
       FIND-KYC-TIER.
           MOVE 'M' TO WS-KYC-TIER
           IF WS-KYC-STATUS = '00'
               MOVE WS-OWNER-CPF TO KYC-CPF
               READ KYC-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF KYC-LOW-RISK OR KYC-HIGH-RISK
                           MOVE KYC-RISK-TIER TO WS-KYC-TIER
                       END-IF
               END-READ
           END-IF.
      *
       FIND-LOAN-HISTORY.
           MOVE SPACE TO WS-LOAN-HISTORY
           MOVE WS-OWNER-CPF TO LWK-CPF
           READ LOAN-WORK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE LWK-HISTORY TO WS-LOAN-HISTORY
           END-READ.
      *
      * FIND-AVERAGE-BALANCE walks the account's months on AVGBAL for
      * the mean saldo medio - CUST360's walk.
       FIND-AVERAGE-BALANCE.
           MOVE ZEROS TO WS-AVG-MONTHS
           MOVE ZEROS TO WS-AVG-SUM
           MOVE ZEROS TO WS-AVG-MEAN
           SET SCAN-DONE TO FALSE
           MOVE WS-SCAN-CONTA TO ABL-CONTA-NUM
           MOVE ZEROS         TO ABL-MONTH
           START AVG-BAL-FILE KEY IS NOT LESS THAN ABL-KEY
               INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-ONE-AVERAGE UNTIL SCAN-DONE
           IF WS-AVG-MONTHS > ZEROS
               COMPUTE WS-AVG-MEAN ROUNDED =
                   WS-AVG-SUM / WS-AVG-MONTHS
           END-IF.
      *
       SCAN-ONE-AVERAGE.
           READ AVG-BAL-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   IF ABL-CONTA-NUM NOT = WS-SCAN-CONTA
                       SET SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-AVG-MONTHS
                       ADD ABL-AVG-SALDO TO WS-AVG-SUM
                   END-IF
           END-READ.
      *
      * FIND-SALARY-CREDITS reads the account's retained detail from
      * the first of last month and notes which of the two months
      * carried a standing PAYR credit, and how much came in.
       FIND-SALARY-CREDITS.
           SET PAID-LAST-MONTH TO FALSE
           SET PAID-THIS-MONTH TO FALSE
           MOVE ZEROS TO WS-PAY-MONTHS
           MOVE ZEROS TO WS-PAY-TOTAL
           MOVE ZEROS TO WS-PAY-MONTHLY
           IF WS-PSTHIST-STATUS = '00'
               SET SCAN-DONE TO FALSE
               MOVE WS-SCAN-CONTA       TO PH-CONTA-NUM
               MOVE WS-PRIOR-START-DATE TO PH-POST-DATE
               MOVE ZEROS               TO PH-SEQ
               START POST-HIST-FILE KEY IS NOT LESS THAN PH-KEY
                   INVALID KEY SET SCAN-DONE TO TRUE
               END-START
               PERFORM SCAN-ONE-POSTING UNTIL SCAN-DONE
           END-IF
           IF PAID-LAST-MONTH
               ADD 1 TO WS-PAY-MONTHS
           END-IF
           IF PAID-THIS-MONTH
               ADD 1 TO WS-PAY-MONTHS
           END-IF
           IF WS-PAY-MONTHS > ZEROS
               COMPUTE WS-PAY-MONTHLY ROUNDED =
                   WS-PAY-TOTAL / WS-PAY-MONTHS
           END-IF.
      *
       SCAN-ONE-POSTING.
           READ POST-HIST-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   IF PH-CONTA-NUM NOT = WS-SCAN-CONTA
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF PH-SOURCE-CODE = 'PAYR' AND PH-CREDIT
                               AND PH-NOT-REVERSED
                           ADD PH-AMOUNT TO WS-PAY-TOTAL
                           IF PH-POST-DATE < WS-MONTH-START-DATE
                               SET PAID-LAST-MONTH TO TRUE
                           ELSE
                               SET PAID-THIS-MONTH TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
      * COUNT-CHEQUE-RETURNS adds up the account's want-of-funds
      * returns whose latest return falls in the last year.
       COUNT-CHEQUE-RETURNS.
           MOVE ZEROS TO WS-RETURN-COUNT
           IF WS-RTNHIST-STATUS = '00'
               SET SCAN-DONE TO FALSE
               MOVE WS-SCAN-CONTA TO RTH-CONTA-NUM
               MOVE LOW-VALUES    TO RTH-CHQ-NUMBER
               START RTN-HIST-FILE KEY IS NOT LESS THAN RTH-KEY
                   INVALID KEY SET SCAN-DONE TO TRUE
               END-START
               PERFORM SCAN-ONE-RETURN UNTIL SCAN-DONE
           END-IF.
      *
       SCAN-ONE-RETURN.
           READ RTN-HIST-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   IF RTH-CONTA-NUM NOT = WS-SCAN-CONTA
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF RTH-LAST-DATE >= WS-RETURN-CUTOFF
                           ADD RTH-RETURN-COUNT TO WS-RETURN-COUNT
                               ON SIZE ERROR
                                   MOVE 99 TO WS-RETURN-COUNT
                           END-ADD
                       END-IF
                   END-IF
           END-READ.
      *
      * COMPUTE-SCORE applies the WS-OD-RULES points.
       COMPUTE-SCORE.
           MOVE ZEROS TO WS-SCORE
           EVALUATE TRUE
               WHEN WS-AVG-MEAN >= WS-RULE-AVG-HIGH
                   ADD 30 TO WS-SCORE
               WHEN WS-AVG-MEAN >= WS-RULE-AVG-MID
                   ADD 20 TO WS-SCORE
               WHEN WS-AVG-MEAN > ZEROS
                   ADD 10 TO WS-SCORE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-AVG-MONTHS >= 12
                   ADD 10 TO WS-SCORE
               WHEN WS-AVG-MONTHS >= 6
                   ADD 5 TO WS-SCORE
           END-EVALUATE
           EVALUATE WS-PAY-MONTHS
               WHEN 2
                   ADD 30 TO WS-SCORE
               WHEN 1
                   ADD 15 TO WS-SCORE
           END-EVALUATE
           EVALUATE WS-RETURN-COUNT
               WHEN 0
                   ADD 15 TO WS-SCORE
               WHEN 1
                   ADD 5 TO WS-SCORE
           END-EVALUATE
           IF WS-LOAN-HISTORY NOT = 'R'
               ADD 15 TO WS-SCORE
           END-IF.
      *
      * COMPUTE-PROPOSED-LIMIT: a month's salary, or half the saldo
      * medio without one, by score band and risk tier, rounded down
      * to the hundred and capped.
       COMPUTE-PROPOSED-LIMIT.
           IF WS-PAY-MONTHS > ZEROS
               MOVE WS-PAY-MONTHLY TO WS-BASE-AMOUNT
           ELSE
               COMPUTE WS-BASE-AMOUNT = WS-AVG-MEAN / 2
           END-IF
           EVALUATE TRUE
               WHEN WS-SCORE >= WS-RULE-BAND-HIGH
                   MOVE 100 TO WS-BAND-PCT
               WHEN WS-SCORE >= WS-RULE-BAND-MID
                   MOVE 75 TO WS-BAND-PCT
               WHEN OTHER
                   MOVE 50 TO WS-BAND-PCT
           END-EVALUATE
           IF WS-KYC-TIER = 'L'
               MOVE 100 TO WS-KYC-PCT
           ELSE
               MOVE 50 TO WS-KYC-PCT
           END-IF
           MOVE ZEROS TO WS-PROPOSED-LIMIT
           IF WS-BASE-AMOUNT > ZEROS
               COMPUTE WS-HUNDREDS =
                   WS-BASE-AMOUNT * WS-BAND-PCT * WS-KYC-PCT
                       / 1000000
               COMPUTE WS-PROPOSED-LIMIT = WS-HUNDREDS * 100
               IF WS-PROPOSED-LIMIT > WS-RULE-LIMIT-CAP
                   MOVE WS-RULE-LIMIT-CAP TO WS-PROPOSED-LIMIT
               END-IF
           END-IF.
      *
      * FIND-CURRENT-LIMIT - an expired facility counts as none.
       FIND-CURRENT-LIMIT.
           MOVE ZEROS TO WS-CURRENT-LIMIT
           IF WS-OVRDRFT-STATUS = '00'
               MOVE WS-SCAN-CONTA TO OD-CONTA-NUM
               READ OVERDRAFT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF OD-EXPIRY-DATE >= WS-RUN-DATE
                           MOVE OD-LIMIT TO WS-CURRENT-LIMIT
                       END-IF
               END-READ
           END-IF.
      *
      * FILE-PROPOSAL files the proposal pending, replacing whatever
      * the account carried from an earlier month, and prints it.
       FILE-PROPOSAL.
           MOVE SPACES              TO OD-PROP-REC
           MOVE WS-SCAN-CONTA       TO ODP-CONTA-NUM
           MOVE WS-OWNER-CPF        TO ODP-CPF
           SET ODP-PENDING          TO TRUE
           MOVE WS-CURRENT-LIMIT    TO ODP-CURRENT-LIMIT
           MOVE WS-PROPOSED-LIMIT   TO ODP-PROPOSED-LIMIT
           MOVE WS-SCORE            TO ODP-SCORE
           MOVE WS-AVG-MEAN         TO ODP-AVG-MEAN
           MOVE WS-AVG-MONTHS       TO ODP-AVG-MONTHS
           MOVE WS-PAY-MONTHS       TO ODP-PAYROLL-MONTHS
           MOVE WS-PAY-MONTHLY      TO ODP-PAYROLL-MONTHLY
           MOVE WS-RETURN-COUNT     TO ODP-RETURN-COUNT
           MOVE WS-LOAN-HISTORY     TO ODP-LOAN-HISTORY
           MOVE WS-KYC-TIER         TO ODP-KYC-TIER
           MOVE WS-RUN-DATE         TO ODP-PROPOSAL-DATE
           MOVE ZEROS               TO ODP-DECISION-DATE
           MOVE ZEROS               TO ODP-EXPIRY-DATE
           WRITE OD-PROP-REC
               INVALID KEY
                   REWRITE OD-PROP-REC
           END-WRITE
           ADD 1 TO WS-PROPOSED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-PROPOSED-COUNT OVERFLOWED'
           END-ADD
           ADD WS-PROPOSED-LIMIT TO WS-PROPOSED-TOTAL
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-PROPOSED-TOTAL OVERFLOWED'
           END-ADD
           MOVE WS-SCAN-CONTA       TO DTL-CONTA
           MOVE WS-OWNER-CPF        TO DTL-CPF
           MOVE WS-SCORE            TO DTL-SCORE
           MOVE WS-AVG-MEAN         TO DTL-AVG-MEAN
           MOVE WS-AVG-MONTHS       TO DTL-AVG-MONTHS
           MOVE WS-PAY-MONTHLY      TO DTL-PAYROLL
           MOVE WS-RETURN-COUNT     TO DTL-RETURNS
           MOVE WS-KYC-TIER         TO DTL-KYC
           MOVE WS-CURRENT-LIMIT    TO DTL-CURRENT
           MOVE WS-PROPOSED-LIMIT   TO DTL-PROPOSED
           IF WS-CURRENT-LIMIT = ZEROS
               MOVE 'NEW'      TO DTL-TYPE
               ADD 1 TO WS-NEW-COUNT
           ELSE
               MOVE 'INCREASE' TO DTL-TYPE
               ADD 1 TO WS-INCREASE-COUNT
           END-IF
           WRITE PRINT-REC FROM DETAIL-LINE.
      *
       CLOSE-STOP.
           PERFORM PRINT-RECAP
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE SALDO-FILE.
           CLOSE AVG-BAL-FILE.
           CLOSE XREF-FILE.
           IF WS-PSTHIST-STATUS = '00'
               CLOSE POST-HIST-FILE
           END-IF
           IF WS-RTNHIST-STATUS = '00'
               CLOSE RTN-HIST-FILE
           END-IF
           IF WS-KYC-STATUS = '00'
               CLOSE KYC-FILE
           END-IF
           IF WS-OVRDRFT-STATUS = '00'
               CLOSE OVERDRAFT-FILE
           END-IF
           CLOSE LOAN-WORK-FILE.
           CLOSE OD-PROP-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'ODPROP READ ' WS-READ-COUNT
                   ' PROPOSED ' WS-PROPOSED-COUNT
                   ' NEW ' WS-NEW-COUNT
                   ' INCREASE ' WS-INCREASE-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'ODPROP ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-PSTHIST-STATUS NOT = '00'
                   MOVE 4 TO RETURN-CODE
                   MOVE 'PROPOSALS SCORED WITHOUT SALARY CREDITS'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-PROPOSED-COUNT TO WS-ALERT-COUNT
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               PERFORM WRITE-ALERT-RECORD
           END-IF.
           GOBACK.
      *
       PRINT-RECAP.
           WRITE PRINT-REC FROM SPACES
           MOVE WS-PROPOSED-TOTAL TO TOT-AMOUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           WRITE PRINT-REC FROM SPACES
           MOVE 'ACCOUNTS READ'                 TO CNL-LABEL
           MOVE WS-READ-COUNT                   TO CNL-COUNT
           WRITE PRINT-REC FROM COUNT-LINE
           MOVE 'PROPOSED - NEW FACILITY'       TO CNL-LABEL
           MOVE WS-NEW-COUNT                    TO CNL-COUNT
           WRITE PRINT-REC FROM COUNT-LINE
           MOVE 'PROPOSED - INCREASE'           TO CNL-LABEL
           MOVE WS-INCREASE-COUNT               TO CNL-COUNT
           WRITE PRINT-REC FROM COUNT-LINE
           MOVE 'SET ASIDE - DORMANT OR NOT BRL' TO CNL-LABEL
           MOVE WS-NOT-LIVE-COUNT               TO CNL-COUNT
           WRITE PRINT-REC FROM COUNT-LINE
           MOVE 'SET ASIDE - NO HOLDER'         TO CNL-LABEL
           MOVE WS-NO-OWNER-COUNT               TO CNL-COUNT
           WRITE PRINT-REC FROM COUNT-LINE
           MOVE 'SET ASIDE - HIGH KYC RISK'     TO CNL-LABEL
           MOVE WS-HIGH-RISK-COUNT              TO CNL-COUNT
           WRITE PRINT-REC FROM COUNT-LINE
           MOVE 'SET ASIDE - LOAN IN ARREARS'   TO CNL-LABEL
           MOVE WS-ARREARS-COUNT                TO CNL-COUNT
           WRITE PRINT-REC FROM COUNT-LINE
           MOVE 'SET ASIDE - SHORT HISTORY'     TO CNL-LABEL
           MOVE WS-SHORT-HIST-COUNT             TO CNL-COUNT
           WRITE PRINT-REC FROM COUNT-LINE
           MOVE 'SET ASIDE - SCORE TOO LOW'     TO CNL-LABEL
           MOVE WS-LOW-SCORE-COUNT              TO CNL-COUNT
           WRITE PRINT-REC FROM COUNT-LINE
           MOVE 'SET ASIDE - NO INCREASE'       TO CNL-LABEL
           MOVE WS-NO-INCREASE-COUNT            TO CNL-COUNT
           WRITE PRINT-REC FROM COUNT-LINE.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'ODPROP'            TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-PROPOSED-COUNT   TO CTLT-OUTPUT-COUNT
           MOVE ZEROS               TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED        TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
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
           MOVE 'ODPROP'            TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-PROPOSED-COUNT   TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'NEW FACILITY'      TO SUMM-CATEGORY-NAME
           MOVE WS-NEW-COUNT        TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'INCREASE'          TO SUMM-CATEGORY-NAME
           MOVE WS-INCREASE-COUNT   TO SUMM-CATEGORY-COUNT
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
           MOVE 'ODPROP'          TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM ODPROP.
