      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    EMPONBRD.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  EMPONBRD is the employer onboarding intake - the week a branch
      *  spent opening a new payroll employer's staff one at a time
      *  through CUSTMAINT, XREFMNT and ACCTMNT, while PAYINTAK sent
      *  every credit back for want of an account.  The employer's
      *  staff file arrives in the CUSTVAL envelope mold: a header
      *  with the file date, the employer's own sequence number and
      *  its funding account, one full customer image per employee,
      *  and a trailer with the count.  A broken envelope, a sequence
      *  that does not advance from the employer's last accepted file
      *  on ONBSEQ, or a funding account that is not on SALDOFIL at
      *  an open branch refuses the file whole with return code 12 -
      *  a re-sent file must never open everybody a second account.
      *  Each employee then takes CUSTLOAD's edits (CPF check digits,
      *  Receita status, the CEPREF address check, the watch-list
      *  screen and the rest of the customer edits).  The customer is
      *  loaded when the CPF is new; an existing customer is used as
      *  it stands unless closed, deceased or blocked.  A watch-list
      *  hit puts the customer on compliance hold exactly as CUSTLOAD
      *  does and opens no account.  Everyone else gets a salary
      *  account on the employer's branch - numbered from the SALACCT
      *  counter on RUNSEQ in the 80 band with its ACCTCHK check
      *  digit - and the primary-holder link on CUSTXREF.  The
      *  response file goes back to the employer with each employee's
      *  new account or the reason it was refused.  Every customer
      *  the run loads or puts on hold is written to CUSTAUD with its
      *  before and after images, as CUSTMAINT writes them, so the
      *  audit report and the online-banking feed see the change.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENVELOPE-FILE ASSIGN TO ONBRDIN.
           SELECT CUSTMAST      ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF IN CLIENTE-REC
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT SALDO-FILE    ASSIGN TO SALDOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUM IN SALDO-REC
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT XREF-FILE     ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               ALTERNATE RECORD KEY IS XRF-CONTA-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
           SELECT REG-STATUS-FILE ASSIGN TO RCPFSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCS-CPF
               FILE STATUS IS WS-REGSTAT-STATUS.
           SELECT ONB-SEQ-FILE  ASSIGN TO ONBSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ONS-EMPLOYER-CONTA
               FILE STATUS IS WS-ONBSEQ-STATUS.
           SELECT ONB-SORT      ASSIGN TO SORTWK01.
           SELECT RESPONSE-FILE ASSIGN TO ONBRDRSP.
           SELECT WATCH-RPT-FILE ASSIGN TO WATCHRPT
               FILE STATUS IS WS-WATCHRPT-STATUS.
           SELECT RUN-CTL-FILE  ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE  ASSIGN TO RUNSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-JOB-NAME
               FILE STATUS IS WS-RUNSEQ-STATUS.
           SELECT DAILY-CTL-FILE ASSIGN TO DAILYCTL.
           SELECT ALERT-FILE    ASSIGN TO ALERTFIL.
           SELECT SUMMARY-FILE  ASSIGN TO SUMRPT.
           SELECT AUDIT-FILE    ASSIGN TO CUSTAUD.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      * The enveloped staff file: a record type in column one, then
      * either the header fields, a full CLIENTE image for one
      * employee, or the trailer count.
       FD  ENVELOPE-FILE RECORDING MODE F.
       01  ENVELOPE-REC.
           05  ENV-TYPE             PIC X.
               88  ENV-HEADER           VALUE 'H'.
               88  ENV-DETAIL           VALUE 'D'.
               88  ENV-TRAILER          VALUE 'T'.
           05  ENV-DATA             PIC X(174).
       01  ENVELOPE-HDR REDEFINES ENVELOPE-REC.
           05  FILLER               PIC X.
           05  ENV-FILE-DATE        PIC X(8).
           05  ENV-FILE-SEQ         PIC X(6).
           05  ENV-EMPLOYER-CONTA   PIC X(10).
           05  FILLER               PIC X(150).
       01  ENVELOPE-TRL REDEFINES ENVELOPE-REC.
           05  FILLER               PIC X.
           05  ENV-REC-COUNT        PIC X(7).
           05  FILLER               PIC X(167).
      *
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
      *
       FD  REG-STATUS-FILE RECORDING MODE F.
           COPY RCPFSTAT.
      *
      * One acceptance control record per employer: the last accepted
      * staff file's sequence number, rolled forward only when a file
      * passes - the FILESEQ idea, kept per employer.
       FD  ONB-SEQ-FILE RECORDING MODE F.
       01  ONB-SEQ-REC.
           05  ONS-EMPLOYER-CONTA   PIC 9(10).
           05  ONS-LAST-SEQ         PIC 9(6).
           05  ONS-LAST-DATE        PIC 9(8).
           05  FILLER               PIC X(56).
      *
      * Employees sorted into CPF order, so a CPF the employer sent
      * twice sits next to itself and is caught.
       SD  ONB-SORT.
       01  ONB-SORT-REC.
           05  OSR-CPF              PIC X(11).
           05  FILLER               PIC X(163).
      *
      * One response per employee - the new account, or the reason
      * none was opened.  A refused file answers with a single record
      * carrying the refusal.
       FD  RESPONSE-FILE RECORDING MODE F.
       01  RESPONSE-REC.
           05  RSP-CPF              PIC X(11).
           05  RSP-RESULT           PIC X.
               88  RSP-OPENED           VALUE 'A'.
               88  RSP-REFUSED          VALUE 'R'.
           05  RSP-CONTA-NUM        PIC 9(10).
           05  RSP-AGENCIA          PIC 9(4).
           05  RSP-REASON           PIC X(30).
           05  RSP-DATE             PIC 9(8).
           05  FILLER               PIC X(16).
      *
      * Watch-list hits go on the compliance desk's daily hit report
      * alongside CUSTLOAD's.
       FD  WATCH-RPT-FILE RECORDING MODE F.
       01  WATCH-RPT-REC      PIC X(132).
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
       FD  AUDIT-FILE RECORDING MODE F.
           COPY CUSTAUD.
      *
       WORKING-STORAGE SECTION.
       COPY SUMMRPT.
       01  FLAGS.
           05  WS-ENVELOPE-EOF     PIC X VALUE 'N'.
               88  ENVELOPE-AT-EOF     VALUE 'Y'.
           05  WS-SORT-EOF         PIC X VALUE 'N'.
               88  ONB-SORT-AT-EOF     VALUE 'Y'.
           05  WS-HEADER-FLAG      PIC X VALUE 'N'.
               88  HEADER-SEEN         VALUE 'Y'.
           05  WS-TRAILER-FLAG     PIC X VALUE 'N'.
               88  TRAILER-SEEN        VALUE 'Y'.
           05  WS-ACCEPT-FLAG      PIC X VALUE 'Y'.
               88  FILE-IS-ACCEPTED    VALUE 'Y' FALSE 'N'.
           05  WS-CUST-FOUND-FLAG  PIC X VALUE 'N'.
               88  CUST-ALREADY-ON-FILE VALUE 'Y' FALSE 'N'.
           05  WS-ACCT-OPEN-FLAG   PIC X VALUE 'N'.
               88  ACCT-IS-OPENED      VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-CUSTMAST-STATUS      PIC XX.
       01  WS-SALDO-STATUS         PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-ONBSEQ-STATUS        PIC XX.
       01  WS-WATCHRPT-STATUS      PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
      * WS-BEFORE-SNAPSHOT captures CLIENTE-REC as it stood before a
      * compliance-hold REWRITE, for the audit trail's before-image
      * (the same layout CUSTMAINT carries).
       01  WS-BEFORE-SNAPSHOT.
           05  CPF              PIC X(11).
           05  NOME             PIC X(20).
           05  RG               PIC X(11).
           05  ENDERECO.
               10  LOGRADOURO       PIC X(40).
               10  NUMERO           PIC X(6).
               10  COMPLEMENTO      PIC X(20).
               10  CIDADE           PIC X(30).
               10  UF               PIC X(2).
               10  CEP              PIC X(8).
           05  DATANASC.
               10  DIA              PIC XX.
               10  MES              PIC XX.
               10  ANO              PIC X(04).
           05  GENERO           PIC X.
           05  CLIENTE-STATUS   PIC X.
           05  CLIENTE-STATUS-DATE
                                PIC 9(8).
       01  WS-AUDIT-ACTION         PIC X(6).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-DETAIL-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-OPENED-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-CREATED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-REFUSED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-WATCH-HIT-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-OUTPUT-TOTAL         PIC 9(7) VALUE ZEROS.
       01  WS-TOTALS-FLAG          PIC X VALUE 'Y'.
           88  TOTALS-BALANCED         VALUE 'Y' FALSE 'N'.
       01  WS-LAST-SEQ             PIC 9(6) VALUE ZEROS.
       01  WS-FILE-SEQ             PIC 9(6) VALUE ZEROS.
       01  WS-TRAILER-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-REFUSE-REASON        PIC X(40) VALUE SPACES.
       01  WS-EMP-REASON           PIC X(30) VALUE SPACES.
       01  WS-EMPLOYER-CONTA       PIC 9(10) VALUE ZEROS.
       01  WS-EMPLOYER-AGENCIA     PIC 9(4) VALUE ZEROS.
      * WS-PREV-CPF catches a CPF the employer sent twice - the sort
      * puts the two side by side.
       01  WS-PREV-CPF             PIC X(11) VALUE LOW-VALUES.
      * The employee as the employer sent it - the CUSTMAST record
      * area is needed for the on-file lookup.
           COPY CLIENTE REPLACING ==CLIENTE-REC== BY ==ONB-CUST-REC==.
      *
      * Salary account numbering: the 80 band, a seven-digit number
      * from the SALACCT counter on RUNSEQ, then the modulus-11
      * check digit ACCTCHK proves.  A number somebody already holds
      * is skipped for the next one, up to WS-ALLOC-LIMIT tries.
       01  WS-NEW-CONTA-WORK.
           05  WS-NEW-CONTA-BAND    PIC 9(2).
           05  WS-NEW-CONTA-SEQ     PIC 9(7).
           05  WS-NEW-CONTA-CD      PIC 9.
       01  WS-NEW-CONTA-DIGITS REDEFINES WS-NEW-CONTA-WORK.
           05  WS-NEW-DGT           PIC 9 OCCURS 10 TIMES.
       01  WS-NEW-CONTA REDEFINES WS-NEW-CONTA-WORK PIC 9(10).
       01  WS-SALARY-BAND          PIC 9(2) VALUE 80.
       01  WS-ALLOC-TRIES          PIC 9(3) VALUE ZEROS.
       01  WS-ALLOC-LIMIT          PIC 9(3) VALUE 50.
       01  WS-CHK-SUM              PIC 9(4).
       01  WS-CHK-WEIGHT           PIC 9(2).
       01  WS-CHK-IDX              PIC 9(2).
       01  WS-CHK-QUOT             PIC 9(3).
       01  WS-CHK-REMAINDER        PIC 9(2).
      * Parameters for the shared ACCTCHK check-digit subroutine.
       01  WS-ACCTCHK-NUMBER       PIC X(10).
       01  WS-ACCTCHK-RESULT       PIC X VALUE 'Y'.
           88  ACCT-NUM-VALID          VALUE 'Y' FALSE 'N'.
      * Parameters for the shared BRNVAL branch-master check.
       01  WS-BRNVAL-NUMBER        PIC 9(4).
       01  WS-BRNVAL-RESULT        PIC X VALUE 'Y'.
           88  BRANCH-IS-VALID         VALUE 'Y' FALSE 'N'.
       01  WS-BRNVAL-NAME          PIC X(20).
       01  WS-BRNVAL-REGION        PIC X(10).
      *
      * CPF check-digit validation work area, as CUSTLOAD keeps it.
       01  WS-CPF-WORK.
           05  WS-CPF-VALUE         PIC X(11).
       01  WS-CPF-DIGITS REDEFINES WS-CPF-WORK.
           05  WS-CPF-DGT           PIC 9 OCCURS 11 TIMES.
       01  WS-CPF-VALID-FLAG        PIC X VALUE 'Y'.
           88  CPF-IS-VALID             VALUE 'Y' FALSE 'N'.
       01  WS-GENERO-VALID-FLAG     PIC X VALUE 'Y'.
           88  GENERO-IS-VALID           VALUE 'Y' FALSE 'N'.
       01  WS-DATANASC-VALID-FLAG   PIC X VALUE 'Y'.
           88  DATANASC-IS-VALID         VALUE 'Y' FALSE 'N'.
       01  WS-NOME-VALID-FLAG       PIC X VALUE 'Y'.
           88  NOME-IS-VALID             VALUE 'Y' FALSE 'N'.
      * Parameters for the shared ADDRVAL postal-reference check.
       01  WS-ADDRVAL-RESULT        PIC X VALUE 'Y'.
           88  ENDERECO-IS-VALID         VALUE 'Y' FALSE 'N'.
      * Parameters for the shared WATCHSCN PEP/sanctions screen.
       01  WS-WATCHSCN-RESULT       PIC X VALUE 'N'.
           88  CUST-ON-WATCH-LIST        VALUE 'Y' FALSE 'N'.
       01  WS-WATCHSCN-LIST-TYPE    PIC X VALUE SPACE.
      * Receita registry-status check - no status file on the run
      * means the check is off, as in CUSTLOAD.
       01  WS-REGSTAT-STATUS        PIC XX.
       01  WS-REGSTAT-AVAIL-FLAG    PIC X VALUE 'N'.
           88  REGSTAT-AVAILABLE        VALUE 'Y' FALSE 'N'.
       01  WS-REGISTRY-VALID-FLAG   PIC X VALUE 'Y'.
           88  REGISTRY-IS-OK           VALUE 'Y' FALSE 'N'.
       01  WATCH-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(45) VALUE
               'WATCH-LIST HITS LOADED ON COMPLIANCE HOLD'.
       01  WATCH-DTL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  WDL-CPF        PIC X(11).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  WDL-NOME       PIC X(20).
           05  FILLER         PIC X(6)  VALUE ' LIST '.
           05  WDL-LIST-TYPE  PIC X.
           05  FILLER         PIC X(6)  VALUE ' VIA '.
           05  WDL-PROGRAM    PIC X(9).
      * Parameters for the shared FLDEDIT field-edit subroutine.
       01  WS-FLDEDIT-FIELD         PIC X(40).
       01  WS-FLDEDIT-LEN           PIC 9(2).
       01  WS-FLDEDIT-TYPE          PIC X.
       01  WS-FLDEDIT-RESULT        PIC X.
           88  FLDEDIT-IS-VALID         VALUE 'Y' FALSE 'N'.
       01  WS-CPF-ALL-SAME          PIC X.
       01  WS-CPF-SUM               PIC 9(4).
       01  WS-CPF-WEIGHT            PIC 9(2).
       01  WS-CPF-IDX               PIC 9(2).
       01  WS-CPF-REMAINDER         PIC 9(2).
       01  WS-CPF-CHECK-DIGIT       PIC 9.
      *
      * DATANASC calendar validation work area.
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
       01  WS-DIA-NUM               PIC 99.
       01  WS-MES-NUM               PIC 99.
       01  WS-ANO-NUM               PIC 9(4).
       01  WS-MAX-DAY               PIC 99.
       01  WS-DATE-QUOT             PIC 9(6).
       01  WS-DATE-REM              PIC 9(3).
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
      * Parameters for the shared USECTL master-file interlock.
       01  WS-USE-FILE-NAME         PIC X(8).
       01  WS-USE-FUNCTION          PIC X.
       01  WS-USE-OPERATOR          PIC X(8).
       01  WS-USE-RESULT            PIC X.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      * MAIN-LOGIC is the program's only entry point, PERFORMing each
      * step in order so no paragraph runs by falling through into the
      * next one physically.
       MAIN-LOGIC.
           PERFORM OPEN-FILES
           SORT ONB-SORT
               ON ASCENDING KEY OSR-CPF
               INPUT PROCEDURE IS VALIDATE-ENVELOPE
               OUTPUT PROCEDURE IS ONBOARD-SORTED-STAFF
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           MOVE 'CUSTMAST' TO WS-USE-FILE-NAME
           PERFORM CHECK-MASTER-INTERLOCK
           MOVE 'SALDOFIL' TO WS-USE-FILE-NAME
           PERFORM CHECK-MASTER-INTERLOCK
           OPEN INPUT ENVELOPE-FILE.
           OPEN I-O CUSTMAST
           IF WS-CUSTMAST-STATUS = '35'
               OPEN OUTPUT CUSTMAST
               CLOSE CUSTMAST
               OPEN I-O CUSTMAST
           END-IF
           OPEN I-O SALDO-FILE
           IF WS-SALDO-STATUS = '35'
               OPEN OUTPUT SALDO-FILE
               CLOSE SALDO-FILE
               OPEN I-O SALDO-FILE
           END-IF
           OPEN I-O XREF-FILE
           IF WS-XREF-STATUS = '35'
               OPEN OUTPUT XREF-FILE
               CLOSE XREF-FILE
               OPEN I-O XREF-FILE
           END-IF
           OPEN I-O ONB-SEQ-FILE
           IF WS-ONBSEQ-STATUS = '35'
               OPEN OUTPUT ONB-SEQ-FILE
               CLOSE ONB-SEQ-FILE
               OPEN I-O ONB-SEQ-FILE
           END-IF
           OPEN INPUT REG-STATUS-FILE
           IF WS-REGSTAT-STATUS = '00'
               SET REGSTAT-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'EMPONBRD - NO RCPFSTAT FILE - REGISTRY '
                       'STATUS CHECK IS OFF THIS RUN'
           END-IF
           OPEN EXTEND WATCH-RPT-FILE
           IF WS-WATCHRPT-STATUS NOT = '00'
               CLOSE WATCH-RPT-FILE
               OPEN OUTPUT WATCH-RPT-FILE
               WRITE WATCH-RPT-REC FROM WATCH-HDR-LINE
               WRITE WATCH-RPT-REC FROM SPACES
           END-IF
           OPEN OUTPUT RESPONSE-FILE.
           OPEN EXTEND AUDIT-FILE.
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'EMPONBRD' TO SEQ-JOB-NAME
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
           MOVE 'EMPONBRD'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * VALIDATE-ENVELOPE is the CUSTVAL acceptance walk: header
      * first, one trailer, the count agreeing with the details
      * between them.  Every detail is released to the sort; nothing
      * is opened until the whole file has passed.
       VALIDATE-ENVELOPE.
           PERFORM READ-ENVELOPE
           PERFORM UNTIL ENVELOPE-AT-EOF
                   OR NOT FILE-IS-ACCEPTED
               EVALUATE TRUE
                   WHEN ENV-HEADER
                       PERFORM CHECK-HEADER
                   WHEN ENV-DETAIL
                       PERFORM CHECK-DETAIL
                   WHEN ENV-TRAILER
                       PERFORM CHECK-TRAILER
                   WHEN OTHER
                       MOVE 'UNKNOWN RECORD TYPE' TO WS-REFUSE-REASON
                       SET FILE-IS-ACCEPTED TO FALSE
               END-EVALUATE
               PERFORM READ-ENVELOPE
           END-PERFORM
           IF FILE-IS-ACCEPTED
               PERFORM CHECK-ENVELOPE-COMPLETE
           END-IF.
      *
       READ-ENVELOPE.
           READ ENVELOPE-FILE
               AT END SET ENVELOPE-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
      * CHECK-HEADER verifies the file opens with exactly one header
      * naming a readable funding account, and that its sequence
      * number advances from that employer's last accepted file.
       CHECK-HEADER.
           IF HEADER-SEEN
               MOVE 'SECOND HEADER IN FILE' TO WS-REFUSE-REASON
               SET FILE-IS-ACCEPTED TO FALSE
           ELSE
               IF WS-READ-COUNT NOT = 1
                   MOVE 'HEADER NOT FIRST RECORD' TO WS-REFUSE-REASON
                   SET FILE-IS-ACCEPTED TO FALSE
               ELSE
                   SET HEADER-SEEN TO TRUE
                   PERFORM CHECK-HEADER-FIELDS
               END-IF
           END-IF.
      *
       CHECK-HEADER-FIELDS.
           EVALUATE TRUE
               WHEN ENV-EMPLOYER-CONTA IS NOT NUMERIC
                   MOVE 'EMPLOYER ACCT NOT NUMERIC'
                       TO WS-REFUSE-REASON
                   SET FILE-IS-ACCEPTED TO FALSE
               WHEN ENV-FILE-SEQ IS NOT NUMERIC
                   MOVE 'SEQUENCE NOT NUMERIC' TO WS-REFUSE-REASON
                   SET FILE-IS-ACCEPTED TO FALSE
               WHEN OTHER
                   MOVE ENV-EMPLOYER-CONTA TO WS-EMPLOYER-CONTA
                   MOVE ENV-FILE-SEQ       TO WS-FILE-SEQ
                   MOVE WS-EMPLOYER-CONTA  TO ONS-EMPLOYER-CONTA
                   READ ONB-SEQ-FILE
                       INVALID KEY
                           MOVE ZEROS TO WS-LAST-SEQ
                       NOT INVALID KEY
                           MOVE ONS-LAST-SEQ TO WS-LAST-SEQ
                   END-READ
                   IF WS-FILE-SEQ NOT = WS-LAST-SEQ + 1
                       MOVE 'SEQUENCE DID NOT ADVANCE'
                           TO WS-REFUSE-REASON
                       SET FILE-IS-ACCEPTED TO FALSE
                   END-IF
           END-EVALUATE.
      *
       CHECK-DETAIL.
           EVALUATE TRUE
               WHEN NOT HEADER-SEEN
                   MOVE 'DETAIL BEFORE HEADER' TO WS-REFUSE-REASON
                   SET FILE-IS-ACCEPTED TO FALSE
               WHEN TRAILER-SEEN
                   MOVE 'DETAIL AFTER TRAILER' TO WS-REFUSE-REASON
                   SET FILE-IS-ACCEPTED TO FALSE
               WHEN OTHER
                   ADD 1 TO WS-DETAIL-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-DETAIL-COUNT OVERFLOWED'
                   END-ADD
                   MOVE ENV-DATA TO ONB-SORT-REC
                   RELEASE ONB-SORT-REC
           END-EVALUATE.
      *
       CHECK-TRAILER.
           IF TRAILER-SEEN
               MOVE 'SECOND TRAILER IN FILE' TO WS-REFUSE-REASON
               SET FILE-IS-ACCEPTED TO FALSE
           ELSE
               SET TRAILER-SEEN TO TRUE
               IF ENV-REC-COUNT IS NUMERIC
                   MOVE ENV-REC-COUNT TO WS-TRAILER-COUNT
               ELSE
                   MOVE 'TRAILER COUNT NOT NUMERIC'
                       TO WS-REFUSE-REASON
                   SET FILE-IS-ACCEPTED TO FALSE
               END-IF
           END-IF.
      *
       CHECK-ENVELOPE-COMPLETE.
           EVALUATE TRUE
               WHEN NOT HEADER-SEEN
                   MOVE 'NO HEADER RECORD' TO WS-REFUSE-REASON
                   SET FILE-IS-ACCEPTED TO FALSE
               WHEN NOT TRAILER-SEEN
                   MOVE 'NO TRAILER RECORD' TO WS-REFUSE-REASON
                   SET FILE-IS-ACCEPTED TO FALSE
               WHEN WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                   MOVE 'TRAILER COUNT MISMATCH' TO WS-REFUSE-REASON
                   SET FILE-IS-ACCEPTED TO FALSE
           END-EVALUATE.
      *
      * ONBOARD-SORTED-STAFF checks the employer's funding account
      * first - its branch is where every salary account is opened -
      * then works the employees in CPF order.
       ONBOARD-SORTED-STAFF.
           IF FILE-IS-ACCEPTED
               PERFORM CHECK-EMPLOYER-ACCOUNT
           END-IF
           PERFORM RETURN-SORTED-EMPLOYEE
           PERFORM UNTIL ONB-SORT-AT-EOF OR COUNTER-OVERFLOWED
               IF FILE-IS-ACCEPTED
                   PERFORM ONBOARD-ONE-EMPLOYEE
               END-IF
               PERFORM RETURN-SORTED-EMPLOYEE
           END-PERFORM.
      *
       RETURN-SORTED-EMPLOYEE.
           RETURN ONB-SORT
               AT END SET ONB-SORT-AT-EOF TO TRUE
           END-RETURN.
      *
      * CHECK-EMPLOYER-ACCOUNT refuses the file when the funding
      * account fails its check digit, is not on SALDOFIL, or sits
      * on a branch the branch master does not show open.
       CHECK-EMPLOYER-ACCOUNT.
           MOVE WS-EMPLOYER-CONTA TO WS-ACCTCHK-NUMBER
           CALL 'ACCTCHK' USING WS-ACCTCHK-NUMBER WS-ACCTCHK-RESULT
           IF NOT ACCT-NUM-VALID
               MOVE 'EMPLOYER ACCT BAD CHECK DIGIT'
                   TO WS-REFUSE-REASON
               SET FILE-IS-ACCEPTED TO FALSE
           ELSE
               MOVE WS-EMPLOYER-CONTA TO CONTA-NUM IN SALDO-REC
               READ SALDO-FILE
                   INVALID KEY
                       MOVE 'EMPLOYER ACCT NOT ON FILE'
                           TO WS-REFUSE-REASON
                       SET FILE-IS-ACCEPTED TO FALSE
                   NOT INVALID KEY
                       MOVE SALDO-AGENCIA IN SALDO-REC
                           TO WS-EMPLOYER-AGENCIA
                       MOVE WS-EMPLOYER-AGENCIA TO WS-BRNVAL-NUMBER
                       CALL 'BRNVAL' USING WS-BRNVAL-NUMBER
                                           WS-BRNVAL-RESULT
                                           WS-BRNVAL-NAME
                                           WS-BRNVAL-REGION
                       IF NOT BRANCH-IS-VALID
                           MOVE 'EMPLOYER BRANCH NOT OPEN'
                               TO WS-REFUSE-REASON
                           SET FILE-IS-ACCEPTED TO FALSE
                       END-IF
               END-READ
           END-IF.
      *
      * ONBOARD-ONE-EMPLOYEE puts the employee through CUSTLOAD's
      * edits, settles the customer record, and opens the account.
       ONBOARD-ONE-EMPLOYEE.
           MOVE ONB-SORT-REC TO ONB-CUST-REC
           MOVE SPACES       TO WS-EMP-REASON
           PERFORM VALIDATE-CPF
           PERFORM VALIDATE-REGISTRY
           PERFORM VALIDATE-GENERO
           PERFORM VALIDATE-DATANASC
           PERFORM VALIDATE-NOME
           PERFORM VALIDATE-ENDERECO
           EVALUATE TRUE
               WHEN NOT CPF-IS-VALID
                   MOVE 'INVALID CPF'        TO WS-EMP-REASON
               WHEN NOT REGISTRY-IS-OK
                   MOVE 'CPF CANCELLED'      TO WS-EMP-REASON
               WHEN CPF IN ONB-CUST-REC = WS-PREV-CPF
                   MOVE 'CPF TWICE IN FILE'  TO WS-EMP-REASON
               WHEN NOT GENERO-IS-VALID
                   MOVE 'INVALID GENERO'     TO WS-EMP-REASON
               WHEN NOT DATANASC-IS-VALID
                   MOVE 'INVALID DATANASC'   TO WS-EMP-REASON
               WHEN NOT NOME-IS-VALID
                   MOVE 'INVALID NOME'       TO WS-EMP-REASON
               WHEN NOT ENDERECO-IS-VALID
                   MOVE 'INVALID ENDERECO'   TO WS-EMP-REASON
               WHEN OTHER
                   PERFORM SETTLE-CUSTOMER
           END-EVALUATE
           MOVE CPF IN ONB-CUST-REC TO WS-PREV-CPF
           IF WS-EMP-REASON = SPACES
               PERFORM OPEN-SALARY-ACCOUNT
           END-IF
           IF WS-EMP-REASON NOT = SPACES
               PERFORM REFUSE-EMPLOYEE
           END-IF.
      *
      * SETTLE-CUSTOMER loads a new CPF onto CUSTMAST the way
      * CUSTLOAD would, or takes the customer already on file as it
      * stands - a closed, deceased or blocked customer gets no
      * account.  The watch-list screen runs either way, and a hit
      * holds the customer for the compliance desk instead of
      * opening anything.
       SETTLE-CUSTOMER.
           MOVE CPF IN ONB-CUST-REC TO CPF IN CLIENTE-REC
           READ CUSTMAST
               INVALID KEY
                   SET CUST-ALREADY-ON-FILE TO FALSE
               NOT INVALID KEY
                   SET CUST-ALREADY-ON-FILE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN CUST-ALREADY-ON-FILE
                       AND CLIENTE-PROTECTED IN CLIENTE-REC
                   MOVE 'CUSTOMER CLOSED OR BLOCKED'
                       TO WS-EMP-REASON
               WHEN CUST-ALREADY-ON-FILE
                       AND CLIENTE-COMPL-HOLD IN CLIENTE-REC
                   MOVE 'CUSTOMER ON COMPLIANCE HOLD'
                       TO WS-EMP-REASON
               WHEN CUST-ALREADY-ON-FILE
                   MOVE CORRESPONDING CLIENTE-REC TO WS-BEFORE-SNAPSHOT
                   PERFORM SCREEN-WATCH-LIST
                   IF CUST-ON-WATCH-LIST
                       REWRITE CLIENTE-REC
                           INVALID KEY
                               MOVE 'CUSTOMER NOT UPDATED'
                                   TO WS-EMP-REASON
                           NOT INVALID KEY
                               MOVE 'STATUS' TO WS-AUDIT-ACTION
                               PERFORM WRITE-AUDIT-RECORD
                       END-REWRITE
                   END-IF
               WHEN OTHER
                   PERFORM LOAD-NEW-CUSTOMER
           END-EVALUATE.
      *
       LOAD-NEW-CUSTOMER.
           MOVE ONB-CUST-REC TO CLIENTE-REC
           MOVE WS-RUN-DATE  TO CLIENTE-LOAD-DATE IN CLIENTE-REC
           SET CLIENTE-ACTIVE IN CLIENTE-REC TO TRUE
           MOVE ZEROS        TO CLIENTE-STATUS-DATE IN CLIENTE-REC
           MOVE SPACES       TO WS-BEFORE-SNAPSHOT
           PERFORM SCREEN-WATCH-LIST
           WRITE CLIENTE-REC
               INVALID KEY
                   MOVE 'CUSTOMER NOT LOADED' TO WS-EMP-REASON
               NOT INVALID KEY
                   MOVE 'ADD' TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-RECORD
                   ADD 1 TO WS-CREATED-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-CREATED-COUNT OVERFLOWED'
                   END-ADD
           END-WRITE.
      *
      * WRITE-AUDIT-RECORD stamps a load (ADD, blank before image) or
      * a compliance hold on an existing customer (STATUS) on the
      * CUSTAUD trail CUSTMAINT writes; the run is unattended, so the
      * operator is BATCH.
       WRITE-AUDIT-RECORD.
           MOVE SPACES              TO AUDIT-REC
           MOVE WS-AUDIT-ACTION     TO AUD-ACTION
           MOVE WS-RUN-DATE         TO AUD-RUN-DATE
           MOVE CPF IN CLIENTE-REC  TO AUD-CPF
           MOVE 'BATCH'             TO AUD-OPERATOR
           MOVE CORRESPONDING WS-BEFORE-SNAPSHOT TO AUD-BEFORE-IMAGE
           MOVE CORRESPONDING CLIENTE-REC TO AUD-AFTER-IMAGE
           WRITE AUDIT-REC.
      *
      * SCREEN-WATCH-LIST is CUSTLOAD's screen: a hit puts the
      * customer on compliance hold with a line on the hit report.
       SCREEN-WATCH-LIST.
           CALL 'WATCHSCN' USING CPF IN CLIENTE-REC
                                 NOME IN CLIENTE-REC
                                 WS-WATCHSCN-RESULT
                                 WS-WATCHSCN-LIST-TYPE
           IF CUST-ON-WATCH-LIST
               SET CLIENTE-COMPL-HOLD IN CLIENTE-REC TO TRUE
               MOVE WS-RUN-DATE
                   TO CLIENTE-STATUS-DATE IN CLIENTE-REC
               MOVE 'CUSTOMER ON COMPLIANCE HOLD' TO WS-EMP-REASON
               ADD 1 TO WS-WATCH-HIT-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-WATCH-HIT-COUNT OVERFLOWED'
               END-ADD
               MOVE CPF IN CLIENTE-REC  TO WDL-CPF
               MOVE NOME IN CLIENTE-REC TO WDL-NOME
               MOVE WS-WATCHSCN-LIST-TYPE TO WDL-LIST-TYPE
               MOVE 'EMPONBRD' TO WDL-PROGRAM
               WRITE WATCH-RPT-REC FROM WATCH-DTL-LINE
           END-IF.
      *
      * OPEN-SALARY-ACCOUNT lands the new account on the employer's
      * branch under the next free salary number, then links the
      * employee to it as primary holder.  A link that will not
      * write takes the account back off SALDOFIL - no account is
      * left without an owner.
       OPEN-SALARY-ACCOUNT.
           SET ACCT-IS-OPENED TO FALSE
           MOVE ZEROS TO WS-ALLOC-TRIES
           PERFORM TRY-ONE-ACCOUNT-NUMBER
               UNTIL ACCT-IS-OPENED
                  OR WS-ALLOC-TRIES NOT < WS-ALLOC-LIMIT
                  OR WS-EMP-REASON NOT = SPACES
           IF NOT ACCT-IS-OPENED AND WS-EMP-REASON = SPACES
               MOVE 'NO ACCOUNT NUMBER FREE' TO WS-EMP-REASON
           END-IF
           IF ACCT-IS-OPENED
               PERFORM LINK-SALARY-ACCOUNT
           END-IF.
      *
       TRY-ONE-ACCOUNT-NUMBER.
           ADD 1 TO WS-ALLOC-TRIES
           PERFORM NEXT-SALARY-NUMBER
           MOVE WS-NEW-CONTA TO WS-ACCTCHK-NUMBER
           CALL 'ACCTCHK' USING WS-ACCTCHK-NUMBER WS-ACCTCHK-RESULT
           IF NOT ACCT-NUM-VALID
               MOVE 'ACCOUNT NUMBER FAILED CHECK' TO WS-EMP-REASON
           ELSE
               MOVE SPACES        TO SALDO-REC
               MOVE WS-NEW-CONTA  TO CONTA-NUM IN SALDO-REC
               MOVE ZEROS         TO SALDO IN SALDO-REC
               MOVE 1             TO ACCT-TIER IN SALDO-REC
               MOVE WS-EMPLOYER-AGENCIA
                   TO SALDO-AGENCIA IN SALDO-REC
               MOVE WS-RUN-DATE
                   TO SALDO-LAST-ACTIVITY IN SALDO-REC
               SET SALDO-NOT-DORMANT IN SALDO-REC TO TRUE
               MOVE 'BRL'         TO SALDO-MOEDA IN SALDO-REC
               MOVE ZEROS         TO SALDO-LAST-ACCRUAL IN SALDO-REC
               MOVE ZEROS         TO SALDO-CYCLE IN SALDO-REC
               WRITE SALDO-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACCT-IS-OPENED TO TRUE
               END-WRITE
           END-IF.
      *
      * NEXT-SALARY-NUMBER takes the next number from the SALACCT
      * counter on RUNSEQ and finishes it with its check digit.
       NEXT-SALARY-NUMBER.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'SALACCT' TO SEQ-JOB-NAME
           OPEN I-O RUN-SEQ-FILE
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
           MOVE WS-SALARY-BAND  TO WS-NEW-CONTA-BAND
           MOVE SEQ-LAST-NUMBER TO WS-NEW-CONTA-SEQ
           PERFORM COMPUTE-NEW-CHECK-DIGIT.
      *
      * COMPUTE-NEW-CHECK-DIGIT is ACCTCHK's modulus 11 run forward:
      * weights ten down to two over the first nine digits, a
      * remainder under two checks as zero.
       COMPUTE-NEW-CHECK-DIGIT.
           MOVE ZEROS TO WS-CHK-SUM
           MOVE 10 TO WS-CHK-WEIGHT
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > 9
               COMPUTE WS-CHK-SUM =
                   WS-CHK-SUM + (WS-NEW-DGT(WS-CHK-IDX)
                       * WS-CHK-WEIGHT)
               SUBTRACT 1 FROM WS-CHK-WEIGHT
           END-PERFORM
           DIVIDE WS-CHK-SUM BY 11 GIVING WS-CHK-QUOT
               REMAINDER WS-CHK-REMAINDER
           IF WS-CHK-REMAINDER < 2
               MOVE 0 TO WS-NEW-CONTA-CD
           ELSE
               COMPUTE WS-NEW-CONTA-CD = 11 - WS-CHK-REMAINDER
           END-IF.
      *
       LINK-SALARY-ACCOUNT.
           MOVE SPACES              TO XREF-REC
           MOVE CPF IN ONB-CUST-REC TO XRF-CPF
           MOVE WS-NEW-CONTA        TO XRF-CONTA-NUM
           MOVE WS-RUN-DATE         TO XRF-LINK-DATE
           SET XRF-PRIMARY-HOLDER   TO TRUE
           WRITE XREF-REC
               INVALID KEY
                   MOVE 'ACCOUNT LINK FAILED' TO WS-EMP-REASON
                   MOVE WS-NEW-CONTA TO CONTA-NUM IN SALDO-REC
                   DELETE SALDO-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               NOT INVALID KEY
                   PERFORM ANSWER-OPENED
           END-WRITE.
      *
       ANSWER-OPENED.
           ADD 1 TO WS-OPENED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-OPENED-COUNT OVERFLOWED'
           END-ADD
           MOVE SPACES              TO RESPONSE-REC
           MOVE CPF IN ONB-CUST-REC TO RSP-CPF
           SET RSP-OPENED           TO TRUE
           MOVE WS-NEW-CONTA        TO RSP-CONTA-NUM
           MOVE WS-EMPLOYER-AGENCIA TO RSP-AGENCIA
           MOVE WS-RUN-DATE         TO RSP-DATE
           WRITE RESPONSE-REC.
      *
       REFUSE-EMPLOYEE.
           ADD 1 TO WS-REFUSED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REFUSED-COUNT OVERFLOWED'
           END-ADD
           MOVE SPACES              TO RESPONSE-REC
           MOVE CPF IN ONB-CUST-REC TO RSP-CPF
           SET RSP-REFUSED          TO TRUE
           MOVE ZEROS               TO RSP-CONTA-NUM
           MOVE ZEROS               TO RSP-AGENCIA
           MOVE WS-EMP-REASON       TO RSP-REASON
           MOVE WS-RUN-DATE         TO RSP-DATE
           WRITE RESPONSE-REC.
      *
      * VALIDATE-REGISTRY refuses a CPF the Receita has cancelled,
      * as CUSTLOAD does.
       VALIDATE-REGISTRY.
           SET REGISTRY-IS-OK TO TRUE
           IF REGSTAT-AVAILABLE
               MOVE CPF IN ONB-CUST-REC TO RCS-CPF
               READ REG-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RCS-CANCELLED
                           SET REGISTRY-IS-OK TO FALSE
                       END-IF
               END-READ
           END-IF.
      *
       VALIDATE-GENERO.
           SET GENERO-IS-VALID TO TRUE
           IF NOT (MASCULINO IN ONB-CUST-REC
                   OR FEMININO IN ONB-CUST-REC
                   OR NAO-INFORMADO IN ONB-CUST-REC)
               SET GENERO-IS-VALID TO FALSE
           END-IF.
      *
       VALIDATE-DATANASC.
           SET DATANASC-IS-VALID TO TRUE
           IF DIA IN ONB-CUST-REC IS NOT NUMERIC
              OR MES IN ONB-CUST-REC IS NOT NUMERIC
              OR ANO IN ONB-CUST-REC IS NOT NUMERIC
               SET DATANASC-IS-VALID TO FALSE
           ELSE
               MOVE DIA IN ONB-CUST-REC TO WS-DIA-NUM
               MOVE MES IN ONB-CUST-REC TO WS-MES-NUM
               MOVE ANO IN ONB-CUST-REC TO WS-ANO-NUM
               IF WS-MES-NUM < 1 OR WS-MES-NUM > 12
                   SET DATANASC-IS-VALID TO FALSE
               ELSE
                   MOVE WS-DAYS-IN-MONTH(WS-MES-NUM) TO WS-MAX-DAY
                   IF WS-MES-NUM = 2
                       PERFORM CHECK-LEAP-YEAR
                   END-IF
                   IF WS-DIA-NUM < 1 OR WS-DIA-NUM > WS-MAX-DAY
                       SET DATANASC-IS-VALID TO FALSE
                   END-IF
               END-IF
           END-IF.
      *
       CHECK-LEAP-YEAR.
           DIVIDE WS-ANO-NUM BY 4 GIVING WS-DATE-QUOT
               REMAINDER WS-DATE-REM
           IF WS-DATE-REM = 0
               DIVIDE WS-ANO-NUM BY 100 GIVING WS-DATE-QUOT
                   REMAINDER WS-DATE-REM
               IF WS-DATE-REM NOT = 0
                   MOVE 29 TO WS-MAX-DAY
               ELSE
                   DIVIDE WS-ANO-NUM BY 400 GIVING WS-DATE-QUOT
                       REMAINDER WS-DATE-REM
                   IF WS-DATE-REM = 0
                       MOVE 29 TO WS-MAX-DAY
                   END-IF
               END-IF
           END-IF.
      *
       VALIDATE-NOME.
           SET NOME-IS-VALID TO TRUE
           MOVE SPACES          TO WS-FLDEDIT-FIELD
           MOVE NOME IN ONB-CUST-REC TO WS-FLDEDIT-FIELD(1:20)
           MOVE 20              TO WS-FLDEDIT-LEN
           MOVE 'A'             TO WS-FLDEDIT-TYPE
           CALL 'FLDEDIT' USING WS-FLDEDIT-FIELD WS-FLDEDIT-LEN
                                 WS-FLDEDIT-TYPE  WS-FLDEDIT-RESULT
           IF NOT FLDEDIT-IS-VALID
               SET NOME-IS-VALID TO FALSE
           END-IF.
      *
      * VALIDATE-ENDERECO holds the address to the CEPREF postal
      * reference through the shared ADDRVAL subroutine.
       VALIDATE-ENDERECO.
           CALL 'ADDRVAL' USING CEP IN ONB-CUST-REC
                                CIDADE IN ONB-CUST-REC
                                UF IN ONB-CUST-REC
                                WS-ADDRVAL-RESULT.
      *
       VALIDATE-CPF.
           SET CPF-IS-VALID TO TRUE
           MOVE CPF IN ONB-CUST-REC TO WS-CPF-VALUE
           MOVE SPACES          TO WS-FLDEDIT-FIELD
           MOVE WS-CPF-VALUE    TO WS-FLDEDIT-FIELD(1:11)
           MOVE 11              TO WS-FLDEDIT-LEN
           MOVE 'N'             TO WS-FLDEDIT-TYPE
           CALL 'FLDEDIT' USING WS-FLDEDIT-FIELD WS-FLDEDIT-LEN
                                 WS-FLDEDIT-TYPE  WS-FLDEDIT-RESULT
           IF NOT FLDEDIT-IS-VALID
               SET CPF-IS-VALID TO FALSE
           ELSE
               PERFORM CHECK-CPF-ALL-SAME-DIGIT
               IF CPF-IS-VALID
                   PERFORM COMPUTE-CPF-1ST-CHECK-DIGIT
               END-IF
               IF CPF-IS-VALID
                   PERFORM COMPUTE-CPF-2ND-CHECK-DIGIT
               END-IF
           END-IF.
      *
       CHECK-CPF-ALL-SAME-DIGIT.
           MOVE 'Y' TO WS-CPF-ALL-SAME
           PERFORM VARYING WS-CPF-IDX FROM 2 BY 1
                   UNTIL WS-CPF-IDX > 11
               IF WS-CPF-DGT(WS-CPF-IDX) NOT = WS-CPF-DGT(1)
                   MOVE 'N' TO WS-CPF-ALL-SAME
               END-IF
           END-PERFORM
           IF WS-CPF-ALL-SAME = 'Y'
               SET CPF-IS-VALID TO FALSE
           END-IF.
      *
       COMPUTE-CPF-1ST-CHECK-DIGIT.
           MOVE ZEROS TO WS-CPF-SUM
           MOVE 10 TO WS-CPF-WEIGHT
           PERFORM VARYING WS-CPF-IDX FROM 1 BY 1
                   UNTIL WS-CPF-IDX > 9
               COMPUTE WS-CPF-SUM =
                   WS-CPF-SUM + (WS-CPF-DGT(WS-CPF-IDX) * WS-CPF-WEIGHT)
               SUBTRACT 1 FROM WS-CPF-WEIGHT
           END-PERFORM
           DIVIDE WS-CPF-SUM BY 11 GIVING WS-CPF-IDX
               REMAINDER WS-CPF-REMAINDER
           IF WS-CPF-REMAINDER < 2
               MOVE 0 TO WS-CPF-CHECK-DIGIT
           ELSE
               COMPUTE WS-CPF-CHECK-DIGIT = 11 - WS-CPF-REMAINDER
           END-IF
           IF WS-CPF-CHECK-DIGIT NOT = WS-CPF-DGT(10)
               SET CPF-IS-VALID TO FALSE
           END-IF.
      *
       COMPUTE-CPF-2ND-CHECK-DIGIT.
           MOVE ZEROS TO WS-CPF-SUM
           MOVE 11 TO WS-CPF-WEIGHT
           PERFORM VARYING WS-CPF-IDX FROM 1 BY 1
                   UNTIL WS-CPF-IDX > 10
               COMPUTE WS-CPF-SUM =
                   WS-CPF-SUM + (WS-CPF-DGT(WS-CPF-IDX) * WS-CPF-WEIGHT)
               SUBTRACT 1 FROM WS-CPF-WEIGHT
           END-PERFORM
           DIVIDE WS-CPF-SUM BY 11 GIVING WS-CPF-IDX
               REMAINDER WS-CPF-REMAINDER
           IF WS-CPF-REMAINDER < 2
               MOVE 0 TO WS-CPF-CHECK-DIGIT
           ELSE
               COMPUTE WS-CPF-CHECK-DIGIT = 11 - WS-CPF-REMAINDER
           END-IF
           IF WS-CPF-CHECK-DIGIT NOT = WS-CPF-DGT(11)
               SET CPF-IS-VALID TO FALSE
           END-IF.
      *
       CLOSE-STOP.
           IF FILE-IS-ACCEPTED
               PERFORM ROLL-EMPLOYER-SEQ
           ELSE
               PERFORM ANSWER-REFUSED-FILE
           END-IF
           PERFORM FINISH-RUN-CONTROL
           PERFORM RECONCILE-TOTALS
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE ENVELOPE-FILE.
           CLOSE CUSTMAST.
           CLOSE SALDO-FILE.
           CLOSE XREF-FILE.
           CLOSE ONB-SEQ-FILE.
           IF REGSTAT-AVAILABLE
               CLOSE REG-STATUS-FILE
           END-IF
           CLOSE WATCH-RPT-FILE.
           CLOSE RESPONSE-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY 'EMPONBRD EMPLOYER ' WS-EMPLOYER-CONTA
                   ' DETAILS ' WS-DETAIL-COUNT
                   ' OPENED ' WS-OPENED-COUNT
                   ' NEW CUSTOMERS ' WS-CREATED-COUNT
                   ' REFUSED ' WS-REFUSED-COUNT
                   ' WATCH HITS ' WS-WATCH-HIT-COUNT.
           IF NOT FILE-IS-ACCEPTED
               DISPLAY 'EMPONBRD REFUSED THE FILE - '
                       WS-REFUSE-REASON
               MOVE 12 TO RETURN-CODE
               MOVE 8 TO WS-ALERT-SEVERITY
               MOVE 'EMPLOYER ONBOARDING FILE REFUSED'
                   TO WS-ALERT-MESSAGE
               MOVE WS-DETAIL-COUNT TO WS-ALERT-COUNT
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF COUNTER-OVERFLOWED OR NOT TOTALS-BALANCED
                   DISPLAY 'EMPONBRD ABORTED - COUNTS OUT OF BALANCE'
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE 'CONTROL TOTALS OUT OF BALANCE'
                       TO WS-ALERT-MESSAGE
                   PERFORM WRITE-ALERT-RECORD
               ELSE
                   IF WS-REFUSED-COUNT > ZEROS
                       MOVE 4 TO RETURN-CODE
                       MOVE 4 TO WS-ALERT-SEVERITY
                       MOVE 'ONBOARDING EMPLOYEES REFUSED'
                           TO WS-ALERT-MESSAGE
                       MOVE WS-REFUSED-COUNT TO WS-ALERT-COUNT
                       PERFORM WRITE-ALERT-RECORD
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           GOBACK.
      *
      * ROLL-EMPLOYER-SEQ advances the employer's acceptance mark -
      * only after a clean envelope, so a refused file can be fixed
      * and re-sent under the same number.
       ROLL-EMPLOYER-SEQ.
           MOVE WS-EMPLOYER-CONTA TO ONS-EMPLOYER-CONTA
           READ ONB-SEQ-FILE
               INVALID KEY
                   MOVE SPACES            TO ONB-SEQ-REC
                   MOVE WS-EMPLOYER-CONTA TO ONS-EMPLOYER-CONTA
                   MOVE WS-FILE-SEQ       TO ONS-LAST-SEQ
                   MOVE WS-RUN-DATE       TO ONS-LAST-DATE
                   WRITE ONB-SEQ-REC
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-FILE-SEQ       TO ONS-LAST-SEQ
                   MOVE WS-RUN-DATE       TO ONS-LAST-DATE
                   REWRITE ONB-SEQ-REC
                   END-REWRITE
           END-READ.
      *
       ANSWER-REFUSED-FILE.
           MOVE SPACES           TO RESPONSE-REC
           SET RSP-REFUSED       TO TRUE
           MOVE ZEROS            TO RSP-CONTA-NUM
           MOVE ZEROS            TO RSP-AGENCIA
           MOVE WS-REFUSE-REASON TO RSP-REASON
           MOVE WS-RUN-DATE      TO RSP-DATE
           WRITE RESPONSE-REC.
      *
      * RECONCILE-TOTALS: every employee in an accepted file must end
      * opened or refused.
       RECONCILE-TOTALS.
           SET TOTALS-BALANCED TO TRUE
           IF FILE-IS-ACCEPTED
               COMPUTE WS-OUTPUT-TOTAL =
                   WS-OPENED-COUNT + WS-REFUSED-COUNT
               IF WS-DETAIL-COUNT NOT = WS-OUTPUT-TOTAL
                   SET TOTALS-BALANCED TO FALSE
                   DISPLAY 'EMPONBRD CONTROL TOTALS OUT OF BALANCE - '
                           'DETAILS ' WS-DETAIL-COUNT
                           ' ACCOUNTED FOR ' WS-OUTPUT-TOTAL
               END-IF
           END-IF.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES            TO CTL-TRAILER-REC
           MOVE 'EMPONBRD'        TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE       TO CTLT-RUN-DATE
           MOVE WS-DETAIL-COUNT   TO CTLT-READ-COUNT
           MOVE WS-OPENED-COUNT   TO CTLT-OUTPUT-COUNT
           MOVE WS-REFUSED-COUNT  TO CTLT-REJECT-COUNT
           IF FILE-IS-ACCEPTED AND TOTALS-BALANCED
               SET CTLT-BALANCED TO TRUE
           ELSE
               SET CTLT-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the grand total broken out by outcome.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'EMPONBRD'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-DETAIL-COUNT     TO SUMM-RECORD-COUNT
           MOVE WS-OPENED-COUNT     TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'ACCOUNTS OPENED'   TO SUMM-CATEGORY-NAME
           MOVE WS-OPENED-COUNT     TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'NEW CUSTOMERS'     TO SUMM-CATEGORY-NAME
           MOVE WS-CREATED-COUNT    TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'REFUSED'           TO SUMM-CATEGORY-NAME
           MOVE WS-REFUSED-COUNT    TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'WATCH-LIST HITS'   TO SUMM-CATEGORY-NAME
           MOVE WS-WATCH-HIT-COUNT  TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           CLOSE SUMMARY-FILE.
      *
      * WRITE-ALERT-RECORD appends this run's problem to the shop-wide
      * alert file so the end-of-night alert report (ALERTRPT) puts it
      * on the one page the morning operator reads.
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES            TO ALERT-REC
           MOVE 'EMPONBRD'        TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
      * CHECK-MASTER-INTERLOCK refuses to start while an online
      * session is registered against the master named in
      * WS-USE-FILE-NAME - this job writes both CUSTMAST and
      * SALDOFIL, so it asks about each.
       CHECK-MASTER-INTERLOCK.
           MOVE 'C'    TO WS-USE-FUNCTION
           MOVE SPACES TO WS-USE-OPERATOR
           CALL 'USECTL' USING WS-USE-FILE-NAME WS-USE-FUNCTION
                               WS-USE-OPERATOR WS-USE-RESULT
           IF WS-USE-RESULT = 'N'
               DISPLAY 'EMPONBRD CANNOT START - ONLINE SESSION '
                       'ACTIVE ON ' WS-USE-FILE-NAME ' (OPERATOR '
                       WS-USE-OPERATOR ')'
               MOVE 8 TO WS-ALERT-SEVERITY
               MOVE 'BATCH HELD - ONLINE SESSION ON MASTER'
                   TO WS-ALERT-MESSAGE
               PERFORM WRITE-ALERT-RECORD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       END PROGRAM EMPONBRD.
