      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PJMAINT.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  PJMAINT maintains the legal-entity customer master (PJMAST,
      *  see PJMAST.cpy) in the XREFMNT mold.  Every customer record
      *  used to be a person, so a company was either turned away or
      *  registered under a partner's CPF - which broke KYC, COAF and
      *  every report keyed by the owner.  The transaction file adds
      *  or changes a company keyed by CNPJ, changes its status, and
      *  links or unlinks the people who stand behind it (beneficial
      *  owners and legal representatives, PJSOCIO.cpy).  An add is
      *  held to the CNPJ check digits, the Receita registry status
      *  (RCNPJST.cpy - a company the registry shows as closed down,
      *  void or unfit is refused), a founding date that is a real
      *  date not in the future, a four-digit legal nature code and
      *  the postal reference through ADDRVAL.  Each new company is
      *  given its owner key from the PJOWNKEY counter on RUNSEQ, the
      *  key XREFMNT links its accounts under.  A person linked to a
      *  company must already be a customer on CUSTMAST.  Rejects go
      *  to the shared EXCFILE with the CNPJ in the input data.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PJ-TRANS    ASSIGN TO PJTRAN.
           SELECT PJ-FILE     ASSIGN TO PJMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CNPJ
               ALTERNATE RECORD KEY IS PJ-OWNER-KEY
               FILE STATUS IS WS-PJMAST-STATUS.
           SELECT PJ-PARTY-FILE ASSIGN TO PJSOCIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJP-KEY
               ALTERNATE RECORD KEY IS PJP-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-PJSOCIO-STATUS.
           SELECT CUSTMAST    ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF IN CLIENTE-REC
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CNPJ-STATUS-FILE ASSIGN TO RCNPJST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCN-CNPJ
               FILE STATUS IS WS-RCNPJST-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO EXCFILE.
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
      * PJ-TRANS-REC is an input-only layout: an action code, the CNPJ
      * it applies to, the company fields for an add or change (a
      * blank field on a change leaves the master as it is), the new
      * status for an 'S', and the person and role for a link.
       FD  PJ-TRANS RECORDING MODE F.
       01  PJ-TRANS-REC.
           05  PJT-ACTION-CODE        PIC X.
               88  PJT-ACTION-ADD         VALUE 'A'.
               88  PJT-ACTION-CHANGE      VALUE 'C'.
               88  PJT-ACTION-STATUS      VALUE 'S'.
               88  PJT-ACTION-LINK        VALUE 'P'.
               88  PJT-ACTION-UNLINK      VALUE 'X'.
           05  PJT-CNPJ               PIC X(14).
           05  PJT-RAZAO-SOCIAL       PIC X(40).
           05  PJT-NOME-FANTASIA      PIC X(30).
           05  PJT-DATA-FUNDACAO      PIC X(8).
           05  PJT-FUNDACAO-NUM REDEFINES PJT-DATA-FUNDACAO
                                      PIC 9(8).
           05  PJT-NATUREZA-JURIDICA  PIC X(4).
           05  PJT-ENDERECO.
               10  PJT-LOGRADOURO     PIC X(40).
               10  PJT-NUMERO         PIC X(6).
               10  PJT-COMPLEMENTO    PIC X(20).
               10  PJT-CIDADE         PIC X(30).
               10  PJT-UF             PIC X(2).
               10  PJT-CEP            PIC X(8).
           05  PJT-NEW-STATUS         PIC X.
           05  PJT-PARTY-CPF          PIC X(11).
           05  PJT-PARTY-ROLE         PIC X.
           05  PJT-SHARE-PCT-X        PIC X(5).
           05  PJT-SHARE-PCT REDEFINES PJT-SHARE-PCT-X
                                      PIC 9(3)V99.
           05  FILLER                 PIC X(19).
      *
       FD  PJ-FILE RECORDING MODE F.
           COPY PJMAST.
      *
       FD  PJ-PARTY-FILE RECORDING MODE F.
           COPY PJSOCIO.
      *
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  CNPJ-STATUS-FILE RECORDING MODE F.
           COPY RCNPJST.
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
       FD  ALERT-FILE RECORDING MODE F.
           COPY ALERTREC.
      *
       FD  SUMMARY-FILE RECORDING MODE F.
       01  SUMMARY-REC        PIC X(80).
      *
       WORKING-STORAGE SECTION.
       COPY SUMMRPT.
       01  FLAGS.
           05  WS-TRANS-EOF       PIC X VALUE 'N'.
               88  TRANS-AT-EOF       VALUE 'Y'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-PJMAST-STATUS       PIC XX.
       01  WS-PJSOCIO-STATUS      PIC XX.
       01  WS-CUSTMAST-STATUS     PIC XX.
       01  WS-RCNPJST-STATUS      PIC XX.
       01  WS-REGSTAT-FLAG        PIC X VALUE 'N'.
           88  REGSTAT-AVAILABLE      VALUE 'Y' FALSE 'N'.
       01  WS-COUNTERS.
           05  WS-TRANS-READ-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-ADD-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-CHANGE-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-STATUS-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-LINK-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-UNLINK-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-REJECT-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-OUTPUT-TOTAL        PIC 9(7) VALUE ZEROS.
       01  WS-TOTALS-FLAG         PIC X VALUE 'Y'.
           88  TOTALS-BALANCED        VALUE 'Y' FALSE 'N'.
       01  WS-REJECT-REASON       PIC X(20) VALUE SPACES.
       01  WS-REJECT-CODE         PIC 9(4) VALUE ZEROS.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-FIELDS-FLAG         PIC X VALUE 'Y'.
           88  PJ-FIELDS-VALID        VALUE 'Y' FALSE 'N'.
      * CNPJ check-digit work area.  The fourteen digits are the
      * eight-digit root, the four-digit establishment number and two
      * check digits; both check digits are modulus 11 over the
      * digits before them, weighted from the table below - the
      * first over its last twelve weights, the second over all
      * thirteen.
       01  WS-CNPJ-WORK.
           05  WS-CNPJ-VALUE        PIC X(14).
       01  WS-CNPJ-DIGITS REDEFINES WS-CNPJ-WORK.
           05  WS-CNPJ-DGT          PIC 9 OCCURS 14 TIMES.
       01  WS-CNPJ-WEIGHT-VALUES  PIC X(13) VALUE '6543298765432'.
       01  WS-CNPJ-WEIGHT-TABLE REDEFINES WS-CNPJ-WEIGHT-VALUES.
           05  WS-CNPJ-WEIGHT       PIC 9 OCCURS 13 TIMES.
       01  WS-CNPJ-VALID-FLAG     PIC X VALUE 'Y'.
           88  CNPJ-IS-VALID          VALUE 'Y' FALSE 'N'.
       01  WS-CNPJ-ALL-SAME       PIC X.
       01  WS-CNPJ-SUM            PIC 9(4).
       01  WS-CNPJ-IDX            PIC 9(2).
       01  WS-CNPJ-WT-IDX         PIC 9(2).
       01  WS-CNPJ-QUOT           PIC 9(4).
       01  WS-CNPJ-REMAINDER      PIC 9(2).
       01  WS-CNPJ-CHECK-DIGIT    PIC 9.
      * Founding-date edit work area.
       01  WS-FUND-DATE           PIC 9(8).
       01  WS-FUND-DATE-X REDEFINES WS-FUND-DATE.
           05  WS-FUND-YYYY         PIC 9(4).
           05  WS-FUND-MM           PIC 9(2).
           05  WS-FUND-DD           PIC 9(2).
       01  WS-DAYS-IN-MONTH-VALUES PIC X(24)
           VALUE '312831303130313130313031'.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH     PIC 9(2) OCCURS 12 TIMES.
       01  WS-MAX-DAY             PIC 9(2).
       01  WS-DATE-QUOT           PIC 9(4).
       01  WS-DATE-REM            PIC 9(4).
      * Parameters for the shared ADDRVAL postal-reference check.
       01  WS-ADDRVAL-RESULT      PIC X VALUE 'Y'.
           88  ENDERECO-IS-VALID      VALUE 'Y' FALSE 'N'.
      * The owner key handed to a new company - 'PJ' and the next
      * number from the PJOWNKEY counter.
       01  WS-NEW-OWNER-KEY.
           05  WS-NEW-OWNER-TAG     PIC X(2) VALUE 'PJ'.
           05  WS-NEW-OWNER-SEQ     PIC 9(9).
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS       PIC XX.
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-RUN-NUMBER          PIC 9(7).
       01  WS-RUN-END-TIME        PIC 9(8).
       01  WS-ELAPSED-TIME        PIC 9(8).
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
           PERFORM MAINTAIN-UNTIL-DONE
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT  PJ-TRANS.
           OPEN I-O PJ-FILE
               IF WS-PJMAST-STATUS = '35'
                   CLOSE PJ-FILE
                   OPEN OUTPUT PJ-FILE
                   CLOSE PJ-FILE
                   OPEN I-O PJ-FILE
               END-IF.
           OPEN I-O PJ-PARTY-FILE
               IF WS-PJSOCIO-STATUS = '35'
                   CLOSE PJ-PARTY-FILE
                   OPEN OUTPUT PJ-PARTY-FILE
                   CLOSE PJ-PARTY-FILE
                   OPEN I-O PJ-PARTY-FILE
               END-IF.
           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'PJMAINT UNABLE TO OPEN CUSTMAST - STATUS '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * No registry status file on the run means the check is off,
      * the stance CUSTLOAD takes on a missing RCPFSTAT.
           OPEN INPUT CNPJ-STATUS-FILE
           IF WS-RCNPJST-STATUS = '00'
               SET REGSTAT-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'PJMAINT - NO RCNPJST FILE - REGISTRY '
                       'STATUS CHECK IS OFF THIS RUN'
           END-IF
           OPEN OUTPUT EXCEPT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'PJMAINT' TO SEQ-JOB-NAME
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
           MOVE 'PJMAINT'       TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       MAINTAIN-UNTIL-DONE.
           PERFORM READ-TRANSACTION
           PERFORM UNTIL TRANS-AT-EOF OR COUNTER-OVERFLOWED
               PERFORM APPLY-TRANSACTION
               PERFORM READ-TRANSACTION
           END-PERFORM.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           CLOSE PJ-TRANS.
           CLOSE PJ-FILE.
           CLOSE PJ-PARTY-FILE.
           CLOSE CUSTMAST.
           IF REGSTAT-AVAILABLE
               CLOSE CNPJ-STATUS-FILE
           END-IF
           CLOSE EXCEPT-FILE.
           DISPLAY 'PJMAINT READ ' WS-TRANS-READ-COUNT
                   ' ADD ' WS-ADD-COUNT
                   ' CHANGE ' WS-CHANGE-COUNT
                   ' STATUS ' WS-STATUS-COUNT
                   ' LINK ' WS-LINK-COUNT
                   ' UNLINK ' WS-UNLINK-COUNT
                   ' REJECTED ' WS-REJECT-COUNT.
           PERFORM RECONCILE-TOTALS
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           IF COUNTER-OVERFLOWED
               DISPLAY 'PJMAINT ABORTED - COUNTER OVERFLOWED'
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
               MOVE WS-REJECT-COUNT TO WS-ALERT-COUNT
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
           MOVE 'PJMAINT'           TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-TRANS-READ-COUNT TO CTLT-READ-COUNT
           COMPUTE CTLT-OUTPUT-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
                   + WS-STATUS-COUNT + WS-LINK-COUNT + WS-UNLINK-COUNT
           MOVE WS-REJECT-COUNT     TO CTLT-REJECT-COUNT
           IF TOTALS-BALANCED
               SET CTLT-BALANCED TO TRUE
           ELSE
               SET CTLT-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the grand total broken out by transaction category, the way
      * XREFMNT reports its adds and deletes.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'PJMAINT'           TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-TRANS-READ-COUNT TO SUMM-RECORD-COUNT
           COMPUTE SUMM-GRAND-TOTAL = WS-ADD-COUNT + WS-CHANGE-COUNT
                   + WS-STATUS-COUNT + WS-LINK-COUNT + WS-UNLINK-COUNT
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'COMPANIES ADDED'   TO SUMM-CATEGORY-NAME
           MOVE WS-ADD-COUNT        TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'COMPANIES CHGD' TO SUMM-CATEGORY-NAME
           MOVE WS-CHANGE-COUNT     TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'STATUS CHANGES'    TO SUMM-CATEGORY-NAME
           MOVE WS-STATUS-COUNT     TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'PARTIES LINKED'    TO SUMM-CATEGORY-NAME
           MOVE WS-LINK-COUNT       TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'PARTIES UNLINKED'  TO SUMM-CATEGORY-NAME
           MOVE WS-UNLINK-COUNT     TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'REJECTS'           TO SUMM-CATEGORY-NAME
           MOVE WS-REJECT-COUNT     TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           CLOSE SUMMARY-FILE.
      *
      * RECONCILE-TOTALS is the shop-wide input-total vs. output-total
      * check every load job runs at end of job: every transaction read
      * must land somewhere or the run is a hard error.
       RECONCILE-TOTALS.
           SET TOTALS-BALANCED TO TRUE
           COMPUTE WS-OUTPUT-TOTAL = WS-ADD-COUNT + WS-CHANGE-COUNT
                   + WS-STATUS-COUNT + WS-LINK-COUNT + WS-UNLINK-COUNT
                   + WS-REJECT-COUNT
           IF WS-TRANS-READ-COUNT NOT = WS-OUTPUT-TOTAL
               SET TOTALS-BALANCED TO FALSE
               DISPLAY 'PJMAINT CONTROL TOTALS OUT OF BALANCE - READ '
                       WS-TRANS-READ-COUNT ' ACCOUNTED FOR '
                       WS-OUTPUT-TOTAL
           END-IF.
      *
       READ-TRANSACTION.
           READ PJ-TRANS
               AT END SET TRANS-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-TRANS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
      * APPLY-TRANSACTION proves the CNPJ first - every action is
      * keyed by it, and a mistyped CNPJ matches nobody or somebody
      * else.
       APPLY-TRANSACTION.
           PERFORM VALIDATE-CNPJ
           IF NOT CNPJ-IS-VALID
               MOVE 'INVALID CNPJ' TO WS-REJECT-REASON
               MOVE 4048 TO WS-REJECT-CODE
               PERFORM REJECT-TRANSACTION
           ELSE
               EVALUATE TRUE
                   WHEN PJT-ACTION-ADD
                       PERFORM APPLY-ADD-COMPANY
                   WHEN PJT-ACTION-CHANGE
                       PERFORM APPLY-CHANGE-COMPANY
                   WHEN PJT-ACTION-STATUS
                       PERFORM APPLY-STATUS-CHANGE
                   WHEN PJT-ACTION-LINK
                       PERFORM APPLY-LINK-PARTY
                   WHEN PJT-ACTION-UNLINK
                       PERFORM APPLY-UNLINK-PARTY
                   WHEN OTHER
                       MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                       MOVE 4007 TO WS-REJECT-CODE
                       PERFORM REJECT-TRANSACTION
               END-EVALUATE
           END-IF.
      *
      * APPLY-ADD-COMPANY refuses a CNPJ already on the master or one
      * the registry has closed down, then edits every field and
      * gives the new company its owner key.
       APPLY-ADD-COMPANY.
           MOVE PJT-CNPJ TO PJ-CNPJ
           READ PJ-FILE
               INVALID KEY
                   PERFORM CHECK-REGISTRY-STATUS
                   IF WS-REJECT-CODE = ZEROS
                       PERFORM ADD-CHECKED-COMPANY
                   END-IF
               NOT INVALID KEY
                   MOVE 'CNPJ ALREADY ON FILE' TO WS-REJECT-REASON
                   MOVE 4031 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
           END-READ.
      *
      * CHECK-REGISTRY-STATUS leaves WS-REJECT-CODE at zeros when the
      * registry has nothing against the CNPJ, and rejects otherwise.
       CHECK-REGISTRY-STATUS.
           MOVE ZEROS TO WS-REJECT-CODE
           IF REGSTAT-AVAILABLE
               MOVE PJT-CNPJ TO RCN-CNPJ
               READ CNPJ-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RCN-REFUSED
                           MOVE 'CNPJ NOT ACTIVE' TO WS-REJECT-REASON
                           MOVE 4049 TO WS-REJECT-CODE
                           PERFORM REJECT-TRANSACTION
                       END-IF
               END-READ
           END-IF.
      *
       ADD-CHECKED-COMPANY.
           MOVE SPACES                TO PJ-REC
           MOVE PJT-CNPJ              TO PJ-CNPJ
           MOVE PJT-RAZAO-SOCIAL      TO PJ-RAZAO-SOCIAL
           MOVE PJT-NOME-FANTASIA     TO PJ-NOME-FANTASIA
           MOVE ZEROS                 TO PJ-DATA-FUNDACAO
           MOVE PJT-NATUREZA-JURIDICA TO PJ-NATUREZA-JURIDICA
           MOVE PJT-ENDERECO          TO PJ-ENDERECO
           MOVE WS-RUN-DATE           TO PJ-LOAD-DATE
           MOVE WS-RUN-DATE           TO PJ-STATUS-DATE
           SET PJ-ACTIVE              TO TRUE
           PERFORM EDIT-COMPANY-FIELDS
           IF PJ-FIELDS-VALID
               MOVE PJT-FUNDACAO-NUM TO PJ-DATA-FUNDACAO
               PERFORM NEXT-OWNER-KEY
               MOVE WS-NEW-OWNER-KEY TO PJ-OWNER-KEY
               WRITE PJ-REC
                   INVALID KEY
                       MOVE 'DUPLICATE OWNER KEY' TO WS-REJECT-REASON
                       MOVE 4031 TO WS-REJECT-CODE
                       PERFORM REJECT-TRANSACTION
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                           ON SIZE ERROR
                               SET COUNTER-OVERFLOWED TO TRUE
                               DISPLAY 'WS-ADD-COUNT OVERFLOWED'
                       END-ADD
               END-WRITE
           END-IF.
      *
      * APPLY-CHANGE-COMPANY overlays only the fields the branch
      * filled in, then holds the result to the same edits as an add.
       APPLY-CHANGE-COMPANY.
           MOVE PJT-CNPJ TO PJ-CNPJ
           READ PJ-FILE
               INVALID KEY
                   MOVE 'CNPJ NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 4030 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM CHANGE-FOUND-COMPANY
           END-READ.
      *
       CHANGE-FOUND-COMPANY.
           IF PJT-RAZAO-SOCIAL NOT = SPACES
               MOVE PJT-RAZAO-SOCIAL TO PJ-RAZAO-SOCIAL
           END-IF
           IF PJT-NOME-FANTASIA NOT = SPACES
               MOVE PJT-NOME-FANTASIA TO PJ-NOME-FANTASIA
           END-IF
           IF PJT-DATA-FUNDACAO = SPACES
               MOVE PJ-DATA-FUNDACAO TO PJT-FUNDACAO-NUM
           END-IF
           IF PJT-NATUREZA-JURIDICA NOT = SPACES
               MOVE PJT-NATUREZA-JURIDICA TO PJ-NATUREZA-JURIDICA
           END-IF
           IF PJT-ENDERECO NOT = SPACES
               MOVE PJT-ENDERECO TO PJ-ENDERECO
           END-IF
           PERFORM EDIT-COMPANY-FIELDS
           IF PJ-FIELDS-VALID
               MOVE PJT-FUNDACAO-NUM TO PJ-DATA-FUNDACAO
               REWRITE PJ-REC
                   INVALID KEY
                       MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                       MOVE 4008 TO WS-REJECT-CODE
                       PERFORM REJECT-TRANSACTION
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGE-COUNT
                           ON SIZE ERROR
                               SET COUNTER-OVERFLOWED TO TRUE
                               DISPLAY 'WS-CHANGE-COUNT OVERFLOWED'
                       END-ADD
               END-REWRITE
           END-IF.
      *
      * EDIT-COMPANY-FIELDS holds the record as it will be written to
      * the company edits; the first failure is the reject reason.
       EDIT-COMPANY-FIELDS.
           SET PJ-FIELDS-VALID TO TRUE
           PERFORM VALIDATE-FOUNDING-DATE
           CALL 'ADDRVAL' USING PJ-CEP PJ-CIDADE PJ-UF
                                WS-ADDRVAL-RESULT
           EVALUATE TRUE
               WHEN PJ-RAZAO-SOCIAL = SPACES
                   MOVE 'COMPANY NAME MISSING' TO WS-REJECT-REASON
                   MOVE 4011 TO WS-REJECT-CODE
                   SET PJ-FIELDS-VALID TO FALSE
               WHEN WS-FUND-DATE = ZEROS
                   MOVE 'INVALID FOUNDING' TO WS-REJECT-REASON
                   MOVE 4050 TO WS-REJECT-CODE
                   SET PJ-FIELDS-VALID TO FALSE
               WHEN PJ-NATUREZA-JURIDICA IS NOT NUMERIC
                   MOVE 'INVALID LEGAL NATURE' TO WS-REJECT-REASON
                   MOVE 4033 TO WS-REJECT-CODE
                   SET PJ-FIELDS-VALID TO FALSE
               WHEN NOT ENDERECO-IS-VALID
                   MOVE 'INVALID ENDERECO' TO WS-REJECT-REASON
                   MOVE 4028 TO WS-REJECT-CODE
                   SET PJ-FIELDS-VALID TO FALSE
           END-EVALUATE
           IF NOT PJ-FIELDS-VALID
               PERFORM REJECT-TRANSACTION
           END-IF.
      *
      * VALIDATE-FOUNDING-DATE leaves WS-FUND-DATE at zeros unless the
      * founding date is a real calendar date on or before today.
       VALIDATE-FOUNDING-DATE.
           MOVE ZEROS TO WS-FUND-DATE
           IF PJT-DATA-FUNDACAO IS NUMERIC
               MOVE PJT-FUNDACAO-NUM TO WS-FUND-DATE
               IF WS-FUND-MM < 1 OR WS-FUND-MM > 12
                   MOVE ZEROS TO WS-FUND-DATE
               ELSE
                   MOVE WS-DAYS-IN-MONTH(WS-FUND-MM) TO WS-MAX-DAY
                   IF WS-FUND-MM = 2
                       PERFORM CHECK-LEAP-YEAR
                   END-IF
                   IF WS-FUND-DD < 1 OR WS-FUND-DD > WS-MAX-DAY
                           OR WS-FUND-DATE > WS-RUN-DATE
                       MOVE ZEROS TO WS-FUND-DATE
                   END-IF
               END-IF
           END-IF.
      *
       CHECK-LEAP-YEAR.
           DIVIDE WS-FUND-YYYY BY 4 GIVING WS-DATE-QUOT
               REMAINDER WS-DATE-REM
           IF WS-DATE-REM = 0
               DIVIDE WS-FUND-YYYY BY 100 GIVING WS-DATE-QUOT
                   REMAINDER WS-DATE-REM
               IF WS-DATE-REM NOT = 0
                   MOVE 29 TO WS-MAX-DAY
               ELSE
                   DIVIDE WS-FUND-YYYY BY 400 GIVING WS-DATE-QUOT
                       REMAINDER WS-DATE-REM
                   IF WS-DATE-REM = 0
                       MOVE 29 TO WS-MAX-DAY
                   END-IF
               END-IF
           END-IF.
      *
      * APPLY-STATUS-CHANGE moves the company to closed, blocked or
      * compliance hold, or back to active on a blank status.
       APPLY-STATUS-CHANGE.
           MOVE PJT-CNPJ TO PJ-CNPJ
           READ PJ-FILE
               INVALID KEY
                   MOVE 'CNPJ NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 4030 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   MOVE PJT-NEW-STATUS TO PJ-STATUS
                   IF NOT PJ-STATUS-VALID
                       MOVE 'INVALID STATUS' TO WS-REJECT-REASON
                       MOVE 4033 TO WS-REJECT-CODE
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       MOVE WS-RUN-DATE TO PJ-STATUS-DATE
                       REWRITE PJ-REC
                           INVALID KEY
                               MOVE 'REWRITE FAILED'
                                   TO WS-REJECT-REASON
                               MOVE 4008 TO WS-REJECT-CODE
                               PERFORM REJECT-TRANSACTION
                           NOT INVALID KEY
                               ADD 1 TO WS-STATUS-COUNT
                                   ON SIZE ERROR
                                       SET COUNTER-OVERFLOWED TO TRUE
                                       DISPLAY
                                         'WS-STATUS-COUNT OVERFLOWED'
                               END-ADD
                       END-REWRITE
                   END-IF
           END-READ.
      *
      * APPLY-LINK-PARTY links a person to the company as beneficial
      * owner (with the share held) or legal representative.  Both
      * ends must be on file.
       APPLY-LINK-PARTY.
           MOVE PJT-CNPJ TO PJ-CNPJ
           READ PJ-FILE
               INVALID KEY
                   MOVE 'CNPJ NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 4030 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM LINK-TO-FOUND-COMPANY
           END-READ.
      *
       LINK-TO-FOUND-COMPANY.
           MOVE PJT-PARTY-ROLE TO PJP-ROLE
           MOVE PJT-PARTY-CPF  TO CPF IN CLIENTE-REC
           EVALUATE TRUE
               WHEN NOT PJP-ROLE-VALID
                   MOVE 'INVALID PARTY ROLE' TO WS-REJECT-REASON
                   MOVE 4034 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN PJP-BENEFICIAL-OWNER
                       AND (PJT-SHARE-PCT-X IS NOT NUMERIC
                            OR PJT-SHARE-PCT > 100)
                   MOVE 'INVALID SHARE' TO WS-REJECT-REASON
                   MOVE 4025 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN OTHER
                   READ CUSTMAST
                       INVALID KEY
                           MOVE 'CPF NOT ON FILE' TO WS-REJECT-REASON
                           MOVE 4006 TO WS-REJECT-CODE
                           PERFORM REJECT-TRANSACTION
                       NOT INVALID KEY
                           PERFORM WRITE-PARTY-LINK
                   END-READ
           END-EVALUATE.
      *
       WRITE-PARTY-LINK.
           MOVE SPACES          TO PJ-PARTY-REC
           MOVE PJT-CNPJ        TO PJP-CNPJ
           MOVE PJT-PARTY-CPF   TO PJP-CPF
           MOVE PJT-PARTY-ROLE  TO PJP-ROLE
           MOVE ZEROS           TO PJP-SHARE-PCT
           IF PJP-BENEFICIAL-OWNER
               MOVE PJT-SHARE-PCT TO PJP-SHARE-PCT
           END-IF
           MOVE WS-RUN-DATE     TO PJP-LINK-DATE
           WRITE PJ-PARTY-REC
               INVALID KEY
                   MOVE 'DUPLICATE LINK' TO WS-REJECT-REASON
                   MOVE 4020 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-LINK-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-LINK-COUNT OVERFLOWED'
                   END-ADD
           END-WRITE.
      *
       APPLY-UNLINK-PARTY.
           MOVE PJT-CNPJ       TO PJP-CNPJ
           MOVE PJT-PARTY-CPF  TO PJP-CPF
           MOVE PJT-PARTY-ROLE TO PJP-ROLE
           READ PJ-PARTY-FILE
               INVALID KEY
                   MOVE 'LINK NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 4021 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   DELETE PJ-PARTY-FILE
                       INVALID KEY
                           MOVE 'DELETE FAILED' TO WS-REJECT-REASON
                           MOVE 4009 TO WS-REJECT-CODE
                           PERFORM REJECT-TRANSACTION
                       NOT INVALID KEY
                           ADD 1 TO WS-UNLINK-COUNT
                               ON SIZE ERROR
                                   SET COUNTER-OVERFLOWED TO TRUE
                                   DISPLAY 'WS-UNLINK-COUNT OVERFLOWED'
                           END-ADD
                   END-DELETE
           END-READ.
      *
      * NEXT-OWNER-KEY takes the next number from the PJOWNKEY counter
      * on RUNSEQ for a new company's owner key.
       NEXT-OWNER-KEY.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'PJOWNKEY' TO SEQ-JOB-NAME
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
           MOVE SEQ-LAST-NUMBER TO WS-NEW-OWNER-SEQ.
      *
      * VALIDATE-CNPJ is VALIDATE-CPF's arithmetic carried to fourteen
      * digits: all numeric, not one digit repeated, and both
      * modulus-11 check digits right.
       VALIDATE-CNPJ.
           SET CNPJ-IS-VALID TO TRUE
           MOVE PJT-CNPJ TO WS-CNPJ-VALUE
           IF WS-CNPJ-VALUE IS NOT NUMERIC
               SET CNPJ-IS-VALID TO FALSE
           ELSE
               PERFORM CHECK-CNPJ-ALL-SAME-DIGIT
               IF CNPJ-IS-VALID
                   MOVE 12 TO WS-CNPJ-IDX
                   PERFORM COMPUTE-CNPJ-CHECK-DIGIT
               END-IF
               IF CNPJ-IS-VALID
                   MOVE 13 TO WS-CNPJ-IDX
                   PERFORM COMPUTE-CNPJ-CHECK-DIGIT
               END-IF
           END-IF.
      *
       CHECK-CNPJ-ALL-SAME-DIGIT.
           MOVE 'Y' TO WS-CNPJ-ALL-SAME
           PERFORM VARYING WS-CNPJ-IDX FROM 2 BY 1
                   UNTIL WS-CNPJ-IDX > 14
               IF WS-CNPJ-DGT(WS-CNPJ-IDX) NOT = WS-CNPJ-DGT(1)
                   MOVE 'N' TO WS-CNPJ-ALL-SAME
               END-IF
           END-PERFORM
           IF WS-CNPJ-ALL-SAME = 'Y'
               SET CNPJ-IS-VALID TO FALSE
           END-IF.
      *
      * COMPUTE-CNPJ-CHECK-DIGIT proves the digit that follows the
      * first WS-CNPJ-IDX digits, weighting them with the last
      * WS-CNPJ-IDX weights of the table.
       COMPUTE-CNPJ-CHECK-DIGIT.
           MOVE ZEROS TO WS-CNPJ-SUM
           COMPUTE WS-CNPJ-WT-IDX = 14 - WS-CNPJ-IDX
           PERFORM VARYING WS-CNPJ-QUOT FROM 1 BY 1
                   UNTIL WS-CNPJ-QUOT > WS-CNPJ-IDX
               COMPUTE WS-CNPJ-SUM = WS-CNPJ-SUM
                   + (WS-CNPJ-DGT(WS-CNPJ-QUOT)
                      * WS-CNPJ-WEIGHT(WS-CNPJ-WT-IDX))
               ADD 1 TO WS-CNPJ-WT-IDX
           END-PERFORM
           DIVIDE WS-CNPJ-SUM BY 11 GIVING WS-CNPJ-QUOT
               REMAINDER WS-CNPJ-REMAINDER
           IF WS-CNPJ-REMAINDER < 2
               MOVE 0 TO WS-CNPJ-CHECK-DIGIT
           ELSE
               COMPUTE WS-CNPJ-CHECK-DIGIT = 11 - WS-CNPJ-REMAINDER
           END-IF
           IF WS-CNPJ-CHECK-DIGIT NOT = WS-CNPJ-DGT(WS-CNPJ-IDX + 1)
               SET CNPJ-IS-VALID TO FALSE
           END-IF.
      *
      * REJECT-TRANSACTION carries the person for a link reject in
      * the exception key, and the CNPJ - which does not fit the
      * eleven-byte key - in the input data.
       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REJECT-COUNT OVERFLOWED'
           END-ADD
           MOVE SPACES             TO EXC-REC
           MOVE 'PJMAINT'          TO EXC-PROGRAM
           IF PJT-ACTION-LINK OR PJT-ACTION-UNLINK
               MOVE PJT-PARTY-CPF  TO EXC-KEY
           END-IF
           MOVE WS-REJECT-CODE     TO EXC-REASON-CODE
           MOVE WS-REJECT-REASON   TO EXC-REASON-TEXT
           MOVE PJT-CNPJ           TO EXC-INPUT-DATA
           WRITE EXC-REC.
      *
      *
      * WRITE-ALERT-RECORD appends this run's problem to the shop-wide
      * alert file so the end-of-night alert report (ALERTRPT) puts it
      * on the one page the morning operator reads, instead of a
      * DISPLAY buried in this job's SYSOUT.
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES            TO ALERT-REC
           MOVE 'PJMAINT' TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM PJMAINT.
