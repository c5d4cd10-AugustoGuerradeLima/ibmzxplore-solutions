      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    STMTEXP.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  STMTEXP is the statement export for customers who import
      *  their statements into their own software - the corporate
      *  treasurers and accountants who cannot use STMTGEN's paper.
      *  For each export asked for it writes the account's retained
      *  posting detail (PSTHIST) for the period, with the opening
      *  balance (the BALHIST position the night before the period
      *  starts) and the closing balance (the position on the last
      *  day of the period), as an OFX document and/or a CNAB 240
      *  statement file in the FEBRABAN extrato layout (segment E).
      *  Every item carries our own transaction ID - account,
      *  posting date and sequence, the PSTHIST key - as the OFX
      *  FITID and the CNAB document number, so a re-import of an
      *  overlapping period matches the items it already holds
      *  instead of doubling them.  Exports come two ways: standing
      *  STMXPARM cards (the scheduled ones - the business day, the
      *  prior calendar month, or a fixed range) and the requests
      *  the branches queue on the STMXDESK desk (STMXREQ), which
      *  are marked exported or refused here.  Each export is a
      *  complete OFX document and a complete CNAB file, back to
      *  back in the night's STMTOFX and STMTCNAB datasets, and each
      *  is logged on STMXLOG - where it starts in each dataset, the
      *  item count and the balances sent.  An export whose items do
      *  not carry the opening balance to the closing one is still
      *  sent but logged for review; an export that cannot be made
      *  (unknown account, bad period, no balance on file) is
      *  refused and logged, and the run ends RC 4 with an alert.
      *  A desk request STMXREQ will not take the outcome on is left
      *  pending, and the run ends RC 8 with an alert so it is marked
      *  by hand before the next night exports it a second time.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE   ASSIGN TO STMXPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT STMX-REQ-FILE ASSIGN TO STMXREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SXQ-KEY
               FILE STATUS IS WS-STMXREQ-STATUS.
           SELECT SALDO-FILE  ASSIGN TO SALDOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUM
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT POST-HIST-FILE ASSIGN TO PSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PSTHIST-STATUS.
           SELECT BAL-HIST-FILE ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-BALHIST-STATUS.
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
           SELECT PJ-FILE     ASSIGN TO PJMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CNPJ
               ALTERNATE RECORD KEY IS PJ-OWNER-KEY
               FILE STATUS IS WS-PJMAST-STATUS.
           SELECT OFX-FILE    ASSIGN TO STMTOFX.
           SELECT CNAB-FILE   ASSIGN TO STMTCNAB.
           SELECT STMX-LOG-FILE ASSIGN TO STMXLOG.
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
      * One standing export per card.  PRM-PERIOD D is the business
      * day itself, M the prior calendar month; a space takes the
      * card's own date range.  A blank format sends both.
       FD  PARM-FILE RECORDING MODE F.
       01  STMX-PARM-REC.
           05  PRM-CONTA-NUM    PIC X(10).
           05  PRM-PERIOD       PIC X.
               88  PRM-PERIOD-DAY       VALUE 'D'.
               88  PRM-PERIOD-MONTH     VALUE 'M'.
           05  PRM-DATE-FROM    PIC X(8).
           05  PRM-DATE-TO      PIC X(8).
           05  PRM-FORMAT       PIC X.
           05  FILLER           PIC X(52).
      *
       FD  STMX-REQ-FILE RECORDING MODE F.
           COPY STMXREQ.
      *
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
      *
       FD  POST-HIST-FILE RECORDING MODE F.
           COPY PSTHIST.
      *
       FD  BAL-HIST-FILE RECORDING MODE F.
           COPY BALHIST.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
      *
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  PJ-FILE RECORDING MODE F.
           COPY PJMAST.
      *
       FD  OFX-FILE RECORDING MODE F.
       01  OFX-REC              PIC X(100).
      *
       FD  CNAB-FILE RECORDING MODE F.
       01  CNAB-REC             PIC X(240).
      *
       FD  STMX-LOG-FILE RECORDING MODE F.
           COPY STMXLOG.
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
           05  WS-PARM-EOF         PIC X VALUE 'N'.
               88  PARM-AT-EOF         VALUE 'Y'.
           05  WS-REQ-SCAN-FLAG    PIC X VALUE 'N'.
               88  REQ-SCAN-DONE       VALUE 'Y' FALSE 'N'.
           05  WS-ITEM-SCAN-FLAG   PIC X VALUE 'N'.
               88  ITEM-SCAN-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-BH-SCAN-FLAG     PIC X VALUE 'N'.
               88  SNAPSHOT-SCAN-DONE  VALUE 'Y' FALSE 'N'.
           05  WS-OPEN-FLAG        PIC X VALUE 'N'.
               88  OPENING-FOUND       VALUE 'Y' FALSE 'N'.
           05  WS-CLOSE-FLAG       PIC X VALUE 'N'.
               88  CLOSING-FOUND       VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-PARM-STATUS          PIC XX.
       01  WS-STMXREQ-STATUS       PIC XX.
       01  WS-SALDO-STATUS         PIC XX.
       01  WS-PSTHIST-STATUS       PIC XX.
       01  WS-BALHIST-STATUS       PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-CUSTMAST-STATUS      PIC XX.
       01  WS-PJMAST-STATUS        PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-EXPORT-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-REFUSED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-UNPROVED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-UNMARKED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-ITEM-TOTAL         PIC 9(7) VALUE ZEROS.
           05  WS-OFX-LINE-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-CNAB-REC-COUNT     PIC 9(7) VALUE ZEROS.
      * The bank's COMPE code and name as registered with FEBRABAN,
      * carried in the OFX BANKID and every CNAB record.
       01  WS-BANK-COMPE           PIC 9(3) VALUE 399.
       01  WS-BANK-NAME            PIC X(30) VALUE
           'BANCO OTTO B NAMED S.A.'.
      *
      * The export being worked, from a card or a queued request.
       01  WS-REQ-CONTA            PIC 9(10).
       01  WS-REQ-FROM             PIC 9(8).
       01  WS-REQ-TO               PIC 9(8).
       01  WS-REQ-FORMAT           PIC X.
           88  REQ-WANTS-OFX           VALUES 'O' 'B'.
           88  REQ-WANTS-CNAB          VALUES 'C' 'B'.
           88  REQ-FORMAT-VALID        VALUES 'O' 'C' 'B'.
       01  WS-REQ-ORIGIN           PIC X(4).
       01  WS-REQ-BY               PIC X(8).
       01  WS-REFUSE-REASON        PIC X(30).
       01  WS-EXPORT-NUM           PIC 9(6).
       01  WS-EXPORT-RESULT        PIC X.
       01  WS-OFX-FIRST-LINE       PIC 9(7).
       01  WS-CNAB-FIRST-REC       PIC 9(7).
       01  WS-ACCT-AGENCIA         PIC 9(4).
       01  WS-ACCT-MOEDA           PIC X(3).
      * The period's balances and what its items add up to.
       01  WS-OPENING-SALDO        PIC S9(9)V99.
       01  WS-OPENING-DATE         PIC 9(8).
       01  WS-CLOSING-SALDO        PIC S9(9)V99.
       01  WS-CLOSING-DATE         PIC 9(8).
       01  WS-PERIOD-DEBITS        PIC S9(11)V99.
       01  WS-PERIOD-CREDITS       PIC S9(11)V99.
       01  WS-PROVED-SALDO         PIC S9(11)V99.
       01  WS-ITEM-COUNT           PIC 9(7).
      * The account holder the export is made out to: the primary
      * holder on the cross-reference, a person (CPF) or a company
      * (CNPJ, through the PJMAST owner key).
       01  WS-HOLDER-TYPE          PIC 9.
       01  WS-HOLDER-DOC           PIC 9(14).
       01  WS-HOLDER-NAME          PIC X(30).
       01  WS-HOLDER-FLAG          PIC X VALUE 'N'.
           88  HOLDER-FOUND            VALUE 'Y' FALSE 'N'.
      * Date work: the prior-month window and the CNAB DDMMAAAA form.
       01  WS-DATE-YMD             PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-YMD.
           05  WS-DATE-YYYY        PIC 9(4).
           05  WS-DATE-MM          PIC 9(2).
           05  WS-DATE-DD          PIC 9(2).
       01  WS-DATE-DMY.
           05  WS-DMY-DD           PIC 9(2).
           05  WS-DMY-MM           PIC 9(2).
           05  WS-DMY-YYYY         PIC 9(4).
       01  WS-DATE-DMY-NUM REDEFINES WS-DATE-DMY
                                   PIC 9(8).
       01  WS-LEAP-QUOT            PIC 9(4).
       01  WS-LEAP-REM             PIC 9(4).
       01  WS-MONTH-DAYS-TABLE.
           05  FILLER              PIC X(24) VALUE
               '312831303130313130313031'.
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           05  WS-DAYS-IN-MONTH    PIC 9(2) OCCURS 12 TIMES.
      * The item being written.
       01  WS-ITEM-ID.
           05  WS-ITEM-ID-CONTA    PIC 9(10).
           05  WS-ITEM-ID-DATE     PIC 9(8).
           05  WS-ITEM-ID-SEQ      PIC 9(5).
       01  WS-ITEM-MEMO            PIC X(25).
       01  WS-ITEM-TRNTYPE         PIC X(6).
       01  WS-ITEM-CATEGORY        PIC 9(3).
       01  WS-ITEM-SIGNED          PIC S9(9)V99.
      * OFX text work: amounts are written without leading blanks.
       01  WS-AMOUNT-EDIT          PIC -(10)9.99.
       01  WS-AMOUNT-TEXT          PIC X(15).
       01  WS-LEAD-COUNT           PIC 9(2).
       01  WS-OFX-LINE             PIC X(100).
       01  WS-OFX-AGENCIA          PIC 9(4).
       01  WS-OFX-TRNUID           PIC 9(6).
      * The CNAB account identification, positions 18-102 of every
      * header and detail; the trailer carries the first 55 bytes.
       01  WS-CNAB-ACCT-ID.
           05  WS-CNAB-ACCT-CORE.
               10  WS-CNAB-INSC-TIPO   PIC 9.
               10  WS-CNAB-INSC-NUM    PIC 9(14).
               10  WS-CNAB-CONVENIO    PIC X(20).
               10  WS-CNAB-AGENCIA     PIC 9(5).
               10  WS-CNAB-AGENCIA-DV  PIC X.
               10  WS-CNAB-CONTA       PIC 9(12).
               10  WS-CNAB-CONTA-DV    PIC X.
               10  WS-CNAB-AGCONTA-DV  PIC X.
           05  WS-CNAB-EMPRESA         PIC X(30).
       01  WS-CNAB-LOTE-RECS       PIC 9(6).
      * CNAB 240 records, FEBRABAN extrato (servico 04) layout.
       01  CNAB-FILE-HEADER.
           05  CFH-BANCO           PIC 9(3).
           05  FILLER              PIC 9(4) VALUE ZEROS.
           05  FILLER              PIC X VALUE '0'.
           05  FILLER              PIC X(9) VALUE SPACES.
           05  CFH-ACCT-ID         PIC X(85).
           05  CFH-BANCO-NOME      PIC X(30).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC 9 VALUE 2.
           05  CFH-DATA-GERACAO    PIC 9(8).
           05  CFH-HORA-GERACAO    PIC 9(6).
           05  CFH-NSA             PIC 9(6).
           05  FILLER              PIC 9(3) VALUE 089.
           05  FILLER              PIC 9(5) VALUE ZEROS.
           05  FILLER              PIC X(69) VALUE SPACES.
       01  CNAB-LOTE-HEADER.
           05  CLH-BANCO           PIC 9(3).
           05  FILLER              PIC 9(4) VALUE 1.
           05  FILLER              PIC X VALUE '1'.
           05  FILLER              PIC X VALUE 'E'.
           05  FILLER              PIC 9(2) VALUE 04.
           05  FILLER              PIC 9(2) VALUE 40.
           05  FILLER              PIC 9(3) VALUE 033.
           05  FILLER              PIC X VALUE SPACE.
           05  CLH-ACCT-ID         PIC X(85).
           05  FILLER              PIC X(40) VALUE SPACES.
           05  CLH-SALDO-DATA      PIC 9(8).
           05  CLH-SALDO-VALOR     PIC 9(16)V99.
           05  CLH-SALDO-SITUACAO  PIC X.
           05  FILLER              PIC X VALUE 'F'.
           05  CLH-MOEDA           PIC X(3).
           05  CLH-EXTRATO-SEQ     PIC 9(5).
           05  FILLER              PIC X(62) VALUE SPACES.
       01  CNAB-DETAIL-E.
           05  CDE-BANCO           PIC 9(3).
           05  FILLER              PIC 9(4) VALUE 1.
           05  FILLER              PIC X VALUE '3'.
           05  CDE-REGISTRO        PIC 9(5).
           05  FILLER              PIC X VALUE 'E'.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  CDE-ACCT-ID         PIC X(85).
           05  FILLER              PIC X(6) VALUE SPACES.
           05  FILLER              PIC X(3) VALUE 'DPV'.
           05  FILLER              PIC 9(2) VALUE ZEROS.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X VALUE 'N'.
           05  CDE-DATA-CONTABIL   PIC 9(8).
           05  CDE-DATA-LANCAMENTO PIC 9(8).
           05  CDE-VALOR           PIC 9(16)V99.
           05  CDE-DEB-CRED        PIC X.
           05  CDE-CATEGORIA       PIC 9(3).
           05  CDE-HIST-CODIGO     PIC X(4).
           05  CDE-HIST-DESCRICAO  PIC X(25).
           05  CDE-DOCUMENTO       PIC X(39).
       01  CNAB-LOTE-TRAILER.
           05  CLT-BANCO           PIC 9(3).
           05  FILLER              PIC 9(4) VALUE 1.
           05  FILLER              PIC X VALUE '5'.
           05  FILLER              PIC X(9) VALUE SPACES.
           05  CLT-ACCT-CORE       PIC X(55).
           05  FILLER              PIC X(16) VALUE SPACES.
           05  FILLER              PIC 9(16)V99 VALUE ZEROS.
           05  FILLER              PIC 9(16)V99 VALUE ZEROS.
           05  FILLER              PIC 9(16)V99 VALUE ZEROS.
           05  CLT-SALDO-DATA      PIC 9(8).
           05  CLT-SALDO-VALOR     PIC 9(16)V99.
           05  CLT-SALDO-SITUACAO  PIC X.
           05  FILLER              PIC X VALUE 'F'.
           05  CLT-QTD-REGISTROS   PIC 9(6).
           05  CLT-SOMA-DEBITOS    PIC 9(16)V99.
           05  CLT-SOMA-CREDITOS   PIC 9(16)V99.
           05  FILLER              PIC X(28) VALUE SPACES.
       01  CNAB-FILE-TRAILER.
           05  CFT-BANCO           PIC 9(3).
           05  FILLER              PIC 9(4) VALUE 9999.
           05  FILLER              PIC X VALUE '9'.
           05  FILLER              PIC X(9) VALUE SPACES.
           05  FILLER              PIC 9(6) VALUE 1.
           05  CFT-QTD-REGISTROS   PIC 9(6).
           05  FILLER              PIC 9(6) VALUE ZEROS.
           05  FILLER              PIC X(205) VALUE SPACES.
       01  WS-GEN-TIME             PIC 9(8).
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
      *------------------
       PROCEDURE DIVISION.
      *------------------
      * MAIN-LOGIC is the program's only entry point, PERFORMing each
      * step in order so no paragraph runs by falling through into the
      * next one physically.
       MAIN-LOGIC.
           PERFORM OPEN-FILES
           PERFORM EXPORT-STANDING-CARDS
           PERFORM EXPORT-DESK-REQUESTS
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT SALDO-FILE
           IF WS-SALDO-STATUS NOT = '00'
               DISPLAY 'STMTEXP UNABLE TO OPEN SALDOFIL - STATUS '
                   WS-SALDO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT POST-HIST-FILE
           IF WS-PSTHIST-STATUS NOT = '00'
               DISPLAY 'STMTEXP UNABLE TO OPEN PSTHIST - STATUS '
                   WS-PSTHIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BAL-HIST-FILE
           IF WS-BALHIST-STATUS NOT = '00'
               DISPLAY 'STMTEXP UNABLE TO OPEN BALHIST - STATUS '
                   WS-BALHIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT XREF-FILE
           OPEN INPUT CUSTMAST
           OPEN INPUT PJ-FILE
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               SET PARM-AT-EOF TO TRUE
           END-IF
           OPEN I-O STMX-REQ-FILE
           IF WS-STMXREQ-STATUS = '35'
               CLOSE STMX-REQ-FILE
               OPEN OUTPUT STMX-REQ-FILE
               CLOSE STMX-REQ-FILE
               OPEN I-O STMX-REQ-FILE
           END-IF
           OPEN OUTPUT OFX-FILE
           OPEN OUTPUT CNAB-FILE
           OPEN EXTEND STMX-LOG-FILE
           CALL 'GETBDAT' USING WS-RUN-DATE
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'STMTEXP' TO SEQ-JOB-NAME
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
           MOVE 'STMTEXP'       TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * TAKE-EXPORT-NUMBER draws the next export number from the
      * STMTEXPN counter on RUNSEQ: the OFX TRNUID and the CNAB file
      * sequence (NSA), unique across nights.
       TAKE-EXPORT-NUMBER.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'STMTEXPN' TO SEQ-JOB-NAME
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
           IF SEQ-LAST-NUMBER > 999999
               MOVE 1 TO SEQ-LAST-NUMBER
           END-IF
           REWRITE RUN-SEQ-REC
               INVALID KEY
                   WRITE RUN-SEQ-REC
           END-REWRITE
           CLOSE RUN-SEQ-FILE
           MOVE SEQ-LAST-NUMBER TO WS-EXPORT-NUM.
      *
      * EXPORT-STANDING-CARDS works the scheduled exports: each card
      * resolves its period against the business date.
       EXPORT-STANDING-CARDS.
           PERFORM READ-PARM-CARD
           PERFORM UNTIL PARM-AT-EOF OR COUNTER-OVERFLOWED
               PERFORM EXPORT-ONE-CARD
               PERFORM READ-PARM-CARD
           END-PERFORM
           IF WS-PARM-STATUS = '00' OR WS-PARM-STATUS = '10'
               CLOSE PARM-FILE
           END-IF.
      *
       READ-PARM-CARD.
           IF NOT PARM-AT-EOF
               READ PARM-FILE
                   AT END SET PARM-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                           ON SIZE ERROR
                               SET COUNTER-OVERFLOWED TO TRUE
                               DISPLAY 'WS-READ-COUNT OVERFLOWED'
                       END-ADD
               END-READ
           END-IF.
      *
       EXPORT-ONE-CARD.
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE ZEROS  TO WS-REQ-CONTA
           MOVE ZEROS  TO WS-REQ-FROM
           MOVE ZEROS  TO WS-REQ-TO
           IF PRM-CONTA-NUM IS NUMERIC
               MOVE PRM-CONTA-NUM TO WS-REQ-CONTA
           ELSE
               MOVE 'ACCOUNT NOT NUMERIC' TO WS-REFUSE-REASON
           END-IF
           EVALUATE TRUE
               WHEN PRM-PERIOD-DAY
                   MOVE WS-RUN-DATE TO WS-REQ-FROM
                   MOVE WS-RUN-DATE TO WS-REQ-TO
               WHEN PRM-PERIOD-MONTH
                   PERFORM FIND-PRIOR-MONTH
               WHEN OTHER
                   IF PRM-DATE-FROM IS NUMERIC
                           AND PRM-DATE-TO IS NUMERIC
                       MOVE PRM-DATE-FROM TO WS-REQ-FROM
                       MOVE PRM-DATE-TO   TO WS-REQ-TO
                   ELSE
                       IF WS-REFUSE-REASON = SPACES
                           MOVE 'PERIOD DATES NOT NUMERIC'
                               TO WS-REFUSE-REASON
                       END-IF
                   END-IF
           END-EVALUATE
           IF PRM-FORMAT = SPACE
               MOVE 'B' TO WS-REQ-FORMAT
           ELSE
               MOVE PRM-FORMAT TO WS-REQ-FORMAT
           END-IF
           MOVE 'PARM'  TO WS-REQ-ORIGIN
           MOVE 'BATCH' TO WS-REQ-BY
           PERFORM EXPORT-ONE-REQUEST.
      *
      * FIND-PRIOR-MONTH sets the period to the whole calendar month
      * before the business date's, for the month-end scheduled card.
       FIND-PRIOR-MONTH.
           MOVE WS-RUN-DATE TO WS-DATE-YMD
           IF WS-DATE-MM = 1
               MOVE 12 TO WS-DATE-MM
               SUBTRACT 1 FROM WS-DATE-YYYY
           ELSE
               SUBTRACT 1 FROM WS-DATE-MM
           END-IF
           MOVE 1 TO WS-DATE-DD
           MOVE WS-DATE-YMD TO WS-REQ-FROM
           MOVE WS-DAYS-IN-MONTH(WS-DATE-MM) TO WS-DATE-DD
           IF WS-DATE-MM = 2
               DIVIDE WS-DATE-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZEROS
                   MOVE 29 TO WS-DATE-DD
               END-IF
               DIVIDE WS-DATE-YYYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZEROS
                   DIVIDE WS-DATE-YYYY BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = ZEROS
                       MOVE 28 TO WS-DATE-DD
                   END-IF
               END-IF
           END-IF
           MOVE WS-DATE-YMD TO WS-REQ-TO.
      *
      * EXPORT-DESK-REQUESTS works every request still pending on the
      * desk queue and marks it with the outcome.
       EXPORT-DESK-REQUESTS.
           SET REQ-SCAN-DONE TO FALSE
           MOVE LOW-VALUES TO SXQ-KEY
           START STMX-REQ-FILE KEY IS NOT LESS THAN SXQ-KEY
               INVALID KEY SET REQ-SCAN-DONE TO TRUE
           END-START
           PERFORM EXPORT-ONE-QUEUED
               UNTIL REQ-SCAN-DONE OR COUNTER-OVERFLOWED.
      *
       EXPORT-ONE-QUEUED.
           READ STMX-REQ-FILE NEXT RECORD
               AT END SET REQ-SCAN-DONE TO TRUE
               NOT AT END
                   IF SXQ-PENDING
                       ADD 1 TO WS-READ-COUNT
                           ON SIZE ERROR
                               SET COUNTER-OVERFLOWED TO TRUE
                               DISPLAY 'WS-READ-COUNT OVERFLOWED'
                       END-ADD
                       MOVE SPACES           TO WS-REFUSE-REASON
                       MOVE SXQ-CONTA-NUM    TO WS-REQ-CONTA
                       MOVE SXQ-DATE-FROM    TO WS-REQ-FROM
                       MOVE SXQ-DATE-TO      TO WS-REQ-TO
                       MOVE SXQ-FORMAT       TO WS-REQ-FORMAT
                       MOVE 'DESK'           TO WS-REQ-ORIGIN
                       MOVE SXQ-REQUESTED-BY TO WS-REQ-BY
                       PERFORM EXPORT-ONE-REQUEST
                       IF WS-REFUSE-REASON = SPACES
                           SET SXQ-EXPORTED TO TRUE
                       ELSE
                           SET SXQ-REFUSED  TO TRUE
                       END-IF
                       MOVE WS-REFUSE-REASON TO SXQ-REASON
                       MOVE WS-RUN-DATE      TO SXQ-EXPORT-DATE
                       REWRITE STMX-REQ-REC
                           INVALID KEY
                               ADD 1 TO WS-UNMARKED-COUNT
                               DISPLAY 'STMTEXP REQUEST NOT MARKED - '
                                       SXQ-KEY ' STATUS '
                                       WS-STMXREQ-STATUS
                       END-REWRITE
                   END-IF
           END-READ.
      *
      * EXPORT-ONE-REQUEST makes one export from the fields set up by
      * the card or the queue: check it, find the balances, write the
      * formats asked for, and log the outcome either way.
       EXPORT-ONE-REQUEST.
           MOVE ZEROS  TO WS-ITEM-COUNT
           MOVE ZEROS  TO WS-EXPORT-NUM
           MOVE ZEROS  TO WS-OPENING-SALDO
           MOVE ZEROS  TO WS-CLOSING-SALDO
           MOVE ZEROS  TO WS-OFX-FIRST-LINE
           MOVE ZEROS  TO WS-CNAB-FIRST-REC
           IF WS-REFUSE-REASON = SPACES
               PERFORM VALIDATE-REQUEST
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM FIND-PERIOD-BALANCES
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM IDENTIFY-ACCOUNT-HOLDER
               PERFORM TAKE-EXPORT-NUMBER
               PERFORM WRITE-EXPORT-HEADERS
               PERFORM WRITE-PERIOD-ITEMS
               PERFORM WRITE-EXPORT-TRAILERS
               PERFORM PROVE-PERIOD-BALANCE
               ADD 1 TO WS-EXPORT-COUNT
               ADD WS-ITEM-COUNT TO WS-ITEM-TOTAL
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-ITEM-TOTAL OVERFLOWED'
               END-ADD
           ELSE
               MOVE 'X' TO WS-EXPORT-RESULT
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'STMTEXP REFUSED ' WS-REQ-CONTA ' '
                       WS-REQ-FROM '-' WS-REQ-TO ' '
                       WS-REFUSE-REASON
           END-IF
           PERFORM LOG-ONE-EXPORT.
      *
       VALIDATE-REQUEST.
           MOVE WS-REQ-CONTA TO CONTA-NUM
           READ SALDO-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REFUSE-REASON
               NOT INVALID KEY
                   MOVE SALDO-AGENCIA TO WS-ACCT-AGENCIA
                   IF MOEDA-BRL
                       MOVE 'BRL' TO WS-ACCT-MOEDA
                   ELSE
                       MOVE SALDO-MOEDA TO WS-ACCT-MOEDA
                   END-IF
           END-READ
           IF WS-REFUSE-REASON = SPACES
               EVALUATE TRUE
                   WHEN WS-REQ-FROM = ZEROS OR WS-REQ-TO = ZEROS
                       MOVE 'PERIOD DATES MISSING'
                           TO WS-REFUSE-REASON
                   WHEN WS-REQ-FROM > WS-REQ-TO
                       MOVE 'PERIOD STARTS AFTER IT ENDS'
                           TO WS-REFUSE-REASON
                   WHEN WS-REQ-TO > WS-RUN-DATE
                       MOVE 'PERIOD ENDS IN THE FUTURE'
                           TO WS-REFUSE-REASON
                   WHEN NOT REQ-FORMAT-VALID
                       MOVE 'FORMAT NOT O, C OR B'
                           TO WS-REFUSE-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *
      * FIND-PERIOD-BALANCES walks the account's BALHIST snapshots:
      * the opening balance is the latest position dated before the
      * period starts (none - an account opened inside the period -
      * opens at zero), the closing balance the latest on or before
      * the period's last day, which must exist.
       FIND-PERIOD-BALANCES.
           SET OPENING-FOUND TO FALSE
           SET CLOSING-FOUND TO FALSE
           MOVE ZEROS TO WS-OPENING-DATE
           MOVE ZEROS TO WS-CLOSING-DATE
           SET SNAPSHOT-SCAN-DONE TO FALSE
           MOVE WS-REQ-CONTA TO BH-CONTA-NUM
           MOVE ZEROS        TO BH-RUN-DATE
           START BAL-HIST-FILE KEY IS NOT LESS THAN BH-KEY
               INVALID KEY SET SNAPSHOT-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-ONE-SNAPSHOT UNTIL SNAPSHOT-SCAN-DONE
           IF NOT CLOSING-FOUND
               MOVE 'NO BALANCE ON FILE FOR PERIOD'
                   TO WS-REFUSE-REASON
           END-IF.
      *
       SCAN-ONE-SNAPSHOT.
           READ BAL-HIST-FILE NEXT RECORD
               AT END SET SNAPSHOT-SCAN-DONE TO TRUE
               NOT AT END
                   IF BH-CONTA-NUM NOT = WS-REQ-CONTA
                           OR BH-RUN-DATE > WS-REQ-TO
                       SET SNAPSHOT-SCAN-DONE TO TRUE
                   ELSE
                       SET CLOSING-FOUND TO TRUE
                       MOVE BH-SALDO    TO WS-CLOSING-SALDO
                       MOVE BH-RUN-DATE TO WS-CLOSING-DATE
                       IF BH-RUN-DATE < WS-REQ-FROM
                           SET OPENING-FOUND TO TRUE
                           MOVE BH-SALDO    TO WS-OPENING-SALDO
                           MOVE BH-RUN-DATE TO WS-OPENING-DATE
                       END-IF
                   END-IF
           END-READ.
      *
      * IDENTIFY-ACCOUNT-HOLDER finds the primary holder through the
      * cross-reference's account key - a company through its PJMAST
      * owner key - for the CNAB inscription and name.  An account
      * with no holder found still exports, unnamed.
       IDENTIFY-ACCOUNT-HOLDER.
           SET HOLDER-FOUND TO FALSE
           MOVE 1      TO WS-HOLDER-TYPE
           MOVE ZEROS  TO WS-HOLDER-DOC
           MOVE SPACES TO WS-HOLDER-NAME
           MOVE WS-REQ-CONTA TO XRF-CONTA-NUM
           START XREF-FILE KEY IS EQUAL TO XRF-CONTA-NUM
               INVALID KEY SET HOLDER-FOUND TO TRUE
           END-START
           PERFORM FIND-PRIMARY-HOLDER UNTIL HOLDER-FOUND.
      *
       FIND-PRIMARY-HOLDER.
           READ XREF-FILE NEXT RECORD
               AT END SET HOLDER-FOUND TO TRUE
               NOT AT END
                   IF XRF-CONTA-NUM NOT = WS-REQ-CONTA
                       SET HOLDER-FOUND TO TRUE
                   ELSE
                       IF XRF-PRIMARY-HOLDER
                           SET HOLDER-FOUND TO TRUE
                           PERFORM NAME-PRIMARY-HOLDER
                       END-IF
                   END-IF
           END-READ.
      *
       NAME-PRIMARY-HOLDER.
           IF XRF-LEGAL-ENTITY
               MOVE XRF-CPF TO PJ-OWNER-KEY
               READ PJ-FILE KEY IS PJ-OWNER-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 2               TO WS-HOLDER-TYPE
                       IF PJ-CNPJ IS NUMERIC
                           MOVE PJ-CNPJ     TO WS-HOLDER-DOC
                       END-IF
                       MOVE PJ-RAZAO-SOCIAL TO WS-HOLDER-NAME
               END-READ
           ELSE
               MOVE XRF-CPF TO CPF IN CLIENTE-REC
               READ CUSTMAST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CPF IN CLIENTE-REC IS NUMERIC
                           MOVE CPF IN CLIENTE-REC TO WS-HOLDER-DOC
                       END-IF
                       MOVE NOME IN CLIENTE-REC TO WS-HOLDER-NAME
               END-READ
           END-IF.
      *
      * WRITE-EXPORT-HEADERS opens the OFX document and the CNAB file
      * and batch (lote) for the export, noting where each starts.
       WRITE-EXPORT-HEADERS.
           MOVE ZEROS TO WS-PERIOD-DEBITS
           MOVE ZEROS TO WS-PERIOD-CREDITS
           ACCEPT WS-GEN-TIME FROM TIME
           IF REQ-WANTS-OFX
               COMPUTE WS-OFX-FIRST-LINE = WS-OFX-LINE-COUNT + 1
               PERFORM WRITE-OFX-HEADER
           END-IF
           IF REQ-WANTS-CNAB
               COMPUTE WS-CNAB-FIRST-REC = WS-CNAB-REC-COUNT + 1
               PERFORM WRITE-CNAB-HEADERS
           END-IF.
      *
       WRITE-OFX-HEADER.
           MOVE 'OFXHEADER:100'      TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE 'DATA:OFXSGML'       TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE 'VERSION:102'        TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE 'SECURITY:NONE'      TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE 'ENCODING:USASCII'   TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE 'CHARSET:1252'       TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE 'COMPRESSION:NONE'   TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE 'OLDFILEUID:NONE'    TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE 'NEWFILEUID:NONE'    TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE SPACES               TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE '<OFX>'              TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE '<SIGNONMSGSRSV1><SONRS>' TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE '<STATUS><CODE>0<SEVERITY>INFO</STATUS>'
               TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           STRING '<DTSERVER>' WS-RUN-DATE WS-GEN-TIME(1:6)
               DELIMITED BY SIZE INTO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE '<LANGUAGE>POR'      TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE '</SONRS></SIGNONMSGSRSV1>' TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE '<BANKMSGSRSV1><STMTTRNRS>' TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE WS-EXPORT-NUM TO WS-OFX-TRNUID
           STRING '<TRNUID>' WS-OFX-TRNUID
               DELIMITED BY SIZE INTO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE '<STATUS><CODE>0<SEVERITY>INFO</STATUS>'
               TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE '<STMTRS>'           TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           STRING '<CURDEF>' WS-ACCT-MOEDA
               DELIMITED BY SIZE INTO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE WS-ACCT-AGENCIA TO WS-OFX-AGENCIA
           STRING '<BANKACCTFROM><BANKID>' WS-BANK-COMPE
                  '<BRANCHID>' WS-OFX-AGENCIA
               DELIMITED BY SIZE INTO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           STRING '<ACCTID>' WS-REQ-CONTA
                  '<ACCTTYPE>CHECKING</BANKACCTFROM>'
               DELIMITED BY SIZE INTO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           STRING '<BANKTRANLIST><DTSTART>' WS-REQ-FROM
                  '<DTEND>' WS-REQ-TO
               DELIMITED BY SIZE INTO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE.
      *
       WRITE-CNAB-HEADERS.
           MOVE WS-HOLDER-TYPE   TO WS-CNAB-INSC-TIPO
           MOVE WS-HOLDER-DOC    TO WS-CNAB-INSC-NUM
           MOVE SPACES           TO WS-CNAB-CONVENIO
           MOVE WS-ACCT-AGENCIA  TO WS-CNAB-AGENCIA
           MOVE SPACE            TO WS-CNAB-AGENCIA-DV
           MOVE WS-REQ-CONTA     TO WS-CNAB-CONTA
           MOVE SPACE            TO WS-CNAB-CONTA-DV
           MOVE SPACE            TO WS-CNAB-AGCONTA-DV
           MOVE WS-HOLDER-NAME   TO WS-CNAB-EMPRESA
           MOVE WS-BANK-COMPE    TO CFH-BANCO
           MOVE WS-CNAB-ACCT-ID  TO CFH-ACCT-ID
           MOVE WS-BANK-NAME     TO CFH-BANCO-NOME
           MOVE WS-RUN-DATE      TO WS-DATE-YMD
           PERFORM FORM-CNAB-DATE
           MOVE WS-DATE-DMY-NUM  TO CFH-DATA-GERACAO
           MOVE WS-GEN-TIME(1:6) TO CFH-HORA-GERACAO
           MOVE WS-EXPORT-NUM    TO CFH-NSA
           MOVE CNAB-FILE-HEADER TO CNAB-REC
           PERFORM WRITE-CNAB-RECORD
           MOVE WS-BANK-COMPE    TO CLH-BANCO
           MOVE WS-CNAB-ACCT-ID  TO CLH-ACCT-ID
           MOVE WS-OPENING-DATE  TO WS-DATE-YMD
           IF WS-OPENING-DATE = ZEROS
               MOVE WS-REQ-FROM  TO WS-DATE-YMD
           END-IF
           PERFORM FORM-CNAB-DATE
           MOVE WS-DATE-DMY-NUM  TO CLH-SALDO-DATA
           MOVE WS-OPENING-SALDO TO CLH-SALDO-VALOR
           IF WS-OPENING-SALDO < ZEROS
               MOVE 'D' TO CLH-SALDO-SITUACAO
           ELSE
               MOVE 'C' TO CLH-SALDO-SITUACAO
           END-IF
           MOVE WS-ACCT-MOEDA    TO CLH-MOEDA
           MOVE 1                TO CLH-EXTRATO-SEQ
           MOVE CNAB-LOTE-HEADER TO CNAB-REC
           PERFORM WRITE-CNAB-RECORD
           MOVE 1 TO WS-CNAB-LOTE-RECS.
      *
      * WRITE-PERIOD-ITEMS walks the account's posting detail from
      * the first day of the period to the last, in posting order.
       WRITE-PERIOD-ITEMS.
           SET ITEM-SCAN-DONE TO FALSE
           MOVE WS-REQ-CONTA TO PH-CONTA-NUM
           MOVE WS-REQ-FROM  TO PH-POST-DATE
           MOVE ZEROS        TO PH-SEQ
           START POST-HIST-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY SET ITEM-SCAN-DONE TO TRUE
           END-START
           PERFORM WRITE-ONE-ITEM UNTIL ITEM-SCAN-DONE.
      *
       WRITE-ONE-ITEM.
           READ POST-HIST-FILE NEXT RECORD
               AT END SET ITEM-SCAN-DONE TO TRUE
               NOT AT END
                   IF PH-CONTA-NUM NOT = WS-REQ-CONTA
                           OR PH-POST-DATE > WS-REQ-TO
                       SET ITEM-SCAN-DONE TO TRUE
                   ELSE
                       PERFORM DESCRIBE-ONE-ITEM
                       IF REQ-WANTS-OFX
                           PERFORM WRITE-OFX-ITEM
                       END-IF
                       IF REQ-WANTS-CNAB
                           PERFORM WRITE-CNAB-ITEM
                       END-IF
                   END-IF
           END-READ.
      *
      * DESCRIBE-ONE-ITEM builds what both formats say about the item:
      * the transaction ID, the signed amount, the memo, the OFX type
      * and the FEBRABAN category.  A reversal and the item it
      * reversed both go out, each under its own ID, so the pair nets
      * in the customer's books the way it does on the statement.
       DESCRIBE-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           MOVE PH-CONTA-NUM TO WS-ITEM-ID-CONTA
           MOVE PH-POST-DATE TO WS-ITEM-ID-DATE
           MOVE PH-SEQ       TO WS-ITEM-ID-SEQ
           MOVE SPACES       TO WS-ITEM-MEMO
           IF PH-IS-REVERSAL
               STRING PH-SOURCE-CODE ' ESTORNO'
                   DELIMITED BY SIZE INTO WS-ITEM-MEMO
           ELSE
               MOVE PH-SOURCE-CODE TO WS-ITEM-MEMO
           END-IF
           IF PH-DEBIT
               COMPUTE WS-ITEM-SIGNED = ZERO - PH-AMOUNT
               ADD PH-AMOUNT TO WS-PERIOD-DEBITS
               MOVE 'DEBIT' TO WS-ITEM-TRNTYPE
               MOVE 104     TO WS-ITEM-CATEGORY
           ELSE
               MOVE PH-AMOUNT TO WS-ITEM-SIGNED
               ADD PH-AMOUNT TO WS-PERIOD-CREDITS
               MOVE 'CREDIT' TO WS-ITEM-TRNTYPE
               MOVE 205      TO WS-ITEM-CATEGORY
           END-IF
           EVALUATE TRUE
               WHEN PH-IS-REVERSAL AND PH-DEBIT
                   MOVE 103 TO WS-ITEM-CATEGORY
               WHEN PH-IS-REVERSAL
                   MOVE 204 TO WS-ITEM-CATEGORY
               WHEN PH-SOURCE-CODE = 'FEE'
                   MOVE 'FEE'  TO WS-ITEM-TRNTYPE
                   MOVE 105    TO WS-ITEM-CATEGORY
               WHEN PH-SOURCE-CODE = 'IOF'
                   MOVE 'FEE'  TO WS-ITEM-TRNTYPE
                   MOVE 110    TO WS-ITEM-CATEGORY
               WHEN PH-SOURCE-CODE = 'INT'
               WHEN PH-SOURCE-CODE = 'CINT'
                   MOVE 'INT'  TO WS-ITEM-TRNTYPE
               WHEN PH-SOURCE-CODE = 'LOAN' AND PH-DEBIT
                   MOVE 107    TO WS-ITEM-CATEGORY
               WHEN PH-SOURCE-CODE = 'LOAN'
                   MOVE 207    TO WS-ITEM-CATEGORY
               WHEN PH-SOURCE-CODE = 'CDB' AND PH-DEBIT
                   MOVE 106    TO WS-ITEM-CATEGORY
               WHEN PH-SOURCE-CODE = 'CDB'
                   MOVE 206    TO WS-ITEM-CATEGORY
               WHEN PH-SOURCE-CODE = 'XFER'
               WHEN PH-SOURCE-CODE = 'XFRR'
                   MOVE 'XFER' TO WS-ITEM-TRNTYPE
                   IF PH-CREDIT
                       MOVE 209 TO WS-ITEM-CATEGORY
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       WRITE-OFX-ITEM.
           STRING '<STMTTRN><TRNTYPE>' WS-ITEM-TRNTYPE
               DELIMITED BY SPACE INTO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           STRING '<DTPOSTED>' PH-POST-DATE
               DELIMITED BY SIZE INTO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE WS-ITEM-SIGNED TO WS-AMOUNT-EDIT
           PERFORM FORM-AMOUNT-TEXT
           STRING '<TRNAMT>' WS-AMOUNT-TEXT
               DELIMITED BY SPACE INTO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           STRING '<FITID>' WS-ITEM-ID
               DELIMITED BY SIZE INTO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           STRING '<MEMO>' WS-ITEM-MEMO
               DELIMITED BY SIZE INTO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE '</STMTTRN>' TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE.
      *
       WRITE-CNAB-ITEM.
           ADD 1 TO WS-CNAB-LOTE-RECS
           MOVE WS-BANK-COMPE    TO CDE-BANCO
           MOVE WS-CNAB-LOTE-RECS TO CDE-REGISTRO
           SUBTRACT 1 FROM CDE-REGISTRO
           MOVE WS-CNAB-ACCT-ID  TO CDE-ACCT-ID
           MOVE PH-POST-DATE     TO WS-DATE-YMD
           PERFORM FORM-CNAB-DATE
           MOVE WS-DATE-DMY-NUM  TO CDE-DATA-CONTABIL
           MOVE WS-DATE-DMY-NUM  TO CDE-DATA-LANCAMENTO
           MOVE PH-AMOUNT        TO CDE-VALOR
           MOVE PH-DC-CODE       TO CDE-DEB-CRED
           MOVE WS-ITEM-CATEGORY TO CDE-CATEGORIA
           MOVE PH-SOURCE-CODE   TO CDE-HIST-CODIGO
           MOVE WS-ITEM-MEMO     TO CDE-HIST-DESCRICAO
           MOVE WS-ITEM-ID       TO CDE-DOCUMENTO
           MOVE CNAB-DETAIL-E    TO CNAB-REC
           PERFORM WRITE-CNAB-RECORD.
      *
      * WRITE-EXPORT-TRAILERS closes both formats: the OFX closing
      * (ledger) balance with the opening balance in the balance
      * list, and the CNAB lote trailer with the closing balance and
      * the period's debit and credit totals, then the file trailer.
       WRITE-EXPORT-TRAILERS.
           IF REQ-WANTS-OFX
               PERFORM WRITE-OFX-TRAILER
           END-IF
           IF REQ-WANTS-CNAB
               PERFORM WRITE-CNAB-TRAILERS
           END-IF.
      *
       WRITE-OFX-TRAILER.
           MOVE '</BANKTRANLIST>' TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE WS-CLOSING-SALDO TO WS-AMOUNT-EDIT
           PERFORM FORM-AMOUNT-TEXT
           STRING '<LEDGERBAL><BALAMT>' WS-AMOUNT-TEXT
               DELIMITED BY SPACE INTO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           STRING '<DTASOF>' WS-CLOSING-DATE '</LEDGERBAL>'
               DELIMITED BY SIZE INTO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE '<BALLIST><BAL><NAME>SALDO ANTERIOR' TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE '<DESC>OPENING BALANCE<BALTYPE>DOLLAR'
               TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE WS-OPENING-SALDO TO WS-AMOUNT-EDIT
           PERFORM FORM-AMOUNT-TEXT
           STRING '<VALUE>' WS-AMOUNT-TEXT
               DELIMITED BY SPACE INTO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           IF WS-OPENING-DATE = ZEROS
               STRING '<DTASOF>' WS-REQ-FROM '</BAL></BALLIST>'
                   DELIMITED BY SIZE INTO WS-OFX-LINE
           ELSE
               STRING '<DTASOF>' WS-OPENING-DATE '</BAL></BALLIST>'
                   DELIMITED BY SIZE INTO WS-OFX-LINE
           END-IF
           PERFORM WRITE-OFX-LINE
           MOVE '</STMTRS></STMTTRNRS></BANKMSGSRSV1>' TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE
           MOVE '</OFX>' TO WS-OFX-LINE
           PERFORM WRITE-OFX-LINE.
      *
       WRITE-CNAB-TRAILERS.
           ADD 1 TO WS-CNAB-LOTE-RECS
           MOVE WS-BANK-COMPE     TO CLT-BANCO
           MOVE WS-CNAB-ACCT-CORE TO CLT-ACCT-CORE
           MOVE WS-CLOSING-DATE   TO WS-DATE-YMD
           PERFORM FORM-CNAB-DATE
           MOVE WS-DATE-DMY-NUM   TO CLT-SALDO-DATA
           MOVE WS-CLOSING-SALDO  TO CLT-SALDO-VALOR
           IF WS-CLOSING-SALDO < ZEROS
               MOVE 'D' TO CLT-SALDO-SITUACAO
           ELSE
               MOVE 'C' TO CLT-SALDO-SITUACAO
           END-IF
           MOVE WS-CNAB-LOTE-RECS TO CLT-QTD-REGISTROS
           MOVE WS-PERIOD-DEBITS  TO CLT-SOMA-DEBITOS
           MOVE WS-PERIOD-CREDITS TO CLT-SOMA-CREDITOS
           MOVE CNAB-LOTE-TRAILER TO CNAB-REC
           PERFORM WRITE-CNAB-RECORD
           MOVE WS-BANK-COMPE     TO CFT-BANCO
           COMPUTE CFT-QTD-REGISTROS = WS-CNAB-LOTE-RECS + 2
           MOVE CNAB-FILE-TRAILER TO CNAB-REC
           PERFORM WRITE-CNAB-RECORD.
      *
      * PROVE-PERIOD-BALANCE checks the export adds up: the opening
      * balance plus the period's credits less its debits should be
      * the closing balance.  An export that does not prove (detail
      * trimmed by housekeeping, a posting outside PSTHIST) is sent
      * as it stands and logged W for review.
       PROVE-PERIOD-BALANCE.
           COMPUTE WS-PROVED-SALDO = WS-OPENING-SALDO
               + WS-PERIOD-CREDITS - WS-PERIOD-DEBITS
           IF WS-PROVED-SALDO = WS-CLOSING-SALDO
               MOVE 'E' TO WS-EXPORT-RESULT
           ELSE
               MOVE 'W' TO WS-EXPORT-RESULT
               ADD 1 TO WS-UNPROVED-COUNT
               DISPLAY 'STMTEXP ' WS-REQ-CONTA ' ' WS-REQ-FROM '-'
                       WS-REQ-TO ' ITEMS DO NOT PROVE TO CLOSING'
           END-IF.
      *
       FORM-AMOUNT-TEXT.
           MOVE ZEROS TO WS-LEAD-COUNT
           INSPECT WS-AMOUNT-EDIT TALLYING WS-LEAD-COUNT
               FOR LEADING SPACES
           MOVE SPACES TO WS-AMOUNT-TEXT
           MOVE WS-AMOUNT-EDIT(WS-LEAD-COUNT + 1:) TO WS-AMOUNT-TEXT.
      *
       FORM-CNAB-DATE.
           MOVE WS-DATE-DD   TO WS-DMY-DD
           MOVE WS-DATE-MM   TO WS-DMY-MM
           MOVE WS-DATE-YYYY TO WS-DMY-YYYY.
      *
       WRITE-OFX-LINE.
           WRITE OFX-REC FROM WS-OFX-LINE
           MOVE SPACES TO WS-OFX-LINE
           ADD 1 TO WS-OFX-LINE-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-OFX-LINE-COUNT OVERFLOWED'
           END-ADD.
      *
       WRITE-CNAB-RECORD.
           WRITE CNAB-REC
           ADD 1 TO WS-CNAB-REC-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-CNAB-REC-COUNT OVERFLOWED'
           END-ADD.
      *
      * LOG-ONE-EXPORT writes the audit trail record for the export,
      * made or refused.
       LOG-ONE-EXPORT.
           MOVE SPACES            TO STMX-LOG-REC
           MOVE WS-RUN-DATE       TO SXL-RUN-DATE
           ACCEPT SXL-RUN-TIME    FROM TIME
           MOVE WS-REQ-CONTA      TO SXL-CONTA-NUM
           MOVE WS-REQ-FROM       TO SXL-DATE-FROM
           MOVE WS-REQ-TO         TO SXL-DATE-TO
           MOVE WS-REQ-FORMAT     TO SXL-FORMAT
           MOVE WS-REQ-ORIGIN     TO SXL-ORIGIN
           MOVE WS-REQ-BY         TO SXL-REQUESTED-BY
           MOVE WS-EXPORT-NUM     TO SXL-EXPORT-NUM
           MOVE WS-ITEM-COUNT     TO SXL-ITEM-COUNT
           MOVE WS-OPENING-SALDO  TO SXL-OPENING
           MOVE WS-CLOSING-SALDO  TO SXL-CLOSING
           MOVE WS-OFX-FIRST-LINE TO SXL-OFX-FIRST-LINE
           MOVE WS-CNAB-FIRST-REC TO SXL-CNAB-FIRST-REC
           MOVE WS-EXPORT-RESULT  TO SXL-RESULT
           MOVE WS-REFUSE-REASON  TO SXL-REASON
           WRITE STMX-LOG-REC.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE SALDO-FILE
           CLOSE POST-HIST-FILE
           CLOSE BAL-HIST-FILE
           IF WS-XREF-STATUS = '00' OR WS-XREF-STATUS = '10'
               CLOSE XREF-FILE
           END-IF
           IF WS-CUSTMAST-STATUS = '00' OR WS-CUSTMAST-STATUS = '10'
               CLOSE CUSTMAST
           END-IF
           IF WS-PJMAST-STATUS = '00' OR WS-PJMAST-STATUS = '10'
               CLOSE PJ-FILE
           END-IF
           CLOSE STMX-REQ-FILE
           CLOSE OFX-FILE
           CLOSE CNAB-FILE
           CLOSE STMX-LOG-FILE
           DISPLAY 'STMTEXP REQUESTS ' WS-READ-COUNT
                   ' EXPORTED ' WS-EXPORT-COUNT
                   ' ITEMS ' WS-ITEM-TOTAL
                   ' NOT PROVED ' WS-UNPROVED-COUNT
                   ' REFUSED ' WS-REFUSED-COUNT
                   ' NOT MARKED ' WS-UNMARKED-COUNT
           EVALUATE TRUE
               WHEN COUNTER-OVERFLOWED
                   DISPLAY 'STMTEXP ABORTED - COUNTER OVERFLOWED'
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO WS-ALERT-SEVERITY
                   PERFORM WRITE-ALERT-RECORD
               WHEN WS-UNMARKED-COUNT > ZEROS
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE 'DESK EXPORT REQUESTS NOT MARKED'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-UNMARKED-COUNT TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               WHEN WS-REFUSED-COUNT > ZEROS
                       OR WS-UNPROVED-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'STATEMENT EXPORTS REFUSED OR NOT PROVED'
                       TO WS-ALERT-MESSAGE
                   COMPUTE WS-ALERT-COUNT =
                       WS-REFUSED-COUNT + WS-UNPROVED-COUNT
                   PERFORM WRITE-ALERT-RECORD
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'STMTEXP'           TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-EXPORT-COUNT     TO CTLT-OUTPUT-COUNT
           MOVE WS-REFUSED-COUNT    TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED        TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the exports broken out by outcome.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'STMTEXP'           TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-ITEM-TOTAL       TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'EXPORTED'          TO SUMM-CATEGORY-NAME
           MOVE WS-EXPORT-COUNT     TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'NOT PROVED'        TO SUMM-CATEGORY-NAME
           MOVE WS-UNPROVED-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'REFUSED'           TO SUMM-CATEGORY-NAME
           MOVE WS-REFUSED-COUNT    TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           CLOSE SUMMARY-FILE.
      *
      *
      * WRITE-ALERT-RECORD appends this run's problem to the shop-wide
      * alert file so the end-of-night alert report (ALERTRPT) puts it
      * on the one page the morning operator reads, instead of a
      * DISPLAY buried in this job's SYSOUT.
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES            TO ALERT-REC
           MOVE 'STMTEXP' TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM STMTEXP.
