      *  history is skipped, so a rerun neither doubles nor drops a
      *  report.  The customer's CPF, NOME, and ENDERECO come from
      *  the customer master.
      *  A BRL/USD conversion between a customer's own accounts posts
      *  two legs under source code FXCV, one of them in dollars; the
      *  legs are left out of the posting roll-up and the trade is
      *  counted once instead, at its value in reais off FXTRADE,
      *  under the CPF that made it.
      *  A posting reversed through the REVDSK desk is not a
      *  transaction the customer made, and neither is its reversal:
      *  both are left out of the roll-up.
      *  A company's accounts roll up under its owner key like any
      *  person's; its declaration is made by CNPJ, with the razao
      *  social and address off the legal-entity master (PJMAST) and
      *  a document type telling the regulator which of the two
      *  numbers to read.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF IN CLIENTE-REC
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT PJ-FILE     ASSIGN TO PJMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CNPJ
               ALTERNATE RECORD KEY IS PJ-OWNER-KEY
               FILE STATUS IS WS-PJMAST-STATUS.
           SELECT COAF-WORK-FILE ASSIGN TO COAFWRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-COAFHIST-STATUS.
           SELECT FX-TRADE-FILE ASSIGN TO FXTRADE
               FILE STATUS IS WS-FXTRADE-STATUS.
           SELECT DECLARE-FILE ASSIGN TO COAFOUT.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE ASSIGN TO RUNSEQ
      *
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  PJ-FILE RECORDING MODE F.
           COPY PJMAST.
      *
      * The day's per-customer roll-up, rebuilt every run.
       FD  COAF-WORK-FILE RECORDING MODE F.
               10  CH-REASON        PIC X.
           05  CH-AMOUNT            PIC S9(11)V99 COMP-3.
           05  FILLER               PIC X(53).
      *
       FD  FX-TRADE-FILE RECORDING MODE F.
           COPY FXTRADE.
      *
      * One declaration per record in the regulator's fixed format.
      * DCL-DOC-TYPE is F for a person declared by CPF, J for a company
      * declared by CNPJ (DCL-CPF then blank, the full razao social in
      * DCL-RAZAO-SOCIAL and its first twenty bytes in DCL-NOME).
       FD  DECLARE-FILE RECORDING MODE F.
       01  DECLARE-REC.
           05  DCL-CPF          PIC X(11).
           05  DCL-AMOUNT       PIC 9(11)V99.
           05  DCL-REASON       PIC X.
           05  DCL-REPORT-DATE  PIC 9(8).
           05  DCL-DOC-TYPE     PIC X.
               88  DCL-PESSOA-FISICA   VALUE 'F'.
               88  DCL-PESSOA-JURIDICA VALUE 'J'.
           05  DCL-CNPJ         PIC X(14).
           05  DCL-RAZAO-SOCIAL PIC X(40).
           05  FILLER           PIC X(6).
      *
       FD  RUN-CTL-FILE RECORDING MODE F.
           COPY RUNCTL.
               88  PSTHIST-AT-EOF      VALUE 'Y' FALSE 'N'.
           05  WS-COAFWRK-EOF      PIC X VALUE 'N'.
               88  COAFWRK-AT-EOF      VALUE 'Y' FALSE 'N'.
           05  WS-FXTRADE-EOF      PIC X VALUE 'N'.
               88  FXTRADE-AT-EOF      VALUE 'Y' FALSE 'N'.
           05  WS-PRIMARY-FLAG     PIC X VALUE 'N'.
               88  PRIMARY-FOUND       VALUE 'Y' FALSE 'N'.
           05  WS-XREF-SCAN-FLAG   PIC X VALUE 'N'.
       01  WS-PSTHIST-STATUS       PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-CUSTMAST-STATUS      PIC XX.
       01  WS-PJMAST-STATUS        PIC XX.
       01  WS-PJMAST-FLAG          PIC X VALUE 'N'.
           88  PJMAST-AVAILABLE        VALUE 'Y' FALSE 'N'.
       01  WS-DECLARE-OWNER        PIC X(11).
       01  WS-DECLARE-OWNER-PJ REDEFINES WS-DECLARE-OWNER.
           05  WS-DECLARE-OWNER-TAG PIC X(2).
               88  DECLARE-FOR-COMPANY  VALUE 'PJ'.
           05  FILLER               PIC X(9).
       01  WS-COAFWRK-STATUS       PIC XX.
       01  WS-COAFHIST-STATUS      PIC XX.
       01  WS-FXTRADE-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-AGGREGATE-LIMIT      PIC 9(9)V99 VALUE 100000.00.
       01  WS-SCAN-CONTA           PIC 9(10).
       01  WS-OWNER-CPF            PIC X(11).
      * The amount being folded into the day figure: a posting's
      * amount, or a conversion's value in reais.
       01  WS-ROLL-AMOUNT          PIC S9(9)V99.
       01  WS-DECLARE-AMOUNT       PIC S9(11)V99.
       01  WS-DECLARE-REASON       PIC X.
      * Run-control header work area (shared shop-wide pattern).
       MAIN-LOGIC.
           PERFORM OPEN-FILES
           PERFORM ROLL-UP-DAY-POSTINGS
           PERFORM ROLL-UP-FX-TRADES
           PERFORM DECLARE-UNTIL-DONE
           PERFORM CLOSE-STOP.
      *
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PJ-FILE
           IF WS-PJMAST-STATUS = '00'
               SET PJMAST-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT COAF-WORK-FILE
           CLOSE COAF-WORK-FILE
           OPEN I-O COAF-WORK-FILE.
               AT END SET PSTHIST-AT-EOF TO TRUE
               NOT AT END
                   IF PH-POST-DATE = WS-RUN-DATE
                           AND PH-SOURCE-CODE NOT = 'FXCV'
                           AND PH-NOT-REVERSED
                       ADD 1 TO WS-READ-COUNT
                           ON SIZE ERROR
                               SET COUNTER-OVERFLOWED TO TRUE
                                     'WS-NO-OWNER-COUNT OVERFLOWED'
                           END-ADD
                       ELSE
                           MOVE PH-AMOUNT TO WS-ROLL-AMOUNT
                           PERFORM ADD-TO-DAY-FIGURE
                       END-IF
                   END-IF
           END-READ.
      *
      * ROLL-UP-FX-TRADES folds each of the business date's currency
      * conversions into the day figure of the CPF that made it, at
      * the trade's value in reais.  FXTRADE is only there once the
      * TELLER desk has keyed a conversion, so a missing file is
      * simply a day with none.
       ROLL-UP-FX-TRADES.
           SET FXTRADE-AT-EOF TO FALSE
           OPEN INPUT FX-TRADE-FILE
           IF WS-FXTRADE-STATUS NOT = '00'
               SET FXTRADE-AT-EOF TO TRUE
           END-IF
           PERFORM ROLL-ONE-FX-TRADE
               UNTIL FXTRADE-AT-EOF OR COUNTER-OVERFLOWED
           IF WS-FXTRADE-STATUS = '00' OR WS-FXTRADE-STATUS = '10'
               CLOSE FX-TRADE-FILE
           END-IF.
      *
       ROLL-ONE-FX-TRADE.
           READ FX-TRADE-FILE
               AT END SET FXTRADE-AT-EOF TO TRUE
               NOT AT END
                   IF FXT-TRADE-DATE = WS-RUN-DATE
                       ADD 1 TO WS-READ-COUNT
                           ON SIZE ERROR
                               SET COUNTER-OVERFLOWED TO TRUE
                               DISPLAY 'WS-READ-COUNT OVERFLOWED'
                       END-ADD
                       MOVE FXT-CPF        TO WS-OWNER-CPF
                       MOVE FXT-BRL-AMOUNT TO WS-ROLL-AMOUNT
                       PERFORM ADD-TO-DAY-FIGURE
                   END-IF
           END-READ.
      *
       ADD-TO-DAY-FIGURE.
           MOVE WS-OWNER-CPF TO CW-CPF
               INVALID KEY
                   MOVE SPACES       TO COAF-WORK-REC
                   MOVE WS-OWNER-CPF TO CW-CPF
                   MOVE WS-ROLL-AMOUNT TO CW-TOTAL
                   MOVE WS-ROLL-AMOUNT TO CW-LARGEST
                   WRITE COAF-WORK-REC
               NOT INVALID KEY
                   ADD WS-ROLL-AMOUNT TO CW-TOTAL
                   IF WS-ROLL-AMOUNT > CW-LARGEST
                       MOVE WS-ROLL-AMOUNT TO CW-LARGEST
                   END-IF
                   REWRITE COAF-WORK-REC
           END-READ.
      *
       WRITE-DECLARATION.
           MOVE SPACES TO DECLARE-REC
           MOVE CW-CPF TO WS-DECLARE-OWNER
           IF DECLARE-FOR-COMPANY
               PERFORM FILL-COMPANY-DECLARANT
           ELSE
               PERFORM FILL-PERSON-DECLARANT
           END-IF
           MOVE WS-DECLARE-AMOUNT TO DCL-AMOUNT
           MOVE WS-DECLARE-REASON TO DCL-REASON
           MOVE WS-RUN-DATE       TO DCL-REPORT-DATE
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-DECLARED-COUNT OVERFLOWED'
           END-ADD.
      *
       FILL-PERSON-DECLARANT.
           SET DCL-PESSOA-FISICA TO TRUE
           MOVE CW-CPF TO DCL-CPF
           MOVE CW-CPF TO CPF IN CLIENTE-REC
           READ CUSTMAST
               INVALID KEY
                   MOVE '** NOT ON MASTER **' TO DCL-NOME
               NOT INVALID KEY
                   MOVE NOME IN CLIENTE-REC       TO DCL-NOME
                   MOVE LOGRADOURO IN CLIENTE-REC TO DCL-LOGRADOURO
                   MOVE NUMERO IN CLIENTE-REC     TO DCL-NUMERO
                   MOVE CIDADE IN CLIENTE-REC     TO DCL-CIDADE
                   MOVE UF IN CLIENTE-REC         TO DCL-UF
                   MOVE CEP IN CLIENTE-REC        TO DCL-CEP
           END-READ.
      *
      * FILL-COMPANY-DECLARANT finds the company by the owner key it
      * rolled up under.
       FILL-COMPANY-DECLARANT.
           SET DCL-PESSOA-JURIDICA TO TRUE
           IF NOT PJMAST-AVAILABLE
               MOVE '** NOT ON MASTER **' TO DCL-NOME
           ELSE
               MOVE CW-CPF TO PJ-OWNER-KEY
               READ PJ-FILE KEY IS PJ-OWNER-KEY
                   INVALID KEY
                       MOVE '** NOT ON MASTER **' TO DCL-NOME
                   NOT INVALID KEY
                       MOVE PJ-CNPJ         TO DCL-CNPJ
                       MOVE PJ-RAZAO-SOCIAL TO DCL-NOME
                       MOVE PJ-RAZAO-SOCIAL TO DCL-RAZAO-SOCIAL
                       MOVE PJ-LOGRADOURO   TO DCL-LOGRADOURO
                       MOVE PJ-NUMERO       TO DCL-NUMERO
                       MOVE PJ-CIDADE       TO DCL-CIDADE
                       MOVE PJ-UF           TO DCL-UF
                       MOVE PJ-CEP          TO DCL-CEP
               END-READ
           END-IF.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           CLOSE POST-HIST-FILE.
           CLOSE XREF-FILE.
           CLOSE CUSTMAST.
           IF PJMAST-AVAILABLE
               CLOSE PJ-FILE
           END-IF
           CLOSE COAF-WORK-FILE.
           CLOSE COAF-HIST-FILE.
           CLOSE DECLARE-FILE.
