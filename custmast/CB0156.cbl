      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FEESTMT.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  FEESTMT is the annual fee statement run - the extrato de
      *  tarifas the central bank requires every customer to receive
      *  once a year, listing every fee charged.  INFORME covers the
      *  interest and withholding; this job covers the fees.  It reads
      *  the year's FEE debits back off PSTHIST (CTLHSKP keeps them
      *  the whole year for it), leaves out any fee since reversed,
      *  and rolls each one up to its account's PRIMARY holder through
      *  the cross-reference, by month and by fee type - monthly
      *  maintenance and package price, per-item charges over a
      *  package allowance, stop-payment and returned-cheque fees,
      *  and anything else as other, the types and headings kept in
      *  FEETBL.cpy.  The roll-up accumulates on the FEEWORK keyed
      *  work file, rebuilt every run so a rerun never double-counts.
      *  One statement per customer prints, addressed from the
      *  customer master, and routes the way STMTDLVR routes the
      *  monthly statements: a preferred e-mail contact takes it on
      *  the e-statement interface, everyone else goes to the print
      *  bureau inside the H/D/T envelope.  Each statement is archived
      *  on FEEARCH as sent, with the channel it took, and STMTRPRT
      *  reprints it from there.  The statement year is the business
      *  date's year, as for INFORME.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POST-HIST-FILE ASSIGN TO PSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PSTHIST-STATUS.
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
           SELECT CONTACT-FILE ASSIGN TO CONTACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-KEY
               FILE STATUS IS WS-CONTACT-STATUS.
           SELECT FEE-WORK-FILE ASSIGN TO FEEWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FWK-CPF
               FILE STATUS IS WS-FEEWORK-STATUS.
           SELECT FEE-ARCH-FILE ASSIGN TO FEEARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSA-KEY
               FILE STATUS IS WS-FEEARCH-STATUS.
           SELECT ESTMT-FILE  ASSIGN TO FEEESTMT.
           SELECT BUREAU-FILE ASSIGN TO FEEBUREAU.
           SELECT PRINT-FILE  ASSIGN TO PRTFILE.
           SELECT CTL-PRINT-FILE ASSIGN TO CTLPRINT.
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
       FD  POST-HIST-FILE RECORDING MODE F.
           COPY PSTHIST.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
      *
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  CONTACT-FILE RECORDING MODE F.
           COPY CONTACT.
      *
      * One roll-up record per customer, keyed by CPF - the year's
      * fees by month and by FEETBL fee type.
       FD  FEE-WORK-FILE RECORDING MODE F.
       01  FEE-WORK-REC.
           05  FWK-CPF          PIC X(11).
           05  FWK-MONTH OCCURS 12 TIMES.
               10  FWK-FEE OCCURS 5 TIMES
                                PIC S9(9)V99 COMP-3.
           05  FWK-TOTAL        PIC S9(11)V99 COMP-3.
           05  FILLER           PIC X(10).
      *
       FD  FEE-ARCH-FILE RECORDING MODE F.
           COPY FEEARCH.
      *
      * One e-statement interface record per routed statement.
       FD  ESTMT-FILE RECORDING MODE F.
       01  ESTMT-REC.
           05  EST-CPF          PIC X(11).
           05  EST-YEAR         PIC 9(4).
           05  EST-EMAIL        PIC X(40).
           05  FILLER           PIC X(25).
      *
      * The print-bureau interface in the STMTDLVR envelope: H header
      * with the run date, D details, T trailer with the count.
       FD  BUREAU-FILE RECORDING MODE F.
       01  BUREAU-REC           PIC X(80).
      *
       FD  PRINT-FILE RECORDING MODE F.
       01  PRINT-REC          PIC X(132).
      *
       FD  CTL-PRINT-FILE RECORDING MODE F.
       01  CTL-PRINT-REC      PIC X(132).
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
       COPY FEETBL.
       01  FLAGS.
           05  WS-PSTHIST-EOF      PIC X VALUE 'N'.
               88  PSTHIST-AT-EOF      VALUE 'Y'.
           05  WS-FEEWORK-EOF      PIC X VALUE 'N'.
               88  FEEWORK-AT-EOF      VALUE 'Y' FALSE 'N'.
           05  WS-PRIMARY-FLAG     PIC X VALUE 'N'.
               88  PRIMARY-FOUND       VALUE 'Y' FALSE 'N'.
           05  WS-XREF-SCAN-FLAG   PIC X VALUE 'N'.
               88  XREF-SCAN-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-EMAIL-FLAG       PIC X VALUE 'N'.
               88  EMAIL-FOUND         VALUE 'Y' FALSE 'N'.
           05  WS-CONTACT-FLAG     PIC X VALUE 'N'.
               88  CONTACT-SCAN-DONE   VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-PSTHIST-STATUS       PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-CUSTMAST-STATUS      PIC XX.
       01  WS-CONTACT-STATUS       PIC XX.
       01  WS-FEEWORK-STATUS       PIC XX.
       01  WS-FEEARCH-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-STMT-YEAR            PIC 9(4).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-STMT-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-ESTMT-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-BUREAU-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-NO-OWNER-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-NO-MASTER-COUNT    PIC 9(7) VALUE ZEROS.
      * Year totals by fee type for the control report.
       01  WS-TYPE-TOTALS.
           05  WS-TYPE-TOTAL OCCURS 5 TIMES
                                   PIC S9(13)V99.
       01  WS-GRAND-TOTAL          PIC S9(13)V99 VALUE ZEROS.
       01  WS-TYPE-SUB             PIC 9.
       01  WS-MONTH-SUB            PIC 99.
       01  WS-MONTH-TOTAL          PIC S9(11)V99.
      * One statement's year by fee type, built while its month lines
      * print.
       01  WS-STMT-TYPE-TOTALS.
           05  WS-STMT-TYPE-TOTAL OCCURS 5 TIMES
                                   PIC S9(11)V99.
       01  WS-SCAN-CONTA           PIC 9(10) VALUE ZEROS.
       01  WS-OWNER-CPF            PIC X(11).
       01  WS-EMAIL-VALUE          PIC X(40).
       01  WS-POST-DATE-WORK       PIC 9(8).
       01  WS-POST-DATE-X REDEFINES WS-POST-DATE-WORK.
           05  WS-POST-YYYY        PIC 9(4).
           05  WS-POST-MM          PIC 9(2).
           05  WS-POST-DD          PIC 9(2).
       01  WS-MONTH-NAME-INIT      PIC X(36) VALUE
           'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-INIT.
           05  WS-MONTH-NAME OCCURS 12 TIMES
                                   PIC X(3).
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS        PIC XX.
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-RUN-NUMBER           PIC 9(7).
       01  WS-RUN-END-TIME         PIC 9(8).
       01  WS-ELAPSED-TIME         PIC 9(8).
      *
       01  FEE-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(33) VALUE
               'EXTRATO ANUAL DE TARIFAS - ANO '.
           05  FHD-YEAR       PIC 9(4).
       01  ADDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  ADR-TEXT       PIC X(90).
       01  COL-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(5)  VALUE 'MONTH'.
           05  CHD-NAME       PIC X(14) OCCURS 5 TIMES.
           05  FILLER         PIC X(14) VALUE '         TOTAL'.
       01  FEE-MONTH-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FML-MONTH      PIC X(5).
           05  FML-AMOUNT     PIC -(10)9.99 OCCURS 5 TIMES.
           05  FML-TOTAL      PIC -(10)9.99.
       01  CTL-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(36) VALUE
               'FEE STATEMENT CONTROL - YEAR '.
           05  CHL-YEAR       PIC 9(4).
       01  CTL-DETAIL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  CTL-LABEL      PIC X(26).
           05  CTL-AMOUNT     PIC -(13)9.99.
       01  CTL-COUNT-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  CTC-LABEL      PIC X(26).
           05  CTC-COUNT      PIC Z(16)9.
      * Bureau envelope lines, the STMTDLVR shape.
       01  BUREAU-HDR-LINE.
           05  FILLER           PIC X VALUE 'H'.
           05  BUH-RUN-DATE     PIC 9(8).
           05  FILLER           PIC X(71) VALUE SPACES.
       01  BUREAU-DTL-LINE.
           05  FILLER           PIC X VALUE 'D'.
           05  BUD-CPF          PIC X(11).
           05  BUD-YEAR         PIC 9(4).
           05  FILLER           PIC X(64) VALUE SPACES.
       01  BUREAU-TRL-LINE.
           05  FILLER           PIC X VALUE 'T'.
           05  BUT-REC-COUNT    PIC 9(7).
           05  FILLER           PIC X(72) VALUE SPACES.
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
           PERFORM ROLL-UP-FEES
           PERFORM SEND-STATEMENTS
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'FEESTMT UNABLE TO OPEN CUSTXREF - STATUS '
                   WS-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'FEESTMT UNABLE TO OPEN CUSTMAST - STATUS '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT POST-HIST-FILE
           IF WS-PSTHIST-STATUS NOT = '00'
               SET PSTHIST-AT-EOF TO TRUE
               DISPLAY 'FEESTMT - NO POSTING HISTORY - NOTHING TO '
                       'REPORT'
           END-IF
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = '00'
               DISPLAY 'FEESTMT - NO CONTACT FILE - EVERYTHING '
                       'ROUTES TO PAPER'
           END-IF
           OPEN OUTPUT FEE-WORK-FILE
           CLOSE FEE-WORK-FILE
           OPEN I-O FEE-WORK-FILE.
           OPEN I-O FEE-ARCH-FILE
           IF WS-FEEARCH-STATUS = '35'
               CLOSE FEE-ARCH-FILE
               OPEN OUTPUT FEE-ARCH-FILE
               CLOSE FEE-ARCH-FILE
               OPEN I-O FEE-ARCH-FILE
           END-IF.
           OPEN OUTPUT ESTMT-FILE.
           OPEN OUTPUT BUREAU-FILE.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT CTL-PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           DIVIDE WS-RUN-DATE BY 10000 GIVING WS-STMT-YEAR
           MOVE WS-STMT-YEAR TO FHD-YEAR CHL-YEAR
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 5
               MOVE WS-FEE-TYPE-NAME(WS-TYPE-SUB)
                 TO CHD-NAME(WS-TYPE-SUB)
               MOVE ZEROS TO WS-TYPE-TOTAL(WS-TYPE-SUB)
           END-PERFORM
           MOVE WS-RUN-DATE TO BUH-RUN-DATE
           WRITE BUREAU-REC FROM BUREAU-HDR-LINE
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'FEESTMT' TO SEQ-JOB-NAME
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
           MOVE 'FEESTMT'       TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * ROLL-UP-FEES walks the retained posting detail and adds each
      * of the year's standing FEE debits to its account's primary
      * holder.  A fee reversed at REVDSK is flagged on the original
      * and on its reversal, so neither one reaches the statement.
       ROLL-UP-FEES.
           IF WS-PSTHIST-STATUS = '00'
               MOVE LOW-VALUES TO PH-KEY
               START POST-HIST-FILE KEY IS NOT LESS THAN PH-KEY
                   INVALID KEY SET PSTHIST-AT-EOF TO TRUE
               END-START
           END-IF
           PERFORM ROLL-ONE-POSTING
               UNTIL PSTHIST-AT-EOF OR COUNTER-OVERFLOWED.
      *
       ROLL-ONE-POSTING.
           READ POST-HIST-FILE NEXT RECORD
               AT END SET PSTHIST-AT-EOF TO TRUE
               NOT AT END
                   MOVE PH-POST-DATE TO WS-POST-DATE-WORK
                   IF PH-SOURCE-CODE = 'FEE ' AND PH-DEBIT
                           AND PH-NOT-REVERSED
                           AND WS-POST-YYYY = WS-STMT-YEAR
                       PERFORM ROLL-ONE-FEE
                   END-IF
           END-READ.
      *
      * ROLL-ONE-FEE finds the holder - once per account, since the
      * detail arrives in account order - and the fee's column.
       ROLL-ONE-FEE.
           ADD 1 TO WS-READ-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-READ-COUNT OVERFLOWED'
           END-ADD
           IF PH-CONTA-NUM NOT = WS-SCAN-CONTA
               MOVE PH-CONTA-NUM TO WS-SCAN-CONTA
               PERFORM FIND-PRIMARY-HOLDER
           END-IF
           IF WS-OWNER-CPF = SPACES
               ADD 1 TO WS-NO-OWNER-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-NO-OWNER-COUNT OVERFLOWED'
               END-ADD
           ELSE
               PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                       UNTIL WS-TYPE-SUB = 5
                       OR WS-FEE-TYPE-CODE(WS-TYPE-SUB) = PH-FEE-TYPE
                   CONTINUE
               END-PERFORM
               PERFORM ADD-TO-WORK-FEE
           END-IF.
      *
       ADD-TO-WORK-FEE.
           MOVE WS-OWNER-CPF TO FWK-CPF
           READ FEE-WORK-FILE
               INVALID KEY
                   INITIALIZE FEE-WORK-REC
                   MOVE WS-OWNER-CPF TO FWK-CPF
                   ADD PH-AMOUNT TO FWK-FEE(WS-POST-MM, WS-TYPE-SUB)
                   ADD PH-AMOUNT TO FWK-TOTAL
                   WRITE FEE-WORK-REC
               NOT INVALID KEY
                   ADD PH-AMOUNT TO FWK-FEE(WS-POST-MM, WS-TYPE-SUB)
                   ADD PH-AMOUNT TO FWK-TOTAL
                   REWRITE FEE-WORK-REC
           END-READ
           ADD PH-AMOUNT TO WS-TYPE-TOTAL(WS-TYPE-SUB)
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TYPE-TOTAL OVERFLOWED'
           END-ADD
           ADD PH-AMOUNT TO WS-GRAND-TOTAL
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-GRAND-TOTAL OVERFLOWED'
           END-ADD.
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
      * SEND-STATEMENTS walks the roll-up: each customer on the
      * master gets a printed statement, routed and archived.
       SEND-STATEMENTS.
           SET FEEWORK-AT-EOF TO FALSE
           MOVE LOW-VALUES TO FWK-CPF
           START FEE-WORK-FILE KEY IS NOT LESS THAN FWK-CPF
               INVALID KEY SET FEEWORK-AT-EOF TO TRUE
           END-START
           PERFORM SEND-ONE-STATEMENT
               UNTIL FEEWORK-AT-EOF OR COUNTER-OVERFLOWED.
      *
       SEND-ONE-STATEMENT.
           READ FEE-WORK-FILE NEXT RECORD
               AT END SET FEEWORK-AT-EOF TO TRUE
               NOT AT END
                   MOVE FWK-CPF TO CPF IN CLIENTE-REC
                   READ CUSTMAST
                       INVALID KEY
                           ADD 1 TO WS-NO-MASTER-COUNT
                               ON SIZE ERROR
                                   SET COUNTER-OVERFLOWED TO TRUE
                                   DISPLAY
                                     'WS-NO-MASTER-COUNT OVERFLOWED'
                           END-ADD
                       NOT INVALID KEY
                           PERFORM PRINT-FEE-STATEMENT
                           PERFORM ROUTE-FEE-STATEMENT
                           PERFORM ARCHIVE-FEE-STATEMENT
                   END-READ
           END-READ.
      *
      * PRINT-FEE-STATEMENT prints one page per customer, NAMEPRT
      * page control: the address block, then a line per month with
      * a column per fee type, and the year's totals underneath.
       PRINT-FEE-STATEMENT.
           ADD 1 TO WS-STMT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-STMT-COUNT OVERFLOWED'
           END-ADD
           IF WS-STMT-COUNT > 1
               WRITE PRINT-REC FROM SPACES AFTER ADVANCING PAGE
           END-IF
           WRITE PRINT-REC FROM FEE-HDR-LINE
           WRITE PRINT-REC FROM SPACES
           MOVE SPACES TO ADR-TEXT
           MOVE NOME IN CLIENTE-REC TO ADR-TEXT
           WRITE PRINT-REC FROM ADDR-LINE
           MOVE SPACES TO ADR-TEXT
           STRING LOGRADOURO IN CLIENTE-REC DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NUMERO IN CLIENTE-REC DELIMITED BY SIZE
                  INTO ADR-TEXT
           END-STRING
           WRITE PRINT-REC FROM ADDR-LINE
           MOVE SPACES TO ADR-TEXT
           MOVE COMPLEMENTO IN CLIENTE-REC TO ADR-TEXT
           WRITE PRINT-REC FROM ADDR-LINE
           MOVE SPACES TO ADR-TEXT
           STRING CIDADE IN CLIENTE-REC DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  UF IN CLIENTE-REC DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CEP IN CLIENTE-REC DELIMITED BY SIZE
                  INTO ADR-TEXT
           END-STRING
           WRITE PRINT-REC FROM ADDR-LINE
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM COL-HDR-LINE
           INITIALIZE WS-STMT-TYPE-TOTALS
           PERFORM PRINT-ONE-MONTH-LINE
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
           WRITE PRINT-REC FROM SPACES
           MOVE 'YEAR'        TO FML-MONTH
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 5
               MOVE WS-STMT-TYPE-TOTAL(WS-TYPE-SUB)
                 TO FML-AMOUNT(WS-TYPE-SUB)
           END-PERFORM
           MOVE FWK-TOTAL     TO FML-TOTAL
           WRITE PRINT-REC FROM FEE-MONTH-LINE.
      *
       PRINT-ONE-MONTH-LINE.
           MOVE WS-MONTH-NAME(WS-MONTH-SUB) TO FML-MONTH
           MOVE ZEROS TO WS-MONTH-TOTAL
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 5
               MOVE FWK-FEE(WS-MONTH-SUB, WS-TYPE-SUB)
                 TO FML-AMOUNT(WS-TYPE-SUB)
               ADD FWK-FEE(WS-MONTH-SUB, WS-TYPE-SUB)
                 TO WS-MONTH-TOTAL
                    WS-STMT-TYPE-TOTAL(WS-TYPE-SUB)
           END-PERFORM
           MOVE WS-MONTH-TOTAL TO FML-TOTAL
           WRITE PRINT-REC FROM FEE-MONTH-LINE.
      *
      * ROUTE-FEE-STATEMENT sends the statement the STMTDLVR way: a
      * preferred e-mail takes it electronically, anyone else gets
      * paper through the bureau.
       ROUTE-FEE-STATEMENT.
           PERFORM FIND-PREFERRED-EMAIL
           IF EMAIL-FOUND
               MOVE SPACES         TO ESTMT-REC
               MOVE FWK-CPF        TO EST-CPF
               MOVE WS-STMT-YEAR   TO EST-YEAR
               MOVE WS-EMAIL-VALUE TO EST-EMAIL
               WRITE ESTMT-REC
               ADD 1 TO WS-ESTMT-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-ESTMT-COUNT OVERFLOWED'
               END-ADD
           ELSE
               MOVE FWK-CPF        TO BUD-CPF
               MOVE WS-STMT-YEAR   TO BUD-YEAR
               WRITE BUREAU-REC FROM BUREAU-DTL-LINE
               ADD 1 TO WS-BUREAU-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-BUREAU-COUNT OVERFLOWED'
               END-ADD
           END-IF.
      *
      * FIND-PREFERRED-EMAIL walks the customer's contacts for a
      * preferred e-mail entry, as STMTDLVR does.
       FIND-PREFERRED-EMAIL.
           SET EMAIL-FOUND TO FALSE
           MOVE SPACES TO WS-EMAIL-VALUE
           IF WS-CONTACT-STATUS = '00'
               SET CONTACT-SCAN-DONE TO FALSE
               MOVE FWK-CPF TO CNT-CPF
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
                   IF CNT-CPF NOT = FWK-CPF
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
      * ARCHIVE-FEE-STATEMENT captures the statement as sent; a rerun
      * for the same year replaces the earlier capture.
       ARCHIVE-FEE-STATEMENT.
           MOVE SPACES                     TO FEE-ARCH-REC
           MOVE FWK-CPF                    TO FSA-CPF
           MOVE WS-STMT-YEAR               TO FSA-YEAR
           MOVE NOME IN CLIENTE-REC        TO FSA-NOME
           MOVE LOGRADOURO IN CLIENTE-REC  TO FSA-LOGRADOURO
           MOVE NUMERO IN CLIENTE-REC      TO FSA-NUMERO
           MOVE COMPLEMENTO IN CLIENTE-REC TO FSA-COMPLEMENTO
           MOVE CIDADE IN CLIENTE-REC      TO FSA-CIDADE
           MOVE UF IN CLIENTE-REC          TO FSA-UF
           MOVE CEP IN CLIENTE-REC         TO FSA-CEP
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                       UNTIL WS-TYPE-SUB > 5
                   MOVE FWK-FEE(WS-MONTH-SUB, WS-TYPE-SUB)
                     TO FSA-FEE(WS-MONTH-SUB, WS-TYPE-SUB)
               END-PERFORM
           END-PERFORM
           MOVE FWK-TOTAL                  TO FSA-TOTAL
           MOVE WS-RUN-DATE                TO FSA-GEN-DATE
           IF EMAIL-FOUND
               SET FSA-E-STATEMENT  TO TRUE
               MOVE WS-EMAIL-VALUE  TO FSA-ADDRESS
           ELSE
               SET FSA-PRINT-BUREAU TO TRUE
           END-IF
           WRITE FEE-ARCH-REC
               INVALID KEY
                   REWRITE FEE-ARCH-REC
           END-WRITE.
      *
       CLOSE-STOP.
           MOVE WS-BUREAU-COUNT TO BUT-REC-COUNT
           WRITE BUREAU-REC FROM BUREAU-TRL-LINE
           PERFORM PRINT-CONTROL-REPORT
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           IF WS-PSTHIST-STATUS = '00'
               CLOSE POST-HIST-FILE
           END-IF
           IF WS-CONTACT-STATUS = '00'
               CLOSE CONTACT-FILE
           END-IF
           CLOSE XREF-FILE.
           CLOSE CUSTMAST.
           CLOSE FEE-WORK-FILE.
           CLOSE FEE-ARCH-FILE.
           CLOSE ESTMT-FILE.
           CLOSE BUREAU-FILE.
           CLOSE PRINT-FILE.
           CLOSE CTL-PRINT-FILE.
           DISPLAY 'FEESTMT READ ' WS-READ-COUNT
                   ' STATEMENTS ' WS-STMT-COUNT
                   ' E-STMT ' WS-ESTMT-COUNT
                   ' BUREAU ' WS-BUREAU-COUNT
                   ' NO OWNER ' WS-NO-OWNER-COUNT
                   ' NO MASTER ' WS-NO-MASTER-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'FEESTMT ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-ALERT-SEVERITY
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF WS-NO-OWNER-COUNT > ZEROS
                       OR WS-NO-MASTER-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'FEE STATEMENT ITEMS WITHOUT AN ADDRESSEE'
                       TO WS-ALERT-MESSAGE
                   COMPUTE WS-ALERT-COUNT =
                       WS-NO-OWNER-COUNT + WS-NO-MASTER-COUNT
                   PERFORM WRITE-ALERT-RECORD
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
      *
      * PRINT-CONTROL-REPORT shows the year's fees reported by type
      * and how the statements went out.
       PRINT-CONTROL-REPORT.
           WRITE CTL-PRINT-REC FROM CTL-HDR-LINE
           WRITE CTL-PRINT-REC FROM SPACES
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 5
               MOVE SPACES TO CTL-LABEL
               STRING 'FEES - ' DELIMITED BY SIZE
                      WS-FEE-TYPE-NAME(WS-TYPE-SUB) DELIMITED BY SIZE
                      INTO CTL-LABEL
               END-STRING
               MOVE WS-TYPE-TOTAL(WS-TYPE-SUB) TO CTL-AMOUNT
               WRITE CTL-PRINT-REC FROM CTL-DETAIL-LINE
           END-PERFORM
           MOVE 'TOTAL FEES REPORTED'      TO CTL-LABEL
           MOVE WS-GRAND-TOTAL             TO CTL-AMOUNT
           WRITE CTL-PRINT-REC FROM CTL-DETAIL-LINE
           WRITE CTL-PRINT-REC FROM SPACES
           MOVE 'STATEMENTS PRINTED'       TO CTC-LABEL
           MOVE WS-STMT-COUNT              TO CTC-COUNT
           WRITE CTL-PRINT-REC FROM CTL-COUNT-LINE
           MOVE 'ROUTED TO E-STATEMENT'    TO CTC-LABEL
           MOVE WS-ESTMT-COUNT             TO CTC-COUNT
           WRITE CTL-PRINT-REC FROM CTL-COUNT-LINE
           MOVE 'ROUTED TO PRINT BUREAU'   TO CTC-LABEL
           MOVE WS-BUREAU-COUNT            TO CTC-COUNT
           WRITE CTL-PRINT-REC FROM CTL-COUNT-LINE
           MOVE 'FEES WITH NO HOLDER'      TO CTC-LABEL
           MOVE WS-NO-OWNER-COUNT          TO CTC-COUNT
           WRITE CTL-PRINT-REC FROM CTL-COUNT-LINE
           MOVE 'HOLDERS NOT ON MASTER'    TO CTC-LABEL
           MOVE WS-NO-MASTER-COUNT         TO CTC-COUNT
           WRITE CTL-PRINT-REC FROM CTL-COUNT-LINE.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'FEESTMT'           TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-STMT-COUNT       TO CTLT-OUTPUT-COUNT
           MOVE WS-NO-OWNER-COUNT   TO CTLT-REJECT-COUNT
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
           MOVE 'FEESTMT'           TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-STMT-COUNT       TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'E-STATEMENTS'      TO SUMM-CATEGORY-NAME
           MOVE WS-ESTMT-COUNT      TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'PRINT BUREAU'      TO SUMM-CATEGORY-NAME
           MOVE WS-BUREAU-COUNT     TO SUMM-CATEGORY-COUNT
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
           MOVE 'FEESTMT'         TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM FEESTMT.
