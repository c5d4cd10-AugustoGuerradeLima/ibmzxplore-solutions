      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RMPORT.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  RMPORT is the monthly relationship manager portfolio report.
      *  Run on the first business night of the month, it prints
      *  every officer's portfolio from the RMDESK assignments
      *  (RMASGN, walked on the officer key) with a line per customer:
      *    - total balances: the customer's accounts as primary or
      *      joint holder through the cross-reference, at SALDOFIL's
      *      position tonight (an attorney's link is not the
      *      customer's money and is left out);
      *    - loan exposure: outstanding on the customer's contracts
      *      on LOANMST that are not paid off;
      *    - KYC review: the next review date on the KYC control file,
      *      flagged when overdue or falling due by the end of the
      *      month now opening, so the officer can book the visit;
      *    - alerts fired: the customer's notifications in the month
      *      just closed (the JCL concatenates the month's NTFYOUT
      *      extracts from ALRTEVAL as NTFYMON).  Each alert counts
      *      once: an extract record the notification register
      *      (NTFYREG) shows as a retry of a failed delivery is the
      *      same alert sent again and is passed over.
      *  Each officer gets a total and the bank a grand total.  A
      *  portfolio still held by an officer who has left, or by an ID
      *  not on the officer master, is flagged and ends the run with
      *  a warning and an alert - it is waiting for a handover at the
      *  desk.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RM-ASGN-FILE ASSIGN TO RMASGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMA-CPF
               ALTERNATE RECORD KEY IS RMA-OFFICER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RMASGN-STATUS.
           SELECT RM-OFFICER-FILE ASSIGN TO RMOFFCR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMO-OFFICER-ID
               FILE STATUS IS WS-RMOFFCR-STATUS.
           SELECT CUSTMAST    ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF IN CLIENTE-REC
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT XREF-FILE   ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               ALTERNATE RECORD KEY IS XRF-CONTA-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
           SELECT SALDO-FILE  ASSIGN TO SALDOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUM IN SALDO-REC
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT LOAN-FILE   ASSIGN TO LOANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-CONTRACT
               FILE STATUS IS WS-LOANMST-STATUS.
           SELECT KYC-FILE    ASSIGN TO KYCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KYC-CPF
               FILE STATUS IS WS-KYC-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO NTFYMON
               FILE STATUS IS WS-NTFY-STATUS.
           SELECT NTFY-REG-FILE ASSIGN TO NTFYREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTR-KEY
               FILE STATUS IS WS-NTFYREG-STATUS.
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
       FD  RM-ASGN-FILE RECORDING MODE F.
           COPY RMASGN.
      *
       FD  RM-OFFICER-FILE RECORDING MODE F.
           COPY RMOFFCR.
      *
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
      *
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
      *
       FD  LOAN-FILE RECORDING MODE F.
           COPY LOANMST.
      *
       FD  KYC-FILE RECORDING MODE F.
           COPY KYCREC.
      *
      * ALRTEVAL's notification extract, one record per alert fired.
       FD  NOTIFY-FILE RECORDING MODE F.
       01  NOTIFY-REC.
           05  NTF-CHANNEL          PIC X.
           05  NTF-CONTA-NUM        PIC 9(10).
           05  NTF-CPF              PIC X(11).
           05  NTF-TYPE             PIC X.
           05  NTF-AMOUNT           PIC S9(9)V99 SIGN LEADING
                                        SEPARATE.
           05  NTF-RUN-DATE         PIC 9(8).
           05  NTF-ADDRESS          PIC X(40).
           05  NTF-NOTIFY-SEQ       PIC 9(5).
           05  NTF-CNT-SEQ          PIC 9(3).
      *
      * ALRTEVAL's notification register, read by the extract
      * record's ID to tell a first attempt from a retry.
       FD  NTFY-REG-FILE RECORDING MODE F.
           COPY NTFYREG.
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
           05  WS-FILE-EOF         PIC X VALUE 'N'.
               88  FILE-AT-EOF         VALUE 'Y' FALSE 'N'.
           05  WS-XREF-SCAN-FLAG   PIC X VALUE 'N'.
               88  XREF-SCAN-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-CUST-FOUND-FLAG  PIC X VALUE 'N'.
               88  CUSTOMER-ENTRY-FOUND VALUE 'Y' FALSE 'N'.
           05  WS-OFFICER-FLAG     PIC X VALUE 'N'.
               88  OFFICER-HAS-LEFT    VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-RMASGN-STATUS        PIC XX.
       01  WS-RMOFFCR-STATUS       PIC XX.
       01  WS-CUSTMAST-STATUS      PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-SALDO-STATUS         PIC XX.
       01  WS-LOANMST-STATUS       PIC XX.
       01  WS-KYC-STATUS           PIC XX.
       01  WS-NTFY-STATUS          PIC XX.
       01  WS-NTFYREG-STATUS       PIC XX.
       01  WS-NTFYREG-FLAG         PIC X VALUE 'N'.
           88  NTFYREG-AVAILABLE       VALUE 'Y' FALSE 'N'.
       01  WS-RETRY-FLAG           PIC X VALUE 'N'.
           88  ALERT-IS-RETRY          VALUE 'Y' FALSE 'N'.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(4).
           05  WS-RUN-MM           PIC 9(2).
           05  WS-RUN-DD           PIC 9(2).
      * The month reported is the one before the business date; a
      * KYC review is due when it falls by the end of the month the
      * business date is in.
       01  WS-REP-MONTH-X.
           05  WS-REP-YYYY         PIC 9(4).
           05  WS-REP-MM           PIC 9(2).
       01  WS-REP-MONTH REDEFINES WS-REP-MONTH-X PIC 9(6).
       01  WS-REP-START            PIC 9(8).
       01  WS-REP-END              PIC 9(8).
       01  WS-KYC-DUE-LIMIT        PIC 9(8).
      *-----------------------------------------------------------------
      *  The portfolio table - every assigned customer in officer
      *  order, as the assignments are walked, carrying the loan
      *  exposure and the alert count the LOANMST and NTFYMON passes
      *  add in.  A customer past the table's end still prints, with
      *  loans and alerts marked as not counted.
      *-----------------------------------------------------------------
       01  WS-CUST-TABLE.
           05  WS-CT-ENTRY-COUNT   PIC 9(4) VALUE ZEROS.
           05  WS-CT-ENTRY OCCURS 3000 TIMES
                            INDEXED BY WS-CT-IDX.
               10  WS-CT-CPF           PIC X(11).
               10  WS-CT-LOAN-COUNT    PIC 9(3).
               10  WS-CT-LOAN-AMOUNT   PIC S9(11)V99.
               10  WS-CT-ALERT-COUNT   PIC 9(5).
       01  WS-CT-DROPPED-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-LOOKUP-CPF           PIC X(11).
       01  WS-PRINT-SEQ            PIC 9(7) VALUE ZEROS.
      * The customer and the officer being printed.
       01  WS-CUR-OFFICER          PIC X(8) VALUE SPACES.
       01  WS-CUST-ACCOUNTS        PIC 9(3).
       01  WS-CUST-BALANCE         PIC S9(11)V99.
       01  WS-CUST-LOANS           PIC 9(3).
       01  WS-CUST-LOAN-AMOUNT     PIC S9(11)V99.
       01  WS-CUST-ALERTS          PIC 9(5).
       01  WS-OFFICER-TOTALS.
           05  WS-OF-CUSTOMERS     PIC 9(5).
           05  WS-OF-BALANCE       PIC S9(13)V99.
           05  WS-OF-LOAN-AMOUNT   PIC S9(13)V99.
           05  WS-OF-KYC-DUE       PIC 9(5).
           05  WS-OF-ALERTS        PIC 9(7).
       01  WS-BANK-TOTALS.
           05  WS-BK-OFFICERS      PIC 9(5) VALUE ZEROS.
           05  WS-BK-CUSTOMERS     PIC 9(7) VALUE ZEROS.
           05  WS-BK-BALANCE       PIC S9(13)V99 VALUE ZEROS.
           05  WS-BK-LOAN-AMOUNT   PIC S9(13)V99 VALUE ZEROS.
           05  WS-BK-KYC-DUE       PIC 9(7) VALUE ZEROS.
           05  WS-BK-ALERTS        PIC 9(7) VALUE ZEROS.
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-ORPHAN-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-LOAN-READ-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-NTFY-READ-COUNT    PIC 9(7) VALUE ZEROS.
      *
       01  HDR-LINE-1.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(49) VALUE
               'RELATIONSHIP MANAGER PORTFOLIOS - MONTH OF '.
           05  HDR-REP-MM     PIC 9(2).
           05  FILLER         PIC X(1)  VALUE '/'.
           05  HDR-REP-YYYY   PIC 9(4).
           05  FILLER         PIC X(12) VALUE '   RUN DATE '.
           05  HDR-RUN-DATE   PIC 9(8).
       01  HDR-NO-ALERTS-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(60) VALUE
               'NO NOTIFICATION EXTRACTS FOR THE MONTH - NO ALERTS'.
       01  OFFICER-TITLE-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(8)  VALUE 'OFFICER '.
           05  OTL-OFFICER    PIC X(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  OTL-NAME       PIC X(30).
           05  FILLER         PIC X(9)  VALUE ' AGENCIA '.
           05  OTL-AGENCIA    PIC 9(4).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  OTL-FLAG       PIC X(45).
       01  COLUMN-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(12) VALUE 'CPF'.
           05  FILLER         PIC X(21) VALUE 'NOME'.
           05  FILLER         PIC X(5)  VALUE 'ACCTS'.
           05  FILLER         PIC X(19) VALUE '     TOTAL BALANCE'.
           05  FILLER         PIC X(6)  VALUE ' LOANS'.
           05  FILLER         PIC X(19) VALUE '     LOAN EXPOSURE'.
           05  FILLER         PIC X(26) VALUE '  KYC NEXT REVIEW'.
           05  FILLER         PIC X(7)  VALUE ' ALERTS'.
       01  DETAIL-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  DTL-CPF        PIC X(11).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-NOME       PIC X(20).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-ACCOUNTS   PIC ZZZ9.
           05  DTL-BALANCE    PIC -(15)9.99.
           05  DTL-LOANS      PIC ZZZZZ9.
           05  DTL-LOAN-AMOUNT
                              PIC -(15)9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-KYC-DATE   PIC 9(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-KYC-FLAG   PIC X(15).
           05  DTL-ALERTS     PIC ZZZZZZ9.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-NOTE       PIC X(14).
       01  OFFICER-TOTAL-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'CUSTOMERS '.
           05  OTT-CUSTOMERS  PIC ZZZZ9.
           05  FILLER         PIC X(22) VALUE SPACES.
           05  OTT-BALANCE    PIC -(15)9.99.
           05  FILLER         PIC X(6)  VALUE SPACES.
           05  OTT-LOAN-AMOUNT
                              PIC -(15)9.99.
           05  FILLER         PIC X(10) VALUE '  KYC DUE '.
           05  OTT-KYC-DUE    PIC ZZZZ9.
           05  FILLER         PIC X(11) VALUE SPACES.
           05  OTT-ALERTS     PIC ZZZZZZ9.
       01  BANK-TITLE-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(20) VALUE 'BANK TOTAL OFFICERS '.
           05  BTL-OFFICERS   PIC ZZZZ9.
       01  BANK-TOTAL-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'CUSTOMERS '.
           05  BTT-CUSTOMERS  PIC ZZZZZZ9.
           05  FILLER         PIC X(20) VALUE SPACES.
           05  BTT-BALANCE    PIC -(15)9.99.
           05  FILLER         PIC X(6)  VALUE SPACES.
           05  BTT-LOAN-AMOUNT
                              PIC -(15)9.99.
           05  FILLER         PIC X(10) VALUE '  KYC DUE '.
           05  BTT-KYC-DUE    PIC ZZZZZZ9.
           05  FILLER         PIC X(9)  VALUE SPACES.
           05  BTT-ALERTS     PIC ZZZZZZ9.
       01  NO-PORTFOLIO-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(40) VALUE
               'NO CUSTOMERS ARE ASSIGNED TO AN OFFICER'.
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
           PERFORM LOAD-PORTFOLIOS
           PERFORM TALLY-LOANS
           PERFORM TALLY-ALERTS
           PERFORM PRINT-REPORT
           PERFORM CLOSE-STOP.
      *
      * The assignments are required - with none there is no report.
      * The other inputs are opened where they are read, and an
      * absent one simply contributes nothing.
       OPEN-FILES.
           OPEN INPUT RM-ASGN-FILE
           IF WS-RMASGN-STATUS NOT = '00'
               DISPLAY 'RMPORT UNABLE TO OPEN RMASGN - STATUS '
                   WS-RMASGN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RM-OFFICER-FILE
           OPEN INPUT CUSTMAST
           OPEN INPUT XREF-FILE
           OPEN INPUT SALDO-FILE
           OPEN INPUT KYC-FILE
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           IF WS-RUN-MM = 1
               COMPUTE WS-REP-YYYY = WS-RUN-YYYY - 1
               MOVE 12 TO WS-REP-MM
           ELSE
               MOVE WS-RUN-YYYY TO WS-REP-YYYY
               COMPUTE WS-REP-MM = WS-RUN-MM - 1
           END-IF
           COMPUTE WS-REP-START = WS-REP-MONTH * 100 + 1
           COMPUTE WS-REP-END   = WS-REP-MONTH * 100 + 31
           COMPUTE WS-KYC-DUE-LIMIT = WS-RUN-YYYY * 10000
                                    + WS-RUN-MM * 100 + 31
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'RMPORT' TO SEQ-JOB-NAME
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
           MOVE 'RMPORT'        TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * LOAD-PORTFOLIOS walks the assignments on the officer key and
      * takes each customer into the table in the order it will
      * print.
       LOAD-PORTFOLIOS.
           SET FILE-AT-EOF TO FALSE
           MOVE LOW-VALUES TO RMA-OFFICER-ID
           START RM-ASGN-FILE KEY IS NOT LESS THAN RMA-OFFICER-ID
               INVALID KEY SET FILE-AT-EOF TO TRUE
           END-START
           PERFORM LOAD-ONE-ASSIGNMENT UNTIL FILE-AT-EOF.
      *
       LOAD-ONE-ASSIGNMENT.
           READ RM-ASGN-FILE NEXT RECORD
               AT END SET FILE-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
                   IF WS-CT-ENTRY-COUNT < 3000
                       ADD 1 TO WS-CT-ENTRY-COUNT
                       SET WS-CT-IDX TO WS-CT-ENTRY-COUNT
                       MOVE RMA-CPF TO WS-CT-CPF(WS-CT-IDX)
                       MOVE ZEROS   TO WS-CT-LOAN-COUNT(WS-CT-IDX)
                       MOVE ZEROS   TO WS-CT-LOAN-AMOUNT(WS-CT-IDX)
                       MOVE ZEROS   TO WS-CT-ALERT-COUNT(WS-CT-IDX)
                   ELSE
                       ADD 1 TO WS-CT-DROPPED-COUNT
                   END-IF
           END-READ.
      *
      * FIND-CUSTOMER-ENTRY looks WS-LOOKUP-CPF up in the portfolio
      * table, leaving WS-CT-IDX on the entry when it is there.
       FIND-CUSTOMER-ENTRY.
           SET CUSTOMER-ENTRY-FOUND TO FALSE
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL CUSTOMER-ENTRY-FOUND
                   OR WS-CT-IDX > WS-CT-ENTRY-COUNT
               IF WS-CT-CPF(WS-CT-IDX) = WS-LOOKUP-CPF
                   SET CUSTOMER-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CUSTOMER-ENTRY-FOUND
               SET WS-CT-IDX DOWN BY 1
           END-IF.
      *
      * TALLY-LOANS reads the loan master once and puts every live
      * contract's outstanding to its customer, where the customer
      * has an officer.
       TALLY-LOANS.
           OPEN INPUT LOAN-FILE
           IF WS-LOANMST-STATUS = '00'
               SET FILE-AT-EOF TO FALSE
               PERFORM TALLY-ONE-LOAN UNTIL FILE-AT-EOF
               CLOSE LOAN-FILE
           END-IF.
      *
       TALLY-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END SET FILE-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOAN-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-LOAN-READ-COUNT OVERFLOWED'
                   END-ADD
                   IF NOT LN-PAID-OFF
                       MOVE LN-CPF TO WS-LOOKUP-CPF
                       PERFORM FIND-CUSTOMER-ENTRY
                       IF CUSTOMER-ENTRY-FOUND
                           ADD 1 TO WS-CT-LOAN-COUNT(WS-CT-IDX)
                           ADD LN-OUTSTANDING
                               TO WS-CT-LOAN-AMOUNT(WS-CT-IDX)
                       END-IF
                   END-IF
           END-READ.
      *
      * TALLY-ALERTS counts the month's notifications per customer.
      * Generations from outside the month are passed over, so a
      * late or early catalog pick does not double-count, and so is
      * a retry of a failed delivery, so an alert sent three times
      * counts once.  Without NTFYREG every record counts.
       TALLY-ALERTS.
           OPEN INPUT NOTIFY-FILE
           IF WS-NTFY-STATUS = '00'
               OPEN INPUT NTFY-REG-FILE
               IF WS-NTFYREG-STATUS = '00'
                   SET NTFYREG-AVAILABLE TO TRUE
               ELSE
                   DISPLAY 'RMPORT - NO NTFYREG FILE - RETRIES ARE '
                           'COUNTED AS ALERTS THIS RUN'
               END-IF
               SET FILE-AT-EOF TO FALSE
               PERFORM TALLY-ONE-ALERT UNTIL FILE-AT-EOF
               CLOSE NOTIFY-FILE
               IF NTFYREG-AVAILABLE
                   CLOSE NTFY-REG-FILE
               END-IF
           END-IF.
      *
       TALLY-ONE-ALERT.
           READ NOTIFY-FILE
               AT END SET FILE-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-NTFY-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-NTFY-READ-COUNT OVERFLOWED'
                   END-ADD
                   PERFORM CHECK-ALERT-RETRY
                   IF NTF-RUN-DATE >= WS-REP-START
                           AND NTF-RUN-DATE <= WS-REP-END
                           AND NOT ALERT-IS-RETRY
                       MOVE NTF-CPF TO WS-LOOKUP-CPF
                       PERFORM FIND-CUSTOMER-ENTRY
                       IF CUSTOMER-ENTRY-FOUND
                           ADD 1 TO WS-CT-ALERT-COUNT(WS-CT-IDX)
                       END-IF
                   END-IF
           END-READ.
      *
      * CHECK-ALERT-RETRY looks the extract record up on NTFYREG by
      * its ID (run date and number within the night); an entry past
      * its first attempt is a retry.
       CHECK-ALERT-RETRY.
           SET ALERT-IS-RETRY TO FALSE
           IF NTFYREG-AVAILABLE AND NTF-NOTIFY-SEQ IS NUMERIC
               MOVE NTF-RUN-DATE   TO NTR-RUN-DATE
               MOVE NTF-NOTIFY-SEQ TO NTR-SEQ
               READ NTFY-REG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NTR-ATTEMPT > 1
                           SET ALERT-IS-RETRY TO TRUE
                       END-IF
               END-READ
           END-IF.
      *
      * PRINT-REPORT walks the assignments again on the officer key,
      * breaking on the officer; the table runs alongside in the
      * same order.
       PRINT-REPORT.
           MOVE WS-REP-MM    TO HDR-REP-MM
           MOVE WS-REP-YYYY  TO HDR-REP-YYYY
           MOVE WS-RUN-DATE  TO HDR-RUN-DATE
           WRITE PRINT-REC FROM HDR-LINE-1
           IF WS-NTFY-STATUS NOT = '00'
               WRITE PRINT-REC FROM HDR-NO-ALERTS-LINE
           END-IF
           SET FILE-AT-EOF TO FALSE
           MOVE LOW-VALUES TO RMA-OFFICER-ID
           START RM-ASGN-FILE KEY IS NOT LESS THAN RMA-OFFICER-ID
               INVALID KEY SET FILE-AT-EOF TO TRUE
           END-START
           PERFORM PRINT-ONE-ASSIGNMENT UNTIL FILE-AT-EOF
           IF WS-CUR-OFFICER NOT = SPACES
               PERFORM PRINT-OFFICER-TOTAL
           END-IF
           WRITE PRINT-REC FROM SPACES
           IF WS-BK-CUSTOMERS = ZEROS
               WRITE PRINT-REC FROM NO-PORTFOLIO-LINE
           END-IF
           MOVE WS-BK-OFFICERS     TO BTL-OFFICERS
           WRITE PRINT-REC FROM BANK-TITLE-LINE
           MOVE WS-BK-CUSTOMERS    TO BTT-CUSTOMERS
           MOVE WS-BK-BALANCE      TO BTT-BALANCE
           MOVE WS-BK-LOAN-AMOUNT  TO BTT-LOAN-AMOUNT
           MOVE WS-BK-KYC-DUE      TO BTT-KYC-DUE
           MOVE WS-BK-ALERTS       TO BTT-ALERTS
           WRITE PRINT-REC FROM BANK-TOTAL-LINE.
      *
       PRINT-ONE-ASSIGNMENT.
           READ RM-ASGN-FILE NEXT RECORD
               AT END SET FILE-AT-EOF TO TRUE
               NOT AT END
                   IF RMA-OFFICER-ID NOT = WS-CUR-OFFICER
                       IF WS-CUR-OFFICER NOT = SPACES
                           PERFORM PRINT-OFFICER-TOTAL
                       END-IF
                       PERFORM START-OFFICER
                   END-IF
                   PERFORM PRINT-ONE-CUSTOMER
           END-READ.
      *
      * START-OFFICER prints the officer's title from the officer
      * master and flags a portfolio whose officer has gone.
       START-OFFICER.
           MOVE RMA-OFFICER-ID TO WS-CUR-OFFICER
           INITIALIZE WS-OFFICER-TOTALS
           ADD 1 TO WS-BK-OFFICERS
           SET OFFICER-HAS-LEFT TO FALSE
           MOVE SPACES         TO RM-OFFICER-REC
           MOVE RMA-OFFICER-ID TO RMO-OFFICER-ID
           MOVE ZEROS          TO RMO-AGENCIA
           MOVE SPACES         TO OTL-FLAG
           IF WS-RMOFFCR-STATUS = '00'
               READ RM-OFFICER-FILE
                   INVALID KEY
                       SET OFFICER-HAS-LEFT TO TRUE
                       MOVE '*** NOT ON THE OFFICER MASTER ***'
                           TO OTL-FLAG
                   NOT INVALID KEY
                       IF RMO-LEFT
                           SET OFFICER-HAS-LEFT TO TRUE
                           MOVE '*** OFFICER HAS LEFT - MOVE PORTFOLIO'
                               TO OTL-FLAG
                       END-IF
               END-READ
           END-IF
           MOVE WS-CUR-OFFICER TO OTL-OFFICER
           MOVE RMO-NAME       TO OTL-NAME
           MOVE RMO-AGENCIA    TO OTL-AGENCIA
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM OFFICER-TITLE-LINE
           WRITE PRINT-REC FROM COLUMN-LINE.
      *
      * PRINT-ONE-CUSTOMER gathers the customer's balances and KYC
      * review and prints the line with the tallied loans and alerts.
       PRINT-ONE-CUSTOMER.
           ADD 1 TO WS-PRINT-SEQ
           MOVE SPACES TO DETAIL-LINE
           MOVE RMA-CPF TO DTL-CPF
           IF WS-CUSTMAST-STATUS = '00'
               MOVE RMA-CPF TO CPF IN CLIENTE-REC
               READ CUSTMAST
                   INVALID KEY
                       MOVE '(NOT ON CUSTMAST)' TO DTL-NOME
                   NOT INVALID KEY
                       MOVE NOME IN CLIENTE-REC TO DTL-NOME
               END-READ
           END-IF
           PERFORM ADD-CUSTOMER-BALANCES
           IF WS-PRINT-SEQ > WS-CT-ENTRY-COUNT
               MOVE ZEROS TO WS-CUST-LOANS
               MOVE ZEROS TO WS-CUST-LOAN-AMOUNT
               MOVE ZEROS TO WS-CUST-ALERTS
               MOVE 'NOT COUNTED' TO DTL-NOTE
           ELSE
               SET WS-CT-IDX TO WS-PRINT-SEQ
               MOVE WS-CT-LOAN-COUNT(WS-CT-IDX)  TO WS-CUST-LOANS
               MOVE WS-CT-LOAN-AMOUNT(WS-CT-IDX) TO WS-CUST-LOAN-AMOUNT
               MOVE WS-CT-ALERT-COUNT(WS-CT-IDX) TO WS-CUST-ALERTS
           END-IF
           PERFORM CHECK-KYC-REVIEW
           MOVE WS-CUST-ACCOUNTS     TO DTL-ACCOUNTS
           MOVE WS-CUST-BALANCE      TO DTL-BALANCE
           MOVE WS-CUST-LOANS        TO DTL-LOANS
           MOVE WS-CUST-LOAN-AMOUNT  TO DTL-LOAN-AMOUNT
           MOVE WS-CUST-ALERTS       TO DTL-ALERTS
           WRITE PRINT-REC FROM DETAIL-LINE
           ADD 1                     TO WS-OF-CUSTOMERS
           ADD WS-CUST-BALANCE       TO WS-OF-BALANCE
           ADD WS-CUST-LOAN-AMOUNT   TO WS-OF-LOAN-AMOUNT
           ADD WS-CUST-ALERTS        TO WS-OF-ALERTS
           IF OFFICER-HAS-LEFT
               ADD 1 TO WS-ORPHAN-COUNT
           END-IF.
      *
      * ADD-CUSTOMER-BALANCES sums the customer's accounts as primary
      * or joint holder at tonight's SALDOFIL position.
       ADD-CUSTOMER-BALANCES.
           MOVE ZEROS TO WS-CUST-ACCOUNTS
           MOVE ZEROS TO WS-CUST-BALANCE
           IF WS-XREF-STATUS = '00'
               SET XREF-SCAN-DONE TO FALSE
               MOVE RMA-CPF TO XRF-CPF
               MOVE ZEROS   TO XRF-CONTA-NUM
               START XREF-FILE KEY IS NOT LESS THAN XRF-KEY
                   INVALID KEY SET XREF-SCAN-DONE TO TRUE
               END-START
               PERFORM ADD-ONE-ACCOUNT UNTIL XREF-SCAN-DONE
           END-IF.
      *
       ADD-ONE-ACCOUNT.
           READ XREF-FILE NEXT RECORD
               AT END SET XREF-SCAN-DONE TO TRUE
               NOT AT END
                   IF XRF-CPF NOT = RMA-CPF
                       SET XREF-SCAN-DONE TO TRUE
                   ELSE
                       IF NOT XRF-PROCURADOR
                               AND WS-SALDO-STATUS = '00'
                           MOVE XRF-CONTA-NUM TO CONTA-NUM IN SALDO-REC
                           READ SALDO-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CUST-ACCOUNTS
                                   ADD SALDO TO WS-CUST-BALANCE
                           END-READ
                       END-IF
                   END-IF
           END-READ.
      *
      * CHECK-KYC-REVIEW prints the next review date, flagged when it
      * has passed or falls by the end of the month now opening.
       CHECK-KYC-REVIEW.
           MOVE ZEROS  TO DTL-KYC-DATE
           MOVE SPACES TO DTL-KYC-FLAG
           IF WS-KYC-STATUS = '00'
               MOVE RMA-CPF TO KYC-CPF
               READ KYC-FILE
                   INVALID KEY
                       MOVE 'NOT SCORED' TO DTL-KYC-FLAG
                   NOT INVALID KEY
                       MOVE KYC-NEXT-REVIEW TO DTL-KYC-DATE
                       EVALUATE TRUE
                           WHEN KYC-NEXT-REVIEW = ZEROS
                               CONTINUE
                           WHEN KYC-NEXT-REVIEW <= WS-RUN-DATE
                               MOVE 'OVERDUE' TO DTL-KYC-FLAG
                               ADD 1 TO WS-OF-KYC-DUE
                           WHEN KYC-NEXT-REVIEW <= WS-KYC-DUE-LIMIT
                               MOVE 'DUE THIS MONTH' TO DTL-KYC-FLAG
                               ADD 1 TO WS-OF-KYC-DUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.
      *
       PRINT-OFFICER-TOTAL.
           MOVE WS-OF-CUSTOMERS    TO OTT-CUSTOMERS
           MOVE WS-OF-BALANCE      TO OTT-BALANCE
           MOVE WS-OF-LOAN-AMOUNT  TO OTT-LOAN-AMOUNT
           MOVE WS-OF-KYC-DUE      TO OTT-KYC-DUE
           MOVE WS-OF-ALERTS       TO OTT-ALERTS
           WRITE PRINT-REC FROM OFFICER-TOTAL-LINE
           ADD WS-OF-CUSTOMERS     TO WS-BK-CUSTOMERS
           ADD WS-OF-BALANCE       TO WS-BK-BALANCE
           ADD WS-OF-LOAN-AMOUNT   TO WS-BK-LOAN-AMOUNT
           ADD WS-OF-KYC-DUE       TO WS-BK-KYC-DUE
           ADD WS-OF-ALERTS        TO WS-BK-ALERTS.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE RM-ASGN-FILE.
           IF WS-RMOFFCR-STATUS = '00'
               CLOSE RM-OFFICER-FILE
           END-IF.
           IF WS-CUSTMAST-STATUS = '00'
               CLOSE CUSTMAST
           END-IF.
           IF WS-XREF-STATUS = '00'
               CLOSE XREF-FILE
           END-IF.
           IF WS-SALDO-STATUS = '00'
               CLOSE SALDO-FILE
           END-IF.
           IF WS-KYC-STATUS = '00'
               CLOSE KYC-FILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY 'RMPORT CUSTOMERS ' WS-READ-COUNT
                   ' OFFICERS ' WS-BK-OFFICERS
                   ' LOANS READ ' WS-LOAN-READ-COUNT
                   ' ALERTS READ ' WS-NTFY-READ-COUNT.
           IF WS-CT-DROPPED-COUNT > ZEROS
               DISPLAY 'RMPORT PORTFOLIO TABLE FULL - '
                       WS-CT-DROPPED-COUNT
                       ' CUSTOMER(S) WITHOUT LOANS OR ALERTS COUNTED'
           END-IF.
           EVALUATE TRUE
               WHEN COUNTER-OVERFLOWED
                   DISPLAY 'RMPORT ABORTED - COUNTER OVERFLOWED'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ORPHAN-COUNT > ZEROS
                   DISPLAY 'RMPORT - ' WS-ORPHAN-COUNT
                           ' CUSTOMER(S) WITH AN OFFICER WHO HAS LEFT'
                   MOVE 4 TO RETURN-CODE
                   MOVE 'CUSTOMERS HELD BY DEPARTED OFFICERS'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-ORPHAN-COUNT TO WS-ALERT-COUNT
               WHEN WS-CT-DROPPED-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
                   MOVE 'PORTFOLIO TABLE FULL - FIGURES MISSING'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-CT-DROPPED-COUNT TO WS-ALERT-COUNT
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
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
           MOVE 'RMPORT'            TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-BK-CUSTOMERS     TO CTLT-OUTPUT-COUNT
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
           MOVE 'RMPORT'            TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-BK-OFFICERS      TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'KYC REVIEWS DUE'   TO SUMM-CATEGORY-NAME
           MOVE WS-BK-KYC-DUE       TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'ALERTS FIRED'      TO SUMM-CATEGORY-NAME
           MOVE WS-BK-ALERTS        TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'OFFICER HAS LEFT'  TO SUMM-CATEGORY-NAME
           MOVE WS-ORPHAN-COUNT     TO SUMM-CATEGORY-COUNT
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
           MOVE 'RMPORT'          TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM RMPORT.
