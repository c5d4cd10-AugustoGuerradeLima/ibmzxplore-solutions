      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ORPHSWP.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  ORPHSWP is the weekly orphaned-reference sweep over the
      *  account-keyed satellite files, XREFCHK's check carried out to
      *  everything else that points at an account or a customer.
      *  ACCTMNT closes accounts and DUPMERGE/LGPDPRGE remove
      *  customers, but nothing followed them out to the files that
      *  still named them, so STORDRUN and ALRTEVAL tripped over the
      *  leftovers every night.  Each live record is checked against
      *  the masters:
      *    LOANMST  an active or in-arrears contract whose deposit
      *             account has left SALDOFIL or whose borrower has
      *             left CUSTMAST;
      *    STNDORD  an active order whose paying account - or, for an
      *             order between our own accounts, whose receiving
      *             account - has left SALDOFIL;
      *    BALHOLD  a pending or active hold on a departed account;
      *    OVRDRFT  an unexpired facility on a departed account;
      *    RATEAGR  an unexpired rate agreement on a departed account;
      *    ALRTSUB  a subscription on a departed account or for a
      *             subscriber who has left CUSTMAST.
      *  Records already inert - a cancelled order, a released hold,
      *  an expired facility, a paid-off contract - are history and
      *  are left alone.  Every orphan prints on the PRTFILE register
      *  by file and reason, with a recap per file, and goes to the
      *  shared EXCFILE like XREFCHK's.
      *  With no SWEPPARM card the run only reports.  A card reading
      *  RETIRE with the ID of an active supervisor on OPERFILE
      *  retires the orphans in place: the standing order is
      *  cancelled, the hold released, the facility or agreement
      *  expired as of the day before the run, and the subscription
      *  deleted - each one with its before and after image on the
      *  ORPHAUD audit file.  A loan is never retired here: money is
      *  still owed on it, so it stays on the register for the
      *  collections desk.  A RETIRE card naming anyone else is
      *  refused and the run only reports.
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
           SELECT CUSTMAST    ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF IN CLIENTE-REC
               FILE STATUS IS WS-CUSTMAST-STATUS.
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
           SELECT ORDER-FILE  ASSIGN TO STNDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ID
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT HOLD-FILE   ASSIGN TO BALHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT OVERDRAFT-FILE ASSIGN TO OVRDRFT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-CONTA-NUM
               FILE STATUS IS WS-OVRDRFT-STATUS.
           SELECT RATE-AGR-FILE ASSIGN TO RATEAGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAG-CONTA-NUM
               FILE STATUS IS WS-RATEAGR-STATUS.
           SELECT ALRT-SUB-FILE ASSIGN TO ALRTSUB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASB-KEY
               FILE STATUS IS WS-ALRTSUB-STATUS.
           SELECT PARM-FILE   ASSIGN TO SWEPPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT AUDIT-FILE  ASSIGN TO ORPHAUD
               FILE STATUS IS WS-AUDIT-STATUS.
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
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  OPER-FILE RECORDING MODE F.
           COPY OPERREC.
      *
       FD  LOAN-FILE RECORDING MODE F.
           COPY LOANMST.
      *
       FD  ORDER-FILE RECORDING MODE F.
           COPY STNDORD.
      *
       FD  HOLD-FILE RECORDING MODE F.
           COPY BALHOLD.
      *
       FD  OVERDRAFT-FILE RECORDING MODE F.
           COPY OVRDRFT.
      *
       FD  RATE-AGR-FILE RECORDING MODE F.
           COPY RATEAGR.
      *
       FD  ALRT-SUB-FILE RECORDING MODE F.
           COPY ALRTSUB.
      *
      * One optional parameter card: RETIRE and the authorizing
      * supervisor's operator ID; anything else only reports.
       FD  PARM-FILE RECORDING MODE F.
       01  SWEEP-PARM-REC.
           05  PRM-MODE         PIC X(6).
               88  PRM-RETIRE       VALUE 'RETIRE'.
           05  FILLER           PIC X.
           05  PRM-SUPERVISOR   PIC X(8).
           05  FILLER           PIC X(65).
      *
       FD  AUDIT-FILE RECORDING MODE F.
           COPY ORPHAUD.
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
           05  WS-RETIRE-FLAG      PIC X VALUE 'N'.
               88  RETIRE-AUTHORIZED   VALUE 'Y' FALSE 'N'.
           05  WS-CARD-REFUSED-FLAG PIC X VALUE 'N'.
               88  RETIRE-CARD-REFUSED VALUE 'Y' FALSE 'N'.
           05  WS-ACCT-FLAG        PIC X VALUE 'N'.
               88  ACCT-ON-FILE        VALUE 'Y' FALSE 'N'.
           05  WS-CPF-FLAG         PIC X VALUE 'N'.
               88  CPF-ON-FILE         VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-SALDO-STATUS         PIC XX.
       01  WS-CUSTMAST-STATUS      PIC XX.
       01  WS-OPERFILE-STATUS      PIC XX.
       01  WS-LOAN-STATUS          PIC XX.
       01  WS-ORDER-STATUS         PIC XX.
       01  WS-HOLD-STATUS          PIC XX.
       01  WS-OVRDRFT-STATUS       PIC XX.
       01  WS-RATEAGR-STATUS       PIC XX.
       01  WS-ALRTSUB-STATUS       PIC XX.
       01  WS-PARM-STATUS          PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-SUPERVISOR           PIC X(8) VALUE SPACES.
      * The date a retired facility or agreement is expired as of -
      * the day before the run, so tonight's jobs already treat it as
      * lapsed.  Rolled back with the month-length table CUSTLOAD
      * carries for DATANASC.
       01  WS-RETIRE-DATE          PIC 9(8).
       01  WS-RETIRE-DATE-X REDEFINES WS-RETIRE-DATE.
           05  WS-RET-YYYY         PIC 9(4).
           05  WS-RET-MM           PIC 9(2).
           05  WS-RET-DD           PIC 9(2).
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
       01  WS-COUNTERS.
           05  WS-READ-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-CLEAN-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-ORPHAN-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-RETIRED-COUNT     PIC 9(7) VALUE ZEROS.
      * Per-file counts for the recap, one entry per satellite file
      * in the order the sweep visits them.
       01  WS-FILE-NAMES-INIT.
           05  FILLER               PIC X(8) VALUE 'LOANMST'.
           05  FILLER               PIC X(8) VALUE 'STNDORD'.
           05  FILLER               PIC X(8) VALUE 'BALHOLD'.
           05  FILLER               PIC X(8) VALUE 'OVRDRFT'.
           05  FILLER               PIC X(8) VALUE 'RATEAGR'.
           05  FILLER               PIC X(8) VALUE 'ALRTSUB'.
       01  WS-FILE-NAMES REDEFINES WS-FILE-NAMES-INIT.
           05  WS-FILE-NAME         PIC X(8) OCCURS 6 TIMES.
       01  WS-FILE-STATS.
           05  WS-FILE-STAT OCCURS 6 TIMES.
               10  WS-FS-READ       PIC 9(7).
               10  WS-FS-ACCT-GONE  PIC 9(7).
               10  WS-FS-CTPT-GONE  PIC 9(7).
               10  WS-FS-CPF-GONE   PIC 9(7).
               10  WS-FS-RETIRED    PIC 9(7).
       01  WS-FILE-IX              PIC 9.
      * The orphan being recorded: file, key, the account and CPF it
      * names, why it is an orphan, and what became of it.
       01  WS-ORPH-KEY             PIC X(20).
       01  WS-ORPH-CONTA           PIC 9(10).
       01  WS-ORPH-CPF             PIC X(11).
       01  WS-ORPH-REASON          PIC X(20).
           88  ORPH-ACCT-GONE          VALUE 'ACCT NOT ON SALDO'.
           88  ORPH-CTPT-GONE          VALUE 'COUNTERPART GONE'.
           88  ORPH-CPF-GONE           VALUE 'CPF NOT ON CUSTMAST'.
       01  WS-ORPH-ACTION          PIC X(8).
       01  WS-AUDIT-ACTION         PIC X(6).
       01  WS-BEFORE-IMAGE         PIC X(80).
       01  WS-LOOKUP-CONTA         PIC 9(10).
       01  WS-LOOKUP-CPF           PIC X(11).
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
               'ORPHANED REFERENCE SWEEP'.
           05  FILLER         PIC X(10) VALUE 'RUN DATE '.
           05  HDR-RUN-DATE   PIC 9(8).
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  HDR-MODE       PIC X(40).
       01  HDR-LINE-2.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(9)  VALUE 'FILE'.
           05  FILLER         PIC X(21) VALUE 'KEY'.
           05  FILLER         PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER         PIC X(12) VALUE 'CPF'.
           05  FILLER         PIC X(21) VALUE 'REASON'.
           05  FILLER         PIC X(8)  VALUE 'ACTION'.
       01  ORPHAN-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  ORL-FILE       PIC X(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  ORL-KEY        PIC X(20).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  ORL-CONTA      PIC 9(10).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  ORL-CPF        PIC X(11).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  ORL-REASON     PIC X(20).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  ORL-ACTION     PIC X(8).
       01  RECAP-HDR-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(9)  VALUE 'FILE'.
           05  FILLER         PIC X(10) VALUE '   CHECKED'.
           05  FILLER         PIC X(10) VALUE ' ACCT GONE'.
           05  FILLER         PIC X(10) VALUE ' CTPT GONE'.
           05  FILLER         PIC X(10) VALUE '  CPF GONE'.
           05  FILLER         PIC X(10) VALUE '   RETIRED'.
       01  RECAP-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  RCL-FILE       PIC X(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  RCL-READ       PIC Z(9)9.
           05  RCL-ACCT-GONE  PIC Z(9)9.
           05  RCL-CTPT-GONE  PIC Z(9)9.
           05  RCL-CPF-GONE   PIC Z(9)9.
           05  RCL-RETIRED    PIC Z(9)9.
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
           PERFORM SWEEP-LOANS
           PERFORM SWEEP-ORDERS
           PERFORM SWEEP-HOLDS
           PERFORM SWEEP-OVERDRAFTS
           PERFORM SWEEP-AGREEMENTS
           PERFORM SWEEP-SUBSCRIPTIONS
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           MOVE ZEROS TO WS-FILE-STATS
           OPEN INPUT SALDO-FILE
           IF WS-SALDO-STATUS NOT = '00'
               DISPLAY 'ORPHSWP UNABLE TO OPEN SALDOFIL - STATUS '
                   WS-SALDO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'ORPHSWP UNABLE TO OPEN CUSTMAST - STATUS '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-PARM-CARD
           MOVE WS-RUN-DATE TO WS-RETIRE-DATE
           PERFORM BACK-ONE-DAY
           OPEN OUTPUT EXCEPT-FILE.
           OPEN OUTPUT PRINT-FILE.
           IF RETIRE-AUTHORIZED
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = '00'
                   CLOSE AUDIT-FILE
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               MOVE 'RETIRING ORPHANS' TO HDR-MODE
               MOVE WS-SUPERVISOR TO HDR-MODE(18:8)
           ELSE
               MOVE 'REPORT ONLY' TO HDR-MODE
           END-IF
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM HDR-LINE-2
           PERFORM START-RUN-CONTROL.
      *
      * READ-PARM-CARD accepts a RETIRE card only from an active
      * supervisor on the operator file; the run is report-only
      * otherwise.
       READ-PARM-CARD.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-RETIRE
                           PERFORM CHECK-SUPERVISOR
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
      *
       CHECK-SUPERVISOR.
           SET RETIRE-CARD-REFUSED TO TRUE
           OPEN INPUT OPER-FILE
           IF WS-OPERFILE-STATUS = '00'
               MOVE PRM-SUPERVISOR TO OPR-ID
               READ OPER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPR-SUPERVISOR AND OPR-ACCT-ACTIVE
                           SET RETIRE-AUTHORIZED TO TRUE
                           SET RETIRE-CARD-REFUSED TO FALSE
                           MOVE OPR-ID TO WS-SUPERVISOR
                       END-IF
               END-READ
               CLOSE OPER-FILE
           END-IF
           IF RETIRE-CARD-REFUSED
               DISPLAY 'ORPHSWP RETIRE CARD REFUSED - '
                       PRM-SUPERVISOR
                       ' IS NOT AN ACTIVE SUPERVISOR - REPORT ONLY'
           END-IF.
      *
       BACK-ONE-DAY.
           IF WS-RET-DD > 1
               SUBTRACT 1 FROM WS-RET-DD
           ELSE
               IF WS-RET-MM > 1
                   SUBTRACT 1 FROM WS-RET-MM
               ELSE
                   MOVE 12 TO WS-RET-MM
                   SUBTRACT 1 FROM WS-RET-YYYY
               END-IF
               MOVE WS-DAYS-IN-MONTH(WS-RET-MM) TO WS-RET-DD
           END-IF.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'ORPHSWP' TO SEQ-JOB-NAME
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
           MOVE 'ORPHSWP'       TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * SWEEP-LOANS reports live contracts whose account or borrower
      * is gone.  They are never retired here.
       SWEEP-LOANS.
           MOVE 1 TO WS-FILE-IX
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'ORPHSWP - NO LOANMST FILE - NOT SWEPT'
           ELSE
               SET SCAN-DONE TO FALSE
               PERFORM CHECK-ONE-LOAN UNTIL SCAN-DONE
               CLOSE LOAN-FILE
           END-IF.
      *
       CHECK-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   IF LN-ACTIVE OR LN-IN-ARREARS
                       PERFORM COUNT-CHECKED
                       MOVE LN-CONTA-NUM TO WS-ORPH-CONTA
                       MOVE LN-CPF       TO WS-ORPH-CPF
                       MOVE LN-CONTRACT  TO WS-ORPH-KEY
                       PERFORM LOOKUP-ACCOUNT
                       PERFORM LOOKUP-CPF
                       EVALUATE TRUE
                           WHEN NOT ACCT-ON-FILE
                               SET ORPH-ACCT-GONE TO TRUE
                               MOVE 'REVIEW' TO WS-ORPH-ACTION
                               PERFORM RECORD-ORPHAN
                           WHEN NOT CPF-ON-FILE
                               SET ORPH-CPF-GONE TO TRUE
                               MOVE 'REVIEW' TO WS-ORPH-ACTION
                               PERFORM RECORD-ORPHAN
                           WHEN OTHER
                               PERFORM COUNT-CLEAN
                       END-EVALUATE
                   END-IF
           END-READ.
      *
      * SWEEP-ORDERS cancels active orders paying from, or between our
      * own accounts into, an account that has gone.
       SWEEP-ORDERS.
           MOVE 2 TO WS-FILE-IX
           IF RETIRE-AUTHORIZED
               OPEN I-O ORDER-FILE
           ELSE
               OPEN INPUT ORDER-FILE
           END-IF
           IF WS-ORDER-STATUS NOT = '00'
               DISPLAY 'ORPHSWP - NO STNDORD FILE - NOT SWEPT'
           ELSE
               SET SCAN-DONE TO FALSE
               PERFORM CHECK-ONE-ORDER UNTIL SCAN-DONE
               CLOSE ORDER-FILE
           END-IF.
      *
       CHECK-ONE-ORDER.
           READ ORDER-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   IF SO-ACTIVE
                       PERFORM COUNT-CHECKED
                       MOVE SO-CONTA-NUM TO WS-ORPH-CONTA
                       MOVE SPACES       TO WS-ORPH-CPF
                       MOVE SO-ID        TO WS-ORPH-KEY
                       PERFORM LOOKUP-ACCOUNT
                       IF NOT ACCT-ON-FILE
                           SET ORPH-ACCT-GONE TO TRUE
                       ELSE
                           IF SO-DEST-INTERNAL
                               MOVE SO-COUNTERPART TO WS-ORPH-CONTA
                               PERFORM LOOKUP-ACCOUNT
                               IF NOT ACCT-ON-FILE
                                   SET ORPH-CTPT-GONE TO TRUE
                               END-IF
                           END-IF
                       END-IF
                       IF ACCT-ON-FILE
                           PERFORM COUNT-CLEAN
                       ELSE
                           PERFORM RETIRE-ORDER
                       END-IF
                   END-IF
           END-READ.
      *
       RETIRE-ORDER.
           IF RETIRE-AUTHORIZED
               MOVE STND-ORDER-REC TO WS-BEFORE-IMAGE
               SET SO-CANCELLED TO TRUE
               REWRITE STND-ORDER-REC
               MOVE 'CANCEL' TO WS-AUDIT-ACTION
               MOVE STND-ORDER-REC TO ORA-AFTER-IMAGE
               PERFORM WRITE-RETIRE-AUDIT
           ELSE
               MOVE 'REPORTED' TO WS-ORPH-ACTION
           END-IF
           PERFORM RECORD-ORPHAN.
      *
      * SWEEP-HOLDS releases pending and active holds on an account
      * that has gone.
       SWEEP-HOLDS.
           MOVE 3 TO WS-FILE-IX
           IF RETIRE-AUTHORIZED
               OPEN I-O HOLD-FILE
           ELSE
               OPEN INPUT HOLD-FILE
           END-IF
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'ORPHSWP - NO BALHOLD FILE - NOT SWEPT'
           ELSE
               SET SCAN-DONE TO FALSE
               PERFORM CHECK-ONE-HOLD UNTIL SCAN-DONE
               CLOSE HOLD-FILE
           END-IF.
      *
       CHECK-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   IF HLD-PENDING OR HLD-ACTIVE
                       PERFORM COUNT-CHECKED
                       MOVE HLD-CONTA-NUM TO WS-ORPH-CONTA
                       MOVE SPACES        TO WS-ORPH-CPF
                       MOVE HLD-KEY       TO WS-ORPH-KEY
                       PERFORM LOOKUP-ACCOUNT
                       IF ACCT-ON-FILE
                           PERFORM COUNT-CLEAN
                       ELSE
                           SET ORPH-ACCT-GONE TO TRUE
                           PERFORM RETIRE-HOLD
                       END-IF
                   END-IF
           END-READ.
      *
       RETIRE-HOLD.
           IF RETIRE-AUTHORIZED
               MOVE BAL-HOLD-REC TO WS-BEFORE-IMAGE
               SET HLD-RELEASED TO TRUE
               REWRITE BAL-HOLD-REC
               MOVE 'RELEAS' TO WS-AUDIT-ACTION
               MOVE BAL-HOLD-REC TO ORA-AFTER-IMAGE
               PERFORM WRITE-RETIRE-AUDIT
           ELSE
               MOVE 'REPORTED' TO WS-ORPH-ACTION
           END-IF
           PERFORM RECORD-ORPHAN.
      *
      * SWEEP-OVERDRAFTS expires unexpired facilities on an account
      * that has gone.
       SWEEP-OVERDRAFTS.
           MOVE 4 TO WS-FILE-IX
           IF RETIRE-AUTHORIZED
               OPEN I-O OVERDRAFT-FILE
           ELSE
               OPEN INPUT OVERDRAFT-FILE
           END-IF
           IF WS-OVRDRFT-STATUS NOT = '00'
               DISPLAY 'ORPHSWP - NO OVRDRFT FILE - NOT SWEPT'
           ELSE
               SET SCAN-DONE TO FALSE
               PERFORM CHECK-ONE-OVERDRAFT UNTIL SCAN-DONE
               CLOSE OVERDRAFT-FILE
           END-IF.
      *
       CHECK-ONE-OVERDRAFT.
           READ OVERDRAFT-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   IF OD-EXPIRY-DATE >= WS-RUN-DATE
                       PERFORM COUNT-CHECKED
                       MOVE OD-CONTA-NUM TO WS-ORPH-CONTA
                       MOVE SPACES       TO WS-ORPH-CPF
                       MOVE OD-CONTA-NUM TO WS-ORPH-KEY
                       PERFORM LOOKUP-ACCOUNT
                       IF ACCT-ON-FILE
                           PERFORM COUNT-CLEAN
                       ELSE
                           SET ORPH-ACCT-GONE TO TRUE
                           PERFORM RETIRE-OVERDRAFT
                       END-IF
                   END-IF
           END-READ.
      *
       RETIRE-OVERDRAFT.
           IF RETIRE-AUTHORIZED
               MOVE OVERDRAFT-REC TO WS-BEFORE-IMAGE
               MOVE WS-RETIRE-DATE TO OD-EXPIRY-DATE
               REWRITE OVERDRAFT-REC
               MOVE 'EXPIRE' TO WS-AUDIT-ACTION
               MOVE OVERDRAFT-REC TO ORA-AFTER-IMAGE
               PERFORM WRITE-RETIRE-AUDIT
           ELSE
               MOVE 'REPORTED' TO WS-ORPH-ACTION
           END-IF
           PERFORM RECORD-ORPHAN.
      *
      * SWEEP-AGREEMENTS expires unexpired rate agreements on an
      * account that has gone.
       SWEEP-AGREEMENTS.
           MOVE 5 TO WS-FILE-IX
           IF RETIRE-AUTHORIZED
               OPEN I-O RATE-AGR-FILE
           ELSE
               OPEN INPUT RATE-AGR-FILE
           END-IF
           IF WS-RATEAGR-STATUS NOT = '00'
               DISPLAY 'ORPHSWP - NO RATEAGR FILE - NOT SWEPT'
           ELSE
               SET SCAN-DONE TO FALSE
               PERFORM CHECK-ONE-AGREEMENT UNTIL SCAN-DONE
               CLOSE RATE-AGR-FILE
           END-IF.
      *
       CHECK-ONE-AGREEMENT.
           READ RATE-AGR-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   IF RAG-EXPIRY-DATE >= WS-RUN-DATE
                       PERFORM COUNT-CHECKED
                       MOVE RAG-CONTA-NUM TO WS-ORPH-CONTA
                       MOVE SPACES        TO WS-ORPH-CPF
                       MOVE RAG-CONTA-NUM TO WS-ORPH-KEY
                       PERFORM LOOKUP-ACCOUNT
                       IF ACCT-ON-FILE
                           PERFORM COUNT-CLEAN
                       ELSE
                           SET ORPH-ACCT-GONE TO TRUE
                           PERFORM RETIRE-AGREEMENT
                       END-IF
                   END-IF
           END-READ.
      *
       RETIRE-AGREEMENT.
           IF RETIRE-AUTHORIZED
               MOVE RATE-AGR-REC TO WS-BEFORE-IMAGE
               MOVE WS-RETIRE-DATE TO RAG-EXPIRY-DATE
               REWRITE RATE-AGR-REC
               MOVE 'EXPIRE' TO WS-AUDIT-ACTION
               MOVE RATE-AGR-REC TO ORA-AFTER-IMAGE
               PERFORM WRITE-RETIRE-AUDIT
           ELSE
               MOVE 'REPORTED' TO WS-ORPH-ACTION
           END-IF
           PERFORM RECORD-ORPHAN.
      *
      * SWEEP-SUBSCRIPTIONS deletes subscriptions on an account that
      * has gone, or for a subscriber who has.  The subscription has
      * no status to retire it by; its audit before image is the
      * record of it.
       SWEEP-SUBSCRIPTIONS.
           MOVE 6 TO WS-FILE-IX
           IF RETIRE-AUTHORIZED
               OPEN I-O ALRT-SUB-FILE
           ELSE
               OPEN INPUT ALRT-SUB-FILE
           END-IF
           IF WS-ALRTSUB-STATUS NOT = '00'
               DISPLAY 'ORPHSWP - NO ALRTSUB FILE - NOT SWEPT'
           ELSE
               SET SCAN-DONE TO FALSE
               PERFORM CHECK-ONE-SUBSCRIPTION UNTIL SCAN-DONE
               CLOSE ALRT-SUB-FILE
           END-IF.
      *
       CHECK-ONE-SUBSCRIPTION.
           READ ALRT-SUB-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   PERFORM COUNT-CHECKED
                   MOVE ASB-CONTA-NUM TO WS-ORPH-CONTA
                   MOVE ASB-CPF       TO WS-ORPH-CPF
                   MOVE ASB-KEY       TO WS-ORPH-KEY
                   PERFORM LOOKUP-ACCOUNT
                   PERFORM LOOKUP-CPF
                   EVALUATE TRUE
                       WHEN NOT ACCT-ON-FILE
                           SET ORPH-ACCT-GONE TO TRUE
                           PERFORM RETIRE-SUBSCRIPTION
                       WHEN NOT CPF-ON-FILE
                           SET ORPH-CPF-GONE TO TRUE
                           PERFORM RETIRE-SUBSCRIPTION
                       WHEN OTHER
                           PERFORM COUNT-CLEAN
                   END-EVALUATE
           END-READ.
      *
       RETIRE-SUBSCRIPTION.
           IF RETIRE-AUTHORIZED
               MOVE ALRT-SUB-REC TO WS-BEFORE-IMAGE
               DELETE ALRT-SUB-FILE RECORD
               MOVE 'DELETE' TO WS-AUDIT-ACTION
               MOVE SPACES TO ORA-AFTER-IMAGE
               PERFORM WRITE-RETIRE-AUDIT
           ELSE
               MOVE 'REPORTED' TO WS-ORPH-ACTION
           END-IF
           PERFORM RECORD-ORPHAN.
      *
      * LOOKUP-ACCOUNT and LOOKUP-CPF check the masters for the
      * account and the CPF the current record names.
       LOOKUP-ACCOUNT.
           SET ACCT-ON-FILE TO TRUE
           MOVE WS-ORPH-CONTA TO CONTA-NUM IN SALDO-REC
           READ SALDO-FILE
               INVALID KEY SET ACCT-ON-FILE TO FALSE
           END-READ.
      *
       LOOKUP-CPF.
           SET CPF-ON-FILE TO TRUE
           MOVE WS-ORPH-CPF TO CPF IN CLIENTE-REC
           READ CUSTMAST
               INVALID KEY SET CPF-ON-FILE TO FALSE
           END-READ.
      *
      * WRITE-RETIRE-AUDIT stamps the retirement on ORPHAUD; the
      * caller has moved the after image.
       WRITE-RETIRE-AUDIT.
           MOVE WS-AUDIT-ACTION  TO ORA-ACTION
           MOVE WS-FILE-NAME(WS-FILE-IX) TO ORA-FILE
           MOVE WS-ORPH-KEY      TO ORA-KEY
           MOVE WS-ORPH-REASON   TO ORA-REASON
           MOVE WS-RUN-DATE      TO ORA-RUN-DATE
           MOVE WS-SUPERVISOR    TO ORA-SUPERVISOR
           MOVE WS-BEFORE-IMAGE  TO ORA-BEFORE-IMAGE
           WRITE ORPH-AUDIT-REC
           MOVE 'RETIRED'        TO WS-ORPH-ACTION
           ADD 1 TO WS-RETIRED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-RETIRED-COUNT OVERFLOWED'
           END-ADD
           ADD 1 TO WS-FS-RETIRED(WS-FILE-IX)
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-FS-RETIRED OVERFLOWED'
           END-ADD.
      *
      * RECORD-ORPHAN prints the orphan on the register, counts it by
      * file and reason, and writes it to the shared EXCFILE.
       RECORD-ORPHAN.
           MOVE WS-FILE-NAME(WS-FILE-IX) TO ORL-FILE
           MOVE WS-ORPH-KEY      TO ORL-KEY
           MOVE WS-ORPH-CONTA    TO ORL-CONTA
           MOVE WS-ORPH-CPF      TO ORL-CPF
           MOVE WS-ORPH-REASON   TO ORL-REASON
           MOVE WS-ORPH-ACTION   TO ORL-ACTION
           WRITE PRINT-REC FROM ORPHAN-LINE
           ADD 1 TO WS-ORPHAN-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-ORPHAN-COUNT OVERFLOWED'
           END-ADD
           EVALUATE TRUE
               WHEN ORPH-ACCT-GONE
                   ADD 1 TO WS-FS-ACCT-GONE(WS-FILE-IX)
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-FS-ACCT-GONE OVERFLOWED'
                   END-ADD
               WHEN ORPH-CTPT-GONE
                   ADD 1 TO WS-FS-CTPT-GONE(WS-FILE-IX)
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-FS-CTPT-GONE OVERFLOWED'
                   END-ADD
               WHEN OTHER
                   ADD 1 TO WS-FS-CPF-GONE(WS-FILE-IX)
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-FS-CPF-GONE OVERFLOWED'
                   END-ADD
           END-EVALUATE
           MOVE SPACES           TO EXC-REC
           MOVE 'ORPHSWP'        TO EXC-PROGRAM
           MOVE WS-ORPH-CONTA    TO EXC-KEY
           IF ORPH-CPF-GONE
               SET EXC-CPF-NOT-ON-FILE TO TRUE
           ELSE
               SET EXC-ACCT-NOT-ON-FILE TO TRUE
           END-IF
           MOVE WS-ORPH-REASON   TO EXC-REASON-TEXT
           MOVE WS-FILE-NAME(WS-FILE-IX) TO EXC-INPUT-DATA(1:8)
           MOVE WS-ORPH-KEY      TO EXC-INPUT-DATA(10:20)
           WRITE EXC-REC.
      *
       COUNT-CHECKED.
           ADD 1 TO WS-READ-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-READ-COUNT OVERFLOWED'
           END-ADD
           ADD 1 TO WS-FS-READ(WS-FILE-IX)
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-FS-READ OVERFLOWED'
           END-ADD.
      *
       COUNT-CLEAN.
           ADD 1 TO WS-CLEAN-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-CLEAN-COUNT OVERFLOWED'
           END-ADD.
      *
       PRINT-RECAP.
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM RECAP-HDR-LINE
           PERFORM PRINT-ONE-RECAP
               VARYING WS-FILE-IX FROM 1 BY 1 UNTIL WS-FILE-IX > 6.
      *
       PRINT-ONE-RECAP.
           MOVE WS-FILE-NAME(WS-FILE-IX)    TO RCL-FILE
           MOVE WS-FS-READ(WS-FILE-IX)      TO RCL-READ
           MOVE WS-FS-ACCT-GONE(WS-FILE-IX) TO RCL-ACCT-GONE
           MOVE WS-FS-CTPT-GONE(WS-FILE-IX) TO RCL-CTPT-GONE
           MOVE WS-FS-CPF-GONE(WS-FILE-IX)  TO RCL-CPF-GONE
           MOVE WS-FS-RETIRED(WS-FILE-IX)   TO RCL-RETIRED
           WRITE PRINT-REC FROM RECAP-LINE.
      *
       CLOSE-STOP.
           PERFORM PRINT-RECAP
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE SALDO-FILE.
           CLOSE CUSTMAST.
           IF RETIRE-AUTHORIZED
               CLOSE AUDIT-FILE
           END-IF
           CLOSE EXCEPT-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'ORPHSWP CHECKED ' WS-READ-COUNT
                   ' CLEAN ' WS-CLEAN-COUNT
                   ' ORPHANED ' WS-ORPHAN-COUNT
                   ' RETIRED ' WS-RETIRED-COUNT.
      * Orphans left standing - a report-only run, or loans, which
      * are never retired here - end the run with a warning, as does
      * a refused RETIRE card.
           IF COUNTER-OVERFLOWED
               DISPLAY 'ORPHSWP ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ORPHAN-COUNT > WS-RETIRED-COUNT
                       OR RETIRE-CARD-REFUSED
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               IF RETIRE-CARD-REFUSED
                   MOVE 'ORPHAN RETIRE CARD REFUSED'
                       TO WS-ALERT-MESSAGE
               ELSE
                   MOVE 'ORPHANED SATELLITE RECORDS ON FILE'
                       TO WS-ALERT-MESSAGE
               END-IF
               COMPUTE WS-ALERT-COUNT =
                   WS-ORPHAN-COUNT - WS-RETIRED-COUNT
               PERFORM WRITE-ALERT-RECORD
           END-IF.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
      * ORPHSWP is a scan, not a load, so every record checked is
      * always accounted for (clean or orphaned) - its trailer is
      * always balanced.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES            TO CTL-TRAILER-REC
           MOVE 'ORPHSWP'         TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE       TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT     TO CTLT-READ-COUNT
           MOVE WS-CLEAN-COUNT    TO CTLT-OUTPUT-COUNT
           MOVE WS-ORPHAN-COUNT   TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED      TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the orphans broken out by satellite file.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'ORPHSWP'           TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-ORPHAN-COUNT     TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           PERFORM WRITE-ONE-SUMMARY-CATEGORY
               VARYING WS-FILE-IX FROM 1 BY 1 UNTIL WS-FILE-IX > 6
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'RETIRED'           TO SUMM-CATEGORY-NAME
           MOVE WS-RETIRED-COUNT    TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           CLOSE SUMMARY-FILE.
      *
       WRITE-ONE-SUMMARY-CATEGORY.
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE WS-FILE-NAME(WS-FILE-IX) TO SUMM-CATEGORY-NAME
           COMPUTE SUMM-CATEGORY-COUNT =
               WS-FS-ACCT-GONE(WS-FILE-IX)
             + WS-FS-CTPT-GONE(WS-FILE-IX)
             + WS-FS-CPF-GONE(WS-FILE-IX)
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE.
      *
      * WRITE-ALERT-RECORD appends this run's problem to the shop-wide
      * alert file so the end-of-night alert report (ALERTRPT) puts it
      * on the one page the morning operator reads, instead of a
      * DISPLAY buried in this job's SYSOUT.
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES            TO ALERT-REC
           MOVE 'ORPHSWP'         TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM ORPHSWP.
