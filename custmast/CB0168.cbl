      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PRCEXPRT.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  PRCEXPRT is the monthly expiry listing over the power-of-
      *  attorney register (PROCURA.cpy).  Once a mandate runs out
      *  TELLER and CLOSESET stop taking the procurador's word, and
      *  the first the customer hears of it is a refusal at the
      *  window.  Every mandate in force whose validity ends between
      *  the run date and thirty days on is listed for the branch
      *  that holds the traslado, so the branch can ask the grantor
      *  for a renewal before the date.  The report is sorted by that
      *  branch, one heading per branch, and by end date within it.
      *  Revoked mandates, mandates with no end date and those not
      *  yet in force are passed over.  The grantor and attorney are
      *  named from CUSTMAST, or a company grantor from PJMAST; a
      *  party no longer on either master prints by key alone.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCURA-FILE ASSIGN TO PROCURA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-KEY
               ALTERNATE RECORD KEY IS PRC-ATTORNEY-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-PROCURA-STATUS.
           SELECT CUSTMAST    ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPF IN CLIENTE-REC
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT PJ-FILE     ASSIGN TO PJMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CNPJ
               ALTERNATE RECORD KEY IS PJ-OWNER-KEY
               FILE STATUS IS WS-PJMAST-STATUS.
           SELECT SORT-WORK   ASSIGN TO SORTWK01.
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
       FD  PROCURA-FILE RECORDING MODE F.
           COPY PROCURA.
      *
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  PJ-FILE RECORDING MODE F.
           COPY PJMAST.
      *
      * Sort work file: the branch holding the traslado leads so each
      * branch's renewals print together, soonest to lapse first.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-BRANCH       PIC 9(4).
           05  SRT-VALID-TO     PIC 9(8).
           05  SRT-GRANTOR-CPF  PIC X(11).
           05  SRT-GRANTOR-NOME PIC X(20).
           05  SRT-ATTORNEY-CPF PIC X(11).
           05  SRT-ATTORNEY-NOME PIC X(20).
           05  SRT-POWERS       PIC X(4).
           05  SRT-NOTARY-REF   PIC X(30).
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
           05  WS-PROCURA-EOF      PIC X VALUE 'N'.
               88  PROCURA-AT-EOF      VALUE 'Y'.
           05  WS-SORT-EOF         PIC X VALUE 'N'.
               88  SORT-AT-EOF         VALUE 'Y'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-PROCURA-STATUS       PIC XX.
       01  WS-CUSTMAST-STATUS      PIC XX.
       01  WS-PJMAST-STATUS        PIC XX.
       01  WS-PJMAST-FLAG          PIC X VALUE 'N'.
           88  PJMAST-AVAILABLE        VALUE 'Y' FALSE 'N'.
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-IN-FORCE-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-EXPIRING-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-RUN-DATE             PIC 9(8).
      * The listing window: the run date to thirty days on, rolled a
      * day at a time the way TELLER rolls a cheque's float.
       01  WS-HORIZON-DAYS         PIC 9(3) VALUE 30.
       01  WS-ROLL-DATE            PIC 9(8).
       01  WS-ROLL-DATE-X REDEFINES WS-ROLL-DATE.
           05  WS-ROLL-YYYY        PIC 9(4).
           05  WS-ROLL-MM          PIC 9(2).
           05  WS-ROLL-DD          PIC 9(2).
       01  WS-DAYS-IN-MONTH-VALUES PIC X(24)
           VALUE '312831303130313130313031'.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH     PIC 9(2) OCCURS 12 TIMES.
       01  WS-MAX-DAY              PIC 9(2).
       01  WS-DATE-QUOT            PIC 9(4).
       01  WS-DATE-REM             PIC 9(4).
       01  WS-NAME-KEY             PIC X(11).
       01  WS-NAME-KEY-PJ REDEFINES WS-NAME-KEY.
           05  WS-NAME-KEY-TAG     PIC X(2).
               88  NAME-KEY-IS-COMPANY VALUE 'PJ'.
           05  FILLER              PIC X(9).
       01  WS-NAME-FOUND           PIC X(20).
       01  WS-PREV-BRANCH          PIC 9(4) VALUE 9999.
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS        PIC XX.
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-RUN-NUMBER           PIC 9(7).
       01  WS-RUN-END-TIME         PIC 9(8).
       01  WS-ELAPSED-TIME         PIC 9(8).
      *
       01  HDR-LINE-1.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(45) VALUE
               'POWERS OF ATTORNEY EXPIRING BY BRANCH - TO'.
           05  HDR-HORIZON    PIC 9(8).
       01  BRANCH-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(8)  VALUE 'BRANCH '.
           05  BHL-BRANCH     PIC 9(4).
       01  COLUMN-HDR-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(9)  VALUE 'EXPIRES'.
           05  FILLER         PIC X(12) VALUE 'GRANTOR'.
           05  FILLER         PIC X(21) VALUE 'NOME'.
           05  FILLER         PIC X(12) VALUE 'ATTORNEY'.
           05  FILLER         PIC X(21) VALUE 'NOME'.
           05  FILLER         PIC X(7)  VALUE 'IWTC'.
           05  FILLER         PIC X(30) VALUE 'NOTARY REFERENCE'.
       01  DETAIL-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  DTL-VALID-TO   PIC 9(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-GRANTOR-CPF PIC X(11).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-GRANTOR-NOME PIC X(20).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-ATTORNEY-CPF PIC X(11).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-ATTORNEY-NOME PIC X(20).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-POWERS     PIC X(4).
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  DTL-NOTARY-REF PIC X(30).
       01  TOTAL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(11) VALUE 'IN FORCE  '.
           05  TOT-IN-FORCE   PIC ZZZ,ZZ9.
           05  FILLER         PIC X(12) VALUE '  EXPIRING '.
           05  TOT-EXPIRING   PIC ZZZ,ZZ9.
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
           SORT SORT-WORK
               ON ASCENDING KEY SRT-BRANCH SRT-VALID-TO
                                SRT-GRANTOR-CPF
               INPUT PROCEDURE IS SELECT-EXPIRING-MANDATES
               OUTPUT PROCEDURE IS PRINT-BRANCH-RENEWALS
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT PROCURA-FILE
           IF WS-PROCURA-STATUS NOT = '00'
               DISPLAY 'PRCEXPRT UNABLE TO OPEN PROCURA - STATUS '
                   WS-PROCURA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'PRCEXPRT UNABLE TO OPEN CUSTMAST - STATUS '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PJ-FILE
           IF WS-PJMAST-STATUS = '00'
               SET PJMAST-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-ROLL-DATE
           PERFORM ROLL-ONE-DAY WS-HORIZON-DAYS TIMES
           MOVE WS-ROLL-DATE TO HDR-HORIZON
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'PRCEXPRT' TO SEQ-JOB-NAME
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
           MOVE 'PRCEXPRT'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * ROLL-ONE-DAY moves WS-ROLL-DATE on by one calendar day.
       ROLL-ONE-DAY.
           MOVE WS-DAYS-IN-MONTH(WS-ROLL-MM) TO WS-MAX-DAY
           IF WS-ROLL-MM = 2
               PERFORM CHECK-LEAP-YEAR
           END-IF
           ADD 1 TO WS-ROLL-DD
           IF WS-ROLL-DD > WS-MAX-DAY
               MOVE 1 TO WS-ROLL-DD
               ADD 1 TO WS-ROLL-MM
               IF WS-ROLL-MM > 12
                   MOVE 1 TO WS-ROLL-MM
                   ADD 1 TO WS-ROLL-YYYY
               END-IF
           END-IF.
      *
       CHECK-LEAP-YEAR.
           DIVIDE WS-ROLL-YYYY BY 4 GIVING WS-DATE-QUOT
               REMAINDER WS-DATE-REM
           IF WS-DATE-REM = 0
               DIVIDE WS-ROLL-YYYY BY 100 GIVING WS-DATE-QUOT
                   REMAINDER WS-DATE-REM
               IF WS-DATE-REM NOT = 0
                   MOVE 29 TO WS-MAX-DAY
               ELSE
                   DIVIDE WS-ROLL-YYYY BY 400 GIVING WS-DATE-QUOT
                       REMAINDER WS-DATE-REM
                   IF WS-DATE-REM = 0
                       MOVE 29 TO WS-MAX-DAY
                   END-IF
               END-IF
           END-IF.
      *
      * SELECT-EXPIRING-MANDATES walks the whole register in key
      * order; a mandate in force whose end date falls inside the
      * window is released for its branch.
       SELECT-EXPIRING-MANDATES.
           PERFORM READ-PROCURA
           PERFORM UNTIL PROCURA-AT-EOF OR COUNTER-OVERFLOWED
               IF PRC-ACTIVE
                       AND PRC-VALID-FROM NOT > WS-RUN-DATE
                       AND PRC-VALID-TO NOT < WS-RUN-DATE
                   PERFORM CHECK-ONE-MANDATE
               END-IF
               PERFORM READ-PROCURA
           END-PERFORM.
      *
       READ-PROCURA.
           READ PROCURA-FILE NEXT RECORD
               AT END SET PROCURA-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
       CHECK-ONE-MANDATE.
           ADD 1 TO WS-IN-FORCE-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-IN-FORCE-COUNT OVERFLOWED'
           END-ADD
           IF PRC-VALID-TO NOT > WS-ROLL-DATE
               MOVE SPACES           TO SORT-REC
               MOVE PRC-BRANCH       TO SRT-BRANCH
               MOVE PRC-VALID-TO     TO SRT-VALID-TO
               MOVE PRC-GRANTOR-CPF  TO SRT-GRANTOR-CPF
               MOVE PRC-ATTORNEY-CPF TO SRT-ATTORNEY-CPF
               MOVE PRC-POWERS       TO SRT-POWERS
               MOVE PRC-NOTARY-REF   TO SRT-NOTARY-REF
               MOVE PRC-GRANTOR-CPF  TO WS-NAME-KEY
               PERFORM FIND-PARTY-NAME
               MOVE WS-NAME-FOUND    TO SRT-GRANTOR-NOME
               MOVE PRC-ATTORNEY-CPF TO WS-NAME-KEY
               PERFORM FIND-PARTY-NAME
               MOVE WS-NAME-FOUND    TO SRT-ATTORNEY-NOME
               ADD 1 TO WS-EXPIRING-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-EXPIRING-COUNT OVERFLOWED'
               END-ADD
               RELEASE SORT-REC
           END-IF.
      *
      * FIND-PARTY-NAME names a person from CUSTMAST, or a company
      * owner key from PJMAST; a key on neither prints nameless.
       FIND-PARTY-NAME.
           MOVE SPACES TO WS-NAME-FOUND
           IF NAME-KEY-IS-COMPANY
               IF PJMAST-AVAILABLE
                   MOVE WS-NAME-KEY TO PJ-OWNER-KEY
                   READ PJ-FILE KEY IS PJ-OWNER-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE PJ-RAZAO-SOCIAL TO WS-NAME-FOUND
                   END-READ
               END-IF
           ELSE
               MOVE WS-NAME-KEY TO CPF IN CLIENTE-REC
               READ CUSTMAST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE NOME IN CLIENTE-REC TO WS-NAME-FOUND
               END-READ
           END-IF.
      *
      * PRINT-BRANCH-RENEWALS prints the listing grouped by branch, a
      * branch header line before each branch's slice, then the run
      * totals.  The powers column reads I(nquiry) W(ithdrawal)
      * T(ransfer) C(losing), Y or N under each.
       PRINT-BRANCH-RENEWALS.
           PERFORM RETURN-SORTED-MANDATE
           PERFORM UNTIL SORT-AT-EOF
               IF SRT-BRANCH NOT = WS-PREV-BRANCH
                   MOVE SRT-BRANCH TO WS-PREV-BRANCH
                   MOVE SRT-BRANCH TO BHL-BRANCH
                   WRITE PRINT-REC FROM SPACES
                   WRITE PRINT-REC FROM BRANCH-HDR-LINE
                   WRITE PRINT-REC FROM COLUMN-HDR-LINE
               END-IF
               MOVE SRT-VALID-TO      TO DTL-VALID-TO
               MOVE SRT-GRANTOR-CPF   TO DTL-GRANTOR-CPF
               MOVE SRT-GRANTOR-NOME  TO DTL-GRANTOR-NOME
               MOVE SRT-ATTORNEY-CPF  TO DTL-ATTORNEY-CPF
               MOVE SRT-ATTORNEY-NOME TO DTL-ATTORNEY-NOME
               MOVE SRT-POWERS        TO DTL-POWERS
               MOVE SRT-NOTARY-REF    TO DTL-NOTARY-REF
               WRITE PRINT-REC FROM DETAIL-LINE
               PERFORM RETURN-SORTED-MANDATE
           END-PERFORM
           MOVE WS-IN-FORCE-COUNT TO TOT-IN-FORCE
           MOVE WS-EXPIRING-COUNT TO TOT-EXPIRING
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM TOTAL-LINE.
      *
       RETURN-SORTED-MANDATE.
           RETURN SORT-WORK
               AT END SET SORT-AT-EOF TO TRUE
           END-RETURN.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE PROCURA-FILE.
           CLOSE CUSTMAST.
           IF PJMAST-AVAILABLE
               CLOSE PJ-FILE
           END-IF
           CLOSE PRINT-FILE.
           DISPLAY 'PRCEXPRT READ ' WS-READ-COUNT
                   ' IN FORCE ' WS-IN-FORCE-COUNT
                   ' EXPIRING ' WS-EXPIRING-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'PRCEXPRT ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXPIRING-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               MOVE 'MANDATES EXPIRING - BRANCHES TO RENEW'
                   TO WS-ALERT-MESSAGE
               MOVE WS-EXPIRING-COUNT TO WS-ALERT-COUNT
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
           MOVE 'PRCEXPRT'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-EXPIRING-COUNT   TO CTLT-OUTPUT-COUNT
           MOVE ZEROS               TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the grand total broken out by category.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'PRCEXPRT'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-EXPIRING-COUNT   TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'IN FORCE'          TO SUMM-CATEGORY-NAME
           MOVE WS-IN-FORCE-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'EXPIRING 30 DAYS'  TO SUMM-CATEGORY-NAME
           MOVE WS-EXPIRING-COUNT   TO SUMM-CATEGORY-COUNT
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
           MOVE 'PRCEXPRT'        TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM PRCEXPRT.
