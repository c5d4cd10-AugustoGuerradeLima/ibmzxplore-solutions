      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AMLMON.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  AMLMON is the weekly money-laundering monitoring run over the
      *  posting history.  COAFRPT declares single large items; the
      *  patterns compliance is actually asked about are spread over
      *  days and modest amounts, so this job watches the seven days
      *  ending on the business date, account by account, for three
      *  of them.  Pass-through: a day's credits of at least the
      *  pass-through floor going out again, nine-tenths or more,
      *  the same day or the next.  Dormant burst: a week's movement
      *  of at least the burst floor on an account whose end-of-night
      *  balance (BALHIST) never moved over the quiet spell before the
      *  week.  Fan-in: many medium credits - at or over the medium
      *  floor but under COAF's single-item limit - from more than one
      *  source; the posting history carries no counterparty, so the
      *  posting's source code is the source read here.  Reversed
      *  postings, their reversals and the two legs of a currency
      *  conversion are left out, as COAFRPT leaves them out.
      *  Each pattern carries points; the sum is weighted by the
      *  primary holder's KYC risk tier (KYCFILE, a customer not yet
      *  scored weighing as medium) and again when any holder's link
      *  carries the staff flag.  Every account matching a pattern
      *  goes to the AMLCASE worklist with its score for compliance to
      *  work on the AMLDESK desk; a rerun of the same week leaves the
      *  worklist as it stands.  The floors, points and weights are
      *  VALUE-clause maintenance in the RATETBL style.  The hits are
      *  listed on PRTFILE, and the run ends RC 4 with an alert when
      *  there are any.
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
           SELECT KYC-FILE    ASSIGN TO KYCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KYC-CPF
               FILE STATUS IS WS-KYC-STATUS.
           SELECT AML-CASE-FILE ASSIGN TO AMLCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMC-KEY
               FILE STATUS IS WS-AMLCASE-STATUS.
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
       FD  POST-HIST-FILE RECORDING MODE F.
           COPY PSTHIST.
      *
       FD  BAL-HIST-FILE RECORDING MODE F.
           COPY BALHIST.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
      *
       FD  KYC-FILE RECORDING MODE F.
           COPY KYCREC.
      *
       FD  AML-CASE-FILE RECORDING MODE F.
           COPY AMLCASE.
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
           05  WS-PSTHIST-EOF      PIC X VALUE 'N'.
               88  PSTHIST-AT-EOF      VALUE 'Y' FALSE 'N'.
           05  WS-XREF-SCAN-FLAG   PIC X VALUE 'N'.
               88  XREF-SCAN-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-QUIET-SCAN-FLAG  PIC X VALUE 'N'.
               88  QUIET-SCAN-DONE     VALUE 'Y' FALSE 'N'.
           05  WS-MOVED-FLAG       PIC X VALUE 'N'.
               88  BALANCE-MOVED       VALUE 'Y' FALSE 'N'.
           05  WS-HIT-FLAG         PIC X VALUE 'N'.
               88  ACCOUNT-IS-HIT      VALUE 'Y' FALSE 'N'.
           05  WS-PRIMARY-FLAG     PIC X VALUE 'N'.
               88  PRIMARY-FOUND       VALUE 'Y' FALSE 'N'.
           05  WS-STAFF-FLAG       PIC X VALUE 'N'.
               88  ACCOUNT-IS-STAFF    VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-PSTHIST-STATUS       PIC XX.
       01  WS-BALHIST-STATUS       PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-KYC-STATUS           PIC XX.
       01  WS-KYC-FLAG             PIC X VALUE 'N'.
           88  KYC-AVAILABLE           VALUE 'Y' FALSE 'N'.
       01  WS-AMLCASE-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-WINDOW-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-ACCOUNT-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-HIT-COUNT          PIC 9(7) VALUE ZEROS.
           05  WS-REPEAT-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-PT-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-BURST-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-FANIN-COUNT        PIC 9(7) VALUE ZEROS.
      * Monitoring floors, points and weights - VALUE-clause
      * maintenance in the RATETBL style, the numbers compliance
      * hands down.  Weights are percentages.
       01  WS-WEEK-DAYS            PIC 9(2) VALUE 7.
       01  WS-PT-MIN-CREDIT        PIC 9(9)V99 VALUE 10000.00.
       01  WS-PT-OUT-PCT           PIC 9(3) VALUE 90.
       01  WS-BURST-MIN            PIC 9(9)V99 VALUE 20000.00.
       01  WS-QUIET-DAYS           PIC 9(3) VALUE 90.
       01  WS-QUIET-MIN-SNAPS      PIC 9(3) VALUE 60.
       01  WS-MEDIUM-FLOOR         PIC 9(9)V99 VALUE 3000.00.
       01  WS-SINGLE-LIMIT         PIC 9(9)V99 VALUE 50000.00.
       01  WS-FANIN-MIN-CREDITS    PIC 9(3) VALUE 6.
       01  WS-FANIN-MIN-SOURCES    PIC 9(2) VALUE 2.
       01  WS-PT-POINTS            PIC 9(3) VALUE 40.
       01  WS-BURST-POINTS         PIC 9(3) VALUE 30.
       01  WS-FANIN-POINTS         PIC 9(3) VALUE 30.
       01  WS-LOW-RISK-PCT         PIC 9(3) VALUE 100.
       01  WS-MEDIUM-RISK-PCT      PIC 9(3) VALUE 150.
       01  WS-HIGH-RISK-PCT        PIC 9(3) VALUE 200.
       01  WS-STAFF-PCT            PIC 9(3) VALUE 150.
      * The week watched and the quiet spell before it.
       01  WS-WEEK-START           PIC 9(8).
       01  WS-QUIET-START          PIC 9(8).
       01  WS-WEEK-TABLE.
           05  WS-WEEK-DAY OCCURS 7 TIMES INDEXED BY WS-DAY-IDX.
               10  WS-DAY-DATE          PIC 9(8).
               10  WS-DAY-CREDITS       PIC S9(11)V99 COMP-3.
               10  WS-DAY-DEBITS        PIC S9(11)V99 COMP-3.
       01  WS-DAY                  PIC 9(2).
       01  WS-NEXT-DAY             PIC 9(2).
      * The account being gathered.
       01  WS-CUR-CONTA            PIC 9(10) VALUE ZEROS.
       01  WS-ACCT-POSTINGS        PIC 9(5).
       01  WS-CREDIT-TOTAL         PIC S9(11)V99.
       01  WS-DEBIT-TOTAL          PIC S9(11)V99.
       01  WS-CREDIT-COUNT         PIC 9(5).
       01  WS-MEDIUM-COUNT         PIC 9(5).
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-CODE OCCURS 10 TIMES
                              INDEXED BY WS-SRC-IDX PIC X(4).
       01  WS-SOURCE-COUNT         PIC 9(2).
       01  WS-DAY-OUT              PIC S9(11)V99.
       01  WS-PT-NEEDED            PIC S9(11)V99.
       01  WS-FIRST-SALDO          PIC S9(9)V99.
       01  WS-SNAP-COUNT           PIC 9(3).
       01  WS-OWNER-CPF            PIC X(11).
       01  WS-RISK-TIER            PIC X.
       01  WS-POINTS               PIC 9(3).
       01  WS-WEIGHTED             PIC 9(7).
       01  WS-PATTERN-FLAGS.
           05  WS-PT-HIT           PIC X.
           05  WS-BURST-HIT        PIC X.
           05  WS-FANIN-HIT        PIC X.
      * Dates rolled a calendar day at a time.
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
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS        PIC XX.
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-RUN-NUMBER           PIC 9(7).
       01  WS-RUN-END-TIME         PIC 9(8).
       01  WS-ELAPSED-TIME         PIC 9(8).
      *
       01  HDR-LINE-1.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(36) VALUE
               'AML WEEKLY MONITORING - WEEK FROM'.
           05  HDR-WEEK-START PIC 9(8).
           05  FILLER         PIC X(4)  VALUE ' TO '.
           05  HDR-WEEK-END   PIC 9(8).
       01  COLUMN-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER         PIC X(12) VALUE 'HOLDER'.
           05  FILLER         PIC X(5)  VALUE 'RISK'.
           05  FILLER         PIC X(6)  VALUE 'STAFF'.
           05  FILLER         PIC X(9)  VALUE 'PT BU FI'.
           05  FILLER         PIC X(6)  VALUE 'SCORE'.
           05  FILLER         PIC X(19) VALUE '     CREDITS'.
           05  FILLER         PIC X(19) VALUE '      DEBITS'.
           05  FILLER         PIC X(7)  VALUE 'MEDIUM'.
       01  DETAIL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-CONTA      PIC 9(10).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-CPF        PIC X(11).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-RISK       PIC X.
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  DTL-STAFF      PIC X.
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  DTL-PT         PIC X.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-BURST      PIC X.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-FANIN      PIC X.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-SCORE      PIC ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-CREDITS    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-DEBITS     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-MEDIUM     PIC ZZZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-NOTE       PIC X(14).
       01  TOTAL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  TOT-LABEL      PIC X(30).
           05  TOT-COUNT      PIC Z,ZZZ,ZZ9.
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
           PERFORM MONITOR-UNTIL-DONE
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT POST-HIST-FILE
           IF WS-PSTHIST-STATUS NOT = '00'
               DISPLAY 'AMLMON UNABLE TO OPEN PSTHIST - STATUS '
                   WS-PSTHIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BAL-HIST-FILE
           IF WS-BALHIST-STATUS NOT = '00'
               DISPLAY 'AMLMON UNABLE TO OPEN BALHIST - STATUS '
                   WS-BALHIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'AMLMON UNABLE TO OPEN CUSTXREF - STATUS '
                   WS-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT KYC-FILE
           IF WS-KYC-STATUS = '00'
               SET KYC-AVAILABLE TO TRUE
           END-IF
           OPEN I-O AML-CASE-FILE
           IF WS-AMLCASE-STATUS = '35'
               CLOSE AML-CASE-FILE
               OPEN OUTPUT AML-CASE-FILE
               CLOSE AML-CASE-FILE
               OPEN I-O AML-CASE-FILE
           END-IF
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM SET-WEEK-WINDOW
           MOVE WS-WEEK-START TO HDR-WEEK-START
           MOVE WS-RUN-DATE   TO HDR-WEEK-END
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM COLUMN-HDR-LINE
           PERFORM START-RUN-CONTROL.
      *
      * SET-WEEK-WINDOW counts back from the business date to the
      * first day of the week watched and on back over the quiet
      * spell, and lays out the week's days for the day figures.
       SET-WEEK-WINDOW.
           MOVE WS-RUN-DATE TO WS-ROLL-DATE
           SUBTRACT 1 FROM WS-WEEK-DAYS GIVING WS-DAY
           PERFORM ROLL-BACK-ONE-DAY WS-DAY TIMES
           MOVE WS-ROLL-DATE TO WS-WEEK-START
           PERFORM ROLL-BACK-ONE-DAY WS-QUIET-DAYS TIMES
           MOVE WS-ROLL-DATE TO WS-QUIET-START
           MOVE WS-WEEK-START TO WS-ROLL-DATE
           PERFORM VARYING WS-DAY FROM 1 BY 1
                   UNTIL WS-DAY > WS-WEEK-DAYS
               MOVE WS-ROLL-DATE TO WS-DAY-DATE(WS-DAY)
               PERFORM ROLL-ONE-DAY
           END-PERFORM.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'AMLMON' TO SEQ-JOB-NAME
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
           MOVE 'AMLMON'        TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * MONITOR-UNTIL-DONE walks the posting history in account order
      * and scores each account when its postings are all gathered.
       MONITOR-UNTIL-DONE.
           SET PSTHIST-AT-EOF TO FALSE
           MOVE LOW-VALUES TO PH-KEY
           START POST-HIST-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY SET PSTHIST-AT-EOF TO TRUE
           END-START
           PERFORM START-ACCOUNT
           PERFORM READ-POSTING
           PERFORM UNTIL PSTHIST-AT-EOF OR COUNTER-OVERFLOWED
               IF PH-CONTA-NUM NOT = WS-CUR-CONTA
                   PERFORM FINISH-ACCOUNT
                   PERFORM START-ACCOUNT
                   MOVE PH-CONTA-NUM TO WS-CUR-CONTA
               END-IF
               IF PH-POST-DATE NOT < WS-WEEK-START
                       AND PH-POST-DATE NOT > WS-RUN-DATE
                       AND PH-SOURCE-CODE NOT = 'FXCV'
                       AND PH-NOT-REVERSED
                   PERFORM GATHER-POSTING
               END-IF
               PERFORM READ-POSTING
           END-PERFORM
           PERFORM FINISH-ACCOUNT.
      *
       READ-POSTING.
           READ POST-HIST-FILE NEXT RECORD
               AT END SET PSTHIST-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
       START-ACCOUNT.
           MOVE ZEROS TO WS-ACCT-POSTINGS
           MOVE ZEROS TO WS-CREDIT-TOTAL
           MOVE ZEROS TO WS-DEBIT-TOTAL
           MOVE ZEROS TO WS-CREDIT-COUNT
           MOVE ZEROS TO WS-MEDIUM-COUNT
           MOVE ZEROS TO WS-SOURCE-COUNT
           MOVE SPACES TO WS-SOURCE-TABLE
           PERFORM VARYING WS-DAY FROM 1 BY 1
                   UNTIL WS-DAY > WS-WEEK-DAYS
               MOVE ZEROS TO WS-DAY-CREDITS(WS-DAY)
               MOVE ZEROS TO WS-DAY-DEBITS(WS-DAY)
           END-PERFORM.
      *
      * GATHER-POSTING folds one of the week's postings into the
      * account's totals, its day figures and, for a medium credit,
      * the fan-in count and the sources it came from.
       GATHER-POSTING.
           ADD 1 TO WS-ACCT-POSTINGS
           ADD 1 TO WS-WINDOW-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-WINDOW-COUNT OVERFLOWED'
           END-ADD
           SET WS-DAY-IDX TO 1
           SEARCH WS-WEEK-DAY
               AT END CONTINUE
               WHEN WS-DAY-DATE(WS-DAY-IDX) = PH-POST-DATE
                   IF PH-CREDIT
                       ADD PH-AMOUNT TO WS-DAY-CREDITS(WS-DAY-IDX)
                   ELSE
                       ADD PH-AMOUNT TO WS-DAY-DEBITS(WS-DAY-IDX)
                   END-IF
           END-SEARCH
           IF PH-CREDIT
               ADD PH-AMOUNT TO WS-CREDIT-TOTAL
               ADD 1 TO WS-CREDIT-COUNT
               IF PH-AMOUNT NOT < WS-MEDIUM-FLOOR
                       AND PH-AMOUNT < WS-SINGLE-LIMIT
                   ADD 1 TO WS-MEDIUM-COUNT
                   PERFORM NOTE-CREDIT-SOURCE
               END-IF
           ELSE
               ADD PH-AMOUNT TO WS-DEBIT-TOTAL
           END-IF.
      *
       NOTE-CREDIT-SOURCE.
           SET WS-SRC-IDX TO 1
           SEARCH WS-SOURCE-CODE
               AT END
                   IF WS-SOURCE-COUNT < 10
                       ADD 1 TO WS-SOURCE-COUNT
                       MOVE PH-SOURCE-CODE
                           TO WS-SOURCE-CODE(WS-SOURCE-COUNT)
                   END-IF
               WHEN WS-SOURCE-CODE(WS-SRC-IDX) = PH-SOURCE-CODE
                   CONTINUE
           END-SEARCH.
      *
      * FINISH-ACCOUNT tests an account that moved in the week
      * against the three patterns and scores it when any matched.
       FINISH-ACCOUNT.
           IF WS-ACCT-POSTINGS > ZEROS
               ADD 1 TO WS-ACCOUNT-COUNT
               SET ACCOUNT-IS-HIT TO FALSE
               MOVE 'NNN' TO WS-PATTERN-FLAGS
               PERFORM TEST-PASS-THROUGH
               PERFORM TEST-DORMANT-BURST
               PERFORM TEST-FAN-IN
               IF ACCOUNT-IS-HIT
                   PERFORM SCORE-ACCOUNT
               END-IF
           END-IF.
      *
      * TEST-PASS-THROUGH looks for a day whose credits went out
      * again that day or the next.
       TEST-PASS-THROUGH.
           PERFORM VARYING WS-DAY FROM 1 BY 1
                   UNTIL WS-DAY > WS-WEEK-DAYS OR WS-PT-HIT = 'Y'
               IF WS-DAY-CREDITS(WS-DAY) NOT < WS-PT-MIN-CREDIT
                   MOVE WS-DAY-DEBITS(WS-DAY) TO WS-DAY-OUT
                   IF WS-DAY < WS-WEEK-DAYS
                       ADD 1 TO WS-DAY GIVING WS-NEXT-DAY
                       ADD WS-DAY-DEBITS(WS-NEXT-DAY) TO WS-DAY-OUT
                   END-IF
                   COMPUTE WS-PT-NEEDED ROUNDED =
                       WS-DAY-CREDITS(WS-DAY) * WS-PT-OUT-PCT / 100
                   IF WS-DAY-OUT NOT < WS-PT-NEEDED
                       MOVE 'Y' TO WS-PT-HIT
                       SET ACCOUNT-IS-HIT TO TRUE
                       ADD 1 TO WS-PT-COUNT
                   END-IF
               END-IF
           END-PERFORM.
      *
      * TEST-DORMANT-BURST asks the balance history whether a busy
      * week followed a quiet spell.
       TEST-DORMANT-BURST.
           IF WS-CREDIT-TOTAL + WS-DEBIT-TOTAL NOT < WS-BURST-MIN
               PERFORM CHECK-QUIET-SPELL
               IF WS-SNAP-COUNT NOT < WS-QUIET-MIN-SNAPS
                       AND NOT BALANCE-MOVED
                   MOVE 'Y' TO WS-BURST-HIT
                   SET ACCOUNT-IS-HIT TO TRUE
                   ADD 1 TO WS-BURST-COUNT
               END-IF
           END-IF.
      *
      * CHECK-QUIET-SPELL reads the account's snapshots over the
      * quiet spell, stopping at the first that differs from the
      * spell's first balance.
       CHECK-QUIET-SPELL.
           MOVE ZEROS TO WS-SNAP-COUNT
           SET BALANCE-MOVED TO FALSE
           SET QUIET-SCAN-DONE TO FALSE
           MOVE WS-CUR-CONTA   TO BH-CONTA-NUM
           MOVE WS-QUIET-START TO BH-RUN-DATE
           START BAL-HIST-FILE KEY IS NOT LESS THAN BH-KEY
               INVALID KEY SET QUIET-SCAN-DONE TO TRUE
           END-START
           PERFORM READ-QUIET-SNAPSHOT UNTIL QUIET-SCAN-DONE.
      *
       READ-QUIET-SNAPSHOT.
           READ BAL-HIST-FILE NEXT RECORD
               AT END SET QUIET-SCAN-DONE TO TRUE
               NOT AT END
                   IF BH-CONTA-NUM NOT = WS-CUR-CONTA
                           OR BH-RUN-DATE NOT < WS-WEEK-START
                       SET QUIET-SCAN-DONE TO TRUE
                   ELSE
                       IF WS-SNAP-COUNT = ZEROS
                           MOVE BH-SALDO TO WS-FIRST-SALDO
                       END-IF
                       IF BH-SALDO NOT = WS-FIRST-SALDO
                           SET BALANCE-MOVED TO TRUE
                           SET QUIET-SCAN-DONE TO TRUE
                       ELSE
                           ADD 1 TO WS-SNAP-COUNT
                       END-IF
                   END-IF
           END-READ.
      *
       TEST-FAN-IN.
           IF WS-MEDIUM-COUNT NOT < WS-FANIN-MIN-CREDITS
                   AND WS-SOURCE-COUNT NOT < WS-FANIN-MIN-SOURCES
               MOVE 'Y' TO WS-FANIN-HIT
               SET ACCOUNT-IS-HIT TO TRUE
               ADD 1 TO WS-FANIN-COUNT
           END-IF.
      *
      * SCORE-ACCOUNT weighs the matched patterns' points by the
      * holder's risk tier and the staff flag, and puts the account
      * on the week's worklist.
       SCORE-ACCOUNT.
           PERFORM FIND-HOLDER-AND-STAFF
           PERFORM FIND-RISK-TIER
           MOVE ZEROS TO WS-POINTS
           IF WS-PT-HIT = 'Y'
               ADD WS-PT-POINTS TO WS-POINTS
           END-IF
           IF WS-BURST-HIT = 'Y'
               ADD WS-BURST-POINTS TO WS-POINTS
           END-IF
           IF WS-FANIN-HIT = 'Y'
               ADD WS-FANIN-POINTS TO WS-POINTS
           END-IF
           EVALUATE WS-RISK-TIER
               WHEN 'L'
                   COMPUTE WS-WEIGHTED =
                       WS-POINTS * WS-LOW-RISK-PCT / 100
               WHEN 'H'
                   COMPUTE WS-WEIGHTED =
                       WS-POINTS * WS-HIGH-RISK-PCT / 100
               WHEN OTHER
                   COMPUTE WS-WEIGHTED =
                       WS-POINTS * WS-MEDIUM-RISK-PCT / 100
           END-EVALUATE
           IF ACCOUNT-IS-STAFF
               COMPUTE WS-WEIGHTED =
                   WS-WEIGHTED * WS-STAFF-PCT / 100
           END-IF
           IF WS-WEIGHTED > 999
               MOVE 999 TO WS-WEIGHTED
           END-IF
           PERFORM WRITE-WORKLIST-ENTRY.
      *
      * FIND-HOLDER-AND-STAFF walks every link on the account: the
      * primary holder is the one scored (the first holder standing
      * in when no link carries the role), and the staff weight
      * applies when any holder's link carries the staff flag.
       FIND-HOLDER-AND-STAFF.
           SET ACCOUNT-IS-STAFF TO FALSE
           SET PRIMARY-FOUND TO FALSE
           SET XREF-SCAN-DONE TO FALSE
           MOVE SPACES TO WS-OWNER-CPF
           MOVE WS-CUR-CONTA TO XRF-CONTA-NUM
           START XREF-FILE KEY IS EQUAL TO XRF-CONTA-NUM
               INVALID KEY SET XREF-SCAN-DONE TO TRUE
           END-START
           PERFORM READ-ACCOUNT-LINK UNTIL XREF-SCAN-DONE.
      *
       READ-ACCOUNT-LINK.
           READ XREF-FILE NEXT RECORD
               AT END SET XREF-SCAN-DONE TO TRUE
               NOT AT END
                   IF XRF-CONTA-NUM NOT = WS-CUR-CONTA
                       SET XREF-SCAN-DONE TO TRUE
                   ELSE
                       IF NOT XRF-PROCURADOR AND NOT PRIMARY-FOUND
                           IF WS-OWNER-CPF = SPACES
                                   OR XRF-PRIMARY-HOLDER
                               MOVE XRF-CPF TO WS-OWNER-CPF
                           END-IF
                           IF XRF-PRIMARY-HOLDER
                               SET PRIMARY-FOUND TO TRUE
                           END-IF
                       END-IF
                       IF XRF-STAFF-ACCOUNT
                           SET ACCOUNT-IS-STAFF TO TRUE
                       END-IF
                   END-IF
           END-READ.
      *
      * FIND-RISK-TIER takes the holder's tier off the KYC file; a
      * holder not yet scored is left blank and weighs as medium.
       FIND-RISK-TIER.
           MOVE SPACE TO WS-RISK-TIER
           IF KYC-AVAILABLE AND WS-OWNER-CPF NOT = SPACES
               MOVE WS-OWNER-CPF TO KYC-CPF
               READ KYC-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE KYC-RISK-TIER TO WS-RISK-TIER
               END-READ
           END-IF.
      *
      * WRITE-WORKLIST-ENTRY files the hit for compliance and lists
      * it; a hit already on the worklist for this week is a rerun
      * and is listed without touching what compliance has done.
       WRITE-WORKLIST-ENTRY.
           MOVE SPACES            TO AML-CASE-REC
           MOVE WS-CUR-CONTA      TO AMC-CONTA-NUM
           MOVE WS-RUN-DATE       TO AMC-WEEK-END
           MOVE WS-OWNER-CPF      TO AMC-CPF
           MOVE WS-RISK-TIER      TO AMC-RISK-TIER
           IF ACCOUNT-IS-STAFF
               SET AMC-STAFF-ACCOUNT TO TRUE
           END-IF
           MOVE WS-PT-HIT         TO AMC-PASS-THROUGH
           MOVE WS-BURST-HIT      TO AMC-DORMANT-BURST
           MOVE WS-FANIN-HIT      TO AMC-FAN-IN
           MOVE WS-WEIGHTED       TO AMC-SCORE
           MOVE WS-CREDIT-TOTAL   TO AMC-CREDIT-TOTAL
           MOVE WS-DEBIT-TOTAL    TO AMC-DEBIT-TOTAL
           MOVE WS-CREDIT-COUNT   TO AMC-CREDIT-COUNT
           MOVE WS-MEDIUM-COUNT   TO AMC-MEDIUM-COUNT
           SET AMC-NEW            TO TRUE
           MOVE ZEROS             TO AMC-WORKED-DATE
           MOVE SPACES            TO DTL-NOTE
           WRITE AML-CASE-REC
               INVALID KEY
                   MOVE 'ALREADY LISTED' TO DTL-NOTE
                   ADD 1 TO WS-REPEAT-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-REPEAT-COUNT OVERFLOWED'
                   END-ADD
               NOT INVALID KEY
                   ADD 1 TO WS-HIT-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-HIT-COUNT OVERFLOWED'
                   END-ADD
           END-WRITE
           MOVE WS-CUR-CONTA      TO DTL-CONTA
           MOVE WS-OWNER-CPF      TO DTL-CPF
           MOVE WS-RISK-TIER      TO DTL-RISK
           MOVE SPACE             TO DTL-STAFF
           IF ACCOUNT-IS-STAFF
               MOVE 'S'           TO DTL-STAFF
           END-IF
           MOVE WS-PT-HIT         TO DTL-PT
           MOVE WS-BURST-HIT      TO DTL-BURST
           MOVE WS-FANIN-HIT      TO DTL-FANIN
           MOVE WS-WEIGHTED       TO DTL-SCORE
           MOVE WS-CREDIT-TOTAL   TO DTL-CREDITS
           MOVE WS-DEBIT-TOTAL    TO DTL-DEBITS
           MOVE WS-MEDIUM-COUNT   TO DTL-MEDIUM
           WRITE PRINT-REC FROM DETAIL-LINE.
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
      * ROLL-BACK-ONE-DAY moves WS-ROLL-DATE back by one calendar
      * day.
       ROLL-BACK-ONE-DAY.
           IF WS-ROLL-DD > 1
               SUBTRACT 1 FROM WS-ROLL-DD
           ELSE
               IF WS-ROLL-MM = 1
                   MOVE 12 TO WS-ROLL-MM
                   SUBTRACT 1 FROM WS-ROLL-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-ROLL-MM
               END-IF
               MOVE WS-DAYS-IN-MONTH(WS-ROLL-MM) TO WS-MAX-DAY
               IF WS-ROLL-MM = 2
                   PERFORM CHECK-LEAP-YEAR
               END-IF
               MOVE WS-MAX-DAY TO WS-ROLL-DD
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
       CLOSE-STOP.
           WRITE PRINT-REC FROM SPACES
           MOVE 'ACCOUNTS MOVING IN THE WEEK' TO TOT-LABEL
           MOVE WS-ACCOUNT-COUNT      TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'PASS-THROUGH'        TO TOT-LABEL
           MOVE WS-PT-COUNT           TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'DORMANT BURST'       TO TOT-LABEL
           MOVE WS-BURST-COUNT        TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'FAN-IN'              TO TOT-LABEL
           MOVE WS-FANIN-COUNT        TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'NEW ON THE WORKLIST' TO TOT-LABEL
           MOVE WS-HIT-COUNT          TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE POST-HIST-FILE.
           CLOSE BAL-HIST-FILE.
           CLOSE XREF-FILE.
           IF KYC-AVAILABLE
               CLOSE KYC-FILE
           END-IF
           CLOSE AML-CASE-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'AMLMON POSTINGS IN WEEK ' WS-WINDOW-COUNT
                   ' ACCOUNTS ' WS-ACCOUNT-COUNT
                   ' NEW HITS ' WS-HIT-COUNT
                   ' ALREADY LISTED ' WS-REPEAT-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'AMLMON ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-ALERT-SEVERITY
               MOVE 'AML MONITORING ABORTED' TO WS-ALERT-MESSAGE
               MOVE WS-READ-COUNT TO WS-ALERT-COUNT
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF WS-HIT-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'AML MONITORING HITS ON THE WORKLIST'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-HIT-COUNT TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'AMLMON'            TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-HIT-COUNT        TO CTLT-OUTPUT-COUNT
           MOVE ZEROS               TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the grand total broken out by pattern.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'AMLMON'            TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-HIT-COUNT        TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'PASS-THROUGH'      TO SUMM-CATEGORY-NAME
           MOVE WS-PT-COUNT         TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'DORMANT BURST'     TO SUMM-CATEGORY-NAME
           MOVE WS-BURST-COUNT      TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'FAN-IN'            TO SUMM-CATEGORY-NAME
           MOVE WS-FANIN-COUNT      TO SUMM-CATEGORY-COUNT
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
           MOVE 'AMLMON'          TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM AMLMON.
