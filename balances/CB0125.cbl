      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LOANPDD.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  LOANPDD is the month-end loan loss provisioning (PDD) job.
      *  Every active or in-arrears contract on LOANMST is rated on the
      *  central bank AA-to-H scale: the days past due set a floor
      *  (A from the first day late, B from 15, C from 31, D from 61,
      *  E from 91, F from 121, G from 151, H beyond 180) and the
      *  customer's KYC-RISK-TIER sets the starting grade of a
      *  contract that is current (low AA, medium A, high B).  The
      *  worse of the two is the rating earned this month.  A worse
      *  rating is taken at once; a better one is granted only one
      *  grade per month-end, so a contract climbs back to its earned
      *  grade gradually and never jumps from H to AA on one payment.
      *  A contract LOANRNEG opened in place of one in arrears keeps
      *  the grade it inherited until it has paid three installments
      *  on time.
      *  The required provision is the rating's percentage of
      *  LN-OUTSTANDING; only its difference from the provision booked
      *  last month goes to the general ledger, as a LOANPDD item on
      *  the GLITEMS feed GLEXTR journals.  A contract paid off since
      *  has its provision released in full.  The schedule prints by
      *  branch and rating, then the bank-wide totals by rating.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE   ASSIGN TO LOANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-CONTRACT
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT KYC-FILE    ASSIGN TO KYCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KYC-CPF
               FILE STATUS IS WS-KYC-STATUS.
           SELECT SORT-WORK   ASSIGN TO SORTWK01.
           SELECT GL-ITEM-OUT ASSIGN TO PDDGL.
           SELECT PRINT-FILE  ASSIGN TO PRTFILE.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE ASSIGN TO RUNSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-JOB-NAME
               FILE STATUS IS WS-RUNSEQ-STATUS.
           SELECT DAILY-CTL-FILE ASSIGN TO DAILYCTL.
           SELECT CTL-TOTAL-FILE ASSIGN TO CTLTODAY.
           SELECT ALERT-FILE ASSIGN TO ALERTFIL.
           SELECT SUMMARY-FILE ASSIGN TO SUMRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  LOAN-FILE RECORDING MODE F.
           COPY LOANMST.
      *
       FD  KYC-FILE RECORDING MODE F.
           COPY KYCREC.
      *
      * Sort work file: one entry per rated contract, branch first and
      * the grades in scale order within it.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-AGENCIA    PIC 9(4).
           05  SRT-GRADE      PIC 9(2).
           05  SRT-CONTRACT   PIC 9(10).
           05  SRT-OUTSTANDING PIC S9(9)V99.
           05  SRT-PROVISION  PIC S9(9)V99.
           05  SRT-DELTA      PIC S9(9)V99.
      *
       FD  GL-ITEM-OUT RECORDING MODE F.
           COPY GLITEM.
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
       FD  CTL-TOTAL-FILE RECORDING MODE F.
           COPY CTLTOTAL.
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
           05  WS-LOAN-EOF         PIC X VALUE 'N'.
               88  LOAN-AT-EOF         VALUE 'Y' FALSE 'N'.
           05  WS-SORT-EOF         PIC X VALUE 'N'.
               88  SORT-AT-EOF         VALUE 'Y'.
           05  WS-KYC-FLAG         PIC X VALUE 'N'.
               88  KYC-FOUND           VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-LOAN-STATUS          PIC XX.
       01  WS-KYC-STATUS           PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM       PIC 9(6).
           05  FILLER              PIC 9(2).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-RATED-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-DOWNGRADE-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-UPGRADE-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-HELD-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-RENEG-HELD-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-RELEASED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-NO-KYC-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-GL-ITEM-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-DELTA          PIC S9(9)V99 VALUE ZEROS.
      * On-time installments a renegotiated contract must pay before
      * its rating may improve.
       01  WS-CURE-INSTALLMENTS    PIC 9(3) VALUE 3.
      * The AA-to-H scale with each grade's required provision, in
      * VALUE-clause maintenance in the RATETBL style.  The grade's
      * position in the table is its severity.
       01  WS-RATING-VALUES.
           05  FILLER              PIC X(7) VALUE 'AA00000'.
           05  FILLER              PIC X(7) VALUE 'A 00050'.
           05  FILLER              PIC X(7) VALUE 'B 00100'.
           05  FILLER              PIC X(7) VALUE 'C 00300'.
           05  FILLER              PIC X(7) VALUE 'D 01000'.
           05  FILLER              PIC X(7) VALUE 'E 03000'.
           05  FILLER              PIC X(7) VALUE 'F 05000'.
           05  FILLER              PIC X(7) VALUE 'G 07000'.
           05  FILLER              PIC X(7) VALUE 'H 10000'.
       01  WS-RATING-TABLE REDEFINES WS-RATING-VALUES.
           05  WS-RATING-ENTRY OCCURS 9 TIMES.
               10  WS-RT-CODE          PIC X(2).
               10  WS-RT-PERCENT       PIC 9V9(4).
      * Bank-wide totals by grade for the closing schedule.
       01  WS-GRADE-TOTALS.
           05  WS-GRADE-TOTAL OCCURS 9 TIMES.
               10  WS-GT-COUNT         PIC 9(7).
               10  WS-GT-OUTSTANDING   PIC S9(11)V99.
               10  WS-GT-PROVISION     PIC S9(11)V99.
               10  WS-GT-DELTA         PIC S9(11)V99.
       01  WS-GRADE-SUB            PIC 9(2) COMP.
      * Rating work area for the contract in hand, as table positions.
       01  WS-DPD-GRADE            PIC 9(2).
       01  WS-TIER-GRADE           PIC 9(2).
       01  WS-EARNED-GRADE         PIC 9(2).
       01  WS-PRIOR-GRADE          PIC 9(2).
       01  WS-NEW-GRADE            PIC 9(2).
       01  WS-PRIOR-PROVISION      PIC S9(9)V99.
       01  WS-REQUIRED-PROVISION   PIC S9(9)V99.
       01  WS-DELTA                PIC S9(9)V99.
       01  WS-AGENCIA              PIC 9(4).
       01  WS-RATING-YYYYMM        PIC 9(6).
      * Days-past-due work area: the flat day-number arithmetic
      * shared with DORMRPT and INTACCR.
       01  WS-DAYS-PAST-DUE        PIC 9(5).
       01  WS-RUN-DAY-NUM          PIC 9(7).
       01  WS-DUE-DAY-NUM          PIC 9(7).
       01  WS-DATE-WORK            PIC 9(8).
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY        PIC 9(4).
           05  WS-DATE-MM          PIC 9(2).
           05  WS-DATE-DD          PIC 9(2).
       01  WS-DAY-NUM-OUT          PIC 9(7).
      * Branch control-break work area.
       01  WS-PREV-AGENCIA         PIC 9(4) VALUE 9999.
       01  WS-PREV-GRADE           PIC 9(2) VALUE ZEROS.
       01  WS-BRANCH-COUNT         PIC 9(7).
       01  WS-BRANCH-OUTSTANDING   PIC S9(11)V99.
       01  WS-BRANCH-PROVISION     PIC S9(11)V99.
       01  WS-BRANCH-DELTA         PIC S9(11)V99.
       01  WS-LINE-COUNT           PIC 9(7).
       01  WS-LINE-OUTSTANDING     PIC S9(11)V99.
       01  WS-LINE-PROVISION       PIC S9(11)V99.
       01  WS-LINE-DELTA           PIC S9(11)V99.
       01  WS-BANK-OUTSTANDING     PIC S9(11)V99 VALUE ZEROS.
       01  WS-BANK-PROVISION       PIC S9(11)V99 VALUE ZEROS.
      * Parameters for the shared BRNVAL branch-master lookup, so the
      * schedule prints each branch's name beside its number.
       01  WS-BRNVAL-NUMBER        PIC 9(4).
       01  WS-BRNVAL-RESULT        PIC X VALUE 'Y'.
           88  BRANCH-IS-VALID         VALUE 'Y' FALSE 'N'.
       01  WS-BRNVAL-NAME          PIC X(20).
       01  WS-BRNVAL-REGION        PIC X(10).
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
               'LOAN LOSS PROVISION SCHEDULE'.
       01  BRANCH-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(8)  VALUE 'BRANCH '.
           05  BHL-AGENCIA    PIC 9(4).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  BHL-NAME       PIC X(20).
       01  BANK-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(30) VALUE
               'ALL BRANCHES BY RATING'.
       01  COLUMN-HDR-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(8)  VALUE 'RATING'.
           05  FILLER         PIC X(7)  VALUE '    PCT'.
           05  FILLER         PIC X(9)  VALUE 'CONTRACTS'.
           05  FILLER         PIC X(17) VALUE '      OUTSTANDING'.
           05  FILLER         PIC X(17) VALUE '        PROVISION'.
           05  FILLER         PIC X(17) VALUE '    BOOKED TODAY'.
       01  GRADE-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  GRL-RATING     PIC X(2).
           05  FILLER         PIC X(6)  VALUE SPACES.
           05  GRL-PERCENT    PIC ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  GRL-COUNT      PIC Z(6)9.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  GRL-OUTSTANDING PIC -(12)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  GRL-PROVISION  PIC -(12)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  GRL-DELTA      PIC -(12)9.99.
       01  TOTAL-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(16) VALUE 'TOTAL'.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  TTL-COUNT      PIC Z(6)9.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  TTL-OUTSTANDING PIC -(12)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  TTL-PROVISION  PIC -(12)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  TTL-DELTA      PIC -(12)9.99.
       01  RELEASE-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(28) VALUE
               'RELEASED ON PAID-OFF LOANS'.
           05  RLL-COUNT      PIC Z(6)9.
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
               ON ASCENDING KEY SRT-AGENCIA
               ON ASCENDING KEY SRT-GRADE
               ON ASCENDING KEY SRT-CONTRACT
               INPUT PROCEDURE IS RATE-LOANS
               OUTPUT PROCEDURE IS PRINT-SCHEDULE
           PERFORM PRINT-BANK-TOTALS
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'LOANPDD UNABLE TO OPEN LOANMST - STATUS '
                   WS-LOAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT KYC-FILE
           IF WS-KYC-STATUS NOT = '00'
               DISPLAY 'LOANPDD - NO KYC FILE - EVERY CUSTOMER RATES '
                       'AS MEDIUM RISK'
           END-IF
           OPEN OUTPUT GL-ITEM-OUT.
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           PERFORM FLATTEN-DATE
           MOVE WS-DAY-NUM-OUT TO WS-RUN-DAY-NUM
           INITIALIZE WS-GRADE-TOTALS
           WRITE PRINT-REC FROM HDR-LINE-1
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'LOANPDD' TO SEQ-JOB-NAME
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
           MOVE 'LOANPDD'       TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * RATE-LOANS is the sort's input procedure: one pass of the loan
      * master, every live contract rated and every paid-off contract
      * still carrying a provision released.
       RATE-LOANS.
           SET LOAN-AT-EOF TO FALSE
           MOVE ZEROS TO LN-CONTRACT
           START LOAN-FILE KEY IS NOT LESS THAN LN-CONTRACT
               INVALID KEY SET LOAN-AT-EOF TO TRUE
           END-START
           PERFORM RATE-ONE-LOAN
               UNTIL LOAN-AT-EOF OR COUNTER-OVERFLOWED.
      *
       RATE-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END SET LOAN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
                   PERFORM LOAD-PRIOR-RATING
                   IF LN-ACTIVE OR LN-IN-ARREARS
                       PERFORM RATE-LIVE-CONTRACT
                   ELSE
                       IF WS-PRIOR-PROVISION NOT = ZEROS
                           PERFORM RELEASE-PROVISION
                       END-IF
                   END-IF
           END-READ.
      *
      * LOAD-PRIOR-RATING picks up last month-end's grade and booked
      * provision; a contract never rated has neither.
       LOAD-PRIOR-RATING.
           MOVE ZEROS TO WS-PRIOR-GRADE WS-PRIOR-PROVISION
           PERFORM MATCH-PRIOR-GRADE
               VARYING WS-GRADE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-SUB > 9
           IF WS-PRIOR-GRADE > ZEROS AND LN-PROVISION IS NUMERIC
               MOVE LN-PROVISION TO WS-PRIOR-PROVISION
           END-IF.
      *
       MATCH-PRIOR-GRADE.
           IF WS-RT-CODE(WS-GRADE-SUB) = LN-RATING
               MOVE WS-GRADE-SUB TO WS-PRIOR-GRADE
           END-IF.
      *
      * RATE-LIVE-CONTRACT earns the month's grade, applies the one-
      * grade-per-month climb, and books the change in provision.
       RATE-LIVE-CONTRACT.
           ADD 1 TO WS-RATED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-RATED-COUNT OVERFLOWED'
           END-ADD
           PERFORM COMPUTE-DPD-GRADE
           PERFORM COMPUTE-TIER-GRADE
           IF WS-DPD-GRADE > WS-TIER-GRADE
               MOVE WS-DPD-GRADE TO WS-EARNED-GRADE
           ELSE
               MOVE WS-TIER-GRADE TO WS-EARNED-GRADE
           END-IF
           PERFORM APPLY-IMPROVEMENT-RULE
           COMPUTE WS-REQUIRED-PROVISION ROUNDED =
               LN-OUTSTANDING * WS-RT-PERCENT(WS-NEW-GRADE)
           COMPUTE WS-DELTA =
               WS-REQUIRED-PROVISION - WS-PRIOR-PROVISION
           IF WS-DELTA NOT = ZEROS
               PERFORM WRITE-PROVISION-ITEM
           END-IF
           MOVE WS-RT-CODE(WS-NEW-GRADE) TO LN-RATING
           MOVE WS-REQUIRED-PROVISION    TO LN-PROVISION
           MOVE WS-RUN-DATE              TO LN-RATING-DATE
           REWRITE LOAN-REC
           MOVE WS-NEW-GRADE TO WS-GRADE-SUB
           ADD 1                     TO WS-GT-COUNT(WS-GRADE-SUB)
           ADD LN-OUTSTANDING        TO WS-GT-OUTSTANDING(WS-GRADE-SUB)
           ADD WS-REQUIRED-PROVISION TO WS-GT-PROVISION(WS-GRADE-SUB)
           ADD WS-DELTA              TO WS-GT-DELTA(WS-GRADE-SUB)
           MOVE WS-AGENCIA            TO SRT-AGENCIA
           MOVE WS-NEW-GRADE          TO SRT-GRADE
           MOVE LN-CONTRACT           TO SRT-CONTRACT
           MOVE LN-OUTSTANDING        TO SRT-OUTSTANDING
           MOVE WS-REQUIRED-PROVISION TO SRT-PROVISION
           MOVE WS-DELTA              TO SRT-DELTA
           RELEASE SORT-REC.
      *
      * COMPUTE-DPD-GRADE sets the floor the days past due impose.
       COMPUTE-DPD-GRADE.
           MOVE ZEROS TO WS-DAYS-PAST-DUE
           IF LN-IN-ARREARS AND LN-NEXT-DUE < WS-RUN-DATE
               MOVE LN-NEXT-DUE TO WS-DATE-WORK
               PERFORM FLATTEN-DATE
               MOVE WS-DAY-NUM-OUT TO WS-DUE-DAY-NUM
               IF WS-RUN-DAY-NUM > WS-DUE-DAY-NUM
                   COMPUTE WS-DAYS-PAST-DUE =
                       WS-RUN-DAY-NUM - WS-DUE-DAY-NUM
               ELSE
                   MOVE 1 TO WS-DAYS-PAST-DUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE = ZEROS
                   MOVE 1 TO WS-DPD-GRADE
               WHEN WS-DAYS-PAST-DUE < 15
                   MOVE 2 TO WS-DPD-GRADE
               WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE 3 TO WS-DPD-GRADE
               WHEN WS-DAYS-PAST-DUE <= 60
                   MOVE 4 TO WS-DPD-GRADE
               WHEN WS-DAYS-PAST-DUE <= 90
                   MOVE 5 TO WS-DPD-GRADE
               WHEN WS-DAYS-PAST-DUE <= 120
                   MOVE 6 TO WS-DPD-GRADE
               WHEN WS-DAYS-PAST-DUE <= 150
                   MOVE 7 TO WS-DPD-GRADE
               WHEN WS-DAYS-PAST-DUE <= 180
                   MOVE 8 TO WS-DPD-GRADE
               WHEN OTHER
                   MOVE 9 TO WS-DPD-GRADE
           END-EVALUATE.
      *
      * COMPUTE-TIER-GRADE reads the customer's KYC scoring for the
      * starting grade and the branch the schedule files it under.
      * A customer KYCREVW has not scored rates as medium risk under
      * branch zero.
       COMPUTE-TIER-GRADE.
           MOVE 2 TO WS-TIER-GRADE
           MOVE ZEROS TO WS-AGENCIA
           SET KYC-FOUND TO FALSE
           IF WS-KYC-STATUS = '00'
               MOVE LN-CPF TO KYC-CPF
               READ KYC-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET KYC-FOUND TO TRUE
               END-READ
           END-IF
           IF KYC-FOUND
               MOVE KYC-AGENCIA TO WS-AGENCIA
               EVALUATE TRUE
                   WHEN KYC-LOW-RISK
                       MOVE 1 TO WS-TIER-GRADE
                   WHEN KYC-HIGH-RISK
                       MOVE 3 TO WS-TIER-GRADE
                   WHEN OTHER
                       MOVE 2 TO WS-TIER-GRADE
               END-EVALUATE
           ELSE
               ADD 1 TO WS-NO-KYC-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-NO-KYC-COUNT OVERFLOWED'
               END-ADD
           END-IF.
      *
      * APPLY-IMPROVEMENT-RULE takes a worse grade outright and climbs
      * at most one grade towards a better one.  A renegotiated
      * contract keeps the grade it inherited until it has paid the
      * cure run of installments on time, and a contract already
      * rated this month (a rerun) keeps the grade it was given.
       APPLY-IMPROVEMENT-RULE.
           MOVE ZEROS TO WS-RATING-YYYYMM
           IF LN-RATING-DATE IS NUMERIC
               MOVE LN-RATING-DATE(1:6) TO WS-RATING-YYYYMM
           END-IF
           EVALUATE TRUE
               WHEN WS-PRIOR-GRADE = ZEROS
                   MOVE WS-EARNED-GRADE TO WS-NEW-GRADE
               WHEN WS-EARNED-GRADE > WS-PRIOR-GRADE
                   MOVE WS-EARNED-GRADE TO WS-NEW-GRADE
                   ADD 1 TO WS-DOWNGRADE-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-DOWNGRADE-COUNT OVERFLOWED'
                   END-ADD
               WHEN WS-EARNED-GRADE = WS-PRIOR-GRADE
                   MOVE WS-PRIOR-GRADE TO WS-NEW-GRADE
               WHEN LN-ORIG-CONTRACT IS NUMERIC
                       AND LN-ORIG-CONTRACT > ZEROS
                       AND LN-ONTIME-COUNT < WS-CURE-INSTALLMENTS
                   MOVE WS-PRIOR-GRADE TO WS-NEW-GRADE
                   ADD 1 TO WS-RENEG-HELD-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-RENEG-HELD-COUNT OVERFLOWED'
                   END-ADD
               WHEN WS-RATING-YYYYMM = WS-RUN-YYYYMM
                   MOVE WS-PRIOR-GRADE TO WS-NEW-GRADE
                   ADD 1 TO WS-HELD-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-HELD-COUNT OVERFLOWED'
                   END-ADD
               WHEN OTHER
                   COMPUTE WS-NEW-GRADE = WS-PRIOR-GRADE - 1
                   ADD 1 TO WS-UPGRADE-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-UPGRADE-COUNT OVERFLOWED'
                   END-ADD
           END-EVALUATE.
      *
      * RELEASE-PROVISION writes back the whole provision still held
      * on a contract that has left the live book.
       RELEASE-PROVISION.
           COMPUTE WS-DELTA = ZEROS - WS-PRIOR-PROVISION
           PERFORM WRITE-PROVISION-ITEM
           MOVE ZEROS       TO LN-PROVISION
           MOVE WS-RUN-DATE TO LN-RATING-DATE
           REWRITE LOAN-REC
           ADD 1 TO WS-RELEASED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-RELEASED-COUNT OVERFLOWED'
           END-ADD.
      *
      * WRITE-PROVISION-ITEM puts the month's change in provision on
      * the GLITEMS feed: a positive amount charges the provision
      * expense, a negative one reverses it.
       WRITE-PROVISION-ITEM.
           MOVE SPACES         TO GL-ITEM-REC
           MOVE 'LOANPDD'      TO GLI-SOURCE
           MOVE LN-CONTRACT    TO GLI-KEY
           MOVE WS-DELTA       TO GLI-AMOUNT
           MOVE WS-RUN-DATE    TO GLI-POST-DATE
           MOVE 'LOANPDD'      TO GLI-PROGRAM
           WRITE GL-ITEM-REC
           ADD 1 TO WS-GL-ITEM-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-GL-ITEM-COUNT OVERFLOWED'
           END-ADD
           ADD WS-DELTA TO WS-TOTAL-DELTA
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-DELTA OVERFLOWED'
           END-ADD.
      *
      * FLATTEN-DATE turns WS-DATE-WORK (YYYYMMDD) into the
      * approximate day number shared with DORMRPT's aging.
       FLATTEN-DATE.
           COMPUTE WS-DAY-NUM-OUT =
               (WS-DATE-YYYY * 365) + (WS-DATE-MM * 30) + WS-DATE-DD.
      *
      * PRINT-SCHEDULE is the sort's output procedure: one section per
      * branch, one line per grade held there, and the branch total.
       PRINT-SCHEDULE.
           PERFORM RETURN-SORTED-ENTRY
           PERFORM PRINT-ONE-ENTRY UNTIL SORT-AT-EOF
           IF WS-PREV-AGENCIA NOT = 9999
               PERFORM PRINT-GRADE-LINE
               PERFORM PRINT-BRANCH-TOTAL
           END-IF.
      *
       PRINT-ONE-ENTRY.
           IF SRT-AGENCIA NOT = WS-PREV-AGENCIA
               IF WS-PREV-AGENCIA NOT = 9999
                   PERFORM PRINT-GRADE-LINE
                   PERFORM PRINT-BRANCH-TOTAL
               END-IF
               PERFORM START-BRANCH
           ELSE
               IF SRT-GRADE NOT = WS-PREV-GRADE
                   PERFORM PRINT-GRADE-LINE
               END-IF
           END-IF
           MOVE SRT-GRADE TO WS-PREV-GRADE
           ADD 1               TO WS-LINE-COUNT
           ADD SRT-OUTSTANDING TO WS-LINE-OUTSTANDING
           ADD SRT-PROVISION   TO WS-LINE-PROVISION
           ADD SRT-DELTA       TO WS-LINE-DELTA
           PERFORM RETURN-SORTED-ENTRY.
      *
       START-BRANCH.
           MOVE SRT-AGENCIA TO WS-PREV-AGENCIA
           MOVE SRT-AGENCIA TO BHL-AGENCIA
           MOVE SRT-AGENCIA TO WS-BRNVAL-NUMBER
           CALL 'BRNVAL' USING WS-BRNVAL-NUMBER WS-BRNVAL-RESULT
                               WS-BRNVAL-NAME WS-BRNVAL-REGION
           IF BRANCH-IS-VALID
               MOVE WS-BRNVAL-NAME TO BHL-NAME
           ELSE
               MOVE 'UNKNOWN BRANCH' TO BHL-NAME
           END-IF
           MOVE ZEROS TO WS-BRANCH-COUNT WS-BRANCH-OUTSTANDING
                         WS-BRANCH-PROVISION WS-BRANCH-DELTA
                         WS-LINE-COUNT WS-LINE-OUTSTANDING
                         WS-LINE-PROVISION WS-LINE-DELTA
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM BRANCH-HDR-LINE
           WRITE PRINT-REC FROM COLUMN-HDR-LINE.
      *
      * PRINT-GRADE-LINE prints the grade just finished within the
      * branch and rolls it into the branch total.
       PRINT-GRADE-LINE.
           MOVE WS-RT-CODE(WS-PREV-GRADE)    TO GRL-RATING
           COMPUTE GRL-PERCENT = WS-RT-PERCENT(WS-PREV-GRADE) * 100
           MOVE WS-LINE-COUNT       TO GRL-COUNT
           MOVE WS-LINE-OUTSTANDING TO GRL-OUTSTANDING
           MOVE WS-LINE-PROVISION   TO GRL-PROVISION
           MOVE WS-LINE-DELTA       TO GRL-DELTA
           WRITE PRINT-REC FROM GRADE-LINE
           ADD WS-LINE-COUNT       TO WS-BRANCH-COUNT
           ADD WS-LINE-OUTSTANDING TO WS-BRANCH-OUTSTANDING
           ADD WS-LINE-PROVISION   TO WS-BRANCH-PROVISION
           ADD WS-LINE-DELTA       TO WS-BRANCH-DELTA
           MOVE ZEROS TO WS-LINE-COUNT WS-LINE-OUTSTANDING
                         WS-LINE-PROVISION WS-LINE-DELTA.
      *
       PRINT-BRANCH-TOTAL.
           MOVE WS-BRANCH-COUNT       TO TTL-COUNT
           MOVE WS-BRANCH-OUTSTANDING TO TTL-OUTSTANDING
           MOVE WS-BRANCH-PROVISION   TO TTL-PROVISION
           MOVE WS-BRANCH-DELTA       TO TTL-DELTA
           WRITE PRINT-REC FROM TOTAL-LINE.
      *
       RETURN-SORTED-ENTRY.
           RETURN SORT-WORK
               AT END SET SORT-AT-EOF TO TRUE
           END-RETURN.
      *
      * PRINT-BANK-TOTALS closes the schedule with every grade across
      * all branches, then the provision released on paid-off loans.
       PRINT-BANK-TOTALS.
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM BANK-HDR-LINE
           WRITE PRINT-REC FROM COLUMN-HDR-LINE
           MOVE ZEROS TO WS-BRANCH-COUNT WS-BRANCH-DELTA
           PERFORM PRINT-BANK-GRADE
               VARYING WS-GRADE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-SUB > 9
           MOVE WS-BRANCH-COUNT     TO TTL-COUNT
           MOVE WS-BANK-OUTSTANDING TO TTL-OUTSTANDING
           MOVE WS-BANK-PROVISION   TO TTL-PROVISION
           MOVE WS-BRANCH-DELTA     TO TTL-DELTA
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE WS-RELEASED-COUNT   TO RLL-COUNT
           WRITE PRINT-REC FROM RELEASE-LINE.
      *
       PRINT-BANK-GRADE.
           MOVE WS-RT-CODE(WS-GRADE-SUB)        TO GRL-RATING
           COMPUTE GRL-PERCENT = WS-RT-PERCENT(WS-GRADE-SUB) * 100
           MOVE WS-GT-COUNT(WS-GRADE-SUB)       TO GRL-COUNT
           MOVE WS-GT-OUTSTANDING(WS-GRADE-SUB) TO GRL-OUTSTANDING
           MOVE WS-GT-PROVISION(WS-GRADE-SUB)   TO GRL-PROVISION
           MOVE WS-GT-DELTA(WS-GRADE-SUB)       TO GRL-DELTA
           WRITE PRINT-REC FROM GRADE-LINE
           ADD WS-GT-COUNT(WS-GRADE-SUB)       TO WS-BRANCH-COUNT
           ADD WS-GT-OUTSTANDING(WS-GRADE-SUB) TO WS-BANK-OUTSTANDING
           ADD WS-GT-PROVISION(WS-GRADE-SUB)   TO WS-BANK-PROVISION
           ADD WS-GT-DELTA(WS-GRADE-SUB)       TO WS-BRANCH-DELTA.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-CTL-TOTALS
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE LOAN-FILE.
           IF WS-KYC-STATUS = '00'
               CLOSE KYC-FILE
           END-IF
           CLOSE GL-ITEM-OUT.
           CLOSE PRINT-FILE.
           DISPLAY 'LOANPDD READ ' WS-READ-COUNT
                   ' RATED ' WS-RATED-COUNT
                   ' DOWNGRADED ' WS-DOWNGRADE-COUNT
                   ' UPGRADED ' WS-UPGRADE-COUNT
                   ' RELEASED ' WS-RELEASED-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'LOANPDD ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NO-KYC-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               MOVE 'LOANS RATED WITHOUT A KYC SCORE'
                   TO WS-ALERT-MESSAGE
               MOVE WS-NO-KYC-COUNT TO WS-ALERT-COUNT
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
           MOVE 'LOANPDD'           TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-GL-ITEM-COUNT    TO CTLT-OUTPUT-COUNT
           MOVE ZEROS               TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED        TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS appends the net provision booked to the
      * CTLTODAY control-total file so CTLRECON reconciles the money
      * as well as the counts.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES           TO CTL-TOTAL-REC
           MOVE 'LOANPDD'        TO CTL-JOB-ID
           MOVE WS-RUN-DATE      TO CTL-RUN-DATE
           MOVE WS-GL-ITEM-COUNT TO CTL-RECORD-COUNT
           MOVE WS-TOTAL-DELTA   TO CTL-DOLLAR-TOTAL
           WRITE CTL-TOTAL-REC
           CLOSE CTL-TOTAL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the rating movements and releases.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'LOANPDD'           TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-GL-ITEM-COUNT    TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE 'RATED'             TO SUMM-CATEGORY-NAME
           MOVE WS-RATED-COUNT      TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'DOWNGRADED'        TO SUMM-CATEGORY-NAME
           MOVE WS-DOWNGRADE-COUNT  TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'UPGRADED'          TO SUMM-CATEGORY-NAME
           MOVE WS-UPGRADE-COUNT    TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'RERUN HELD'        TO SUMM-CATEGORY-NAME
           MOVE WS-HELD-COUNT       TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'RENEG HELD'        TO SUMM-CATEGORY-NAME
           MOVE WS-RENEG-HELD-COUNT TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'RELEASED'          TO SUMM-CATEGORY-NAME
           MOVE WS-RELEASED-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'NO KYC SCORE'      TO SUMM-CATEGORY-NAME
           MOVE WS-NO-KYC-COUNT     TO SUMM-CATEGORY-COUNT
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
           MOVE 'LOANPDD'         TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM LOANPDD.
