      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BRPROFIT.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  BRPROFIT is the monthly branch profitability report - branch
      *  managers are measured on results and nothing the shop printed
      *  said what a branch earns.  Run on the first business night of
      *  the month, after AVGBAL and ahead of that night's CHGOFRUN,
      *  it reports the month just closed for every SALDO-AGENCIA,
      *  rolled up by BRN-REGION as TRIALBAL's recap does, with a
      *  bank total:
      *    - interest paid: the month's INTACCR registers (the JCL
      *      concatenates the month's POSTREG generations as POSTREGM)
      *      plus closing interest credited under CINT;
      *    - debit interest: the negative accruals on the same
      *      registers plus CINT debits on the posting detail;
      *    - fees: FEE debits on the posting detail (PSTHIST), with
      *      reversed items and their reversals left out as a pair;
      *    - loan interest: LOANBILL's LOANINT items for the month
      *      (LOANGLM), put to the funding account's branch;
      *    - charge-offs and recoveries: the movement on the recovery
      *      book (RECOVERY) since last month's run, by RCV-AGENCIA;
      *    - average deposits: the positive AVGBAL means for the month.
      *  The net result is what the branch earned less what it paid
      *  and lost; the average deposit line stands outside it.  Each
      *  figure prints for the month, last month, the change and the
      *  year to date (the year's average for the deposit line), from
      *  the BRPROFH history (BRPROF.cpy) this run adds the month to.
      *  The bank total is tied to what the month's GL journals
      *  (GLEXTR's and CHGOFRUN's, concatenated as GLJRNLM) booked
      *  under INTACCR and IRTAX, LOANINT and CHGOFF, signed through
      *  GLMAP the way GLEXTR booked them; any difference, or no
      *  journals to tie to, ends the run with a warning and an alert.
      *  The first month without history takes the charge-offs dated
      *  in the month, and what has come back on those, from the book.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDO-FILE   ASSIGN TO SALDOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUM IN SALDO-REC
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT POSTING-FILE ASSIGN TO POSTREGM
               FILE STATUS IS WS-POSTREG-STATUS.
           SELECT POST-HIST-FILE ASSIGN TO PSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PSTHIST-STATUS.
           SELECT LOAN-GL-FILE ASSIGN TO LOANGLM
               FILE STATUS IS WS-LOANGL-STATUS.
           SELECT LOAN-FILE   ASSIGN TO LOANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-CONTRACT
               FILE STATUS IS WS-LOANMST-STATUS.
           SELECT AVG-BAL-FILE ASSIGN TO AVGBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ABL-KEY
               FILE STATUS IS WS-AVGBAL-STATUS.
           SELECT RECOVERY-FILE ASSIGN TO RECOVERY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCV-KEY
               FILE STATUS IS WS-RECOVERY-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO GLMAP
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT GL-JRNL-FILE ASSIGN TO GLJRNLM
               FILE STATUS IS WS-GLJRNL-STATUS.
           SELECT BR-PROFIT-FILE ASSIGN TO BRPROFH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BPF-KEY
               FILE STATUS IS WS-BRPROFH-STATUS.
           SELECT PRINT-FILE   ASSIGN TO PRTFILE.
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
       FD  POSTING-FILE RECORDING MODE F.
           COPY POSTREG.
      *
       FD  POST-HIST-FILE RECORDING MODE F.
           COPY PSTHIST.
      *
       FD  LOAN-GL-FILE RECORDING MODE F.
           COPY GLITEM.
      *
       FD  LOAN-FILE RECORDING MODE F.
           COPY LOANMST.
      *
       FD  AVG-BAL-FILE RECORDING MODE F.
           COPY AVGBAL.
      *
       FD  RECOVERY-FILE RECORDING MODE F.
           COPY RECOVERY.
      *
      * GLEXTR's mapping rows, read to sign each journal line the way
      * the extract booked it.
       FD  GL-MAP-FILE RECORDING MODE F.
       01  GL-MAP-REC.
           05  GLM-SOURCE       PIC X(8).
           05  GLM-DEBIT-ACCT   PIC X(8).
           05  GLM-CREDIT-ACCT  PIC X(8).
           05  GLM-EFF-DATE     PIC X(8).
           05  FILLER           PIC X(48).
      *
      * The month's GL journal interface records - GLEXTR's own
      * record shapes; the header carries the extract date.
       FD  GL-JRNL-FILE RECORDING MODE F.
       01  GL-JRNL-REC.
           05  GLJ-TYPE         PIC X.
           05  GLJ-GL-ACCOUNT   PIC X(8).
           05  GLJ-HDR-DATE REDEFINES GLJ-GL-ACCOUNT
                                PIC 9(8).
           05  GLJ-DC-CODE      PIC X.
           05  GLJ-AMOUNT       PIC 9(11)V99.
           05  GLJ-SOURCE       PIC X(8).
           05  FILLER           PIC X(49).
      *
       FD  BR-PROFIT-FILE RECORDING MODE F.
           COPY BRPROF.
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
           05  WS-GLMAP-EOF        PIC X VALUE 'N'.
               88  GLMAP-AT-EOF        VALUE 'Y'.
           05  WS-MAP-FOUND-FLAG   PIC X VALUE 'N'.
               88  MAPPING-FOUND       VALUE 'Y' FALSE 'N'.
           05  WS-PRIOR-MONTH-FLAG PIC X VALUE 'N'.
               88  PRIOR-MONTH-ON-FILE VALUE 'Y'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-SALDO-STATUS         PIC XX.
       01  WS-POSTREG-STATUS       PIC XX.
       01  WS-PSTHIST-STATUS       PIC XX.
       01  WS-LOANGL-STATUS        PIC XX.
       01  WS-LOANMST-STATUS       PIC XX.
       01  WS-AVGBAL-STATUS        PIC XX.
       01  WS-RECOVERY-STATUS      PIC XX.
       01  WS-GLMAP-STATUS         PIC XX.
       01  WS-GLJRNL-STATUS        PIC XX.
       01  WS-BRPROFH-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(4).
           05  WS-RUN-MM           PIC 9(2).
           05  WS-RUN-DD           PIC 9(2).
      * The month reported is the one before the business date; the
      * month before that is last month's column, and history older
      * than two years before it is dropped.
       01  WS-REP-MONTH-X.
           05  WS-REP-YYYY         PIC 9(4).
           05  WS-REP-MM           PIC 9(2).
       01  WS-REP-MONTH REDEFINES WS-REP-MONTH-X PIC 9(6).
       01  WS-PREV-MONTH-X.
           05  WS-PREV-YYYY        PIC 9(4).
           05  WS-PREV-MM          PIC 9(2).
       01  WS-PREV-MONTH REDEFINES WS-PREV-MONTH-X PIC 9(6).
       01  WS-PURGE-MONTH-X.
           05  WS-PURGE-YYYY       PIC 9(4).
           05  WS-PURGE-MM         PIC 9(2).
       01  WS-PURGE-MONTH REDEFINES WS-PURGE-MONTH-X PIC 9(6).
       01  WS-REP-START            PIC 9(8).
       01  WS-REP-END              PIC 9(8).
      * Branch of the account last looked up on SALDOFIL - the
      * posting detail comes in account order.
       01  WS-LAST-CONTA           PIC 9(10) VALUE ZEROS.
       01  WS-LAST-AGENCIA         PIC 9(4) VALUE ZEROS.
       01  WS-LOOKUP-CONTA         PIC 9(10).
       01  WS-FIND-AGENCIA         PIC 9(4).
       01  WS-FIG-IDX              PIC 9(2).
       01  WS-MONTH-COUNT          PIC 9(2).
      *-----------------------------------------------------------------
      *  The branch table.  Each entry carries the eight report
      *  figures - the seven BPF-AMOUNT figures in BRPROF.cpy's order
      *  and the net result as the eighth - for this month, last
      *  month and the year to date, plus the recovery-book totals
      *  behind the charge-off and recovery lines.
      *-----------------------------------------------------------------
       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY-COUNT   PIC 9(3) VALUE ZEROS.
           05  WS-BR-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-BR-IDX.
               10  WS-BR-AGENCIA       PIC 9(4).
               10  WS-BR-YTD-MONTHS    PIC 9(2).
               10  WS-BR-CUM-CHARGED   PIC S9(11)V99.
               10  WS-BR-CUM-RECOVERED PIC S9(11)V99.
               10  WS-BR-PRV-CHARGED   PIC S9(11)V99.
               10  WS-BR-PRV-RECOVERED PIC S9(11)V99.
               10  WS-BR-FIGURES.
                   15  WS-BR-FIG OCCURS 8 TIMES.
                       20  WS-BR-CUR       PIC S9(13)V99.
                       20  WS-BR-PRV       PIC S9(13)V99.
                       20  WS-BR-YTD       PIC S9(13)V99.
       01  WS-BR-FOUND-FLAG        PIC X VALUE 'N'.
           88  BRANCH-ENTRY-FOUND      VALUE 'Y' FALSE 'N'.
       01  WS-BR-DROPPED-COUNT     PIC 9(5) VALUE ZEROS.
      * Parameters for the shared BRNVAL branch-master lookup, plus
      * the region roll-up built from each branch's region as the
      * branches print - a branch the master does not know rolls
      * into UNASSIGNED rather than vanishing.
       01  WS-BRNVAL-NUMBER        PIC 9(4).
       01  WS-BRNVAL-RESULT        PIC X VALUE 'Y'.
       01  WS-BRNVAL-NAME          PIC X(20).
       01  WS-BRNVAL-REGION        PIC X(10).
       01  WS-REGION-TABLE.
           05  WS-RG-ENTRY-COUNT   PIC 9(2) VALUE ZEROS.
           05  WS-RG-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-RG-IDX.
               10  WS-RG-REGION        PIC X(10).
               10  WS-RG-FIGURES.
                   15  WS-RG-FIG OCCURS 8 TIMES.
                       20  WS-RG-CUR       PIC S9(13)V99.
                       20  WS-RG-PRV       PIC S9(13)V99.
                       20  WS-RG-YTD       PIC S9(13)V99.
       01  WS-RG-FOUND-FLAG        PIC X VALUE 'N'.
           88  REGION-ENTRY-FOUND      VALUE 'Y' FALSE 'N'.
       01  WS-RG-DROPPED-COUNT     PIC 9(3) VALUE ZEROS.
       01  WS-BANK-FIGURES.
           05  WS-BK-FIG OCCURS 8 TIMES.
               10  WS-BK-CUR           PIC S9(13)V99.
               10  WS-BK-PRV           PIC S9(13)V99.
               10  WS-BK-YTD           PIC S9(13)V99.
      * The block being printed - a branch's, a region's or the bank's
      * figures moved here whole.
       01  WS-PRINT-FIGURES.
           05  WS-PF-FIG OCCURS 8 TIMES.
               10  WS-PF-CUR           PIC S9(13)V99.
               10  WS-PF-PRV           PIC S9(13)V99.
               10  WS-PF-YTD           PIC S9(13)V99.
       01  WS-FIGURE-LABELS.
           05  FILLER  PIC X(30) VALUE 'INTEREST PAID'.
           05  FILLER  PIC X(30) VALUE 'DEBIT INTEREST CHARGED'.
           05  FILLER  PIC X(30) VALUE 'FEES CHARGED'.
           05  FILLER  PIC X(30) VALUE 'LOAN INTEREST BILLED'.
           05  FILLER  PIC X(30) VALUE 'CHARGED OFF'.
           05  FILLER  PIC X(30) VALUE 'RECOVERED'.
           05  FILLER  PIC X(30) VALUE 'AVERAGE DEPOSIT BALANCE'.
           05  FILLER  PIC X(30) VALUE 'NET RESULT'.
       01  WS-FIGURE-LABEL-TABLE REDEFINES WS-FIGURE-LABELS.
           05  WS-FIGURE-LABEL     PIC X(30) OCCURS 8 TIMES.
      * The GL mapping table - GLEXTR's load and effective-date pick.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY-COUNT  PIC 9(2) VALUE ZEROS.
           05  WS-MAP-ENTRY OCCURS 80 TIMES
                             INDEXED BY WS-MAP-IDX
                                        WS-MAP-BEST-IDX.
               10  WS-MT-SOURCE        PIC X(8).
               10  WS-MT-DEBIT-ACCT    PIC X(8).
               10  WS-MT-CREDIT-ACCT   PIC X(8).
               10  WS-MT-EFF-DATE      PIC 9(8).
       01  WS-BEST-EFF-DATE        PIC 9(8).
       01  WS-ITEM-SOURCE          PIC X(8).
       01  WS-JRNL-DATE            PIC 9(8) VALUE ZEROS.
       01  WS-SIGNED-AMOUNT        PIC S9(11)V99.
      * The tie-out: the month's register accruals (credit less
      * debit) against INTACCR and IRTAX as booked, loan interest
      * against LOANINT, charge-offs against CHGOFF.
       01  WS-REG-ACCRUAL          PIC S9(13)V99 VALUE ZEROS.
       01  WS-GL-INTEREST          PIC S9(13)V99 VALUE ZEROS.
       01  WS-GL-LOANINT           PIC S9(13)V99 VALUE ZEROS.
       01  WS-GL-CHGOFF            PIC S9(13)V99 VALUE ZEROS.
       01  WS-TIE-REPORT           PIC S9(13)V99.
       01  WS-TIE-GL               PIC S9(13)V99.
       01  WS-TIE-BREAK-COUNT      PIC 9(2) VALUE ZEROS.
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-HIST-WRITTEN       PIC 9(7) VALUE ZEROS.
           05  WS-PURGED-COUNT       PIC 9(7) VALUE ZEROS.
      *
       01  HDR-LINE-1.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(40) VALUE
               'BRANCH PROFITABILITY REPORT - MONTH OF '.
           05  HDR-REP-MM     PIC 9(2).
           05  FILLER         PIC X(1)  VALUE '/'.
           05  HDR-REP-YYYY   PIC 9(4).
           05  FILLER         PIC X(12) VALUE '   RUN DATE '.
           05  HDR-RUN-DATE   PIC 9(8).
       01  HDR-NO-HISTORY-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(60) VALUE
               'NO HISTORY FOR LAST MONTH - CHARGE-OFFS DATED IN MONTH'.
       01  COLUMN-LINE.
           05  FILLER         PIC X(31) VALUE SPACES.
           05  FILLER         PIC X(19) VALUE '        THIS MONTH'.
           05  FILLER         PIC X(19) VALUE '        LAST MONTH'.
           05  FILLER         PIC X(19) VALUE '            CHANGE'.
           05  FILLER         PIC X(19) VALUE '      YEAR TO DATE'.
       01  BRANCH-TITLE-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(8)  VALUE 'AGENCIA '.
           05  BTL-AGENCIA    PIC 9(4).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  BTL-BRN-NAME   PIC X(20).
           05  FILLER         PIC X(8)  VALUE ' REGION '.
           05  BTL-REGION     PIC X(10).
       01  REGION-TITLE-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(14) VALUE 'REGION TOTAL '.
           05  RTL-REGION     PIC X(10).
       01  BANK-TITLE-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(10) VALUE 'BANK TOTAL'.
       01  FIGURE-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FGL-LABEL      PIC X(30).
           05  FGL-CUR        PIC -(14)9.99.
           05  FGL-PRV        PIC -(14)9.99.
           05  FGL-CHG        PIC -(14)9.99.
           05  FGL-YTD        PIC -(14)9.99.
       01  TIE-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(30) VALUE
               'TIE TO THE GL EXTRACT'.
           05  FILLER         PIC X(19) VALUE '       THIS REPORT'.
           05  FILLER         PIC X(19) VALUE '        GL BOOKED'.
           05  FILLER         PIC X(19) VALUE '        DIFFERENCE'.
       01  TIE-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  TIE-LABEL      PIC X(30).
           05  TIE-REPORT     PIC -(14)9.99.
           05  TIE-GL         PIC -(14)9.99.
           05  TIE-DIFF       PIC -(14)9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  TIE-FLAG       PIC X(10).
       01  TIE-NO-JOURNAL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(60) VALUE
               'NO GL JOURNALS FOR THE MONTH - THE TOTAL IS NOT TIED'.
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
           PERFORM LOAD-HISTORY
           PERFORM TALLY-REGISTERS
           PERFORM TALLY-POSTINGS
           PERFORM TALLY-LOAN-INTEREST
           PERFORM TALLY-AVG-DEPOSITS
           PERFORM TALLY-RECOVERY-BOOK
           PERFORM LOAD-GL-MAP
           PERFORM TALLY-GL-JOURNALS
           PERFORM FINISH-BRANCH-FIGURES
           PERFORM PRINT-REPORT
           PERFORM CLOSE-STOP.
      *
      * SALDOFIL is required - every posting and loan is put to its
      * branch through it.  The history file is created on the first
      * run.  The other inputs are opened where they are read, and an
      * absent one simply contributes nothing.
       OPEN-FILES.
           OPEN INPUT SALDO-FILE
           IF WS-SALDO-STATUS NOT = '00'
               DISPLAY 'BRPROFIT UNABLE TO OPEN SALDOFIL - STATUS '
                   WS-SALDO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BR-PROFIT-FILE
           IF WS-BRPROFH-STATUS = '35'
               CLOSE BR-PROFIT-FILE
               OPEN OUTPUT BR-PROFIT-FILE
               CLOSE BR-PROFIT-FILE
               OPEN I-O BR-PROFIT-FILE
           END-IF
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           IF WS-RUN-MM = 1
               COMPUTE WS-REP-YYYY = WS-RUN-YYYY - 1
               MOVE 12 TO WS-REP-MM
           ELSE
               MOVE WS-RUN-YYYY TO WS-REP-YYYY
               COMPUTE WS-REP-MM = WS-RUN-MM - 1
           END-IF
           IF WS-REP-MM = 1
               COMPUTE WS-PREV-YYYY = WS-REP-YYYY - 1
               MOVE 12 TO WS-PREV-MM
           ELSE
               MOVE WS-REP-YYYY TO WS-PREV-YYYY
               COMPUTE WS-PREV-MM = WS-REP-MM - 1
           END-IF
           COMPUTE WS-PURGE-YYYY = WS-REP-YYYY - 2
           MOVE WS-REP-MM TO WS-PURGE-MM
           COMPUTE WS-REP-START = WS-REP-MONTH * 100 + 1
           COMPUTE WS-REP-END   = WS-REP-MONTH * 100 + 31
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'BRPROFIT' TO SEQ-JOB-NAME
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
           MOVE 'BRPROFIT'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * LOAD-HISTORY reads the history once: last month's records
      * become the last-month column and the recovery-book totals to
      * move from, this year's earlier months build the year to date,
      * and anything over two years old is dropped.  A record for the
      * month being reported is from an earlier run and is replaced.
       LOAD-HISTORY.
           SET FILE-AT-EOF TO FALSE
           MOVE LOW-VALUES TO BPF-KEY
           START BR-PROFIT-FILE KEY IS NOT LESS THAN BPF-KEY
               INVALID KEY SET FILE-AT-EOF TO TRUE
           END-START
           PERFORM LOAD-ONE-HISTORY UNTIL FILE-AT-EOF.
      *
       LOAD-ONE-HISTORY.
           READ BR-PROFIT-FILE NEXT RECORD
               AT END SET FILE-AT-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BPF-MONTH < WS-PURGE-MONTH
                           DELETE BR-PROFIT-FILE RECORD
                           ADD 1 TO WS-PURGED-COUNT
                       WHEN BPF-MONTH = WS-PREV-MONTH
                           SET PRIOR-MONTH-ON-FILE TO TRUE
                           PERFORM TAKE-PRIOR-MONTH
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF BPF-MONTH(1:4) = WS-REP-MONTH-X(1:4)
                           AND BPF-MONTH < WS-REP-MONTH
                       PERFORM TAKE-YEAR-TO-DATE
                   END-IF
           END-READ.
      *
       TAKE-PRIOR-MONTH.
           MOVE BPF-AGENCIA TO WS-FIND-AGENCIA
           PERFORM FIND-BRANCH-ENTRY
           IF BRANCH-ENTRY-FOUND
               PERFORM VARYING WS-FIG-IDX FROM 1 BY 1
                       UNTIL WS-FIG-IDX > 7
                   MOVE BPF-AMOUNT(WS-FIG-IDX)
                       TO WS-BR-PRV(WS-BR-IDX WS-FIG-IDX)
               END-PERFORM
               MOVE BPF-CUM-CHARGED   TO WS-BR-PRV-CHARGED(WS-BR-IDX)
               MOVE BPF-CUM-RECOVERED
                   TO WS-BR-PRV-RECOVERED(WS-BR-IDX)
           END-IF.
      *
       TAKE-YEAR-TO-DATE.
           MOVE BPF-AGENCIA TO WS-FIND-AGENCIA
           PERFORM FIND-BRANCH-ENTRY
           IF BRANCH-ENTRY-FOUND
               PERFORM VARYING WS-FIG-IDX FROM 1 BY 1
                       UNTIL WS-FIG-IDX > 7
                   ADD BPF-AMOUNT(WS-FIG-IDX)
                       TO WS-BR-YTD(WS-BR-IDX WS-FIG-IDX)
               END-PERFORM
               ADD 1 TO WS-BR-YTD-MONTHS(WS-BR-IDX)
           END-IF.
      *
      * FIND-BRANCH-ENTRY positions WS-BR-IDX on WS-FIND-AGENCIA's
      * entry, opening one at zero for a branch not yet seen.  When
      * the table is full the item is counted and left out.
       FIND-BRANCH-ENTRY.
           SET BRANCH-ENTRY-FOUND TO FALSE
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL BRANCH-ENTRY-FOUND
                   OR WS-BR-IDX > WS-BR-ENTRY-COUNT
               IF WS-BR-AGENCIA(WS-BR-IDX) = WS-FIND-AGENCIA
                   SET BRANCH-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF BRANCH-ENTRY-FOUND
               SET WS-BR-IDX DOWN BY 1
           ELSE
               IF WS-BR-ENTRY-COUNT < 100
                   ADD 1 TO WS-BR-ENTRY-COUNT
                   SET WS-BR-IDX TO WS-BR-ENTRY-COUNT
                   INITIALIZE WS-BR-ENTRY(WS-BR-IDX)
                   MOVE WS-FIND-AGENCIA TO WS-BR-AGENCIA(WS-BR-IDX)
                   SET BRANCH-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-BR-DROPPED-COUNT
               END-IF
           END-IF.
      *
      * FIND-ACCOUNT-BRANCH puts WS-LOOKUP-CONTA to its branch through
      * SALDOFIL; an account no longer on file goes to branch zero,
      * which prints under UNASSIGNED.
       FIND-ACCOUNT-BRANCH.
           IF WS-LOOKUP-CONTA NOT = WS-LAST-CONTA
               MOVE WS-LOOKUP-CONTA TO WS-LAST-CONTA
               MOVE WS-LOOKUP-CONTA TO CONTA-NUM IN SALDO-REC
               READ SALDO-FILE
                   INVALID KEY
                       MOVE ZEROS TO WS-LAST-AGENCIA
                   NOT INVALID KEY
                       MOVE SALDO-AGENCIA TO WS-LAST-AGENCIA
               END-READ
           END-IF
           MOVE WS-LAST-AGENCIA TO WS-FIND-AGENCIA.
      *
      * TALLY-REGISTERS: a positive accrual is interest the branch
      * paid, a negative one (an overdrawn account) interest it
      * charged.  The register carries the branch.
       TALLY-REGISTERS.
           SET FILE-AT-EOF TO FALSE
           OPEN INPUT POSTING-FILE
           IF WS-POSTREG-STATUS NOT = '00'
               DISPLAY 'BRPROFIT - NO POSTREGM REGISTERS - INTEREST '
                       'ACCRUALS WILL NOT REPORT'
               SET FILE-AT-EOF TO TRUE
           END-IF
           PERFORM TALLY-ONE-REGISTER
               UNTIL FILE-AT-EOF OR COUNTER-OVERFLOWED
           IF WS-POSTREG-STATUS = '00'
               CLOSE POSTING-FILE
           END-IF.
      *
       TALLY-ONE-REGISTER.
           READ POSTING-FILE
               AT END SET FILE-AT-EOF TO TRUE
               NOT AT END
                   PERFORM COUNT-ONE-READ
                   IF IPR-RUN-DATE >= WS-REP-START
                           AND IPR-RUN-DATE <= WS-REP-END
                       ADD IPR-INTEREST TO WS-REG-ACCRUAL
                       MOVE IPR-AGENCIA TO WS-FIND-AGENCIA
                       PERFORM FIND-BRANCH-ENTRY
                       IF BRANCH-ENTRY-FOUND
                           IF IPR-INTEREST < ZEROS
                               SUBTRACT IPR-INTEREST
                                   FROM WS-BR-CUR(WS-BR-IDX 2)
                           ELSE
                               ADD IPR-INTEREST
                                   TO WS-BR-CUR(WS-BR-IDX 1)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
       COUNT-ONE-READ.
           ADD 1 TO WS-READ-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-READ-COUNT OVERFLOWED'
           END-ADD.
      *
      * TALLY-POSTINGS walks the retained posting detail for the
      * month's FEE debits and closing interest.  A reversed item and
      * the reversal REVRUN generated for it are both left out, so
      * the pair nets to nothing as it did on the account.
       TALLY-POSTINGS.
           SET FILE-AT-EOF TO FALSE
           OPEN INPUT POST-HIST-FILE
           IF WS-PSTHIST-STATUS NOT = '00'
               DISPLAY 'BRPROFIT - NO POSTING HISTORY - FEES AND '
                       'CLOSING INTEREST WILL NOT REPORT'
               SET FILE-AT-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO PH-KEY
               START POST-HIST-FILE KEY IS NOT LESS THAN PH-KEY
                   INVALID KEY SET FILE-AT-EOF TO TRUE
               END-START
           END-IF
           PERFORM TALLY-ONE-POSTING
               UNTIL FILE-AT-EOF OR COUNTER-OVERFLOWED
           IF WS-PSTHIST-STATUS = '00'
               CLOSE POST-HIST-FILE
           END-IF.
      *
       TALLY-ONE-POSTING.
           READ POST-HIST-FILE NEXT RECORD
               AT END SET FILE-AT-EOF TO TRUE
               NOT AT END
                   PERFORM COUNT-ONE-READ
                   IF PH-POST-DATE >= WS-REP-START
                           AND PH-POST-DATE <= WS-REP-END
                           AND PH-NOT-REVERSED
                           AND (PH-SOURCE-CODE = 'FEE '
                             OR PH-SOURCE-CODE = 'CINT')
                       MOVE PH-CONTA-NUM TO WS-LOOKUP-CONTA
                       PERFORM FIND-ACCOUNT-BRANCH
                       PERFORM FIND-BRANCH-ENTRY
                       IF BRANCH-ENTRY-FOUND
                           PERFORM TAKE-ONE-POSTING
                       END-IF
                   END-IF
           END-READ.
      *
       TAKE-ONE-POSTING.
           EVALUATE TRUE
               WHEN PH-SOURCE-CODE = 'FEE ' AND PH-DEBIT
                   ADD PH-AMOUNT TO WS-BR-CUR(WS-BR-IDX 3)
               WHEN PH-SOURCE-CODE = 'FEE ' AND PH-CREDIT
                   SUBTRACT PH-AMOUNT FROM WS-BR-CUR(WS-BR-IDX 3)
               WHEN PH-SOURCE-CODE = 'CINT' AND PH-CREDIT
                   ADD PH-AMOUNT TO WS-BR-CUR(WS-BR-IDX 1)
               WHEN PH-SOURCE-CODE = 'CINT' AND PH-DEBIT
                   ADD PH-AMOUNT TO WS-BR-CUR(WS-BR-IDX 2)
           END-EVALUATE.
      *
      * TALLY-LOAN-INTEREST takes the month's LOANINT items, each
      * keyed by contract, to the branch of the contract's funding
      * account.
       TALLY-LOAN-INTEREST.
           SET FILE-AT-EOF TO FALSE
           OPEN INPUT LOAN-GL-FILE
           IF WS-LOANGL-STATUS NOT = '00'
               DISPLAY 'BRPROFIT - NO LOANGLM ITEMS - LOAN INTEREST '
                       'WILL NOT REPORT'
               SET FILE-AT-EOF TO TRUE
           END-IF
           OPEN INPUT LOAN-FILE
           PERFORM TALLY-ONE-LOAN-ITEM
               UNTIL FILE-AT-EOF OR COUNTER-OVERFLOWED
           IF WS-LOANGL-STATUS = '00'
               CLOSE LOAN-GL-FILE
           END-IF
           IF WS-LOANMST-STATUS = '00'
               CLOSE LOAN-FILE
           END-IF.
      *
       TALLY-ONE-LOAN-ITEM.
           READ LOAN-GL-FILE
               AT END SET FILE-AT-EOF TO TRUE
               NOT AT END
                   PERFORM COUNT-ONE-READ
                   IF GLI-SOURCE = 'LOANINT'
                           AND GLI-POST-DATE >= WS-REP-START
                           AND GLI-POST-DATE <= WS-REP-END
                       MOVE ZEROS TO WS-LOOKUP-CONTA
                       IF WS-LOANMST-STATUS = '00'
                               AND GLI-KEY(1:10) IS NUMERIC
                           MOVE GLI-KEY(1:10) TO LN-CONTRACT
                           READ LOAN-FILE
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE LN-CONTA-NUM
                                       TO WS-LOOKUP-CONTA
                           END-READ
                       END-IF
                       PERFORM FIND-ACCOUNT-BRANCH
                       PERFORM FIND-BRANCH-ENTRY
                       IF BRANCH-ENTRY-FOUND
                           ADD GLI-AMOUNT TO WS-BR-CUR(WS-BR-IDX 4)
                       END-IF
                   END-IF
           END-READ.
      *
      * TALLY-AVG-DEPOSITS sums the month's positive saldo medio by
      * the branch AVGBAL recorded - an overdrawn account's average
      * is not a deposit.
       TALLY-AVG-DEPOSITS.
           SET FILE-AT-EOF TO FALSE
           OPEN INPUT AVG-BAL-FILE
           IF WS-AVGBAL-STATUS NOT = '00'
               DISPLAY 'BRPROFIT - NO AVGBAL FILE - AVERAGE DEPOSITS '
                       'WILL NOT REPORT'
               SET FILE-AT-EOF TO TRUE
           END-IF
           PERFORM TALLY-ONE-AVERAGE
               UNTIL FILE-AT-EOF OR COUNTER-OVERFLOWED
           IF WS-AVGBAL-STATUS = '00'
               CLOSE AVG-BAL-FILE
           END-IF.
      *
       TALLY-ONE-AVERAGE.
           READ AVG-BAL-FILE
               AT END SET FILE-AT-EOF TO TRUE
               NOT AT END
                   PERFORM COUNT-ONE-READ
                   IF ABL-MONTH = WS-REP-MONTH
                           AND ABL-AVG-SALDO > ZEROS
                       MOVE ABL-AGENCIA TO WS-FIND-AGENCIA
                       PERFORM FIND-BRANCH-ENTRY
                       IF BRANCH-ENTRY-FOUND
                           ADD ABL-AVG-SALDO
                               TO WS-BR-CUR(WS-BR-IDX 7)
                       END-IF
                   END-IF
           END-READ.
      *
      * TALLY-RECOVERY-BOOK totals the book by branch as it stands.
      * Without last month's history to move from, the month's
      * charge-offs are the debts dated in it and their recoveries
      * whatever has come back on them.
       TALLY-RECOVERY-BOOK.
           SET FILE-AT-EOF TO FALSE
           OPEN INPUT RECOVERY-FILE
           IF WS-RECOVERY-STATUS NOT = '00'
               SET FILE-AT-EOF TO TRUE
           END-IF
           PERFORM TALLY-ONE-DEBT
               UNTIL FILE-AT-EOF OR COUNTER-OVERFLOWED
           IF WS-RECOVERY-STATUS = '00'
               CLOSE RECOVERY-FILE
           END-IF.
      *
       TALLY-ONE-DEBT.
           READ RECOVERY-FILE
               AT END SET FILE-AT-EOF TO TRUE
               NOT AT END
                   PERFORM COUNT-ONE-READ
                   MOVE RCV-AGENCIA TO WS-FIND-AGENCIA
                   PERFORM FIND-BRANCH-ENTRY
                   IF BRANCH-ENTRY-FOUND
                       ADD RCV-CHARGED
                           TO WS-BR-CUM-CHARGED(WS-BR-IDX)
                       ADD RCV-RECOVERED
                           TO WS-BR-CUM-RECOVERED(WS-BR-IDX)
                       IF NOT PRIOR-MONTH-ON-FILE
                               AND RCV-CHGOFF-DATE >= WS-REP-START
                           ADD RCV-CHARGED
                               TO WS-BR-CUR(WS-BR-IDX 5)
                           ADD RCV-RECOVERED
                               TO WS-BR-CUR(WS-BR-IDX 6)
                       END-IF
                   END-IF
           END-READ.
      *
       LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-STATUS NOT = '00'
               SET GLMAP-AT-EOF TO TRUE
           END-IF
           PERFORM LOAD-ONE-MAPPING UNTIL GLMAP-AT-EOF
           IF WS-GLMAP-STATUS = '00'
               CLOSE GL-MAP-FILE
           END-IF.
      *
       LOAD-ONE-MAPPING.
           READ GL-MAP-FILE
               AT END SET GLMAP-AT-EOF TO TRUE
               NOT AT END
                   IF WS-MAP-ENTRY-COUNT < 80
                       ADD 1 TO WS-MAP-ENTRY-COUNT
                       SET WS-MAP-IDX TO WS-MAP-ENTRY-COUNT
                       MOVE GLM-SOURCE
                           TO WS-MT-SOURCE(WS-MAP-IDX)
                       MOVE GLM-DEBIT-ACCT
                           TO WS-MT-DEBIT-ACCT(WS-MAP-IDX)
                       MOVE GLM-CREDIT-ACCT
                           TO WS-MT-CREDIT-ACCT(WS-MAP-IDX)
                       IF GLM-EFF-DATE IS NUMERIC
                           MOVE GLM-EFF-DATE
                               TO WS-MT-EFF-DATE(WS-MAP-IDX)
                       ELSE
                           MOVE ZEROS
                               TO WS-MT-EFF-DATE(WS-MAP-IDX)
                       END-IF
                   END-IF
           END-READ.
      *
      * TALLY-GL-JOURNALS reads the month's journals back.  Each item
      * booked one debit line and one credit line, so the debit lines
      * alone are the money; a debit to the source's mapped credit
      * account is an item GLEXTR booked reversed - a negative one.
       TALLY-GL-JOURNALS.
           SET FILE-AT-EOF TO FALSE
           OPEN INPUT GL-JRNL-FILE
           IF WS-GLJRNL-STATUS NOT = '00'
               DISPLAY 'BRPROFIT - NO GLJRNLM JOURNALS - THE BANK '
                       'TOTAL CANNOT BE TIED'
               SET FILE-AT-EOF TO TRUE
           END-IF
           PERFORM TALLY-ONE-GL-LINE
               UNTIL FILE-AT-EOF OR COUNTER-OVERFLOWED
           IF WS-GLJRNL-STATUS = '00'
               CLOSE GL-JRNL-FILE
           END-IF.
      *
       TALLY-ONE-GL-LINE.
           READ GL-JRNL-FILE
               AT END SET FILE-AT-EOF TO TRUE
               NOT AT END
                   PERFORM COUNT-ONE-READ
                   IF GLJ-TYPE = 'H'
                       IF GLJ-HDR-DATE IS NUMERIC
                           MOVE GLJ-HDR-DATE TO WS-JRNL-DATE
                       ELSE
                           MOVE ZEROS TO WS-JRNL-DATE
                       END-IF
                   END-IF
                   IF GLJ-TYPE = 'D' AND GLJ-DC-CODE = 'D'
                           AND WS-JRNL-DATE >= WS-REP-START
                           AND WS-JRNL-DATE <= WS-REP-END
                       PERFORM TAKE-ONE-GL-LINE
                   END-IF
           END-READ.
      *
       TAKE-ONE-GL-LINE.
           MOVE GLJ-SOURCE TO WS-ITEM-SOURCE
           PERFORM FIND-GL-MAPPING
           MOVE GLJ-AMOUNT TO WS-SIGNED-AMOUNT
           IF MAPPING-FOUND
               IF GLJ-GL-ACCOUNT NOT = WS-MT-DEBIT-ACCT(WS-MAP-IDX)
                   COMPUTE WS-SIGNED-AMOUNT = ZEROS - GLJ-AMOUNT
               END-IF
           END-IF
           EVALUATE GLJ-SOURCE
               WHEN 'INTACCR'
               WHEN 'IRTAX'
                   ADD WS-SIGNED-AMOUNT TO WS-GL-INTEREST
               WHEN 'LOANINT'
                   ADD WS-SIGNED-AMOUNT TO WS-GL-LOANINT
               WHEN 'CHGOFF'
                   ADD WS-SIGNED-AMOUNT TO WS-GL-CHGOFF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      * FIND-GL-MAPPING picks the row in force on the journal's
      * extract date - GLEXTR's own pick.
       FIND-GL-MAPPING.
           SET MAPPING-FOUND TO FALSE
           MOVE ZEROS TO WS-BEST-EFF-DATE
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-ENTRY-COUNT
               IF WS-MT-SOURCE(WS-MAP-IDX) = WS-ITEM-SOURCE
                       AND WS-MT-EFF-DATE(WS-MAP-IDX) <= WS-JRNL-DATE
                   IF NOT MAPPING-FOUND
                           OR WS-MT-EFF-DATE(WS-MAP-IDX)
                               >= WS-BEST-EFF-DATE
                       SET MAPPING-FOUND TO TRUE
                       MOVE WS-MT-EFF-DATE(WS-MAP-IDX)
                           TO WS-BEST-EFF-DATE
                       SET WS-MAP-BEST-IDX TO WS-MAP-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF MAPPING-FOUND
               SET WS-MAP-IDX TO WS-MAP-BEST-IDX
           END-IF.
      *
      * FINISH-BRANCH-FIGURES closes each branch's month: the
      * recovery-book movement, the year to date and the net result,
      * and files the month on the history.
       FINISH-BRANCH-FIGURES.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-ENTRY-COUNT
               PERFORM FINISH-ONE-BRANCH
           END-PERFORM.
      *
       FINISH-ONE-BRANCH.
           IF PRIOR-MONTH-ON-FILE
               COMPUTE WS-BR-CUR(WS-BR-IDX 5) =
                   WS-BR-CUM-CHARGED(WS-BR-IDX)
                       - WS-BR-PRV-CHARGED(WS-BR-IDX)
               COMPUTE WS-BR-CUR(WS-BR-IDX 6) =
                   WS-BR-CUM-RECOVERED(WS-BR-IDX)
                       - WS-BR-PRV-RECOVERED(WS-BR-IDX)
           END-IF
           PERFORM VARYING WS-FIG-IDX FROM 1 BY 1
                   UNTIL WS-FIG-IDX > 6
               ADD WS-BR-CUR(WS-BR-IDX WS-FIG-IDX)
                   TO WS-BR-YTD(WS-BR-IDX WS-FIG-IDX)
           END-PERFORM
           COMPUTE WS-MONTH-COUNT = WS-BR-YTD-MONTHS(WS-BR-IDX) + 1
           COMPUTE WS-BR-YTD(WS-BR-IDX 7) ROUNDED =
               (WS-BR-YTD(WS-BR-IDX 7) + WS-BR-CUR(WS-BR-IDX 7))
                   / WS-MONTH-COUNT
           COMPUTE WS-BR-CUR(WS-BR-IDX 8) =
               WS-BR-CUR(WS-BR-IDX 2) + WS-BR-CUR(WS-BR-IDX 3)
             + WS-BR-CUR(WS-BR-IDX 4) + WS-BR-CUR(WS-BR-IDX 6)
             - WS-BR-CUR(WS-BR-IDX 1) - WS-BR-CUR(WS-BR-IDX 5)
           COMPUTE WS-BR-PRV(WS-BR-IDX 8) =
               WS-BR-PRV(WS-BR-IDX 2) + WS-BR-PRV(WS-BR-IDX 3)
             + WS-BR-PRV(WS-BR-IDX 4) + WS-BR-PRV(WS-BR-IDX 6)
             - WS-BR-PRV(WS-BR-IDX 1) - WS-BR-PRV(WS-BR-IDX 5)
           COMPUTE WS-BR-YTD(WS-BR-IDX 8) =
               WS-BR-YTD(WS-BR-IDX 2) + WS-BR-YTD(WS-BR-IDX 3)
             + WS-BR-YTD(WS-BR-IDX 4) + WS-BR-YTD(WS-BR-IDX 6)
             - WS-BR-YTD(WS-BR-IDX 1) - WS-BR-YTD(WS-BR-IDX 5)
           MOVE SPACES TO BR-PROFIT-REC
           MOVE WS-BR-AGENCIA(WS-BR-IDX) TO BPF-AGENCIA
           MOVE WS-REP-MONTH             TO BPF-MONTH
           PERFORM VARYING WS-FIG-IDX FROM 1 BY 1
                   UNTIL WS-FIG-IDX > 7
               MOVE WS-BR-CUR(WS-BR-IDX WS-FIG-IDX)
                   TO BPF-AMOUNT(WS-FIG-IDX)
           END-PERFORM
           MOVE WS-BR-CUM-CHARGED(WS-BR-IDX)   TO BPF-CUM-CHARGED
           MOVE WS-BR-CUM-RECOVERED(WS-BR-IDX) TO BPF-CUM-RECOVERED
           MOVE WS-RUN-DATE                    TO BPF-GEN-DATE
           WRITE BR-PROFIT-REC
               INVALID KEY
                   REWRITE BR-PROFIT-REC
           END-WRITE
           ADD 1 TO WS-HIST-WRITTEN.
      *
      * PRINT-REPORT prints each branch's block in table order and
      * folds it into its region, then the region blocks, then the
      * bank total and its tie to the GL.
       PRINT-REPORT.
           MOVE WS-REP-MM   TO HDR-REP-MM
           MOVE WS-REP-YYYY TO HDR-REP-YYYY
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE PRINT-REC FROM HDR-LINE-1
           IF NOT PRIOR-MONTH-ON-FILE
               WRITE PRINT-REC FROM HDR-NO-HISTORY-LINE
           END-IF
           INITIALIZE WS-BANK-FIGURES
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-ENTRY-COUNT
               PERFORM PRINT-ONE-BRANCH
           END-PERFORM
           IF WS-BR-DROPPED-COUNT > ZEROS
               DISPLAY 'BRPROFIT BRANCH TABLE FULL - '
                       WS-BR-DROPPED-COUNT ' ITEM(S) NOT REPORTED'
           END-IF
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-RG-ENTRY-COUNT
               MOVE WS-RG-REGION(WS-RG-IDX) TO RTL-REGION
               WRITE PRINT-REC FROM SPACES
               WRITE PRINT-REC FROM REGION-TITLE-LINE
               MOVE WS-RG-FIGURES(WS-RG-IDX) TO WS-PRINT-FIGURES
               PERFORM PRINT-FIGURE-BLOCK
           END-PERFORM
           IF WS-RG-DROPPED-COUNT > ZEROS
               DISPLAY 'BRPROFIT REGION TABLE FULL - '
                       WS-RG-DROPPED-COUNT ' BRANCH(ES) NOT ROLLED UP'
           END-IF
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM BANK-TITLE-LINE
           MOVE WS-BANK-FIGURES TO WS-PRINT-FIGURES
           PERFORM PRINT-FIGURE-BLOCK
           PERFORM PRINT-GL-TIE.
      *
       PRINT-ONE-BRANCH.
           MOVE WS-BR-AGENCIA(WS-BR-IDX) TO BTL-AGENCIA
           MOVE WS-BR-AGENCIA(WS-BR-IDX) TO WS-BRNVAL-NUMBER
           CALL 'BRNVAL' USING WS-BRNVAL-NUMBER WS-BRNVAL-RESULT
                               WS-BRNVAL-NAME WS-BRNVAL-REGION
           IF WS-BRNVAL-REGION = SPACES
               MOVE 'UNASSIGNED' TO WS-BRNVAL-REGION
           END-IF
           MOVE WS-BRNVAL-NAME   TO BTL-BRN-NAME
           MOVE WS-BRNVAL-REGION TO BTL-REGION
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM BRANCH-TITLE-LINE
           MOVE WS-BR-FIGURES(WS-BR-IDX) TO WS-PRINT-FIGURES
           PERFORM PRINT-FIGURE-BLOCK
           PERFORM TALLY-REGION-TOTAL
           PERFORM VARYING WS-FIG-IDX FROM 1 BY 1
                   UNTIL WS-FIG-IDX > 8
               ADD WS-BR-CUR(WS-BR-IDX WS-FIG-IDX)
                   TO WS-BK-CUR(WS-FIG-IDX)
               ADD WS-BR-PRV(WS-BR-IDX WS-FIG-IDX)
                   TO WS-BK-PRV(WS-FIG-IDX)
               ADD WS-BR-YTD(WS-BR-IDX WS-FIG-IDX)
                   TO WS-BK-YTD(WS-FIG-IDX)
           END-PERFORM.
      *
      * TALLY-REGION-TOTAL folds the branch just printed into its
      * region's figures - TRIALBAL's roll-up.
       TALLY-REGION-TOTAL.
           SET REGION-ENTRY-FOUND TO FALSE
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL REGION-ENTRY-FOUND
                   OR WS-RG-IDX > WS-RG-ENTRY-COUNT
               IF WS-RG-REGION(WS-RG-IDX) = WS-BRNVAL-REGION
                   SET REGION-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF REGION-ENTRY-FOUND
               SET WS-RG-IDX DOWN BY 1
           ELSE
               IF WS-RG-ENTRY-COUNT < 20
                   ADD 1 TO WS-RG-ENTRY-COUNT
                   SET WS-RG-IDX TO WS-RG-ENTRY-COUNT
                   INITIALIZE WS-RG-ENTRY(WS-RG-IDX)
                   MOVE WS-BRNVAL-REGION TO WS-RG-REGION(WS-RG-IDX)
                   SET REGION-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-RG-DROPPED-COUNT
               END-IF
           END-IF
           IF REGION-ENTRY-FOUND
               PERFORM VARYING WS-FIG-IDX FROM 1 BY 1
                       UNTIL WS-FIG-IDX > 8
                   ADD WS-BR-CUR(WS-BR-IDX WS-FIG-IDX)
                       TO WS-RG-CUR(WS-RG-IDX WS-FIG-IDX)
                   ADD WS-BR-PRV(WS-BR-IDX WS-FIG-IDX)
                       TO WS-RG-PRV(WS-RG-IDX WS-FIG-IDX)
                   ADD WS-BR-YTD(WS-BR-IDX WS-FIG-IDX)
                       TO WS-RG-YTD(WS-RG-IDX WS-FIG-IDX)
               END-PERFORM
           END-IF.
      *
      * PRINT-FIGURE-BLOCK prints the six income and cost lines, the
      * net result under them, and the average deposit line last.
       PRINT-FIGURE-BLOCK.
           WRITE PRINT-REC FROM COLUMN-LINE
           PERFORM VARYING WS-FIG-IDX FROM 1 BY 1
                   UNTIL WS-FIG-IDX > 6
               PERFORM PRINT-ONE-FIGURE
           END-PERFORM
           MOVE 8 TO WS-FIG-IDX
           PERFORM PRINT-ONE-FIGURE
           MOVE 7 TO WS-FIG-IDX
           PERFORM PRINT-ONE-FIGURE.
      *
       PRINT-ONE-FIGURE.
           MOVE WS-FIGURE-LABEL(WS-FIG-IDX) TO FGL-LABEL
           MOVE WS-PF-CUR(WS-FIG-IDX)       TO FGL-CUR
           MOVE WS-PF-PRV(WS-FIG-IDX)       TO FGL-PRV
           COMPUTE FGL-CHG =
               WS-PF-CUR(WS-FIG-IDX) - WS-PF-PRV(WS-FIG-IDX)
           MOVE WS-PF-YTD(WS-FIG-IDX)       TO FGL-YTD
           WRITE PRINT-REC FROM FIGURE-LINE.
      *
      * PRINT-GL-TIE sets the bank's month against what the ledger
      * was handed for it.
       PRINT-GL-TIE.
           WRITE PRINT-REC FROM SPACES
           IF WS-GLJRNL-STATUS NOT = '00'
               WRITE PRINT-REC FROM TIE-NO-JOURNAL-LINE
               ADD 1 TO WS-TIE-BREAK-COUNT
           ELSE
               WRITE PRINT-REC FROM TIE-HDR-LINE
               MOVE 'ACCRUED INTEREST, NET'     TO TIE-LABEL
               MOVE WS-REG-ACCRUAL              TO WS-TIE-REPORT
               MOVE WS-GL-INTEREST              TO WS-TIE-GL
               PERFORM PRINT-ONE-TIE
               MOVE 'LOAN INTEREST BILLED'      TO TIE-LABEL
               MOVE WS-BK-CUR(4)                TO WS-TIE-REPORT
               MOVE WS-GL-LOANINT               TO WS-TIE-GL
               PERFORM PRINT-ONE-TIE
               MOVE 'CHARGED OFF'               TO TIE-LABEL
               MOVE WS-BK-CUR(5)                TO WS-TIE-REPORT
               MOVE WS-GL-CHGOFF                TO WS-TIE-GL
               PERFORM PRINT-ONE-TIE
           END-IF.
      *
       PRINT-ONE-TIE.
           MOVE WS-TIE-REPORT TO TIE-REPORT
           MOVE WS-TIE-GL     TO TIE-GL
           COMPUTE TIE-DIFF = WS-TIE-REPORT - WS-TIE-GL
           IF WS-TIE-REPORT = WS-TIE-GL
               MOVE SPACES TO TIE-FLAG
           ELSE
               MOVE 'NO TIE' TO TIE-FLAG
               ADD 1 TO WS-TIE-BREAK-COUNT
           END-IF
           WRITE PRINT-REC FROM TIE-LINE.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE SALDO-FILE.
           CLOSE BR-PROFIT-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'BRPROFIT READ ' WS-READ-COUNT
                   ' BRANCHES ' WS-BR-ENTRY-COUNT
                   ' HISTORY WRITTEN ' WS-HIST-WRITTEN
                   ' PURGED ' WS-PURGED-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'BRPROFIT ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TIE-BREAK-COUNT > ZEROS
                   DISPLAY 'BRPROFIT - BANK TOTAL DOES NOT TIE TO '
                           'THE GL EXTRACT'
                   MOVE 4 TO RETURN-CODE
                   MOVE 'BANK TOTAL DOES NOT TIE TO GL EXTRACT'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-TIE-BREAK-COUNT TO WS-ALERT-COUNT
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
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
           MOVE 'BRPROFIT'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-HIST-WRITTEN     TO CTLT-OUTPUT-COUNT
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
           MOVE 'BRPROFIT'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-BR-ENTRY-COUNT   TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           CLOSE SUMMARY-FILE.
      *
      * WRITE-ALERT-RECORD appends this run's problem to the shop-wide
      * alert file so the end-of-night alert report (ALERTRPT) puts it
      * on the one page the morning operator reads, instead of a
      * DISPLAY buried in this job's SYSOUT.
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES            TO ALERT-REC
           MOVE 'BRPROFIT'        TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM BRPROFIT.
