      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RPTBURST.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  RPTBURST is the nightly report burster.  BALCHECK, TRIALBAL,
      *  DORMRPT, KYCREVW, LOANCOLL and MINORRPT each print one
      *  bank-wide report, and every branch used to get the whole
      *  stack and hunt for its own lines.  Each of those jobs now
      *  writes its print lines, tagged with the branch, to an RPTDIST
      *  extract (RPTDIST.cpy); this step reads the night's extracts
      *  (one concatenated DD) and cuts them into one package per
      *  open branch on the branch master.  A package opens with a
      *  cover page - branch, region, run date, the mailbox it is
      *  delivered to - and an index of the reports in it with their
      *  line counts, then each report the branch takes: its heading
      *  and only that branch's lines, or a NO ITEMS line so the
      *  branch knows the report ran.  Which reports a branch takes,
      *  and where the package goes, are BRN-DIST-REPORTS and
      *  BRN-DIST-MAILBOX on the branch master (kept by BRNCHMNT);
      *  the reports themselves are the DISTRPTS.cpy table.  The
      *  packages go to DISTPKG in branch order for the mail step to
      *  split, and every branch/report pairing settled is appended
      *  to the distribution log (DISTLOG.cpy) and listed.  A line for
      *  a branch that is not on the master, or closed, is not sent
      *  anywhere: it is logged as unrouted against the branch it
      *  carried and ends the run with RC 4, as does a line from
      *  another night's extract.  Runs after the last of the six
      *  report jobs.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO BRANCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRN-NUMBER
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT DIST-FILE   ASSIGN TO RPTDIST
               FILE STATUS IS WS-RPTDIST-STATUS.
           SELECT SORT-WORK   ASSIGN TO SORTWK01.
           SELECT PACKAGE-FILE ASSIGN TO DISTPKG.
           SELECT DIST-LOG-FILE ASSIGN TO DISTLOG.
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
       FD  BRANCH-FILE RECORDING MODE F.
           COPY BRANCH.
      *
       FD  DIST-FILE RECORDING MODE F.
           COPY RPTDIST.
      *
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-BRANCH       PIC 9(4).
           05  SRT-RPT-POS      PIC 9(2).
           05  SRT-LINE-SEQ     PIC 9(7).
           05  SRT-PRINT-LINE   PIC X(132).
      *
       FD  PACKAGE-FILE RECORDING MODE F.
           COPY DISTPKG.
      *
       FD  DIST-LOG-FILE RECORDING MODE F.
           COPY DISTLOG.
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
       COPY DISTRPTS.
       01  FLAGS.
           05  WS-BRANCH-EOF       PIC X VALUE 'N'.
               88  BRANCH-AT-EOF       VALUE 'Y' FALSE 'N'.
           05  WS-EXTRACT-EOF      PIC X VALUE 'N'.
               88  EXTRACT-AT-EOF      VALUE 'Y' FALSE 'N'.
           05  WS-SORT-EOF         PIC X VALUE 'N'.
               88  SORT-AT-EOF         VALUE 'Y' FALSE 'N'.
           05  WS-EXTRACT-AVAIL-FLAG PIC X VALUE 'N'.
               88  EXTRACT-AVAILABLE   VALUE 'Y' FALSE 'N'.
           05  WS-RPT-HIT-FLAG     PIC X VALUE 'N'.
               88  REPORT-KNOWN        VALUE 'Y' FALSE 'N'.
           05  WS-BR-HIT-FLAG      PIC X VALUE 'N'.
               88  BRANCH-KNOWN        VALUE 'Y' FALSE 'N'.
           05  WS-UR-HIT-FLAG      PIC X VALUE 'N'.
               88  UNROUTED-ENTRY-FOUND VALUE 'Y' FALSE 'N'.
           05  WS-TABLE-FULL-FLAG  PIC X VALUE 'N'.
               88  A-TABLE-FILLED      VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-BRANCH-STATUS        PIC XX.
       01  WS-RPTDIST-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-EXTRACT-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-HEADING-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-BURST-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-WITHHELD-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-BANK-WIDE-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-UNROUTED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-STALE-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-UNKNOWN-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-PACKAGE-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-PKG-LINE-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-LOG-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-ACCOUNTED-TOTAL      PIC 9(8) VALUE ZEROS.
       01  WS-NOT-ROUTED-TOTAL     PIC 9(8) VALUE ZEROS.
      * The branch master, held in key order for the package pass,
      * with each branch's line counts by report position: lines sent
      * and lines held back because the branch does not take the
      * report.
       01  WS-BT-MAX               PIC 9(4) VALUE 500.
       01  WS-BRANCH-TABLE.
           05  WS-BT-COUNT         PIC 9(4) VALUE ZEROS.
           05  WS-BT-ENTRY OCCURS 500 TIMES.
               10  WS-BT-NUMBER        PIC 9(4).
               10  WS-BT-NAME          PIC X(20).
               10  WS-BT-REGION        PIC X(10).
               10  WS-BT-STATUS        PIC X.
                   88  BT-BRANCH-OPEN      VALUES 'O' SPACE.
               10  WS-BT-REPORTS.
                   15  WS-BT-FLAG      PIC X OCCURS 8 TIMES.
                       88  BT-REPORT-WITHHELD VALUE 'N'.
               10  WS-BT-MAILBOX       PIC X(15).
               10  WS-BT-COUNTS.
                   15  WS-BT-RPT OCCURS 6 TIMES.
                       20  WS-BT-LINES     PIC 9(7).
                       20  WS-BT-WITHHELD  PIC 9(7).
       01  WS-BT                   PIC 9(4).
       01  WS-BT-HIT               PIC 9(4).
       01  WS-BT-DROPPED-COUNT     PIC 9(5) VALUE ZEROS.
      * Each report's heading lines, repeated at the top of its
      * section in every package.  Headings past WS-HD-MAX are the
      * report's own page furniture and are not carried.
       01  WS-HD-MAX               PIC 9(2) VALUE 5.
       01  WS-HEADING-TABLE.
           05  WS-HD-RPT OCCURS 6 TIMES.
               10  WS-HD-COUNT         PIC 9(2).
               10  WS-HD-LINE          PIC X(132) OCCURS 5 TIMES.
       01  WS-HD                   PIC 9(2).
      * Lines no package took, by the branch they carried and report,
      * for the distribution log.
       01  WS-UR-MAX               PIC 9(4) VALUE 300.
       01  WS-UNROUTED-TABLE.
           05  WS-UR-COUNT         PIC 9(4) VALUE ZEROS.
           05  WS-UR-ENTRY OCCURS 300 TIMES.
               10  WS-UR-BRANCH        PIC 9(4).
               10  WS-UR-RPT-POS       PIC 9(2).
               10  WS-UR-LINES         PIC 9(7).
       01  WS-UR                   PIC 9(4).
       01  WS-UR-DROPPED-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-RP                   PIC 9(2).
       01  WS-RP-HIT               PIC 9(2).
      * The package line in hand and the mailbox it is going to.
       01  WS-MAILBOX              PIC X(15).
       01  WS-PKG-TEXT             PIC X(132).
       01  WS-PKG-CARRIAGE         PIC X VALUE SPACE.
           88  PKG-PAGE-BREAK          VALUE '1' FALSE SPACE.
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
               'NIGHTLY REPORT DISTRIBUTION FOR'.
           05  HDR-RUN-DATE   PIC 9(8).
       01  LOG-COLUMN-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(8)  VALUE 'BRANCH'.
           05  FILLER         PIC X(10) VALUE 'REPORT'.
           05  FILLER         PIC X(11) VALUE '    LINES'.
           05  FILLER         PIC X(17) VALUE 'MAILBOX'.
           05  FILLER         PIC X(14) VALUE 'STATUS'.
       01  LOG-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  LGL-BRANCH     PIC 9(4).
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  LGL-REPORT-ID  PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  LGL-LINES      PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  LGL-MAILBOX    PIC X(15).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  LGL-STATUS     PIC X(14).
       01  TOTAL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  TOT-LABEL      PIC X(30).
           05  TOT-COUNT      PIC Z,ZZZ,ZZ9.
      * Package cover page and report section lines.
       01  COVER-LINE-1.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(30) VALUE
               'NIGHTLY REPORT PACKAGE BRANCH'.
           05  CVR-BRANCH     PIC 9(4).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  CVR-NAME       PIC X(20).
           05  FILLER         PIC X(9)  VALUE '  REGION '.
           05  CVR-REGION     PIC X(10).
       01  COVER-LINE-2.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(10) VALUE 'RUN DATE'.
           05  CVR-RUN-DATE   PIC 9(8).
           05  FILLER         PIC X(15) VALUE '   DELIVER TO '.
           05  CVR-MAILBOX    PIC X(15).
       01  INDEX-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(10) VALUE 'REPORT'.
           05  FILLER         PIC X(26) VALUE 'CONTENTS'.
           05  FILLER         PIC X(11) VALUE '    LINES'.
           05  FILLER         PIC X(14) VALUE 'STATUS'.
       01  INDEX-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  IDX-REPORT-ID  PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  IDX-TITLE      PIC X(24).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  IDX-LINES      PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  IDX-STATUS     PIC X(14).
       01  SECTION-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  SEC-REPORT-ID  PIC X(8).
           05  FILLER         PIC X(3)  VALUE ' - '.
           05  SEC-TITLE      PIC X(24).
           05  FILLER         PIC X(12) VALUE ' FOR BRANCH '.
           05  SEC-BRANCH     PIC 9(4).
       01  NO-ITEMS-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(40) VALUE
               'NO ITEMS FOR THIS BRANCH'.
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
           PERFORM LOAD-BRANCHES
           IF EXTRACT-AVAILABLE
               SORT SORT-WORK
                   ON ASCENDING KEY SRT-BRANCH SRT-RPT-POS SRT-LINE-SEQ
                   INPUT PROCEDURE IS SELECT-BRANCH-LINES
                   OUTPUT PROCEDURE IS WRITE-BRANCH-PACKAGES
               PERFORM LOG-UNROUTED-LINES
           END-IF
           PERFORM CLOSE-STOP.
      *
      * OPEN-FILES insists on the branch master - without it there is
      * no one to send anything to.  No RPTDIST extract means none of
      * the report jobs ran: nothing is burst and the run warns, so a
      * night of empty packages never goes out looking like a quiet
      * one.
       OPEN-FILES.
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = '00'
               DISPLAY 'RPTBURST UNABLE TO OPEN BRANCH - STATUS '
                   WS-BRANCH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DIST-FILE
           IF WS-RPTDIST-STATUS = '00'
               SET EXTRACT-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'RPTBURST - NO RPTDIST EXTRACT - NOTHING TO '
                       'BURST'
           END-IF
           OPEN OUTPUT PACKAGE-FILE
           OPEN EXTEND DIST-LOG-FILE
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM VARYING WS-RP FROM 1 BY 1
                   UNTIL WS-RP > WS-DIST-RPT-COUNT
               MOVE ZEROS TO WS-HD-COUNT(WS-RP)
           END-PERFORM
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM LOG-COLUMN-LINE
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'RPTBURST' TO SEQ-JOB-NAME
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
           MOVE 'RPTBURST'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * LOAD-BRANCHES holds the branch master in key order.  A branch
      * past the table's end gets no package tonight - its lines fall
      * out as unrouted and the run ends RC 8 so the table is grown.
       LOAD-BRANCHES.
           PERFORM READ-BRANCH
           PERFORM UNTIL BRANCH-AT-EOF
               IF WS-BT-COUNT < WS-BT-MAX
                   ADD 1 TO WS-BT-COUNT
                   MOVE WS-BT-COUNT      TO WS-BT
                   MOVE BRN-NUMBER       TO WS-BT-NUMBER(WS-BT)
                   MOVE BRN-NAME         TO WS-BT-NAME(WS-BT)
                   MOVE BRN-REGION       TO WS-BT-REGION(WS-BT)
                   MOVE BRN-STATUS       TO WS-BT-STATUS(WS-BT)
                   MOVE BRN-DIST-REPORTS TO WS-BT-REPORTS(WS-BT)
                   MOVE BRN-DIST-MAILBOX TO WS-BT-MAILBOX(WS-BT)
                   MOVE ZEROS            TO WS-BT-COUNTS(WS-BT)
               ELSE
                   SET A-TABLE-FILLED TO TRUE
                   ADD 1 TO WS-BT-DROPPED-COUNT
               END-IF
               PERFORM READ-BRANCH
           END-PERFORM
           IF WS-BT-DROPPED-COUNT > ZEROS
               DISPLAY 'RPTBURST BRANCH TABLE FULL - '
                       WS-BT-DROPPED-COUNT ' BRANCH(ES) NOT PACKAGED'
           END-IF.
      *
       READ-BRANCH.
           READ BRANCH-FILE
               AT END SET BRANCH-AT-EOF TO TRUE
           END-READ.
      *
      * SELECT-BRANCH-LINES is the sort's input side: every extract
      * line is accounted for as a heading, a bank-wide line, a line
      * released to its branch's package, a line the branch does not
      * take, or a line that cannot be sent.
       SELECT-BRANCH-LINES.
           PERFORM READ-EXTRACT
           PERFORM UNTIL EXTRACT-AT-EOF OR COUNTER-OVERFLOWED
               PERFORM ROUTE-ONE-LINE
               PERFORM READ-EXTRACT
           END-PERFORM.
      *
       READ-EXTRACT.
           READ DIST-FILE
               AT END SET EXTRACT-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXTRACT-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-EXTRACT-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
      * ROUTE-ONE-LINE refuses a line from another business date - an
      * extract left over from a night the burster did not run must
      * not go out as tonight's.
       ROUTE-ONE-LINE.
           PERFORM FIND-REPORT
           EVALUATE TRUE
               WHEN NOT REPORT-KNOWN
                   ADD 1 TO WS-UNKNOWN-COUNT
               WHEN RDS-RUN-DATE NOT = WS-RUN-DATE
                   ADD 1 TO WS-STALE-COUNT
               WHEN RDS-HEADING
                   PERFORM HOLD-HEADING-LINE
               WHEN RDS-BRANCH-LINE
                   PERFORM ROUTE-BRANCH-LINE
               WHEN OTHER
                   ADD 1 TO WS-BANK-WIDE-COUNT
           END-EVALUATE.
      *
       FIND-REPORT.
           SET REPORT-KNOWN TO FALSE
           PERFORM VARYING WS-RP FROM 1 BY 1
                   UNTIL REPORT-KNOWN OR WS-RP > WS-DIST-RPT-COUNT
               IF WS-DIST-RPT-ID(WS-RP) = RDS-REPORT-ID
                   SET REPORT-KNOWN TO TRUE
                   MOVE WS-RP TO WS-RP-HIT
               END-IF
           END-PERFORM.
      *
       HOLD-HEADING-LINE.
           ADD 1 TO WS-HEADING-COUNT
           IF WS-HD-COUNT(WS-RP-HIT) < WS-HD-MAX
               ADD 1 TO WS-HD-COUNT(WS-RP-HIT)
               MOVE WS-HD-COUNT(WS-RP-HIT) TO WS-HD
               MOVE RDS-PRINT-LINE TO WS-HD-LINE(WS-RP-HIT, WS-HD)
           END-IF.
      *
      * ROUTE-BRANCH-LINE releases the line to its branch's package
      * unless the branch has opted out of the report, in which case
      * it is only counted for the log.
       ROUTE-BRANCH-LINE.
           PERFORM FIND-BRANCH
           IF BRANCH-KNOWN AND BT-BRANCH-OPEN(WS-BT-HIT)
               IF BT-REPORT-WITHHELD(WS-BT-HIT, WS-RP-HIT)
                   ADD 1 TO WS-BT-WITHHELD(WS-BT-HIT, WS-RP-HIT)
                   ADD 1 TO WS-WITHHELD-COUNT
               ELSE
                   MOVE RDS-BRANCH     TO SRT-BRANCH
                   MOVE WS-RP-HIT      TO SRT-RPT-POS
                   MOVE RDS-LINE-SEQ   TO SRT-LINE-SEQ
                   MOVE RDS-PRINT-LINE TO SRT-PRINT-LINE
                   RELEASE SORT-REC
                   ADD 1 TO WS-BT-LINES(WS-BT-HIT, WS-RP-HIT)
                   ADD 1 TO WS-BURST-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-BURST-COUNT OVERFLOWED'
                   END-ADD
               END-IF
           ELSE
               PERFORM TALLY-UNROUTED-LINE
           END-IF.
      *
       FIND-BRANCH.
           SET BRANCH-KNOWN TO FALSE
           PERFORM VARYING WS-BT FROM 1 BY 1
                   UNTIL BRANCH-KNOWN OR WS-BT > WS-BT-COUNT
               IF WS-BT-NUMBER(WS-BT) = RDS-BRANCH
                   SET BRANCH-KNOWN TO TRUE
                   MOVE WS-BT TO WS-BT-HIT
               END-IF
           END-PERFORM.
      *
      * TALLY-UNROUTED-LINE counts a line for an unknown or closed
      * branch (or no branch at all) under the branch and report it
      * carried.  Past the table's end the line is still in the
      * unrouted total, just not broken out on the log.
       TALLY-UNROUTED-LINE.
           ADD 1 TO WS-UNROUTED-COUNT
           SET UNROUTED-ENTRY-FOUND TO FALSE
           PERFORM VARYING WS-UR FROM 1 BY 1
                   UNTIL UNROUTED-ENTRY-FOUND OR WS-UR > WS-UR-COUNT
               IF WS-UR-BRANCH(WS-UR) = RDS-BRANCH
                       AND WS-UR-RPT-POS(WS-UR) = WS-RP-HIT
                   SET UNROUTED-ENTRY-FOUND TO TRUE
                   ADD 1 TO WS-UR-LINES(WS-UR)
               END-IF
           END-PERFORM
           IF NOT UNROUTED-ENTRY-FOUND
               IF WS-UR-COUNT < WS-UR-MAX
                   ADD 1 TO WS-UR-COUNT
                   MOVE WS-UR-COUNT TO WS-UR
                   MOVE RDS-BRANCH  TO WS-UR-BRANCH(WS-UR)
                   MOVE WS-RP-HIT   TO WS-UR-RPT-POS(WS-UR)
                   MOVE 1           TO WS-UR-LINES(WS-UR)
               ELSE
                   ADD 1 TO WS-UR-DROPPED-COUNT
               END-IF
           END-IF.
      *
      * WRITE-BRANCH-PACKAGES is the sort's output side: the sorted
      * lines come back in branch and report order, the same order
      * the branch table and the report table are walked in, so each
      * open branch's package is cut from the front of the sort.
       WRITE-BRANCH-PACKAGES.
           PERFORM RETURN-SORTED-LINE
           PERFORM VARYING WS-BT FROM 1 BY 1
                   UNTIL WS-BT > WS-BT-COUNT OR COUNTER-OVERFLOWED
               IF BT-BRANCH-OPEN(WS-BT)
                   PERFORM WRITE-ONE-PACKAGE
               END-IF
           END-PERFORM.
      *
       RETURN-SORTED-LINE.
           RETURN SORT-WORK
               AT END SET SORT-AT-EOF TO TRUE
           END-RETURN.
      *
      * WRITE-ONE-PACKAGE sends a branch with no mailbox of its own to
      * the branch manager's default box, BRMGR and the branch number.
       WRITE-ONE-PACKAGE.
           ADD 1 TO WS-PACKAGE-COUNT
           IF WS-BT-MAILBOX(WS-BT) = SPACES
               MOVE SPACES TO WS-MAILBOX
               STRING 'BRMGR' DELIMITED BY SIZE
                      WS-BT-NUMBER(WS-BT) DELIMITED BY SIZE
                      INTO WS-MAILBOX
               END-STRING
           ELSE
               MOVE WS-BT-MAILBOX(WS-BT) TO WS-MAILBOX
           END-IF
           PERFORM WRITE-COVER-PAGE
           PERFORM VARYING WS-RP FROM 1 BY 1
                   UNTIL WS-RP > WS-DIST-RPT-COUNT
               PERFORM WRITE-ONE-REPORT-SECTION
           END-PERFORM.
      *
      * WRITE-COVER-PAGE opens the package: who it is for, where it
      * goes, and the index of what is in it.
       WRITE-COVER-PAGE.
           MOVE WS-BT-NUMBER(WS-BT) TO CVR-BRANCH
           MOVE WS-BT-NAME(WS-BT)   TO CVR-NAME
           MOVE WS-BT-REGION(WS-BT) TO CVR-REGION
           MOVE COVER-LINE-1        TO WS-PKG-TEXT
           SET PKG-PAGE-BREAK       TO TRUE
           PERFORM WRITE-PACKAGE-LINE
           MOVE WS-RUN-DATE         TO CVR-RUN-DATE
           MOVE WS-MAILBOX          TO CVR-MAILBOX
           MOVE COVER-LINE-2        TO WS-PKG-TEXT
           PERFORM WRITE-PACKAGE-LINE
           MOVE SPACES              TO WS-PKG-TEXT
           PERFORM WRITE-PACKAGE-LINE
           MOVE INDEX-HDR-LINE      TO WS-PKG-TEXT
           PERFORM WRITE-PACKAGE-LINE
           PERFORM VARYING WS-RP FROM 1 BY 1
                   UNTIL WS-RP > WS-DIST-RPT-COUNT
               MOVE WS-DIST-RPT-ID(WS-RP)    TO IDX-REPORT-ID
               MOVE WS-DIST-RPT-TITLE(WS-RP) TO IDX-TITLE
               EVALUATE TRUE
                   WHEN BT-REPORT-WITHHELD(WS-BT, WS-RP)
                       MOVE ZEROS            TO IDX-LINES
                       MOVE 'NOT SUBSCRIBED' TO IDX-STATUS
                   WHEN WS-BT-LINES(WS-BT, WS-RP) > ZEROS
                       MOVE WS-BT-LINES(WS-BT, WS-RP) TO IDX-LINES
                       MOVE 'ENCLOSED'       TO IDX-STATUS
                   WHEN OTHER
                       MOVE ZEROS            TO IDX-LINES
                       MOVE 'NO ITEMS'       TO IDX-STATUS
               END-EVALUATE
               MOVE INDEX-LINE TO WS-PKG-TEXT
               PERFORM WRITE-PACKAGE-LINE
           END-PERFORM.
      *
      * WRITE-ONE-REPORT-SECTION puts one report in the package on a
      * page of its own - the report's heading, then the branch's
      * lines as they come back from the sort - and logs it.  A
      * report the branch does not take is only logged.
       WRITE-ONE-REPORT-SECTION.
           MOVE SPACES                   TO DIST-LOG-REC
           MOVE WS-RUN-DATE              TO DLG-RUN-DATE
           MOVE WS-BT-NUMBER(WS-BT)      TO DLG-BRANCH
           MOVE WS-DIST-RPT-ID(WS-RP)    TO DLG-REPORT-ID
           MOVE WS-MAILBOX               TO DLG-MAILBOX
           IF BT-REPORT-WITHHELD(WS-BT, WS-RP)
               MOVE WS-BT-WITHHELD(WS-BT, WS-RP) TO DLG-LINE-COUNT
               SET DLG-WITHHELD TO TRUE
           ELSE
               MOVE WS-DIST-RPT-ID(WS-RP)    TO SEC-REPORT-ID
               MOVE WS-DIST-RPT-TITLE(WS-RP) TO SEC-TITLE
               MOVE WS-BT-NUMBER(WS-BT)      TO SEC-BRANCH
               MOVE SECTION-LINE             TO WS-PKG-TEXT
               SET PKG-PAGE-BREAK            TO TRUE
               PERFORM WRITE-PACKAGE-LINE
               PERFORM VARYING WS-HD FROM 1 BY 1
                       UNTIL WS-HD > WS-HD-COUNT(WS-RP)
                   MOVE WS-HD-LINE(WS-RP, WS-HD) TO WS-PKG-TEXT
                   PERFORM WRITE-PACKAGE-LINE
               END-PERFORM
               MOVE SPACES TO WS-PKG-TEXT
               PERFORM WRITE-PACKAGE-LINE
               PERFORM UNTIL SORT-AT-EOF
                       OR SRT-BRANCH NOT = WS-BT-NUMBER(WS-BT)
                       OR SRT-RPT-POS NOT = WS-RP
                   MOVE SRT-PRINT-LINE TO WS-PKG-TEXT
                   PERFORM WRITE-PACKAGE-LINE
                   PERFORM RETURN-SORTED-LINE
               END-PERFORM
               MOVE WS-BT-LINES(WS-BT, WS-RP) TO DLG-LINE-COUNT
               IF WS-BT-LINES(WS-BT, WS-RP) = ZEROS
                   MOVE NO-ITEMS-LINE TO WS-PKG-TEXT
                   PERFORM WRITE-PACKAGE-LINE
                   SET DLG-NO-ITEMS TO TRUE
               ELSE
                   SET DLG-SENT TO TRUE
               END-IF
           END-IF
           PERFORM WRITE-LOG-ENTRY.
      *
       WRITE-PACKAGE-LINE.
           MOVE WS-BT-NUMBER(WS-BT) TO PKG-BRANCH
           MOVE WS-MAILBOX          TO PKG-MAILBOX
           MOVE WS-PKG-CARRIAGE     TO PKG-CARRIAGE
           MOVE WS-PKG-TEXT         TO PKG-LINE
           WRITE PKG-REC
           SET PKG-PAGE-BREAK TO FALSE
           ADD 1 TO WS-PKG-LINE-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-PKG-LINE-COUNT OVERFLOWED'
           END-ADD.
      *
      * LOG-UNROUTED-LINES logs what no package took, once per branch
      * number and report, with no mailbox since nothing was sent.
       LOG-UNROUTED-LINES.
           PERFORM VARYING WS-UR FROM 1 BY 1
                   UNTIL WS-UR > WS-UR-COUNT
               MOVE SPACES               TO DIST-LOG-REC
               MOVE WS-RUN-DATE          TO DLG-RUN-DATE
               MOVE WS-UR-BRANCH(WS-UR)  TO DLG-BRANCH
               MOVE WS-UR-RPT-POS(WS-UR) TO WS-RP
               MOVE WS-DIST-RPT-ID(WS-RP) TO DLG-REPORT-ID
               MOVE WS-UR-LINES(WS-UR)   TO DLG-LINE-COUNT
               SET DLG-UNROUTED          TO TRUE
               PERFORM WRITE-LOG-ENTRY
           END-PERFORM
           IF WS-UR-DROPPED-COUNT > ZEROS
               DISPLAY 'RPTBURST UNROUTED TABLE FULL - '
                       WS-UR-DROPPED-COUNT ' LINE(S) NOT BROKEN OUT'
           END-IF.
      *
      * WRITE-LOG-ENTRY lists the log record set up by the caller and
      * appends it to the distribution log.
       WRITE-LOG-ENTRY.
           MOVE DLG-BRANCH     TO LGL-BRANCH
           MOVE DLG-REPORT-ID  TO LGL-REPORT-ID
           MOVE DLG-LINE-COUNT TO LGL-LINES
           MOVE DLG-MAILBOX    TO LGL-MAILBOX
           MOVE DLG-STATUS     TO LGL-STATUS
           WRITE PRINT-REC FROM LOG-LINE
           WRITE DIST-LOG-REC
           ADD 1 TO WS-LOG-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-LOG-COUNT OVERFLOWED'
           END-ADD.
      *
       CLOSE-STOP.
           COMPUTE WS-NOT-ROUTED-TOTAL = WS-UNROUTED-COUNT
               + WS-STALE-COUNT + WS-UNKNOWN-COUNT
           COMPUTE WS-ACCOUNTED-TOTAL = WS-HEADING-COUNT
               + WS-BURST-COUNT + WS-WITHHELD-COUNT
               + WS-BANK-WIDE-COUNT + WS-NOT-ROUTED-TOTAL
           WRITE PRINT-REC FROM SPACES
           MOVE 'EXTRACT LINES READ'     TO TOT-LABEL
           MOVE WS-EXTRACT-COUNT         TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'HEADING LINES'          TO TOT-LABEL
           MOVE WS-HEADING-COUNT         TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'LINES SENT TO BRANCHES' TO TOT-LABEL
           MOVE WS-BURST-COUNT           TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'LINES NOT SUBSCRIBED'   TO TOT-LABEL
           MOVE WS-WITHHELD-COUNT        TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'BANK-WIDE LINES'        TO TOT-LABEL
           MOVE WS-BANK-WIDE-COUNT       TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'LINES UNROUTED'         TO TOT-LABEL
           MOVE WS-UNROUTED-COUNT        TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'LINES FROM ANOTHER DATE' TO TOT-LABEL
           MOVE WS-STALE-COUNT           TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'LINES FROM UNKNOWN REPORT' TO TOT-LABEL
           MOVE WS-UNKNOWN-COUNT         TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'PACKAGES WRITTEN'       TO TOT-LABEL
           MOVE WS-PACKAGE-COUNT         TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'PACKAGE LINES WRITTEN'  TO TOT-LABEL
           MOVE WS-PKG-LINE-COUNT        TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE BRANCH-FILE.
           IF EXTRACT-AVAILABLE
               CLOSE DIST-FILE
           END-IF
           CLOSE PACKAGE-FILE.
           CLOSE DIST-LOG-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'RPTBURST READ ' WS-EXTRACT-COUNT
                   ' SENT ' WS-BURST-COUNT
                   ' PACKAGES ' WS-PACKAGE-COUNT
                   ' NOT ROUTED ' WS-NOT-ROUTED-TOTAL.
           EVALUATE TRUE
               WHEN COUNTER-OVERFLOWED
                   DISPLAY 'RPTBURST ABORTED - COUNTER OVERFLOWED'
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE 'REPORT BURST ABORTED' TO WS-ALERT-MESSAGE
                   MOVE WS-EXTRACT-COUNT TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               WHEN A-TABLE-FILLED
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE 'BRANCH TABLE FULL - PACKAGES MISSING'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-BT-DROPPED-COUNT TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               WHEN NOT EXTRACT-AVAILABLE
                   MOVE 4 TO RETURN-CODE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'NO REPORT EXTRACT TO BURST'
                       TO WS-ALERT-MESSAGE
                   PERFORM WRITE-ALERT-RECORD
               WHEN WS-NOT-ROUTED-TOTAL > ZEROS
                   MOVE 4 TO RETURN-CODE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'REPORT LINES NOT SENT TO A BRANCH'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-NOT-ROUTED-TOTAL TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
      * The run balances when every extract line read is accounted for
      * one way or another.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'RPTBURST'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-EXTRACT-COUNT    TO CTLT-READ-COUNT
           MOVE WS-BURST-COUNT      TO CTLT-OUTPUT-COUNT
           MOVE WS-NOT-ROUTED-TOTAL TO CTLT-REJECT-COUNT
           IF WS-ACCOUNTED-TOTAL = WS-EXTRACT-COUNT
                   AND NOT A-TABLE-FILLED
               SET CTLT-BALANCED TO TRUE
           ELSE
               SET CTLT-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the night's extract lines broken out by where they went.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'RPTBURST'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-EXTRACT-COUNT    TO SUMM-RECORD-COUNT
           MOVE WS-BURST-COUNT      TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'PACKAGES'          TO SUMM-CATEGORY-NAME
           MOVE WS-PACKAGE-COUNT    TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'NOT SUBSCRIBED'    TO SUMM-CATEGORY-NAME
           MOVE WS-WITHHELD-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'BANK-WIDE LINES'   TO SUMM-CATEGORY-NAME
           MOVE WS-BANK-WIDE-COUNT  TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'LINES UNROUTED'    TO SUMM-CATEGORY-NAME
           MOVE WS-UNROUTED-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'OTHER DATE LINES'  TO SUMM-CATEGORY-NAME
           MOVE WS-STALE-COUNT      TO SUMM-CATEGORY-COUNT
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
           MOVE 'RPTBURST'        TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM RPTBURST.
