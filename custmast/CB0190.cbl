      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LVRRECON.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  LVRRECON is the nightly leaver-to-system-access
      *  reconciliation.  HRINTAKE takes the day's terminations off the
      *  HR feed into FNAMES/LNAMES, but a leaver's sign-on, their
      *  permission grants and their staff-account watch used to stay
      *  until someone remembered the security desk.  This step reads
      *  the terminations HRINTAKE wrote to HRLEAVE and matches each
      *  to the staff link (STAFFLNK) carrying the same EMP-ID, and
      *  through the link's operator ID to OPERFILE: the operator is
      *  deactivated the way SECADMIN deactivates a leaver, every
      *  PERMFILE grant they hold is revoked the way PERMMNT revokes
      *  one, and the link is marked as a leaver's with a watch-until
      *  date WS-WATCH-DAYS on, so the staff flag on their accounts
      *  stays in place for that long.  A link whose watch has run out
      *  is taken away, with its CUSTXREF flags cleared as STAFFMNT
      *  clears them.  Every change writes a SESSLOG entry under this
      *  job's name, so the who-did-what report covers it, and is
      *  listed on the report.  The report closes with every operator
      *  still able to sign on who cannot be traced through STAFFLNK
      *  to a current employee on COMBINED - the leaver HR never sent
      *  and the account nobody owns.  Runs after HRINTAKE, and only
      *  when HRINTAKE did not refuse its file, as NAMEMNT does.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVER-FILE ASSIGN TO HRLEAVE
               FILE STATUS IS WS-LEAVER-STATUS.
           SELECT STAFF-LINK-FILE ASSIGN TO STAFFLNK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLK-CPF
               FILE STATUS IS WS-STAFFLNK-STATUS.
           SELECT OPER-FILE ASSIGN TO OPERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERFILE-STATUS.
           SELECT PERM-FILE ASSIGN TO PERMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMX-KEY
               FILE STATUS IS WS-PERM-STATUS.
           SELECT XREF-FILE ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               ALTERNATE RECORD KEY IS XRF-CONTA-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
           SELECT FIRST-LAST ASSIGN TO COMBINED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID-OUT
               FILE STATUS IS WS-COMBINED-STATUS.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
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
       FD  LEAVER-FILE RECORDING MODE F.
           COPY HRLEAVER.
      *
       FD  STAFF-LINK-FILE RECORDING MODE F.
           COPY STAFFLNK.
      *
       FD  OPER-FILE RECORDING MODE F.
           COPY OPERREC.
      *
       FD  PERM-FILE RECORDING MODE F.
           COPY PERMREC.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
      *
       FD  FIRST-LAST RECORDING MODE F.
           COPY FIRSTLST.
      *
       FD  SESS-LOG-FILE RECORDING MODE F.
           COPY SESSLOG.
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
           05  WS-LEAVER-EOF       PIC X VALUE 'N'.
               88  LEAVER-AT-EOF       VALUE 'Y' FALSE 'N'.
           05  WS-LINK-SCAN-FLAG   PIC X VALUE 'N'.
               88  LINK-SCAN-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-PERM-SCAN-FLAG   PIC X VALUE 'N'.
               88  PERM-SCAN-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-XREF-SCAN-FLAG   PIC X VALUE 'N'.
               88  XREF-SCAN-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-OPER-SCAN-FLAG   PIC X VALUE 'N'.
               88  OPER-SCAN-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-PERM-AVAIL-FLAG  PIC X VALUE 'N'.
               88  PERM-AVAILABLE      VALUE 'Y' FALSE 'N'.
           05  WS-XREF-AVAIL-FLAG  PIC X VALUE 'N'.
               88  XREF-AVAILABLE      VALUE 'Y' FALSE 'N'.
           05  WS-LEAVER-HIT-FLAG  PIC X VALUE 'N'.
               88  LINK-IS-LEAVERS     VALUE 'Y' FALSE 'N'.
           05  WS-OPER-HIT-FLAG    PIC X VALUE 'N'.
               88  OPERATOR-LINKED     VALUE 'Y' FALSE 'N'.
           05  WS-TABLE-FULL-FLAG  PIC X VALUE 'N'.
               88  A-TABLE-FILLED      VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-LEAVER-STATUS        PIC XX.
       01  WS-STAFFLNK-STATUS      PIC XX.
       01  WS-OPERFILE-STATUS      PIC XX.
       01  WS-PERM-STATUS          PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-COMBINED-STATUS      PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-LEAVER-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-UNLINKED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-DEACT-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-REVOKE-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-WATCH-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-UNWATCH-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-OPER-READ-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-ORPHAN-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-ACTION-COUNT       PIC 9(7) VALUE ZEROS.
      * How long a leaver's own accounts stay watched as staff
      * accounts after the termination date, in calendar days.
       01  WS-WATCH-DAYS           PIC 9(3) VALUE 180.
      * The night's terminations, held for the pass over STAFFLNK.
       01  WS-LEAVER-MAX           PIC 9(4) VALUE 500.
       01  WS-LEAVER-TABLE.
           05  WS-LV-COUNT         PIC 9(4) VALUE ZEROS.
           05  WS-LV-ENTRY OCCURS 500 TIMES.
               10  WS-LV-EMP-ID        PIC X(9).
               10  WS-LV-TERM-DATE     PIC 9(8).
               10  WS-LV-MATCHED       PIC X.
       01  WS-LV                   PIC 9(4).
       01  WS-LV-HIT               PIC 9(4).
      * Every link carrying a sign-on ID, for tracing operators back
      * to an employee once the leavers are dealt with.
       01  WS-OPLINK-MAX           PIC 9(4) VALUE 3000.
       01  WS-OPLINK-TABLE.
           05  WS-OL-COUNT         PIC 9(4) VALUE ZEROS.
           05  WS-OL-ENTRY OCCURS 3000 TIMES.
               10  WS-OL-OPERATOR      PIC X(8).
               10  WS-OL-EMP-ID        PIC X(9).
       01  WS-OL                   PIC 9(4).
       01  WS-OL-HIT               PIC 9(4).
      * The link and operator in hand, and what was done to them.
       01  WS-LINK-CPF             PIC X(11).
       01  WS-LINK-OPERATOR        PIC X(8).
       01  WS-LINK-EMP-ID          PIC X(9).
       01  WS-ACTION-TEXT          PIC X(30).
       01  WS-ACTION-DETAIL        PIC X(20).
       01  WS-LOG-ACTION           PIC X(12).
       01  WS-LOG-KEY              PIC X(11).
       01  WS-LOG-TIME             PIC 9(8).
       01  WS-ORPHAN-REASON        PIC X(30).
       01  WS-FLAGGED-COUNT        PIC 9(5).
       01  WS-FLAGGED-EDIT         PIC ZZZZ9.
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
           05  FILLER         PIC X(45) VALUE
               'LEAVER-TO-SYSTEM-ACCESS RECONCILIATION FOR'.
           05  HDR-RUN-DATE   PIC 9(8).
       01  ACTION-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(50) VALUE
               'ACTIONS TAKEN'.
       01  ACTION-COLUMN-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(11) VALUE 'EMP-ID'.
           05  FILLER         PIC X(13) VALUE 'CPF'.
           05  FILLER         PIC X(10) VALUE 'OPERATOR'.
           05  FILLER         PIC X(32) VALUE 'ACTION'.
           05  FILLER         PIC X(20) VALUE 'DETAIL'.
       01  ACTION-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  ACT-EMP-ID     PIC X(9).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  ACT-CPF        PIC X(11).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  ACT-OPERATOR   PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  ACT-TEXT       PIC X(30).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  ACT-DETAIL     PIC X(20).
       01  ORPHAN-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(60) VALUE
               'ACTIVE OPERATORS WITH NO CURRENT EMPLOYEE ON COMBINED'.
       01  ORPHAN-COLUMN-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(10) VALUE 'OPERATOR'.
           05  FILLER         PIC X(22) VALUE 'NAME'.
           05  FILLER         PIC X(8)  VALUE 'BRANCH'.
           05  FILLER         PIC X(8)  VALUE 'STATUS'.
           05  FILLER         PIC X(11) VALUE 'EMP-ID'.
           05  FILLER         PIC X(30) VALUE 'REASON'.
       01  ORPHAN-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  ORP-OPERATOR   PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  ORP-NAME       PIC X(20).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  ORP-BRANCH     PIC X(4).
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  ORP-STATUS     PIC X(6).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  ORP-EMP-ID     PIC X(9).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  ORP-REASON     PIC X(30).
       01  NONE-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  NONE-TEXT      PIC X(40).
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
           PERFORM LOAD-LEAVERS
           PERFORM WORK-THE-LINKS
           PERFORM LIST-UNLINKED-LEAVERS
           PERFORM LIST-ORPHAN-OPERATORS
           PERFORM CLOSE-STOP.
      *
      * OPEN-FILES insists on the three files the reconciliation
      * cannot be done without.  No HRLEAVE is a night with no
      * terminations; no PERMFILE or CUSTXREF means grants or account
      * flags are left for the desks, as STAFFMNT does without its
      * xref.
       OPEN-FILES.
           OPEN I-O STAFF-LINK-FILE
           IF WS-STAFFLNK-STATUS NOT = '00'
               DISPLAY 'LVRRECON UNABLE TO OPEN STAFFLNK - STATUS '
                   WS-STAFFLNK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O OPER-FILE
           IF WS-OPERFILE-STATUS NOT = '00'
               DISPLAY 'LVRRECON UNABLE TO OPEN OPERFILE - STATUS '
                   WS-OPERFILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FIRST-LAST
           IF WS-COMBINED-STATUS NOT = '00'
               DISPLAY 'LVRRECON UNABLE TO OPEN COMBINED - STATUS '
                   WS-COMBINED-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PERM-FILE
           IF WS-PERM-STATUS = '00'
               SET PERM-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'LVRRECON - NO PERMFILE - GRANTS NOT REVOKED'
           END-IF
           OPEN I-O XREF-FILE
           IF WS-XREF-STATUS = '00'
               SET XREF-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'LVRRECON - NO CUSTXREF - ACCOUNT FLAGS NOT '
                       'CLEARED THIS RUN'
           END-IF
           OPEN INPUT LEAVER-FILE
           IF WS-LEAVER-STATUS NOT = '00'
               DISPLAY 'LVRRECON - NO HRLEAVE FILE - NO LEAVERS TODAY'
               SET LEAVER-AT-EOF TO TRUE
           END-IF
           OPEN EXTEND SESS-LOG-FILE
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM ACTION-HDR-LINE
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM ACTION-COLUMN-LINE
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'LVRRECON' TO SEQ-JOB-NAME
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
           MOVE 'LVRRECON'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * LOAD-LEAVERS holds the night's terminations in the leaver
      * table; an EMP-ID sent twice is held once.
       LOAD-LEAVERS.
           PERFORM LOAD-ONE-LEAVER
               UNTIL LEAVER-AT-EOF OR COUNTER-OVERFLOWED.
      *
       LOAD-ONE-LEAVER.
           READ LEAVER-FILE
               AT END SET LEAVER-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEAVER-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-LEAVER-COUNT OVERFLOWED'
                   END-ADD
                   MOVE LVR-EMP-ID TO WS-LINK-EMP-ID
                   PERFORM FIND-LEAVER
                   IF NOT LINK-IS-LEAVERS
                       PERFORM HOLD-ONE-LEAVER
                   END-IF
           END-READ.
      *
       HOLD-ONE-LEAVER.
           IF WS-LV-COUNT NOT < WS-LEAVER-MAX
               SET A-TABLE-FILLED TO TRUE
               DISPLAY 'LVRRECON LEAVER TABLE FULL - ' LVR-EMP-ID
                       ' NOT RECONCILED'
           ELSE
               ADD 1 TO WS-LV-COUNT
               MOVE LVR-EMP-ID    TO WS-LV-EMP-ID(WS-LV-COUNT)
               MOVE LVR-TERM-DATE TO WS-LV-TERM-DATE(WS-LV-COUNT)
               MOVE 'N'           TO WS-LV-MATCHED(WS-LV-COUNT)
           END-IF.
      *
      * FIND-LEAVER looks WS-LINK-EMP-ID up in the leaver table;
      * LINK-IS-LEAVERS answers and WS-LV points at the entry.
       FIND-LEAVER.
           SET LINK-IS-LEAVERS TO FALSE
           MOVE ZEROS TO WS-LV-HIT
           PERFORM VARYING WS-LV FROM 1 BY 1
                   UNTIL WS-LV > WS-LV-COUNT OR LINK-IS-LEAVERS
               IF WS-LV-EMP-ID(WS-LV) = WS-LINK-EMP-ID
                   SET LINK-IS-LEAVERS TO TRUE
                   MOVE WS-LV TO WS-LV-HIT
               END-IF
           END-PERFORM
           MOVE WS-LV-HIT TO WS-LV.
      *
      * WORK-THE-LINKS is the one pass over STAFFLNK: a link belonging
      * to one of the night's leavers has its access closed and its
      * watch started, a leaver's link whose watch has run out is
      * taken away, and every other link with a sign-on ID is held for
      * the operator check.
       WORK-THE-LINKS.
           SET LINK-SCAN-DONE TO FALSE
           MOVE LOW-VALUES TO SLK-CPF
           START STAFF-LINK-FILE KEY IS NOT LESS THAN SLK-CPF
               INVALID KEY SET LINK-SCAN-DONE TO TRUE
           END-START
           PERFORM WORK-ONE-LINK
               UNTIL LINK-SCAN-DONE OR COUNTER-OVERFLOWED.
      *
       WORK-ONE-LINK.
           READ STAFF-LINK-FILE NEXT RECORD
               AT END SET LINK-SCAN-DONE TO TRUE
               NOT AT END
                   MOVE SLK-CPF      TO WS-LINK-CPF
                   MOVE SLK-OPERATOR TO WS-LINK-OPERATOR
                   MOVE SLK-EMP-ID   TO WS-LINK-EMP-ID
                   PERFORM FIND-LEAVER
                   EVALUATE TRUE
                       WHEN LINK-IS-LEAVERS
                           PERFORM CLOSE-LEAVER-ACCESS
                       WHEN SLK-LEAVER-DATE IS NUMERIC
                               AND SLK-LEAVER-DATE NOT = ZEROS
                               AND SLK-WATCH-UNTIL < WS-RUN-DATE
                           PERFORM END-STAFF-WATCH
                       WHEN OTHER
                           PERFORM HOLD-OPERATOR-LINK
                   END-EVALUATE
           END-READ.
      *
      * CLOSE-LEAVER-ACCESS deactivates the leaver's operator and
      * revokes their grants, then starts the watch on the link.  A
      * termination sent again finds the operator already closed and
      * leaves the watch dates as first set.
       CLOSE-LEAVER-ACCESS.
           MOVE 'Y' TO WS-LV-MATCHED(WS-LV)
           IF WS-LINK-OPERATOR = SPACES
               MOVE 'NO SIGN-ON ON THE STAFF LINK' TO WS-ACTION-TEXT
               MOVE SPACES TO WS-ACTION-DETAIL
               PERFORM PRINT-ACTION-LINE
           ELSE
               PERFORM DEACTIVATE-LEAVER-OPERATOR
               PERFORM REVOKE-LEAVER-GRANTS
           END-IF
           IF SLK-LEAVER-DATE IS NUMERIC
                   AND SLK-LEAVER-DATE NOT = ZEROS
               MOVE 'STAFF WATCH ALREADY RUNNING' TO WS-ACTION-TEXT
               MOVE SPACES TO WS-ACTION-DETAIL
               MOVE SLK-WATCH-UNTIL TO WS-ACTION-DETAIL(1:8)
               PERFORM PRINT-ACTION-LINE
           ELSE
               PERFORM START-STAFF-WATCH
           END-IF
           PERFORM HOLD-OPERATOR-LINK.
      *
      * DEACTIVATE-LEAVER-OPERATOR is SECADMIN's deactivation: the ID
      * stays on file for the audit trail but never signs on again.
       DEACTIVATE-LEAVER-OPERATOR.
           MOVE SPACES TO WS-ACTION-DETAIL
           MOVE WS-LINK-OPERATOR TO OPR-ID
           READ OPER-FILE
               INVALID KEY
                   MOVE 'OPERATOR NOT ON OPERFILE' TO WS-ACTION-TEXT
                   PERFORM PRINT-ACTION-LINE
               NOT INVALID KEY
                   IF OPR-DEACTIVATED
                       MOVE 'OPERATOR ALREADY DEACTIVATED'
                           TO WS-ACTION-TEXT
                       PERFORM PRINT-ACTION-LINE
                   ELSE
                       MOVE 'D' TO OPR-ACCT-STATUS
                       REWRITE OPER-REC
                       ADD 1 TO WS-DEACT-COUNT
                       MOVE 'OPERATOR DEACTIVATED' TO WS-ACTION-TEXT
                       PERFORM PRINT-ACTION-LINE
                       MOVE 'OPERDEACT'      TO WS-LOG-ACTION
                       MOVE WS-LINK-OPERATOR TO WS-LOG-KEY
                       PERFORM LOG-SESSION-ACTION
                   END-IF
           END-READ.
      *
      * REVOKE-LEAVER-GRANTS deletes every PERMFILE grant the leaver's
      * operator holds - the grants sit together under the operator
      * at the front of the key.
       REVOKE-LEAVER-GRANTS.
           IF PERM-AVAILABLE
               SET PERM-SCAN-DONE TO FALSE
               MOVE WS-LINK-OPERATOR TO PMX-OPERATOR
               MOVE LOW-VALUES       TO PMX-FUNCTION
               START PERM-FILE KEY IS NOT LESS THAN PMX-KEY
                   INVALID KEY SET PERM-SCAN-DONE TO TRUE
               END-START
               PERFORM REVOKE-ONE-GRANT UNTIL PERM-SCAN-DONE
           END-IF.
      *
       REVOKE-ONE-GRANT.
           READ PERM-FILE NEXT RECORD
               AT END SET PERM-SCAN-DONE TO TRUE
               NOT AT END
                   IF PMX-OPERATOR NOT = WS-LINK-OPERATOR
                       SET PERM-SCAN-DONE TO TRUE
                   ELSE
                       MOVE PMX-FUNCTION TO WS-ACTION-DETAIL
                       DELETE PERM-FILE RECORD
                       ADD 1 TO WS-REVOKE-COUNT
                       MOVE 'PERMISSION GRANT REVOKED'
                           TO WS-ACTION-TEXT
                       PERFORM PRINT-ACTION-LINE
                       MOVE 'PERMREVOKE'     TO WS-LOG-ACTION
                       MOVE WS-LINK-OPERATOR TO WS-LOG-KEY
                       PERFORM LOG-SESSION-ACTION
                   END-IF
           END-READ.
      *
      * START-STAFF-WATCH marks the link as a leaver's and sets the
      * date its watch runs to; the account flags stay as they are.
       START-STAFF-WATCH.
           MOVE WS-LV-TERM-DATE(WS-LV) TO SLK-LEAVER-DATE
           MOVE WS-LV-TERM-DATE(WS-LV) TO WS-ROLL-DATE
           PERFORM ROLL-ONE-DAY WS-WATCH-DAYS TIMES
           MOVE WS-ROLL-DATE TO SLK-WATCH-UNTIL
           REWRITE STAFF-LINK-REC
           ADD 1 TO WS-WATCH-COUNT
           MOVE 'STAFF ACCOUNTS WATCHED UNTIL' TO WS-ACTION-TEXT
           MOVE SPACES TO WS-ACTION-DETAIL
           MOVE SLK-WATCH-UNTIL TO WS-ACTION-DETAIL(1:8)
           PERFORM PRINT-ACTION-LINE
           MOVE 'STAFFWATCH' TO WS-LOG-ACTION
           MOVE WS-LINK-CPF  TO WS-LOG-KEY
           PERFORM LOG-SESSION-ACTION.
      *
      * END-STAFF-WATCH takes away a leaver's link once its watch has
      * run out and clears the staff flag on the CPF's accounts, the
      * way STAFFMNT removes a link.
       END-STAFF-WATCH.
           DELETE STAFF-LINK-FILE RECORD
           ADD 1 TO WS-UNWATCH-COUNT
           PERFORM CLEAR-STAFF-FLAGS
           MOVE 'STAFF WATCH ENDED - LINK GONE' TO WS-ACTION-TEXT
           MOVE WS-FLAGGED-COUNT TO WS-FLAGGED-EDIT
           MOVE SPACES TO WS-ACTION-DETAIL
           STRING WS-FLAGGED-EDIT DELIMITED BY SIZE
                  ' FLAGS CLEARED' DELIMITED BY SIZE
               INTO WS-ACTION-DETAIL
           END-STRING
           PERFORM PRINT-ACTION-LINE
           MOVE 'STAFFUNLNK' TO WS-LOG-ACTION
           MOVE WS-LINK-CPF  TO WS-LOG-KEY
           PERFORM LOG-SESSION-ACTION.
      *
       CLEAR-STAFF-FLAGS.
           MOVE ZEROS TO WS-FLAGGED-COUNT
           IF XREF-AVAILABLE
               SET XREF-SCAN-DONE TO FALSE
               MOVE WS-LINK-CPF TO XRF-CPF
               MOVE ZEROS       TO XRF-CONTA-NUM
               START XREF-FILE KEY IS NOT LESS THAN XRF-KEY
                   INVALID KEY SET XREF-SCAN-DONE TO TRUE
               END-START
               PERFORM CLEAR-ONE-FLAG UNTIL XREF-SCAN-DONE
           END-IF.
      *
       CLEAR-ONE-FLAG.
           READ XREF-FILE NEXT RECORD
               AT END SET XREF-SCAN-DONE TO TRUE
               NOT AT END
                   IF XRF-CPF NOT = WS-LINK-CPF
                       SET XREF-SCAN-DONE TO TRUE
                   ELSE
                       MOVE SPACE TO XRF-STAFF-FLAG
                       REWRITE XREF-REC
                       ADD 1 TO WS-FLAGGED-COUNT
                   END-IF
           END-READ.
      *
      * HOLD-OPERATOR-LINK keeps the link's sign-on ID against its
      * EMP-ID for LIST-ORPHAN-OPERATORS.
       HOLD-OPERATOR-LINK.
           IF WS-LINK-OPERATOR NOT = SPACES
               IF WS-OL-COUNT NOT < WS-OPLINK-MAX
                   SET A-TABLE-FILLED TO TRUE
                   DISPLAY 'LVRRECON OPERATOR LINK TABLE FULL - '
                           WS-LINK-OPERATOR ' NOT HELD'
               ELSE
                   ADD 1 TO WS-OL-COUNT
                   MOVE WS-LINK-OPERATOR TO WS-OL-OPERATOR(WS-OL-COUNT)
                   MOVE WS-LINK-EMP-ID   TO WS-OL-EMP-ID(WS-OL-COUNT)
               END-IF
           END-IF.
      *
      * LIST-UNLINKED-LEAVERS reports the night's leavers no staff
      * link carries - nothing to close, but the security desk should
      * know HR sent them.
       LIST-UNLINKED-LEAVERS.
           PERFORM VARYING WS-LV FROM 1 BY 1
                   UNTIL WS-LV > WS-LV-COUNT
               IF WS-LV-MATCHED(WS-LV) = 'N'
                   ADD 1 TO WS-UNLINKED-COUNT
                   MOVE WS-LV-EMP-ID(WS-LV) TO WS-LINK-EMP-ID
                   MOVE SPACES TO WS-LINK-CPF WS-LINK-OPERATOR
                                  WS-ACTION-DETAIL
                   MOVE 'NO STAFF LINK FOR THIS LEAVER'
                       TO WS-ACTION-TEXT
                   PERFORM PRINT-ACTION-LINE
               END-IF
           END-PERFORM
           IF WS-ACTION-COUNT = ZEROS
               MOVE 'NO LEAVERS OR WATCHES TO ACT ON' TO NONE-TEXT
               WRITE PRINT-REC FROM NONE-LINE
           END-IF.
      *
      * LIST-ORPHAN-OPERATORS walks OPERFILE and lists every operator
      * not deactivated who cannot be traced through a staff link to
      * an employee on COMBINED.
       LIST-ORPHAN-OPERATORS.
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM ORPHAN-HDR-LINE
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM ORPHAN-COLUMN-LINE
           SET OPER-SCAN-DONE TO FALSE
           MOVE LOW-VALUES TO OPR-ID
           START OPER-FILE KEY IS NOT LESS THAN OPR-ID
               INVALID KEY SET OPER-SCAN-DONE TO TRUE
           END-START
           PERFORM CHECK-ONE-OPERATOR
               UNTIL OPER-SCAN-DONE OR COUNTER-OVERFLOWED
           IF WS-ORPHAN-COUNT = ZEROS
               MOVE 'NO ACTIVE OPERATOR WITHOUT AN EMPLOYEE'
                   TO NONE-TEXT
               WRITE PRINT-REC FROM NONE-LINE
           END-IF.
      *
       CHECK-ONE-OPERATOR.
           READ OPER-FILE NEXT RECORD
               AT END SET OPER-SCAN-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-OPER-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-OPER-READ-COUNT OVERFLOWED'
                   END-ADD
                   IF NOT OPR-DEACTIVATED
                       PERFORM TRACE-OPERATOR-TO-EMPLOYEE
                   END-IF
           END-READ.
      *
       TRACE-OPERATOR-TO-EMPLOYEE.
           SET OPERATOR-LINKED TO FALSE
           MOVE ZEROS TO WS-OL-HIT
           PERFORM VARYING WS-OL FROM 1 BY 1
                   UNTIL WS-OL > WS-OL-COUNT OR OPERATOR-LINKED
               IF WS-OL-OPERATOR(WS-OL) = OPR-ID
                   SET OPERATOR-LINKED TO TRUE
                   MOVE WS-OL TO WS-OL-HIT
               END-IF
           END-PERFORM
           MOVE WS-OL-HIT TO WS-OL
           IF NOT OPERATOR-LINKED
               MOVE SPACES TO ORP-EMP-ID
               MOVE 'NO STAFF LINK TO AN EMPLOYEE' TO WS-ORPHAN-REASON
               PERFORM PRINT-ORPHAN-LINE
           ELSE
               MOVE WS-OL-EMP-ID(WS-OL) TO EMP-ID-OUT ORP-EMP-ID
               READ FIRST-LAST
                   INVALID KEY
                       MOVE 'EMP-ID NOT ON COMBINED'
                           TO WS-ORPHAN-REASON
                       PERFORM PRINT-ORPHAN-LINE
               END-READ
           END-IF.
      *
       PRINT-ORPHAN-LINE.
           ADD 1 TO WS-ORPHAN-COUNT
           MOVE OPR-ID           TO ORP-OPERATOR
           MOVE OPR-NAME         TO ORP-NAME
           MOVE OPR-HOME-BRANCH  TO ORP-BRANCH
           EVALUATE TRUE
               WHEN OPR-LOCKED
                   MOVE 'LOCKED' TO ORP-STATUS
               WHEN OPR-FORCE-CHANGE
                   MOVE 'NEW'    TO ORP-STATUS
               WHEN OTHER
                   MOVE 'ACTIVE' TO ORP-STATUS
           END-EVALUATE
           MOVE WS-ORPHAN-REASON TO ORP-REASON
           WRITE PRINT-REC FROM ORPHAN-LINE.
      *
       PRINT-ACTION-LINE.
           ADD 1 TO WS-ACTION-COUNT
           MOVE WS-LINK-EMP-ID   TO ACT-EMP-ID
           MOVE WS-LINK-CPF      TO ACT-CPF
           MOVE WS-LINK-OPERATOR TO ACT-OPERATOR
           MOVE WS-ACTION-TEXT   TO ACT-TEXT
           MOVE WS-ACTION-DETAIL TO ACT-DETAIL
           WRITE PRINT-REC FROM ACTION-LINE.
      *
      * LOG-SESSION-ACTION appends one session-log record per change,
      * under this job's name, feeding the daily who-did-what report
      * (SESSRPT) the same way the security desks do.
       LOG-SESSION-ACTION.
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE SPACES          TO SESS-LOG-REC
           MOVE 'LVRRECON'      TO SLG-OPERATOR
           MOVE WS-RUN-DATE     TO SLG-RUN-DATE
           MOVE WS-LOG-TIME     TO SLG-RUN-TIME
           MOVE 'LVRRECON'      TO SLG-PROGRAM
           MOVE WS-LOG-ACTION   TO SLG-ACTION
           MOVE WS-LOG-KEY      TO SLG-KEY
           WRITE SESS-LOG-REC.
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
       CLOSE-STOP.
           WRITE PRINT-REC FROM SPACES
           MOVE 'LEAVERS FROM HR'       TO TOT-LABEL
           MOVE WS-LEAVER-COUNT         TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'LEAVERS WITH NO STAFF LINK' TO TOT-LABEL
           MOVE WS-UNLINKED-COUNT       TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'OPERATORS DEACTIVATED' TO TOT-LABEL
           MOVE WS-DEACT-COUNT          TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'GRANTS REVOKED'        TO TOT-LABEL
           MOVE WS-REVOKE-COUNT         TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'STAFF WATCHES STARTED' TO TOT-LABEL
           MOVE WS-WATCH-COUNT          TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'STAFF WATCHES ENDED'   TO TOT-LABEL
           MOVE WS-UNWATCH-COUNT        TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'OPERATORS CHECKED'     TO TOT-LABEL
           MOVE WS-OPER-READ-COUNT      TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'OPERATORS WITH NO EMPLOYEE' TO TOT-LABEL
           MOVE WS-ORPHAN-COUNT         TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           IF WS-LEAVER-STATUS = '00'
               CLOSE LEAVER-FILE
           END-IF
           CLOSE STAFF-LINK-FILE.
           CLOSE OPER-FILE.
           CLOSE FIRST-LAST.
           IF PERM-AVAILABLE
               CLOSE PERM-FILE
           END-IF
           IF XREF-AVAILABLE
               CLOSE XREF-FILE
           END-IF
           CLOSE SESS-LOG-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'LVRRECON LEAVERS ' WS-LEAVER-COUNT
                   ' DEACTIVATED ' WS-DEACT-COUNT
                   ' REVOKED ' WS-REVOKE-COUNT
                   ' NO EMPLOYEE ' WS-ORPHAN-COUNT.
           EVALUATE TRUE
               WHEN COUNTER-OVERFLOWED
                   DISPLAY 'LVRRECON ABORTED - COUNTER OVERFLOWED'
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE 'LEAVER RECONCILIATION ABORTED'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-LEAVER-COUNT TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               WHEN A-TABLE-FILLED
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE 'LEAVER RECONCILIATION INCOMPLETE'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-LEAVER-COUNT TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               WHEN WS-ORPHAN-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'ACTIVE OPERATORS WITH NO EMPLOYEE'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-ORPHAN-COUNT TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'LVRRECON'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-LEAVER-COUNT     TO CTLT-READ-COUNT
           MOVE WS-ACTION-COUNT     TO CTLT-OUTPUT-COUNT
           MOVE WS-ORPHAN-COUNT     TO CTLT-REJECT-COUNT
           IF A-TABLE-FILLED
               SET CTLT-OUT-OF-BALANCE TO TRUE
           ELSE
               SET CTLT-BALANCED TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the night's access changes broken out by kind.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'LVRRECON'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-LEAVER-COUNT     TO SUMM-RECORD-COUNT
           MOVE WS-ACTION-COUNT     TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'DEACTIVATED'       TO SUMM-CATEGORY-NAME
           MOVE WS-DEACT-COUNT      TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'GRANTS REVOKED'    TO SUMM-CATEGORY-NAME
           MOVE WS-REVOKE-COUNT     TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'WATCHES STARTED'   TO SUMM-CATEGORY-NAME
           MOVE WS-WATCH-COUNT      TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'WATCHES ENDED'     TO SUMM-CATEGORY-NAME
           MOVE WS-UNWATCH-COUNT    TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'NO EMPLOYEE'       TO SUMM-CATEGORY-NAME
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
           MOVE 'LVRRECON'        TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM LVRRECON.
