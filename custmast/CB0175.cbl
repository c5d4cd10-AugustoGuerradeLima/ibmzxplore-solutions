      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AMLDESK.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  AMLDESK is compliance's desk, reached from OPMENU, for the
      *  worklist the weekly monitoring run (AMLMON, CB0174) leaves on
      *  AMLCASE.  The officer lists the hits still waiting, looks at
      *  one - the patterns it matched, its score and the week's
      *  figures - and marks it either investigated, with a note of
      *  why nothing was reported, or filed with the COAF, with the
      *  COAF's reference.  A hit marked investigated may later be
      *  filed; a filed hit stays filed.  Every mark is stamped with
      *  the operator from the OPMENU session record and written to
      *  the session log for SESSRPT.  A hit is shown or marked only
      *  for an account of the officer's own branches unless they are
      *  cleared across branches (the shared BRNSCOPE check); a
      *  refused account is logged as BRNREFUSE.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AML-CASE-FILE ASSIGN TO AMLCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMC-KEY
               FILE STATUS IS WS-AMLCASE-STATUS.
           SELECT OPER-SESSION ASSIGN TO OPERSESS
               FILE STATUS IS WS-OPERSESS-STATUS.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  AML-CASE-FILE RECORDING MODE F.
           COPY AMLCASE.
      *
      * The session record OPMENU writes at sign-on, carrying the
      * operator behind the desk.
       FD  OPER-SESSION RECORDING MODE F.
       01  OPER-SESSION-REC.
           05  OPS-OPERATOR    PIC X(8).
           05  OPS-SIGNON-DATE PIC 9(8).
           05  FILLER          PIC X(64).
      *
       FD  SESS-LOG-FILE RECORDING MODE F.
           COPY SESSLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-AMLCASE-STATUS    PIC XX.
       01  WS-OPERSESS-STATUS   PIC XX.
       01  WS-OPERATOR-ID       PIC X(8) VALUE 'BATCH'.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-TIME          PIC 9(8).
       01  WS-DONE-FLAG         PIC X VALUE 'N'.
           88  OPERATOR-IS-DONE     VALUE 'Y'.
       01  WS-MENU-CHOICE       PIC X.
       01  WS-CONTA-X           PIC X(10).
       01  WS-CONTA-NUM REDEFINES WS-CONTA-X
                                PIC 9(10).
       01  WS-WEEK-X            PIC X(8).
       01  WS-WEEK-END REDEFINES WS-WEEK-X
                                PIC 9(8).
       01  WS-ENTRY-REF         PIC X(20).
       01  WS-ENTRY-NOTE        PIC X(60).
       01  WS-LOG-ACTION        PIC X(12).
       01  WS-KEY-FLAG          PIC X VALUE 'N'.
           88  KEY-IS-VALID         VALUE 'Y' FALSE 'N'.
       01  WS-SCAN-FLAG         PIC X VALUE 'N'.
           88  LIST-SCAN-DONE       VALUE 'Y' FALSE 'N'.
       01  WS-LISTED-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-SHOW-AMOUNT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM     PIC X(8) VALUE 'AMLDESK'.
       01  WS-SCOPE-KEY-TYPE    PIC X VALUE 'A'.
       01  WS-SCOPE-KEY         PIC X(11).
       01  WS-SCOPE-RESULT      PIC X.
           88  KEY-IN-SCOPE         VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       RUN-AML-DESK.
           CALL 'GETBDAT' USING WS-RUN-DATE
           PERFORM READ-OPERATOR-SESSION
           OPEN I-O AML-CASE-FILE
           IF WS-AMLCASE-STATUS = '35'
               CLOSE AML-CASE-FILE
               OPEN OUTPUT AML-CASE-FILE
               CLOSE AML-CASE-FILE
               OPEN I-O AML-CASE-FILE
           END-IF
           PERFORM UNTIL OPERATOR-IS-DONE
               PERFORM SHOW-DESK-MENU
               PERFORM WORK-DESK-CHOICE
           END-PERFORM
           CLOSE AML-CASE-FILE
           MOVE 0 TO RETURN-CODE
           GOBACK.
      *
      * READ-OPERATOR-SESSION picks up the operator OPMENU signed on;
      * marks are dated on the business date.
       READ-OPERATOR-SESSION.
           OPEN INPUT OPER-SESSION
           IF WS-OPERSESS-STATUS = '00'
               READ OPER-SESSION
                   AT END CONTINUE
                   NOT AT END
                       MOVE OPS-OPERATOR TO WS-OPERATOR-ID
               END-READ
               CLOSE OPER-SESSION
           END-IF.
      *
       SHOW-DESK-MENU.
           DISPLAY ' '.
           DISPLAY 'AML MONITORING - COMPLIANCE WORKLIST'.
           DISPLAY '  L - LIST THE HITS STILL WAITING'.
           DISPLAY '  S - SHOW A HIT'.
           DISPLAY '  I - MARK A HIT INVESTIGATED'.
           DISPLAY '  F - MARK A HIT FILED WITH THE COAF'.
           DISPLAY '  X - EXIT'.
           DISPLAY 'ENTER CHOICE: '.
           ACCEPT WS-MENU-CHOICE.
      *
       WORK-DESK-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-WAITING-HITS
               WHEN 'S'
               WHEN 's'
                   PERFORM SHOW-ONE-HIT
               WHEN 'I'
               WHEN 'i'
                   PERFORM MARK-INVESTIGATED
               WHEN 'F'
               WHEN 'f'
                   PERFORM MARK-FILED
               WHEN 'X'
               WHEN 'x'
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.
      *
      * TAKE-HIT accepts the account and the week's last day and reads
      * the hit; it is in the record area only when KEY-IS-VALID.
       TAKE-HIT.
           SET KEY-IS-VALID TO FALSE
           DISPLAY 'ACCOUNT (10 DIGITS): '
           ACCEPT WS-CONTA-X
           DISPLAY 'WEEK ENDING (YYYYMMDD): '
           ACCEPT WS-WEEK-X
           IF WS-CONTA-X IS NOT NUMERIC OR WS-WEEK-X IS NOT NUMERIC
               DISPLAY 'ACCOUNT AND WEEK MUST BE DIGITS'
           ELSE
               MOVE WS-CONTA-NUM TO AMC-CONTA-NUM
               MOVE WS-WEEK-END  TO AMC-WEEK-END
               READ AML-CASE-FILE
                   INVALID KEY
                       DISPLAY 'NO SUCH HIT ON THE WORKLIST'
                   NOT INVALID KEY
                       PERFORM CHECK-ACCOUNT-SCOPE
                       IF KEY-IN-SCOPE
                           SET KEY-IS-VALID TO TRUE
                       END-IF
               END-READ
           END-IF.
      *
      * CHECK-ACCOUNT-SCOPE keeps a standard operator to the accounts
      * of their own branches through the shared BRNSCOPE check; a
      * refusal is logged as BRNREFUSE.
       CHECK-ACCOUNT-SCOPE.
           MOVE SPACES          TO WS-SCOPE-KEY
           MOVE WS-CONTA-X      TO WS-SCOPE-KEY
           CALL 'BRNSCOPE' USING WS-OPERATOR-ID WS-SCOPE-PROGRAM
                                 WS-SCOPE-KEY-TYPE WS-SCOPE-KEY
                                 WS-SCOPE-RESULT
           IF NOT KEY-IN-SCOPE
               MOVE 'BRNREFUSE' TO WS-LOG-ACTION
               PERFORM WRITE-SESSION-LOG
           END-IF.
      *
      * LIST-WAITING-HITS shows every hit compliance has not yet
      * marked, in account order.
       LIST-WAITING-HITS.
           MOVE ZEROS TO WS-LISTED-COUNT
           SET LIST-SCAN-DONE TO FALSE
           MOVE LOW-VALUES TO AMC-KEY
           START AML-CASE-FILE KEY IS NOT LESS THAN AMC-KEY
               INVALID KEY SET LIST-SCAN-DONE TO TRUE
           END-START
           PERFORM SHOW-ONE-WAITING-HIT UNTIL LIST-SCAN-DONE
           IF WS-LISTED-COUNT = ZEROS
               DISPLAY 'NO HITS WAITING'
           ELSE
               DISPLAY WS-LISTED-COUNT ' HIT(S) WAITING'
           END-IF.
      *
       SHOW-ONE-WAITING-HIT.
           READ AML-CASE-FILE NEXT RECORD
               AT END SET LIST-SCAN-DONE TO TRUE
               NOT AT END
                   IF AMC-NEW
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY '  ' AMC-CONTA-NUM
                               ' WEEK ' AMC-WEEK-END
                               ' CPF ' AMC-CPF
                               ' SCORE ' AMC-SCORE
                               ' PT/BU/FI ' AMC-PASS-THROUGH
                               AMC-DORMANT-BURST AMC-FAN-IN
                   END-IF
           END-READ.
      *
       SHOW-ONE-HIT.
           PERFORM TAKE-HIT
           IF KEY-IS-VALID
               DISPLAY 'ACCOUNT ' AMC-CONTA-NUM
                       ' WEEK ENDING ' AMC-WEEK-END
                       ' HOLDER ' AMC-CPF
               DISPLAY '    RISK TIER ' AMC-RISK-TIER
                       ' STAFF ' AMC-STAFF-FLAG
                       ' SCORE ' AMC-SCORE
               DISPLAY '    PASS-THROUGH ' AMC-PASS-THROUGH
                       ' DORMANT BURST ' AMC-DORMANT-BURST
                       ' FAN-IN ' AMC-FAN-IN
               MOVE AMC-CREDIT-TOTAL TO WS-SHOW-AMOUNT
               DISPLAY '    CREDITS ' WS-SHOW-AMOUNT
                       ' IN ' AMC-CREDIT-COUNT
                       ' (MEDIUM ' AMC-MEDIUM-COUNT ')'
               MOVE AMC-DEBIT-TOTAL TO WS-SHOW-AMOUNT
               DISPLAY '    DEBITS  ' WS-SHOW-AMOUNT
               DISPLAY '    STATUS ' AMC-STATUS
                       ' ON ' AMC-WORKED-DATE
                       ' BY ' AMC-WORKED-BY
                       ' COAF REF ' AMC-COAF-REF
               DISPLAY '    ' AMC-NOTE
           END-IF.
      *
      * MARK-INVESTIGATED closes a waiting hit with nothing to report;
      * the note of why is required.
       MARK-INVESTIGATED.
           PERFORM TAKE-HIT
           IF KEY-IS-VALID
               IF NOT AMC-NEW
                   DISPLAY 'HIT IS ALREADY MARKED ' AMC-STATUS
               ELSE
                   DISPLAY 'NOTE - WHY NOTHING IS REPORTED: '
                   ACCEPT WS-ENTRY-NOTE
                   IF WS-ENTRY-NOTE = SPACES
                       DISPLAY 'A NOTE IS REQUIRED'
                   ELSE
                       SET AMC-INVESTIGATED TO TRUE
                       MOVE WS-ENTRY-NOTE TO AMC-NOTE
                       MOVE 'AMLINVEST' TO WS-LOG-ACTION
                       PERFORM REWRITE-MARKED-HIT
                   END-IF
               END-IF
           END-IF.
      *
      * MARK-FILED records the COAF's reference for a hit reported,
      * whether it was waiting or already investigated.
       MARK-FILED.
           PERFORM TAKE-HIT
           IF KEY-IS-VALID
               IF AMC-FILED
                   DISPLAY 'HIT IS ALREADY FILED - COAF REF '
                           AMC-COAF-REF
               ELSE
                   DISPLAY 'COAF REFERENCE: '
                   ACCEPT WS-ENTRY-REF
                   DISPLAY 'NOTE (BLANK TO KEEP): '
                   ACCEPT WS-ENTRY-NOTE
                   IF WS-ENTRY-REF = SPACES
                       DISPLAY 'THE COAF REFERENCE IS REQUIRED'
                   ELSE
                       SET AMC-FILED TO TRUE
                       MOVE WS-ENTRY-REF TO AMC-COAF-REF
                       IF WS-ENTRY-NOTE NOT = SPACES
                           MOVE WS-ENTRY-NOTE TO AMC-NOTE
                       END-IF
                       MOVE 'AMLFILED' TO WS-LOG-ACTION
                       PERFORM REWRITE-MARKED-HIT
                   END-IF
               END-IF
           END-IF.
      *
       REWRITE-MARKED-HIT.
           MOVE WS-RUN-DATE    TO AMC-WORKED-DATE
           MOVE WS-OPERATOR-ID TO AMC-WORKED-BY
           REWRITE AML-CASE-REC
               INVALID KEY
                   DISPLAY 'HIT COULD NOT BE UPDATED - STATUS '
                           WS-AMLCASE-STATUS
               NOT INVALID KEY
                   DISPLAY 'HIT ' AMC-CONTA-NUM ' MARKED '
                           AMC-STATUS
                   PERFORM WRITE-SESSION-LOG
           END-REWRITE.
      *
      * WRITE-SESSION-LOG opens SESSLOG for the one record only -
      * OPRSIGN appends to it as well.
       WRITE-SESSION-LOG.
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN EXTEND SESS-LOG-FILE
           MOVE SPACES            TO SESS-LOG-REC
           MOVE WS-OPERATOR-ID    TO SLG-OPERATOR
           MOVE WS-RUN-DATE       TO SLG-RUN-DATE
           MOVE WS-RUN-TIME       TO SLG-RUN-TIME
           MOVE 'AMLDESK'         TO SLG-PROGRAM
           MOVE WS-LOG-ACTION     TO SLG-ACTION
           MOVE AMC-CONTA-NUM     TO SLG-KEY
           WRITE SESS-LOG-REC
           CLOSE SESS-LOG-FILE.
      *
       END PROGRAM AMLDESK.
