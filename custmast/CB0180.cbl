      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    STMXDESK.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  STMXDESK is the branch's desk, reached from OPMENU, for a
      *  customer who wants a statement to load into their own
      *  software.  The operator keys the account, the period and the
      *  format - OFX, CNAB 240 or both - and the request is queued on
      *  STMXREQ for the night's export run (STMTEXP, CB0179), which
      *  marks it exported or refused.  The desk checks what it can
      *  at the counter: the account must be on file and inside the
      *  operator's branches (the shared BRNSCOPE check), and the
      *  period must be whole dates ending no later than today.  The
      *  operator can list an account's requests and how each went.
      *  Every request is stamped with the operator from the OPMENU
      *  session record and written to the session log for SESSRPT,
      *  as is every account the branch check refuses (BRNREFUSE).
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMX-REQ-FILE ASSIGN TO STMXREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SXQ-KEY
               FILE STATUS IS WS-STMXREQ-STATUS.
           SELECT SALDO-FILE  ASSIGN TO SALDOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUM
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT OPER-SESSION ASSIGN TO OPERSESS
               FILE STATUS IS WS-OPERSESS-STATUS.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  STMX-REQ-FILE RECORDING MODE F.
           COPY STMXREQ.
      *
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
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
       01  WS-STMXREQ-STATUS    PIC XX.
       01  WS-SALDO-STATUS      PIC XX.
       01  WS-OPERSESS-STATUS   PIC XX.
       01  WS-OPERATOR-ID       PIC X(8) VALUE 'BATCH'.
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM     PIC X(8) VALUE 'STMXDESK'.
       01  WS-SCOPE-KEY-TYPE    PIC X VALUE 'A'.
       01  WS-SCOPE-KEY         PIC X(11).
       01  WS-SCOPE-RESULT      PIC X.
           88  KEY-IN-SCOPE         VALUE 'Y'.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-TIME          PIC 9(8).
       01  WS-DONE-FLAG         PIC X VALUE 'N'.
           88  OPERATOR-IS-DONE     VALUE 'Y'.
       01  WS-MENU-CHOICE       PIC X.
       01  WS-CONTA-X           PIC X(10).
       01  WS-CONTA-NUM REDEFINES WS-CONTA-X
                                PIC 9(10).
       01  WS-FROM-X            PIC X(8).
       01  WS-FROM-DATE REDEFINES WS-FROM-X
                                PIC 9(8).
       01  WS-TO-X              PIC X(8).
       01  WS-TO-DATE REDEFINES WS-TO-X
                                PIC 9(8).
       01  WS-ENTRY-FORMAT      PIC X.
       01  WS-LOG-ACTION        PIC X(12).
       01  WS-KEY-FLAG          PIC X VALUE 'N'.
           88  KEY-IS-VALID         VALUE 'Y' FALSE 'N'.
       01  WS-SCAN-FLAG         PIC X VALUE 'N'.
           88  LIST-SCAN-DONE       VALUE 'Y' FALSE 'N'.
       01  WS-LISTED-COUNT      PIC 9(5) VALUE ZEROS.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       RUN-STMX-DESK.
           CALL 'GETBDAT' USING WS-RUN-DATE
           PERFORM READ-OPERATOR-SESSION
           OPEN INPUT SALDO-FILE
           OPEN I-O STMX-REQ-FILE
           IF WS-STMXREQ-STATUS = '35'
               CLOSE STMX-REQ-FILE
               OPEN OUTPUT STMX-REQ-FILE
               CLOSE STMX-REQ-FILE
               OPEN I-O STMX-REQ-FILE
           END-IF
           PERFORM UNTIL OPERATOR-IS-DONE
               PERFORM SHOW-DESK-MENU
               PERFORM WORK-DESK-CHOICE
           END-PERFORM
           CLOSE STMX-REQ-FILE
           CLOSE SALDO-FILE
           MOVE 0 TO RETURN-CODE
           GOBACK.
      *
      * READ-OPERATOR-SESSION picks up the operator OPMENU signed on;
      * requests are dated on the business date.
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
           DISPLAY 'STATEMENT EXPORT - OFX / CNAB 240'.
           DISPLAY '  R - REQUEST A STATEMENT EXPORT'.
           DISPLAY '  L - LIST AN ACCOUNT''S EXPORT REQUESTS'.
           DISPLAY '  X - EXIT'.
           DISPLAY 'ENTER CHOICE: '.
           ACCEPT WS-MENU-CHOICE.
      *
       WORK-DESK-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 'R'
               WHEN 'r'
                   PERFORM REQUEST-EXPORT
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-ACCOUNT-REQUESTS
               WHEN 'X'
               WHEN 'x'
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.
      *
      * TAKE-ACCOUNT accepts the account and checks it is on file and
      * one of the operator's branches'; KEY-IS-VALID when it is.
       TAKE-ACCOUNT.
           SET KEY-IS-VALID TO FALSE
           DISPLAY 'ACCOUNT (10 DIGITS): '
           ACCEPT WS-CONTA-X
           IF WS-CONTA-X IS NOT NUMERIC
               DISPLAY 'ACCOUNT MUST BE DIGITS'
           ELSE
               MOVE WS-CONTA-NUM TO CONTA-NUM
               READ SALDO-FILE
                   INVALID KEY
                       DISPLAY 'NO SUCH ACCOUNT'
                   NOT INVALID KEY
                       MOVE SPACES       TO WS-SCOPE-KEY
                       MOVE WS-CONTA-X   TO WS-SCOPE-KEY
                       CALL 'BRNSCOPE' USING WS-OPERATOR-ID
                                             WS-SCOPE-PROGRAM
                                             WS-SCOPE-KEY-TYPE
                                             WS-SCOPE-KEY
                                             WS-SCOPE-RESULT
                       IF KEY-IN-SCOPE
                           SET KEY-IS-VALID TO TRUE
                       ELSE
                           DISPLAY 'ACCOUNT IS OUTSIDE YOUR BRANCHES'
                           MOVE 'BRNREFUSE' TO WS-LOG-ACTION
                           PERFORM WRITE-SESSION-LOG
                       END-IF
               END-READ
           END-IF.
      *
      * REQUEST-EXPORT queues one export for the night's run.  The
      * period must be whole dates, in order, and end no later than
      * the business date; a blank format asks for both.
       REQUEST-EXPORT.
           PERFORM TAKE-ACCOUNT
           IF KEY-IS-VALID
               DISPLAY 'PERIOD FROM (YYYYMMDD): '
               ACCEPT WS-FROM-X
               DISPLAY 'PERIOD TO (YYYYMMDD): '
               ACCEPT WS-TO-X
               DISPLAY 'FORMAT - O OFX, C CNAB 240, B BOTH: '
               ACCEPT WS-ENTRY-FORMAT
               IF WS-ENTRY-FORMAT = SPACE
                   MOVE 'B' TO WS-ENTRY-FORMAT
               END-IF
               IF WS-ENTRY-FORMAT = 'o' OR 'c' OR 'b'
                   INSPECT WS-ENTRY-FORMAT CONVERTING 'ocb' TO 'OCB'
               END-IF
               MOVE WS-ENTRY-FORMAT TO SXQ-FORMAT
               EVALUATE TRUE
                   WHEN WS-FROM-X IS NOT NUMERIC
                       OR WS-TO-X IS NOT NUMERIC
                       DISPLAY 'PERIOD DATES MUST BE DIGITS'
                   WHEN WS-FROM-DATE > WS-TO-DATE
                       DISPLAY 'PERIOD STARTS AFTER IT ENDS'
                   WHEN WS-TO-DATE > WS-RUN-DATE
                       DISPLAY 'PERIOD CANNOT END AFTER TODAY'
                   WHEN NOT SXQ-FORMAT-VALID
                       DISPLAY 'FORMAT MUST BE O, C OR B'
                   WHEN OTHER
                       PERFORM WRITE-EXPORT-REQUEST
               END-EVALUATE
           END-IF.
      *
       WRITE-EXPORT-REQUEST.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES          TO STMX-REQ-REC
           MOVE WS-CONTA-NUM    TO SXQ-CONTA-NUM
           MOVE WS-RUN-DATE     TO SXQ-REQUEST-DATE
           MOVE WS-RUN-TIME     TO SXQ-REQUEST-TIME
           MOVE WS-FROM-DATE    TO SXQ-DATE-FROM
           MOVE WS-TO-DATE      TO SXQ-DATE-TO
           MOVE WS-ENTRY-FORMAT TO SXQ-FORMAT
           MOVE WS-OPERATOR-ID  TO SXQ-REQUESTED-BY
           SET SXQ-PENDING      TO TRUE
           MOVE ZEROS           TO SXQ-EXPORT-DATE
           WRITE STMX-REQ-REC
               INVALID KEY
                   DISPLAY 'REQUEST COULD NOT BE QUEUED - STATUS '
                           WS-STMXREQ-STATUS
               NOT INVALID KEY
                   DISPLAY 'EXPORT QUEUED FOR TONIGHT - ACCOUNT '
                           SXQ-CONTA-NUM ' ' SXQ-DATE-FROM '-'
                           SXQ-DATE-TO ' FORMAT ' SXQ-FORMAT
                   MOVE 'STMTEXPREQ' TO WS-LOG-ACTION
                   PERFORM WRITE-SESSION-LOG
           END-WRITE.
      *
      * LIST-ACCOUNT-REQUESTS shows every request on file for one
      * account, oldest first, with how the export run left it.
       LIST-ACCOUNT-REQUESTS.
           PERFORM TAKE-ACCOUNT
           IF KEY-IS-VALID
               MOVE ZEROS TO WS-LISTED-COUNT
               SET LIST-SCAN-DONE TO FALSE
               MOVE WS-CONTA-NUM TO SXQ-CONTA-NUM
               MOVE ZEROS        TO SXQ-REQUEST-DATE
               MOVE ZEROS        TO SXQ-REQUEST-TIME
               START STMX-REQ-FILE KEY IS NOT LESS THAN SXQ-KEY
                   INVALID KEY SET LIST-SCAN-DONE TO TRUE
               END-START
               PERFORM SHOW-ONE-REQUEST UNTIL LIST-SCAN-DONE
               IF WS-LISTED-COUNT = ZEROS
                   DISPLAY 'NO EXPORT REQUESTS FOR THIS ACCOUNT'
               ELSE
                   DISPLAY WS-LISTED-COUNT ' REQUEST(S)'
               END-IF
           END-IF.
      *
       SHOW-ONE-REQUEST.
           READ STMX-REQ-FILE NEXT RECORD
               AT END SET LIST-SCAN-DONE TO TRUE
               NOT AT END
                   IF SXQ-CONTA-NUM NOT = WS-CONTA-NUM
                       SET LIST-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY '  ' SXQ-REQUEST-DATE
                               ' ' SXQ-DATE-FROM '-' SXQ-DATE-TO
                               ' FMT ' SXQ-FORMAT
                               ' BY ' SXQ-REQUESTED-BY
                               ' STATUS ' SXQ-STATUS
                               ' ' SXQ-EXPORT-DATE
                       IF SXQ-REFUSED
                           DISPLAY '      ' SXQ-REASON
                       END-IF
                   END-IF
           END-READ.
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
           MOVE 'STMXDESK'        TO SLG-PROGRAM
           MOVE WS-LOG-ACTION     TO SLG-ACTION
           MOVE WS-CONTA-NUM      TO SLG-KEY
           WRITE SESS-LOG-REC
           CLOSE SESS-LOG-FILE.
      *
       END PROGRAM STMXDESK.
