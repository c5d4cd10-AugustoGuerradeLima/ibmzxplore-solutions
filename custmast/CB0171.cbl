      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    OUVDESK.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  OUVDESK is the ouvidoria desk, reached from OPMENU, where
      *  customer complaints are logged and worked instead of living
      *  in an e-mail folder.  A case is opened against a customer
      *  proved on CUSTMAST and, where the complaint is about one
      *  account, an account the customer holds on CUSTXREF; it
      *  carries the channel it came in by, its category from
      *  OUVTBL.cpy and the customer's description, and takes the
      *  next case number from the OUVCASE counter on RUNSEQ.  The
      *  regulator's deadline is set from the category's days when
      *  the case is opened.  A case is assigned to the operator
      *  who will answer it, annotated as it is worked, and closed
      *  with its outcome and the answer given; a closed case may be
      *  reopened, which starts a new deadline from the day it is
      *  reopened.  Every step is written to the case history
      *  (OUVHIST.cpy) and to the session log for SESSRPT, stamped
      *  with the operator from the OPMENU session record.  OUVAGE
      *  (CB0172) ages the open cases nightly and OUVSTAT (CB0173)
      *  prints the month's statistics.  A standard operator opens
      *  and works cases only for their own branches' customers (the
      *  shared BRNSCOPE check on the case's CPF); a refusal is logged
      *  as BRNREFUSE.  A case or history write the file refuses is
      *  reported and the step is not announced as done.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUV-CASE-FILE ASSIGN TO OUVCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUV-CASE-NUMBER
               ALTERNATE RECORD KEY IS OUV-CPF WITH DUPLICATES
               FILE STATUS IS WS-OUVCASE-STATUS.
           SELECT OUV-HIST-FILE ASSIGN TO OUVHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUH-KEY
               FILE STATUS IS WS-OUVHIST-STATUS.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
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
           SELECT RUN-SEQ-FILE ASSIGN TO RUNSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-JOB-NAME
               FILE STATUS IS WS-RUNSEQ-STATUS.
           SELECT OPER-SESSION ASSIGN TO OPERSESS
               FILE STATUS IS WS-OPERSESS-STATUS.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  OUV-CASE-FILE RECORDING MODE F.
           COPY OUVCASE.
      *
       FD  OUV-HIST-FILE RECORDING MODE F.
           COPY OUVHIST.
      *
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
      *
       FD  RUN-SEQ-FILE RECORDING MODE F.
           COPY RUNSEQ.
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
       COPY OUVTBL.
       01  WS-OUVCASE-STATUS    PIC XX.
       01  WS-OUVHIST-STATUS    PIC XX.
       01  WS-CUSTMAST-STATUS   PIC XX.
       01  WS-XREF-STATUS       PIC XX.
       01  WS-RUNSEQ-STATUS     PIC XX.
       01  WS-OPERSESS-STATUS   PIC XX.
       01  WS-OPERATOR-ID       PIC X(8) VALUE 'BATCH'.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-TIME          PIC 9(8).
       01  WS-DONE-FLAG         PIC X VALUE 'N'.
           88  OPERATOR-IS-DONE     VALUE 'Y'.
       01  WS-MENU-CHOICE       PIC X.
       01  WS-ANSWER            PIC X(11).
       01  WS-CASE-X            PIC X(7).
       01  WS-CASE-NUM REDEFINES WS-CASE-X
                                PIC 9(7).
       01  WS-CONTA-X           PIC X(10).
       01  WS-CONTA-NUM REDEFINES WS-CONTA-X
                                PIC 9(10).
       01  WS-ENTRY-CPF         PIC X(11).
       01  WS-ENTRY-CHANNEL     PIC X.
       01  WS-ENTRY-CATEGORY    PIC X(2).
       01  WS-ENTRY-TEXT        PIC X(60).
       01  WS-ENTRY-OPERATOR    PIC X(8).
       01  WS-ENTRY-OUTCOME     PIC X.
       01  WS-HIST-ACTION       PIC X(6).
       01  WS-LOG-ACTION        PIC X(12).
       01  WS-ENTRY-FLAG        PIC X VALUE 'N'.
           88  ENTRY-IS-VALID       VALUE 'Y' FALSE 'N'.
       01  WS-KEY-FLAG          PIC X VALUE 'N'.
           88  KEY-IS-VALID         VALUE 'Y' FALSE 'N'.
       01  WS-CAT-FLAG          PIC X VALUE 'N'.
           88  CATEGORY-FOUND       VALUE 'Y' FALSE 'N'.
       01  WS-SCAN-FLAG         PIC X VALUE 'N'.
           88  LIST-SCAN-DONE       VALUE 'Y' FALSE 'N'.
       01  WS-LISTED-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-STEP-FLAG         PIC X VALUE 'N'.
           88  STEP-IS-RECORDED     VALUE 'Y' FALSE 'N'.
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM     PIC X(8) VALUE 'OUVDESK'.
       01  WS-SCOPE-KEY-TYPE    PIC X VALUE 'C'.
       01  WS-SCOPE-KEY         PIC X(11).
       01  WS-SCOPE-RESULT      PIC X.
           88  KEY-IN-SCOPE         VALUE 'Y'.
      * The deadline, rolled a calendar day at a time from the day
      * the case is opened.
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
      *------------------
       PROCEDURE DIVISION.
      *------------------
       RUN-COMPLAINT-DESK.
           CALL 'GETBDAT' USING WS-RUN-DATE
           PERFORM READ-OPERATOR-SESSION
           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'OUVDESK UNABLE TO OPEN CUSTMAST - STATUS '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'OUVDESK UNABLE TO OPEN CUSTXREF - STATUS '
                   WS-XREF-STATUS
               CLOSE CUSTMAST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O OUV-CASE-FILE
           IF WS-OUVCASE-STATUS = '35'
               CLOSE OUV-CASE-FILE
               OPEN OUTPUT OUV-CASE-FILE
               CLOSE OUV-CASE-FILE
               OPEN I-O OUV-CASE-FILE
           END-IF
           OPEN I-O OUV-HIST-FILE
           IF WS-OUVHIST-STATUS = '35'
               CLOSE OUV-HIST-FILE
               OPEN OUTPUT OUV-HIST-FILE
               CLOSE OUV-HIST-FILE
               OPEN I-O OUV-HIST-FILE
           END-IF
           PERFORM UNTIL OPERATOR-IS-DONE
               PERFORM SHOW-DESK-MENU
               PERFORM WORK-DESK-CHOICE
           END-PERFORM
           CLOSE CUSTMAST
           CLOSE XREF-FILE
           CLOSE OUV-CASE-FILE
           CLOSE OUV-HIST-FILE
           MOVE 0 TO RETURN-CODE
           GOBACK.
      *
      * READ-OPERATOR-SESSION picks up the operator OPMENU signed on;
      * changes are dated on the business date.
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
           DISPLAY 'OUVIDORIA - COMPLAINT CASE DESK'.
           DISPLAY '  O - OPEN A NEW CASE'.
           DISPLAY '  A - ASSIGN A CASE TO AN OPERATOR'.
           DISPLAY '  N - ADD A NOTE TO A CASE'.
           DISPLAY '  C - CLOSE A CASE WITH ITS OUTCOME'.
           DISPLAY '  R - REOPEN A CLOSED CASE'.
           DISPLAY '  S - SHOW A CASE AND ITS HISTORY'.
           DISPLAY '  L - LIST A CUSTOMER''S CASES'.
           DISPLAY '  X - EXIT'.
           DISPLAY 'ENTER CHOICE: '.
           ACCEPT WS-MENU-CHOICE.
      *
       WORK-DESK-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 'O'
               WHEN 'o'
                   PERFORM OPEN-ONE-CASE
               WHEN 'A'
               WHEN 'a'
                   PERFORM ASSIGN-ONE-CASE
               WHEN 'N'
               WHEN 'n'
                   PERFORM NOTE-ONE-CASE
               WHEN 'C'
               WHEN 'c'
                   PERFORM CLOSE-ONE-CASE
               WHEN 'R'
               WHEN 'r'
                   PERFORM REOPEN-ONE-CASE
               WHEN 'S'
               WHEN 's'
                   PERFORM SHOW-ONE-CASE
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-CUSTOMER-CASES
               WHEN 'X'
               WHEN 'x'
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.
      *
      * TAKE-CUSTOMER accepts a CPF and proves it on the customer
      * master; the CPF is usable only when KEY-IS-VALID.
       TAKE-CUSTOMER.
           SET KEY-IS-VALID TO FALSE
           DISPLAY 'CUSTOMER CPF (11 DIGITS): '
           ACCEPT WS-ANSWER
           IF WS-ANSWER IS NOT NUMERIC
               DISPLAY 'CPF MUST BE 11 DIGITS'
           ELSE
               MOVE WS-ANSWER TO CPF IN CLIENTE-REC
               READ CUSTMAST
                   INVALID KEY
                       DISPLAY 'NO CUSTOMER FOUND FOR CPF '
                               WS-ANSWER
                   NOT INVALID KEY
                       MOVE WS-ANSWER TO WS-SCOPE-KEY
                       PERFORM CHECK-CUSTOMER-SCOPE
                       IF KEY-IN-SCOPE
                           MOVE WS-ANSWER TO WS-ENTRY-CPF
                           SET KEY-IS-VALID TO TRUE
                       END-IF
               END-READ
           END-IF.
      *
      * TAKE-CASE accepts a case number and reads the case; the case
      * is in the record area only when KEY-IS-VALID.
       TAKE-CASE.
           SET KEY-IS-VALID TO FALSE
           DISPLAY 'CASE NUMBER (7 DIGITS): '
           ACCEPT WS-CASE-X
           IF WS-CASE-X IS NOT NUMERIC
               DISPLAY 'CASE NUMBER MUST BE 7 DIGITS'
           ELSE
               MOVE WS-CASE-NUM TO OUV-CASE-NUMBER
               READ OUV-CASE-FILE
                   INVALID KEY
                       DISPLAY 'NO SUCH CASE ON FILE'
                   NOT INVALID KEY
                       MOVE OUV-CPF TO WS-SCOPE-KEY
                       PERFORM CHECK-CUSTOMER-SCOPE
                       IF KEY-IN-SCOPE
                           SET KEY-IS-VALID TO TRUE
                       END-IF
               END-READ
           END-IF.
      *
      * CHECK-CUSTOMER-SCOPE keeps a standard operator to the customers
      * of their own branches through the shared BRNSCOPE check, on
      * the CPF the caller has put in WS-SCOPE-KEY; a refusal is
      * logged as BRNREFUSE.
       CHECK-CUSTOMER-SCOPE.
           CALL 'BRNSCOPE' USING WS-OPERATOR-ID WS-SCOPE-PROGRAM
                                 WS-SCOPE-KEY-TYPE WS-SCOPE-KEY
                                 WS-SCOPE-RESULT
           IF NOT KEY-IN-SCOPE
               PERFORM LOG-SCOPE-REFUSAL
           END-IF.
      *
      * OPEN-ONE-CASE takes the complaint, edits every field before
      * anything is written, and files it under the next case number.
       OPEN-ONE-CASE.
           PERFORM TAKE-CUSTOMER
           IF KEY-IS-VALID
               PERFORM TAKE-CASE-DETAILS
               IF ENTRY-IS-VALID
                   PERFORM WRITE-NEW-CASE
               END-IF
           END-IF.
      *
       TAKE-CASE-DETAILS.
           SET ENTRY-IS-VALID TO TRUE
           DISPLAY 'ACCOUNT (10 DIGITS, BLANK IF NONE): '
           ACCEPT WS-CONTA-X
           DISPLAY 'CHANNEL - A BRANCH  T PHONE  E E-MAIL  I INTERNET'
           DISPLAY '          B BACEN  C CONSUMIDOR.GOV: '
           ACCEPT WS-ENTRY-CHANNEL
           DISPLAY 'CATEGORY - TA CC CR CT PX FR AT OU: '
           ACCEPT WS-ENTRY-CATEGORY
           DISPLAY 'DESCRIPTION: '
           ACCEPT WS-ENTRY-TEXT
           MOVE WS-ENTRY-CHANNEL TO OUV-CHANNEL
           PERFORM FIND-CATEGORY
           EVALUATE TRUE
               WHEN WS-CONTA-X NOT = SPACES
                       AND WS-CONTA-X IS NOT NUMERIC
                   DISPLAY 'ACCOUNT MUST BE 10 DIGITS OR BLANK'
                   SET ENTRY-IS-VALID TO FALSE
               WHEN NOT OUV-CHANNEL-VALID
                   DISPLAY 'CHANNEL MUST BE A, T, E, I, B OR C'
                   SET ENTRY-IS-VALID TO FALSE
               WHEN NOT CATEGORY-FOUND
                   DISPLAY 'NO SUCH CATEGORY ' WS-ENTRY-CATEGORY
                   SET ENTRY-IS-VALID TO FALSE
               WHEN WS-ENTRY-TEXT = SPACES
                   DISPLAY 'DESCRIPTION IS REQUIRED'
                   SET ENTRY-IS-VALID TO FALSE
               WHEN OTHER
                   IF WS-CONTA-X = SPACES
                       MOVE ZEROS TO WS-CONTA-NUM
                   ELSE
                       PERFORM CHECK-CUSTOMER-ACCOUNT
                   END-IF
           END-EVALUATE.
      *
      * FIND-CATEGORY looks the keyed category up in OUVTBL; the
      * index is left on the entry when CATEGORY-FOUND.
       FIND-CATEGORY.
           SET CATEGORY-FOUND TO FALSE
           SET WS-OUV-CAT-IDX TO 1
           SEARCH WS-OUV-CATEGORY
               AT END CONTINUE
               WHEN WS-OUV-CAT-CODE(WS-OUV-CAT-IDX)
                       = WS-ENTRY-CATEGORY
                   SET CATEGORY-FOUND TO TRUE
           END-SEARCH.
      *
      * CHECK-CUSTOMER-ACCOUNT wants the account to be one the
      * customer holds.
       CHECK-CUSTOMER-ACCOUNT.
           MOVE WS-ENTRY-CPF TO XRF-CPF
           MOVE WS-CONTA-NUM TO XRF-CONTA-NUM
           READ XREF-FILE
               INVALID KEY
                   DISPLAY 'ACCOUNT ' WS-CONTA-X
                           ' IS NOT HELD BY THIS CUSTOMER'
                   SET ENTRY-IS-VALID TO FALSE
           END-READ.
      *
       WRITE-NEW-CASE.
           PERFORM NEXT-CASE-NUMBER
           MOVE SPACES            TO OUV-CASE-REC
           MOVE SEQ-LAST-NUMBER   TO OUV-CASE-NUMBER
           MOVE WS-ENTRY-CPF      TO OUV-CPF
           MOVE WS-CONTA-NUM      TO OUV-CONTA-NUM
           MOVE WS-ENTRY-CHANNEL  TO OUV-CHANNEL
           MOVE WS-ENTRY-CATEGORY TO OUV-CATEGORY
           MOVE WS-ENTRY-TEXT     TO OUV-DESCRIPTION
           MOVE WS-OPERATOR-ID    TO OUV-OPENED-BY
           MOVE WS-RUN-DATE       TO OUV-OPENED-DATE
           PERFORM SET-DUE-DATE
           SET OUV-NEW            TO TRUE
           MOVE ZEROS             TO OUV-CLOSED-DATE
           MOVE ZEROS             TO OUV-ESCALATED-DATE
           MOVE ZEROS             TO OUV-HIST-COUNT
           WRITE OUV-CASE-REC
               INVALID KEY
                   DISPLAY 'CASE NUMBER ' OUV-CASE-NUMBER
                           ' ALREADY ON FILE - CASE NOT OPENED'
               NOT INVALID KEY
                   MOVE 'OPENED' TO WS-HIST-ACTION
                   PERFORM RECORD-CASE-STEP
                   IF STEP-IS-RECORDED
                       DISPLAY 'CASE ' OUV-CASE-NUMBER ' OPENED - '
                               'ANSWER DUE BY ' OUV-DUE-DATE
                   END-IF
           END-WRITE.
      *
      * NEXT-CASE-NUMBER draws the next number from the OUVCASE
      * counter on RUNSEQ, the way transfers are numbered.
       NEXT-CASE-NUMBER.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'OUVCASE' TO SEQ-JOB-NAME
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
           CLOSE RUN-SEQ-FILE.
      *
      * SET-DUE-DATE counts the category's days on from today.
       SET-DUE-DATE.
           MOVE OUV-CATEGORY TO WS-ENTRY-CATEGORY
           PERFORM FIND-CATEGORY
           MOVE WS-RUN-DATE TO WS-ROLL-DATE
           IF CATEGORY-FOUND
               PERFORM ROLL-ONE-DAY
                   WS-OUV-CAT-DAYS(WS-OUV-CAT-IDX) TIMES
           END-IF
           MOVE WS-ROLL-DATE TO OUV-DUE-DATE.
      *
      * ASSIGN-ONE-CASE hands an open case to the operator who will
      * answer it.
       ASSIGN-ONE-CASE.
           PERFORM TAKE-CASE
           IF KEY-IS-VALID
               IF NOT OUV-OPEN
                   DISPLAY 'CASE IS CLOSED - REOPEN IT FIRST (R)'
               ELSE
                   DISPLAY 'ASSIGN TO OPERATOR ID: '
                   ACCEPT WS-ENTRY-OPERATOR
                   IF WS-ENTRY-OPERATOR = SPACES
                       DISPLAY 'OPERATOR ID IS REQUIRED'
                   ELSE
                       MOVE WS-ENTRY-OPERATOR TO OUV-OPERATOR
                       SET OUV-IN-WORK        TO TRUE
                       MOVE SPACES            TO WS-ENTRY-TEXT
                       STRING 'ASSIGNED TO ' DELIMITED BY SIZE
                              WS-ENTRY-OPERATOR DELIMITED BY SIZE
                              INTO WS-ENTRY-TEXT
                       END-STRING
                       MOVE 'ASSIGN' TO WS-HIST-ACTION
                       PERFORM REWRITE-CASE-STEP
                       IF STEP-IS-RECORDED
                           DISPLAY 'CASE ' OUV-CASE-NUMBER
                                   ' ASSIGNED TO ' WS-ENTRY-OPERATOR
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       NOTE-ONE-CASE.
           PERFORM TAKE-CASE
           IF KEY-IS-VALID
               DISPLAY 'NOTE: '
               ACCEPT WS-ENTRY-TEXT
               IF WS-ENTRY-TEXT = SPACES
                   DISPLAY 'NOTE IS EMPTY - NOTHING RECORDED'
               ELSE
                   MOVE 'NOTE' TO WS-HIST-ACTION
                   PERFORM REWRITE-CASE-STEP
                   IF STEP-IS-RECORDED
                       DISPLAY 'NOTE ADDED TO CASE ' OUV-CASE-NUMBER
                   END-IF
               END-IF
           END-IF.
      *
      * CLOSE-ONE-CASE records the outcome in the regulator's terms
      * and the answer given to the customer.
       CLOSE-ONE-CASE.
           PERFORM TAKE-CASE
           IF KEY-IS-VALID
               IF NOT OUV-OPEN
                   DISPLAY 'CASE IS ALREADY CLOSED'
               ELSE
                   DISPLAY 'OUTCOME - P UPHELD AND RESOLVED'
                   DISPLAY '          U UPHELD, NOT RESOLVED'
                   DISPLAY '          N NOT UPHELD: '
                   ACCEPT WS-ENTRY-OUTCOME
                   DISPLAY 'ANSWER GIVEN TO THE CUSTOMER: '
                   ACCEPT WS-ENTRY-TEXT
                   MOVE WS-ENTRY-OUTCOME TO OUV-OUTCOME
                   EVALUATE TRUE
                       WHEN NOT OUV-OUTCOME-VALID
                           DISPLAY 'OUTCOME MUST BE P, U OR N'
                           MOVE SPACE TO OUV-OUTCOME
                       WHEN WS-ENTRY-TEXT = SPACES
                           DISPLAY 'THE ANSWER IS REQUIRED'
                           MOVE SPACE TO OUV-OUTCOME
                       WHEN OTHER
                           SET OUV-CLOSED   TO TRUE
                           MOVE WS-RUN-DATE TO OUV-CLOSED-DATE
                           MOVE 'CLOSED' TO WS-HIST-ACTION
                           PERFORM REWRITE-CASE-STEP
                           EVALUATE TRUE
                               WHEN NOT STEP-IS-RECORDED
                                   CONTINUE
                               WHEN OUV-CLOSED-DATE > OUV-DUE-DATE
                                   DISPLAY 'CASE ' OUV-CASE-NUMBER
                                           ' CLOSED AFTER ITS '
                                           'DEADLINE ' OUV-DUE-DATE
                               WHEN OTHER
                                   DISPLAY 'CASE ' OUV-CASE-NUMBER
                                           ' CLOSED'
                           END-EVALUATE
                   END-EVALUATE
               END-IF
           END-IF.
      *
      * REOPEN-ONE-CASE puts a closed case back in work with its
      * operator and a fresh deadline from today.
       REOPEN-ONE-CASE.
           PERFORM TAKE-CASE
           IF KEY-IS-VALID
               IF OUV-OPEN
                   DISPLAY 'CASE IS STILL OPEN'
               ELSE
                   DISPLAY 'REASON FOR REOPENING: '
                   ACCEPT WS-ENTRY-TEXT
                   IF WS-ENTRY-TEXT = SPACES
                       DISPLAY 'THE REASON IS REQUIRED'
                   ELSE
                       IF OUV-OPERATOR = SPACES
                           SET OUV-NEW     TO TRUE
                       ELSE
                           SET OUV-IN-WORK TO TRUE
                       END-IF
                       MOVE SPACE TO OUV-OUTCOME
                       MOVE ZEROS TO OUV-CLOSED-DATE
                       MOVE ZEROS TO OUV-ESCALATED-DATE
                       PERFORM SET-DUE-DATE
                       MOVE 'REOPEN' TO WS-HIST-ACTION
                       PERFORM REWRITE-CASE-STEP
                       IF STEP-IS-RECORDED
                           DISPLAY 'CASE ' OUV-CASE-NUMBER
                                   ' REOPENED - ANSWER DUE BY '
                                   OUV-DUE-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * REWRITE-CASE-STEP puts the changed case back and records the
      * step; RECORD-CASE-STEP records it for a case just written.
      * STEP-IS-RECORDED is set only when the case and its history
      * step both landed - a refused write is reported and nothing
      * further is recorded for it.
       REWRITE-CASE-STEP.
           SET STEP-IS-RECORDED TO FALSE
           ADD 1 TO OUV-HIST-COUNT
           REWRITE OUV-CASE-REC
               INVALID KEY
                   DISPLAY 'CASE ' OUV-CASE-NUMBER
                           ' NOT UPDATED - STATUS ' WS-OUVCASE-STATUS
               NOT INVALID KEY
                   PERFORM WRITE-HISTORY-STEP
           END-REWRITE.
      *
       RECORD-CASE-STEP.
           SET STEP-IS-RECORDED TO FALSE
           ADD 1 TO OUV-HIST-COUNT
           REWRITE OUV-CASE-REC
               INVALID KEY
                   DISPLAY 'CASE ' OUV-CASE-NUMBER
                           ' NOT UPDATED - STATUS ' WS-OUVCASE-STATUS
               NOT INVALID KEY
                   MOVE OUV-DESCRIPTION TO WS-ENTRY-TEXT
                   PERFORM WRITE-HISTORY-STEP
           END-REWRITE.
      *
       WRITE-HISTORY-STEP.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES           TO OUV-HIST-REC
           MOVE OUV-CASE-NUMBER  TO OUH-CASE-NUMBER
           MOVE OUV-HIST-COUNT   TO OUH-SEQ
           MOVE WS-RUN-DATE      TO OUH-DATE
           MOVE WS-RUN-TIME      TO OUH-TIME
           MOVE WS-HIST-ACTION   TO OUH-ACTION
           MOVE OUV-STATUS       TO OUH-STATUS
           MOVE WS-OPERATOR-ID   TO OUH-OPERATOR
           MOVE WS-ENTRY-TEXT    TO OUH-TEXT
           WRITE OUV-HIST-REC
               INVALID KEY
                   DISPLAY 'HISTORY STEP ' OUH-SEQ ' OF CASE '
                           OUV-CASE-NUMBER ' NOT RECORDED - STATUS '
                           WS-OUVHIST-STATUS
               NOT INVALID KEY
                   SET STEP-IS-RECORDED TO TRUE
                   MOVE SPACES TO WS-LOG-ACTION
                   STRING 'OUV' WS-HIST-ACTION DELIMITED BY SIZE
                       INTO WS-LOG-ACTION
                   END-STRING
                   PERFORM WRITE-SESSION-LOG
           END-WRITE.
      *
      * SHOW-ONE-CASE shows the case and every step of its history.
       SHOW-ONE-CASE.
           PERFORM TAKE-CASE
           IF KEY-IS-VALID
               DISPLAY 'CASE ' OUV-CASE-NUMBER ' CPF ' OUV-CPF
                       ' ACCOUNT ' OUV-CONTA-NUM
               DISPLAY '    CHANNEL ' OUV-CHANNEL
                       ' CATEGORY ' OUV-CATEGORY
                       ' STATUS ' OUV-STATUS
                       ' OUTCOME ' OUV-OUTCOME
               DISPLAY '    OPENED ' OUV-OPENED-DATE
                       ' BY ' OUV-OPENED-BY
                       ' DUE ' OUV-DUE-DATE
                       ' CLOSED ' OUV-CLOSED-DATE
               DISPLAY '    ASSIGNED TO ' OUV-OPERATOR
               DISPLAY '    ' OUV-DESCRIPTION
               SET LIST-SCAN-DONE TO FALSE
               MOVE OUV-CASE-NUMBER TO OUH-CASE-NUMBER
               MOVE ZEROS           TO OUH-SEQ
               START OUV-HIST-FILE KEY IS NOT LESS THAN OUH-KEY
                   INVALID KEY SET LIST-SCAN-DONE TO TRUE
               END-START
               PERFORM SHOW-ONE-STEP UNTIL LIST-SCAN-DONE
           END-IF.
      *
       SHOW-ONE-STEP.
           READ OUV-HIST-FILE NEXT RECORD
               AT END SET LIST-SCAN-DONE TO TRUE
               NOT AT END
                   IF OUH-CASE-NUMBER NOT = OUV-CASE-NUMBER
                       SET LIST-SCAN-DONE TO TRUE
                   ELSE
                       DISPLAY '  ' OUH-DATE ' ' OUH-ACTION
                               ' ' OUH-STATUS ' ' OUH-OPERATOR
                               ' ' OUH-TEXT
                   END-IF
           END-READ.
      *
      * LIST-CUSTOMER-CASES shows every case the customer has raised,
      * through the CPF alternate key.
       LIST-CUSTOMER-CASES.
           PERFORM TAKE-CUSTOMER
           IF KEY-IS-VALID
               MOVE ZEROS TO WS-LISTED-COUNT
               SET LIST-SCAN-DONE TO FALSE
               MOVE WS-ENTRY-CPF TO OUV-CPF
               START OUV-CASE-FILE KEY IS EQUAL TO OUV-CPF
                   INVALID KEY SET LIST-SCAN-DONE TO TRUE
               END-START
               PERFORM SHOW-ONE-CUSTOMER-CASE UNTIL LIST-SCAN-DONE
               IF WS-LISTED-COUNT = ZEROS
                   DISPLAY 'NO CASES FOR CPF ' WS-ENTRY-CPF
               ELSE
                   DISPLAY WS-LISTED-COUNT ' CASE(S)'
               END-IF
           END-IF.
      *
       SHOW-ONE-CUSTOMER-CASE.
           READ OUV-CASE-FILE NEXT RECORD
               AT END SET LIST-SCAN-DONE TO TRUE
               NOT AT END
                   IF OUV-CPF NOT = WS-ENTRY-CPF
                       SET LIST-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY '  ' OUV-CASE-NUMBER
                               ' ' OUV-CATEGORY
                               ' OPENED ' OUV-OPENED-DATE
                               ' DUE ' OUV-DUE-DATE
                               ' STATUS ' OUV-STATUS
                               ' OUTCOME ' OUV-OUTCOME
                   END-IF
           END-READ.
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
      * WRITE-SESSION-LOG opens SESSLOG for the one record only -
      * OPRSIGN appends to it as well.
       WRITE-SESSION-LOG.
           OPEN EXTEND SESS-LOG-FILE
           MOVE SPACES            TO SESS-LOG-REC
           MOVE WS-OPERATOR-ID    TO SLG-OPERATOR
           MOVE WS-RUN-DATE       TO SLG-RUN-DATE
           MOVE WS-RUN-TIME       TO SLG-RUN-TIME
           MOVE 'OUVDESK'         TO SLG-PROGRAM
           MOVE WS-LOG-ACTION     TO SLG-ACTION
           MOVE OUV-CASE-NUMBER   TO SLG-KEY
           WRITE SESS-LOG-REC
           CLOSE SESS-LOG-FILE.
      *
      * LOG-SCOPE-REFUSAL writes the key the branch check refused to
      * SESSLOG as BRNREFUSE, opening the log for the one record.
       LOG-SCOPE-REFUSAL.
           OPEN EXTEND SESS-LOG-FILE
           MOVE SPACES            TO SESS-LOG-REC
           MOVE WS-OPERATOR-ID    TO SLG-OPERATOR
           MOVE WS-RUN-DATE       TO SLG-RUN-DATE
           ACCEPT SLG-RUN-TIME FROM TIME
           MOVE WS-SCOPE-PROGRAM  TO SLG-PROGRAM
           MOVE 'BRNREFUSE'       TO SLG-ACTION
           MOVE WS-SCOPE-KEY      TO SLG-KEY
           WRITE SESS-LOG-REC
           CLOSE SESS-LOG-FILE.
      *
       END PROGRAM OUVDESK.
