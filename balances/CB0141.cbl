      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DDMNT.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  DDMNT is the online direct-debit mandate desk, reached from
      *  OPMENU.  A customer who wants a utility bill paid from the
      *  account signs the mandate at the branch: the operator keys
      *  the account, the creditor company's code, the customer's
      *  contract reference with that company and, if the customer
      *  wants one, a ceiling on any single debit.  The mandate goes
      *  on the DDMAND register (DDMAND.cpy) active at once, and the
      *  daily DDINTAK run pays that company's requests against it.
      *  The customer may revoke a mandate at any time: cancelling
      *  marks it, never deletes it.  The desk lists an account's
      *  mandates through the register's account key.  The operator
      *  comes from the OPMENU session record and is stamped on every
      *  mandate set up or cancelled.
      *  A standard operator is kept to the accounts of their own
      *  branches by the shared BRNSCOPE check, which tells them when
      *  the account belongs elsewhere; the desk logs it to SESSLOG
      *  as BRNREFUSE.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO DDMAND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DDM-KEY
               ALTERNATE RECORD KEY IS DDM-CONTA-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-MANDATE-STATUS.
           SELECT OPER-SESSION ASSIGN TO OPERSESS
               FILE STATUS IS WS-OPERSESS-STATUS.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  MANDATE-FILE RECORDING MODE F.
           COPY DDMAND.
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
       01  WS-MANDATE-STATUS    PIC XX.
       01  WS-OPERSESS-STATUS   PIC XX.
       01  WS-OPERATOR-ID       PIC X(8) VALUE 'BATCH'.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-DONE-FLAG         PIC X VALUE 'N'.
           88  OPERATOR-IS-DONE     VALUE 'Y'.
       01  WS-MENU-CHOICE       PIC X.
       01  WS-ANSWER            PIC X(11).
       01  WS-ENTRY-CONTA       PIC 9(10).
       01  WS-ENTRY-CREDITOR    PIC X(8).
       01  WS-ENTRY-CONTRACT    PIC X(20).
       01  WS-ENTRY-MAX-X       PIC X(11).
       01  WS-ENTRY-MAX-NUM REDEFINES WS-ENTRY-MAX-X
                                PIC 9(9)V99.
       01  WS-SCAN-FLAG         PIC X VALUE 'N'.
           88  MANDATE-SCAN-DONE    VALUE 'Y' FALSE 'N'.
       01  WS-LISTED-COUNT      PIC 9(5) VALUE ZEROS.
      * Parameters for the shared ACCTCHK check-digit subroutine.
       01  WS-ACCTCHK-NUMBER    PIC X(10).
       01  WS-ACCTCHK-RESULT    PIC X VALUE 'Y'.
           88  ACCT-NUM-VALID       VALUE 'Y' FALSE 'N'.
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM     PIC X(8) VALUE 'DDMNT'.
       01  WS-SCOPE-KEY-TYPE    PIC X VALUE 'A'.
       01  WS-SCOPE-KEY         PIC X(11).
       01  WS-SCOPE-RESULT      PIC X.
           88  KEY-IN-SCOPE         VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       RUN-MANDATE-DESK.
           CALL 'GETBDAT' USING WS-RUN-DATE
           PERFORM READ-OPERATOR-SESSION
           OPEN I-O MANDATE-FILE
           IF WS-MANDATE-STATUS = '35'
               CLOSE MANDATE-FILE
               OPEN OUTPUT MANDATE-FILE
               CLOSE MANDATE-FILE
               OPEN I-O MANDATE-FILE
           END-IF
           PERFORM UNTIL OPERATOR-IS-DONE
               PERFORM SHOW-DESK-MENU
               PERFORM WORK-DESK-CHOICE
           END-PERFORM
           CLOSE MANDATE-FILE
           MOVE 0 TO RETURN-CODE
           GOBACK.
      *
      * READ-OPERATOR-SESSION picks up the operator OPMENU signed on;
      * the mandate is dated on the business date.
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
           DISPLAY 'DIRECT DEBIT MANDATE DESK'.
           DISPLAY '  A - SET UP A MANDATE'.
           DISPLAY '  L - LIST MANDATES ON AN ACCOUNT'.
           DISPLAY '  C - CANCEL A MANDATE'.
           DISPLAY '  X - EXIT'.
           DISPLAY 'ENTER CHOICE: '.
           ACCEPT WS-MENU-CHOICE.
      *
       WORK-DESK-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 'A'
               WHEN 'a'
                   PERFORM ADD-ONE-MANDATE
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-ACCOUNT-MANDATES
               WHEN 'C'
               WHEN 'c'
                   PERFORM CANCEL-ONE-MANDATE
               WHEN 'X'
               WHEN 'x'
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.
      *
      * TAKE-MANDATE-ACCOUNT accepts the account and proves its check
      * digit, then its branch scope; WS-ENTRY-CONTA holds it only
      * when ACCT-NUM-VALID.
       TAKE-MANDATE-ACCOUNT.
           SET ACCT-NUM-VALID TO FALSE
           DISPLAY 'ACCOUNT (10 DIGITS): '
           ACCEPT WS-ANSWER
           IF WS-ANSWER(1:10) IS NOT NUMERIC
               DISPLAY 'ACCOUNT MUST BE 10 DIGITS'
           ELSE
               MOVE WS-ANSWER(1:10) TO WS-ACCTCHK-NUMBER
               CALL 'ACCTCHK' USING WS-ACCTCHK-NUMBER
                                    WS-ACCTCHK-RESULT
               IF ACCT-NUM-VALID
                   MOVE WS-ANSWER(1:10) TO WS-SCOPE-KEY
                   CALL 'BRNSCOPE' USING WS-OPERATOR-ID
                                         WS-SCOPE-PROGRAM
                                         WS-SCOPE-KEY-TYPE
                                         WS-SCOPE-KEY
                                         WS-SCOPE-RESULT
                   IF KEY-IN-SCOPE
                       MOVE WS-ANSWER(1:10) TO WS-ENTRY-CONTA
                   ELSE
                       SET ACCT-NUM-VALID TO FALSE
                       PERFORM LOG-SCOPE-REFUSAL
                   END-IF
               ELSE
                   DISPLAY 'ACCOUNT CHECK DIGIT IS WRONG'
               END-IF
           END-IF.
      *
       TAKE-MANDATE-KEY.
           DISPLAY 'CREDITOR CODE: '
           ACCEPT WS-ENTRY-CREDITOR
           DISPLAY 'CONTRACT REFERENCE WITH THE CREDITOR: '
           ACCEPT WS-ENTRY-CONTRACT.
      *
      * ADD-ONE-MANDATE puts the mandate on the register active at
      * once; the keyed WRITE's INVALID KEY is the check that the
      * creditor's contract is not already mandated to some account.
      * A blank ceiling means the customer set none.
       ADD-ONE-MANDATE.
           PERFORM TAKE-MANDATE-ACCOUNT
           IF ACCT-NUM-VALID
               PERFORM TAKE-MANDATE-KEY
               DISPLAY 'CEILING PER DEBIT (9(9)V99, BLANK = NONE): '
               ACCEPT WS-ENTRY-MAX-X
               IF WS-ENTRY-MAX-X = SPACES
                   MOVE ZEROS TO WS-ENTRY-MAX-NUM
               END-IF
               EVALUATE TRUE
                   WHEN WS-ENTRY-CREDITOR = SPACES
                   WHEN WS-ENTRY-CONTRACT = SPACES
                       DISPLAY 'CREDITOR AND CONTRACT ARE REQUIRED'
                   WHEN WS-ENTRY-MAX-X IS NOT NUMERIC
                       DISPLAY 'CEILING MUST BE 11 DIGITS'
                   WHEN OTHER
                       PERFORM WRITE-ONE-MANDATE
               END-EVALUATE
           END-IF.
      *
       WRITE-ONE-MANDATE.
           MOVE SPACES            TO DD-MANDATE-REC
           MOVE WS-ENTRY-CREDITOR TO DDM-CREDITOR-ID
           MOVE WS-ENTRY-CONTRACT TO DDM-CONTRACT-REF
           MOVE WS-ENTRY-CONTA    TO DDM-CONTA-NUM
           MOVE WS-ENTRY-MAX-NUM  TO DDM-MAX-AMOUNT
           SET DDM-ACTIVE         TO TRUE
           MOVE WS-OPERATOR-ID    TO DDM-OPERATOR
           MOVE WS-RUN-DATE       TO DDM-CREATED-DATE
           MOVE ZEROS             TO DDM-CANCEL-DATE
           MOVE ZEROS             TO DDM-LAST-DEBIT-DATE
           WRITE DD-MANDATE-REC
               INVALID KEY
                   DISPLAY 'MANDATE NOT WRITTEN - THAT CONTRACT IS '
                           'ALREADY ON FILE'
               NOT INVALID KEY
                   DISPLAY 'MANDATE SET UP'
           END-WRITE.
      *
      * LIST-ACCOUNT-MANDATES shows every mandate ever given on the
      * account, cancelled ones included, by the account key.
       LIST-ACCOUNT-MANDATES.
           PERFORM TAKE-MANDATE-ACCOUNT
           IF ACCT-NUM-VALID
               MOVE ZEROS TO WS-LISTED-COUNT
               SET MANDATE-SCAN-DONE TO FALSE
               MOVE WS-ENTRY-CONTA TO DDM-CONTA-NUM
               READ MANDATE-FILE KEY IS DDM-CONTA-NUM
                   INVALID KEY
                       SET MANDATE-SCAN-DONE TO TRUE
                   NOT INVALID KEY
                       PERFORM SHOW-MANDATE-LINE
               END-READ
               PERFORM SHOW-ONE-MANDATE UNTIL MANDATE-SCAN-DONE
               IF WS-LISTED-COUNT = ZEROS
                   DISPLAY 'NO MANDATES ON THIS ACCOUNT'
               END-IF
           END-IF.
      *
       SHOW-ONE-MANDATE.
           READ MANDATE-FILE NEXT RECORD
               AT END SET MANDATE-SCAN-DONE TO TRUE
               NOT AT END
                   IF DDM-CONTA-NUM NOT = WS-ENTRY-CONTA
                       SET MANDATE-SCAN-DONE TO TRUE
                   ELSE
                       PERFORM SHOW-MANDATE-LINE
                   END-IF
           END-READ.
      *
       SHOW-MANDATE-LINE.
           ADD 1 TO WS-LISTED-COUNT
           DISPLAY 'CREDITOR ' DDM-CREDITOR-ID
                   ' CONTRACT ' DDM-CONTRACT-REF
                   ' STATUS ' DDM-STATUS
                   ' SINCE ' DDM-CREATED-DATE
                   ' BY ' DDM-OPERATOR
                   ' LAST DEBIT ' DDM-LAST-DEBIT-DATE.
      *
      * CANCEL-ONE-MANDATE is the customer's revocation; the account
      * keyed must be the mandate's own, so a clerk cannot cancel a
      * contract on the wrong customer by a slip of the reference.
       CANCEL-ONE-MANDATE.
           PERFORM TAKE-MANDATE-ACCOUNT
           IF ACCT-NUM-VALID
               PERFORM TAKE-MANDATE-KEY
               MOVE WS-ENTRY-CREDITOR TO DDM-CREDITOR-ID
               MOVE WS-ENTRY-CONTRACT TO DDM-CONTRACT-REF
               READ MANDATE-FILE
                   INVALID KEY
                       DISPLAY 'NO SUCH MANDATE ON FILE'
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN DDM-CONTA-NUM NOT = WS-ENTRY-CONTA
                               DISPLAY 'MANDATE IS FOR ANOTHER '
                                       'ACCOUNT'
                           WHEN DDM-CANCELLED
                               DISPLAY 'MANDATE IS ALREADY CANCELLED'
                           WHEN OTHER
                               SET DDM-CANCELLED TO TRUE
                               MOVE WS-OPERATOR-ID
                                   TO DDM-CANCEL-OPERATOR
                               MOVE WS-RUN-DATE TO DDM-CANCEL-DATE
                               REWRITE DD-MANDATE-REC
                               DISPLAY 'MANDATE CANCELLED'
                       END-EVALUATE
               END-READ
           END-IF.
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
       END PROGRAM DDMNT.
