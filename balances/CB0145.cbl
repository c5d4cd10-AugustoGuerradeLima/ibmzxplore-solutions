      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PORTMNT.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  PORTMNT is the online salary portability desk, reached from
      *  OPMENU.  An employee paid through us by an employer's payroll
      *  file may have the salary forwarded to an account at another
      *  bank at no charge: the operator keys the employee's CPF, the
      *  employer's funding account the payroll comes from, and the
      *  destination bank, branch and account with the employee's
      *  name.  The request goes on the PORTREG register (PORTREG.cpy)
      *  active at once, and from the next payroll file PAYINTAK
      *  forwards the credit on the interbank file the same day.  The
      *  employee may withdraw the request at any time: cancelling
      *  marks it, never deletes it, and a fresh request for the same
      *  employer reactivates the record with the new destination.
      *  The desk lists a CPF's requests across employers.  The
      *  operator comes from the OPMENU session record and is stamped
      *  on every request taken or cancelled.  A standard operator
      *  works only the customers of their own branches (the shared
      *  BRNSCOPE check on the employee's CPF); a refused CPF is
      *  logged to SESSLOG as BRNREFUSE.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORT-FILE ASSIGN TO PORTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-KEY
               FILE STATUS IS WS-PORT-STATUS.
           SELECT OPER-SESSION ASSIGN TO OPERSESS
               FILE STATUS IS WS-OPERSESS-STATUS.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PORT-FILE RECORDING MODE F.
           COPY PORTREG.
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
       01  WS-PORT-STATUS       PIC XX.
       01  WS-OPERSESS-STATUS   PIC XX.
       01  WS-OPERATOR-ID       PIC X(8) VALUE 'BATCH'.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-DONE-FLAG         PIC X VALUE 'N'.
           88  OPERATOR-IS-DONE     VALUE 'Y'.
       01  WS-MENU-CHOICE       PIC X.
       01  WS-ANSWER            PIC X(11).
       01  WS-ENTRY-CPF         PIC X(11).
       01  WS-ENTRY-EMPLOYER    PIC 9(10).
       01  WS-ENTRY-BANK        PIC X(3).
       01  WS-ENTRY-BRANCH      PIC X(4).
       01  WS-ENTRY-ACCOUNT     PIC X(12).
       01  WS-ENTRY-NAME        PIC X(30).
       01  WS-KEY-FLAG          PIC X VALUE 'N'.
           88  KEY-IS-VALID         VALUE 'Y' FALSE 'N'.
       01  WS-SCAN-FLAG         PIC X VALUE 'N'.
           88  PORT-SCAN-DONE       VALUE 'Y' FALSE 'N'.
       01  WS-LISTED-COUNT      PIC 9(5) VALUE ZEROS.
      * Parameters for the shared ACCTCHK check-digit subroutine.
       01  WS-ACCTCHK-NUMBER    PIC X(10).
       01  WS-ACCTCHK-RESULT    PIC X VALUE 'Y'.
           88  ACCT-NUM-VALID       VALUE 'Y' FALSE 'N'.
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM     PIC X(8) VALUE 'PORTMNT'.
       01  WS-SCOPE-KEY-TYPE    PIC X VALUE 'C'.
       01  WS-SCOPE-KEY         PIC X(11).
       01  WS-SCOPE-RESULT      PIC X.
           88  KEY-IN-SCOPE         VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       RUN-PORTABILITY-DESK.
           CALL 'GETBDAT' USING WS-RUN-DATE
           PERFORM READ-OPERATOR-SESSION
           OPEN I-O PORT-FILE
           IF WS-PORT-STATUS = '35'
               CLOSE PORT-FILE
               OPEN OUTPUT PORT-FILE
               CLOSE PORT-FILE
               OPEN I-O PORT-FILE
           END-IF
           PERFORM UNTIL OPERATOR-IS-DONE
               PERFORM SHOW-DESK-MENU
               PERFORM WORK-DESK-CHOICE
           END-PERFORM
           CLOSE PORT-FILE
           MOVE 0 TO RETURN-CODE
           GOBACK.
      *
      * READ-OPERATOR-SESSION picks up the operator OPMENU signed on;
      * the request is dated on the business date.
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
           DISPLAY 'SALARY PORTABILITY DESK'.
           DISPLAY '  A - TAKE A PORTABILITY REQUEST'.
           DISPLAY '  L - LIST REQUESTS FOR A CPF'.
           DISPLAY '  C - CANCEL A REQUEST'.
           DISPLAY '  X - EXIT'.
           DISPLAY 'ENTER CHOICE: '.
           ACCEPT WS-MENU-CHOICE.
      *
       WORK-DESK-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 'A'
               WHEN 'a'
                   PERFORM ADD-ONE-REQUEST
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-CPF-REQUESTS
               WHEN 'C'
               WHEN 'c'
                   PERFORM CANCEL-ONE-REQUEST
               WHEN 'X'
               WHEN 'x'
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.
      *
       TAKE-EMPLOYEE-CPF.
           DISPLAY 'EMPLOYEE CPF (11 DIGITS): '
           ACCEPT WS-ENTRY-CPF.
      *
      * CHECK-CUSTOMER-SCOPE keeps a standard operator to the customers
      * of their own branches through the shared BRNSCOPE check; a
      * refusal is logged as BRNREFUSE.
       CHECK-CUSTOMER-SCOPE.
           MOVE SPACES          TO WS-SCOPE-KEY
           MOVE WS-ENTRY-CPF    TO WS-SCOPE-KEY
           CALL 'BRNSCOPE' USING WS-OPERATOR-ID WS-SCOPE-PROGRAM
                                 WS-SCOPE-KEY-TYPE WS-SCOPE-KEY
                                 WS-SCOPE-RESULT
           IF NOT KEY-IN-SCOPE
               PERFORM LOG-SCOPE-REFUSAL
           END-IF.
      *
      * TAKE-REQUEST-KEY accepts the CPF and the employer's funding
      * account and proves the account's check digit; the pair is
      * usable only when KEY-IS-VALID.
       TAKE-REQUEST-KEY.
           SET KEY-IS-VALID TO FALSE
           PERFORM TAKE-EMPLOYEE-CPF
           DISPLAY 'EMPLOYER FUNDING ACCOUNT (10 DIGITS): '
           ACCEPT WS-ANSWER
           EVALUATE TRUE
               WHEN WS-ENTRY-CPF IS NOT NUMERIC
                   DISPLAY 'CPF MUST BE 11 DIGITS'
               WHEN WS-ANSWER(1:10) IS NOT NUMERIC
                   DISPLAY 'ACCOUNT MUST BE 10 DIGITS'
               WHEN OTHER
                   MOVE WS-ANSWER(1:10) TO WS-ACCTCHK-NUMBER
                   CALL 'ACCTCHK' USING WS-ACCTCHK-NUMBER
                                        WS-ACCTCHK-RESULT
                   IF ACCT-NUM-VALID
                       MOVE WS-ANSWER(1:10) TO WS-ENTRY-EMPLOYER
                       PERFORM CHECK-CUSTOMER-SCOPE
                       IF KEY-IN-SCOPE
                           SET KEY-IS-VALID TO TRUE
                       END-IF
                   ELSE
                       DISPLAY 'ACCOUNT CHECK DIGIT IS WRONG'
                   END-IF
           END-EVALUATE.
      *
      * ADD-ONE-REQUEST puts the request on the register active at
      * once.  A pair already on file is refused while active and
      * reactivated with the new destination once cancelled.
       ADD-ONE-REQUEST.
           PERFORM TAKE-REQUEST-KEY
           IF KEY-IS-VALID
               DISPLAY 'DESTINATION BANK (3 DIGITS): '
               ACCEPT WS-ENTRY-BANK
               DISPLAY 'DESTINATION BRANCH (4 DIGITS): '
               ACCEPT WS-ENTRY-BRANCH
               DISPLAY 'DESTINATION ACCOUNT (UP TO 12): '
               ACCEPT WS-ENTRY-ACCOUNT
               DISPLAY 'EMPLOYEE NAME: '
               ACCEPT WS-ENTRY-NAME
               EVALUATE TRUE
                   WHEN WS-ENTRY-BANK IS NOT NUMERIC
                   WHEN WS-ENTRY-BRANCH IS NOT NUMERIC
                       DISPLAY 'BANK AND BRANCH MUST BE ALL DIGITS'
                   WHEN WS-ENTRY-ACCOUNT = SPACES
                   WHEN WS-ENTRY-NAME = SPACES
                       DISPLAY 'ACCOUNT AND NAME ARE REQUIRED'
                   WHEN OTHER
                       PERFORM WRITE-ONE-REQUEST
               END-EVALUATE
           END-IF.
      *
       WRITE-ONE-REQUEST.
           MOVE WS-ENTRY-CPF      TO PRT-CPF
           MOVE WS-ENTRY-EMPLOYER TO PRT-EMPLOYER-CONTA
           READ PORT-FILE
               INVALID KEY
                   MOVE SPACES TO PORT-REG-REC
                   PERFORM FILL-REQUEST-FIELDS
                   WRITE PORT-REG-REC
                   END-WRITE
                   DISPLAY 'PORTABILITY REQUEST TAKEN'
               NOT INVALID KEY
                   IF PRT-ACTIVE
                       DISPLAY 'A REQUEST FOR THIS EMPLOYER IS '
                               'ALREADY ACTIVE - CANCEL IT FIRST'
                   ELSE
                       PERFORM FILL-REQUEST-FIELDS
                       REWRITE PORT-REG-REC
                       END-REWRITE
                       DISPLAY 'PORTABILITY REQUEST REACTIVATED'
                   END-IF
           END-READ.
      *
       FILL-REQUEST-FIELDS.
           MOVE WS-ENTRY-CPF      TO PRT-CPF
           MOVE WS-ENTRY-EMPLOYER TO PRT-EMPLOYER-CONTA
           MOVE WS-ENTRY-BANK     TO PRT-DEST-BANK
           MOVE WS-ENTRY-BRANCH   TO PRT-DEST-BRANCH
           MOVE WS-ENTRY-ACCOUNT  TO PRT-DEST-ACCOUNT
           MOVE WS-ENTRY-NAME     TO PRT-EMPLOYEE-NAME
           SET PRT-ACTIVE         TO TRUE
           MOVE WS-OPERATOR-ID    TO PRT-OPERATOR
           MOVE WS-RUN-DATE       TO PRT-CREATED-DATE
           MOVE SPACES            TO PRT-CANCEL-OPERATOR
           MOVE ZEROS             TO PRT-CANCEL-DATE
                                     PRT-LAST-FWD-DATE.
      *
      * LIST-CPF-REQUESTS shows every request the CPF ever made,
      * cancelled ones included, walking the key from the CPF.
       LIST-CPF-REQUESTS.
           PERFORM TAKE-EMPLOYEE-CPF
           IF WS-ENTRY-CPF IS NOT NUMERIC
               DISPLAY 'CPF MUST BE 11 DIGITS'
           ELSE
               PERFORM CHECK-CUSTOMER-SCOPE
               IF KEY-IN-SCOPE
                   PERFORM LIST-ALL-REQUESTS
               END-IF
           END-IF.
      *
       LIST-ALL-REQUESTS.
           MOVE ZEROS TO WS-LISTED-COUNT
           SET PORT-SCAN-DONE TO FALSE
           MOVE WS-ENTRY-CPF TO PRT-CPF
           MOVE ZEROS        TO PRT-EMPLOYER-CONTA
           START PORT-FILE KEY IS NOT LESS THAN PRT-KEY
               INVALID KEY SET PORT-SCAN-DONE TO TRUE
           END-START
           PERFORM SHOW-ONE-REQUEST UNTIL PORT-SCAN-DONE
           IF WS-LISTED-COUNT = ZEROS
               DISPLAY 'NO PORTABILITY REQUESTS FOR THIS CPF'
           END-IF.
      *
       SHOW-ONE-REQUEST.
           READ PORT-FILE NEXT RECORD
               AT END SET PORT-SCAN-DONE TO TRUE
               NOT AT END
                   IF PRT-CPF NOT = WS-ENTRY-CPF
                       SET PORT-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY 'EMPLOYER ' PRT-EMPLOYER-CONTA
                               ' TO BANK ' PRT-DEST-BANK
                               ' BRANCH ' PRT-DEST-BRANCH
                               ' ACCT ' PRT-DEST-ACCOUNT
                               ' STATUS ' PRT-STATUS
                               ' SINCE ' PRT-CREATED-DATE
                               ' LAST FWD ' PRT-LAST-FWD-DATE
                   END-IF
           END-READ.
      *
      * CANCEL-ONE-REQUEST is the employee's withdrawal; the next
      * payroll credit stays on the account here.
       CANCEL-ONE-REQUEST.
           PERFORM TAKE-REQUEST-KEY
           IF KEY-IS-VALID
               MOVE WS-ENTRY-CPF      TO PRT-CPF
               MOVE WS-ENTRY-EMPLOYER TO PRT-EMPLOYER-CONTA
               READ PORT-FILE
                   INVALID KEY
                       DISPLAY 'NO SUCH REQUEST ON FILE'
                   NOT INVALID KEY
                       IF PRT-CANCELLED
                           DISPLAY 'REQUEST IS ALREADY CANCELLED'
                       ELSE
                           SET PRT-CANCELLED TO TRUE
                           MOVE WS-OPERATOR-ID TO PRT-CANCEL-OPERATOR
                           MOVE WS-RUN-DATE    TO PRT-CANCEL-DATE
                           REWRITE PORT-REG-REC
                           DISPLAY 'REQUEST CANCELLED'
                       END-IF
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
       END PROGRAM PORTMNT.
