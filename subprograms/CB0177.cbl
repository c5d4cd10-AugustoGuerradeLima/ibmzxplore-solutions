      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BRNSCOPE.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  BRNSCOPE is the shared branch-scope check, the PERMCHK
      *  counterpart for data: PERMCHK says which functions an
      *  operator may run, this says which customers and accounts
      *  they may run them against.  Given the operator, the calling
      *  program and a key - an account number, a CPF or a branch
      *  number - it answers whether the key belongs to the
      *  operator's home branch (OPR-HOME-BRANCH) or to one of the
      *  extra branches granted them on OPRBRN.  An account belongs
      *  to its SALDO-AGENCIA; a customer belongs to every branch
      *  holding one of their accounts through the cross-reference,
      *  so a customer banking at two agencias is in scope at both;
      *  a branch keyed by a desk that works a branch (the cash desk)
      *  is checked as it stands.  A key the files do not
      *  know - an account not yet opened, a customer with no
      *  account - has no branch to fence it and passes, leaving the
      *  calling desk to say it is not on file.
      *  The fence does not apply to a supervisor, to an operator
      *  holding the XBRANCH cross-branch permission on the matrix
      *  (PERMCHK, so no PERMFILE still means everyone passes), to an
      *  operator not yet given a home branch, or to an ID not on
      *  OPERFILE (a desk run from a batch stream outside OPMENU).
      *  Every refusal is told to the operator and handed back to the
      *  calling desk as a result of N; the desk writes it to the
      *  SESSLOG it already keeps as BRNREFUSE under its own name and
      *  the key, where SESSANOM counts them - a subroutine cannot
      *  open the log again under a desk that holds it open.  The
      *  fence is decided on which files opened, not on the status
      *  left by the last read, so a key not on file does not lift it
      *  for the rest of the session.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO OPERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERFILE-STATUS.
           SELECT OPR-BRANCH-FILE ASSIGN TO OPRBRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBR-KEY
               FILE STATUS IS WS-OPRBRN-STATUS.
           SELECT SALDO-FILE ASSIGN TO SALDOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUM IN SALDO-REC
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT XREF-FILE ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               ALTERNATE RECORD KEY IS XRF-CONTA-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  OPER-FILE RECORDING MODE F.
           COPY OPERREC.
      *
       FD  OPR-BRANCH-FILE RECORDING MODE F.
           COPY OPRBRN.
      *
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
      *
       WORKING-STORAGE SECTION.
       01  WS-OPERFILE-STATUS  PIC XX.
       01  WS-OPRBRN-STATUS    PIC XX.
       01  WS-SALDO-STATUS     PIC XX.
       01  WS-XREF-STATUS      PIC XX.
       01  WS-OPEN-STATE       PIC X VALUE 'N'.
           88  FILES-NOT-OPENED    VALUE 'N'.
           88  FILES-ARE-OPEN      VALUE 'O'.
      * Which of the scope files opened, set once by OPEN-SCOPE-FILES.
       01  WS-OPERFILE-OPEN-FLAG PIC X VALUE 'N'.
           88  OPERFILE-IS-OPEN    VALUE 'Y' FALSE 'N'.
       01  WS-OPRBRN-OPEN-FLAG PIC X VALUE 'N'.
           88  OPRBRN-IS-OPEN      VALUE 'Y' FALSE 'N'.
       01  WS-SALDO-OPEN-FLAG  PIC X VALUE 'N'.
           88  SALDO-IS-OPEN       VALUE 'Y' FALSE 'N'.
       01  WS-XREF-OPEN-FLAG   PIC X VALUE 'N'.
           88  XREF-IS-OPEN        VALUE 'Y' FALSE 'N'.
      * The operator whose scope is loaded, kept across calls so a
      * desk looping on keys reads OPERFILE once, and reloaded when
      * OPMENU's next desk runs for someone else.
       01  WS-LOADED-OPERATOR  PIC X(8) VALUE LOW-VALUES.
       01  WS-SCOPE-STATE      PIC X VALUE 'U'.
           88  OPERATOR-UNFENCED   VALUE 'U'.
           88  OPERATOR-FENCED     VALUE 'F'.
       01  WS-HOME-BRANCH      PIC 9(4) VALUE ZEROS.
       01  WS-CHECK-BRANCH     PIC 9(4).
       01  WS-BRANCH-FLAG      PIC X VALUE 'N'.
           88  BRANCH-IN-SCOPE     VALUE 'Y' FALSE 'N'.
       01  WS-XREF-SCAN-FLAG   PIC X VALUE 'N'.
           88  XREF-SCAN-DONE      VALUE 'Y' FALSE 'N'.
       01  WS-HELD-COUNT       PIC 9(3).
      * Parameters for the shared PERMCHK permission check.
       01  WS-PERM-FUNCTION    PIC X(9) VALUE 'XBRANCH'.
       01  WS-PERM-RESULT      PIC X.
           88  CROSS-BRANCH-PERMITTED VALUE 'Y'.
      *------------------
       LINKAGE SECTION.
      *------------------
       01  LS-SCOPE-OPERATOR   PIC X(8).
       01  LS-SCOPE-PROGRAM    PIC X(8).
       01  LS-SCOPE-KEY-TYPE   PIC X.
           88  SCOPE-BY-ACCOUNT    VALUE 'A'.
           88  SCOPE-BY-CUSTOMER   VALUE 'C'.
           88  SCOPE-BY-BRANCH     VALUE 'B'.
       01  LS-SCOPE-KEY        PIC X(11).
       01  LS-SCOPE-RESULT     PIC X.
           88  KEY-IN-SCOPE        VALUE 'Y' FALSE 'N'.
      *------------------
       PROCEDURE DIVISION USING LS-SCOPE-OPERATOR LS-SCOPE-PROGRAM
                                 LS-SCOPE-KEY-TYPE LS-SCOPE-KEY
                                 LS-SCOPE-RESULT.
      *------------------
       MAIN-LOGIC.
           IF FILES-NOT-OPENED
               PERFORM OPEN-SCOPE-FILES
           END-IF
           IF LS-SCOPE-OPERATOR NOT = WS-LOADED-OPERATOR
               PERFORM LOAD-OPERATOR-SCOPE
           END-IF
           SET KEY-IN-SCOPE TO TRUE
           IF OPERATOR-UNFENCED
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN SCOPE-BY-ACCOUNT
                   PERFORM CHECK-ACCOUNT-SCOPE
               WHEN SCOPE-BY-CUSTOMER
                   PERFORM CHECK-CUSTOMER-SCOPE
               WHEN SCOPE-BY-BRANCH
                   PERFORM CHECK-BRANCH-SCOPE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT KEY-IN-SCOPE
               DISPLAY 'OUTSIDE YOUR BRANCHES - ACCESS REFUSED'
           END-IF
           GOBACK.
      *
      * OPEN-SCOPE-FILES opens everything once for the run unit.  A
      * missing OPERFILE leaves every operator unfenced; a missing
      * OPRBRN just means no extra branches are granted.
       OPEN-SCOPE-FILES.
           OPEN INPUT OPER-FILE
           IF WS-OPERFILE-STATUS = '00'
               SET OPERFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'BRNSCOPE - NO OPERFILE - BRANCH SCOPE NOT '
                       'APPLIED THIS RUN'
           END-IF
           OPEN INPUT OPR-BRANCH-FILE
           IF WS-OPRBRN-STATUS = '00'
               SET OPRBRN-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT SALDO-FILE
           IF WS-SALDO-STATUS = '00'
               SET SALDO-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = '00'
               SET XREF-IS-OPEN TO TRUE
           END-IF
           SET FILES-ARE-OPEN TO TRUE.
      *
      * LOAD-OPERATOR-SCOPE decides once per operator whether the
      * fence applies to them at all, and from which home branch.
       LOAD-OPERATOR-SCOPE.
           MOVE LS-SCOPE-OPERATOR TO WS-LOADED-OPERATOR
           SET OPERATOR-UNFENCED TO TRUE
           MOVE ZEROS TO WS-HOME-BRANCH
           IF OPERFILE-IS-OPEN
               MOVE LS-SCOPE-OPERATOR TO OPR-ID
               READ OPER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM DECIDE-OPERATOR-FENCE
               END-READ
           END-IF.
      *
       DECIDE-OPERATOR-FENCE.
           IF OPR-AUTH-LEVEL < 2
                   AND OPR-HOME-BRANCH IS NUMERIC
                   AND OPR-HOME-BRANCH NOT = ZEROS
               CALL 'PERMCHK' USING LS-SCOPE-OPERATOR WS-PERM-FUNCTION
                                    OPR-AUTH-LEVEL WS-PERM-RESULT
               IF NOT CROSS-BRANCH-PERMITTED
                   SET OPERATOR-FENCED TO TRUE
                   MOVE OPR-HOME-BRANCH TO WS-HOME-BRANCH
               END-IF
           END-IF.
      *
      * CHECK-ACCOUNT-SCOPE fences an account by its owning branch.
       CHECK-ACCOUNT-SCOPE.
           IF LS-SCOPE-KEY(1:10) IS NUMERIC
                   AND SALDO-IS-OPEN
               MOVE LS-SCOPE-KEY(1:10) TO CONTA-NUM IN SALDO-REC
               READ SALDO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SALDO-AGENCIA TO WS-CHECK-BRANCH
                       PERFORM CHECK-ONE-BRANCH
                       IF NOT BRANCH-IN-SCOPE
                           SET KEY-IN-SCOPE TO FALSE
                       END-IF
               END-READ
           END-IF.
      *
      * CHECK-CUSTOMER-SCOPE walks the customer's cross-reference
      * links: one live account at a branch in scope is enough, and a
      * customer is refused only when they hold live accounts and
      * none of them is.
       CHECK-CUSTOMER-SCOPE.
           IF XREF-IS-OPEN AND SALDO-IS-OPEN
               MOVE ZEROS TO WS-HELD-COUNT
               SET BRANCH-IN-SCOPE TO FALSE
               SET XREF-SCAN-DONE TO FALSE
               MOVE LS-SCOPE-KEY TO XRF-CPF
               MOVE ZEROS        TO XRF-CONTA-NUM
               START XREF-FILE KEY IS NOT LESS THAN XRF-KEY
                   INVALID KEY SET XREF-SCAN-DONE TO TRUE
               END-START
               PERFORM CHECK-ONE-HELD-ACCOUNT
                   UNTIL XREF-SCAN-DONE OR BRANCH-IN-SCOPE
               IF WS-HELD-COUNT > ZEROS AND NOT BRANCH-IN-SCOPE
                   SET KEY-IN-SCOPE TO FALSE
               END-IF
           END-IF.
      *
       CHECK-ONE-HELD-ACCOUNT.
           READ XREF-FILE NEXT RECORD
               AT END SET XREF-SCAN-DONE TO TRUE
               NOT AT END
                   IF XRF-CPF NOT = LS-SCOPE-KEY
                       SET XREF-SCAN-DONE TO TRUE
                   ELSE
                       MOVE XRF-CONTA-NUM TO CONTA-NUM IN SALDO-REC
                       READ SALDO-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-HELD-COUNT
                               MOVE SALDO-AGENCIA TO WS-CHECK-BRANCH
                               PERFORM CHECK-ONE-BRANCH
                       END-READ
                   END-IF
           END-READ.
      *
      * CHECK-BRANCH-SCOPE fences a branch number keyed on its own,
      * for a desk that works a branch rather than an account.
       CHECK-BRANCH-SCOPE.
           IF LS-SCOPE-KEY(1:4) IS NUMERIC
               MOVE LS-SCOPE-KEY(1:4) TO WS-CHECK-BRANCH
               PERFORM CHECK-ONE-BRANCH
               IF NOT BRANCH-IN-SCOPE
                   SET KEY-IN-SCOPE TO FALSE
               END-IF
           END-IF.
      *
      * CHECK-ONE-BRANCH: the home branch, or an extra branch granted
      * on OPRBRN.
       CHECK-ONE-BRANCH.
           SET BRANCH-IN-SCOPE TO FALSE
           IF WS-CHECK-BRANCH = WS-HOME-BRANCH
               SET BRANCH-IN-SCOPE TO TRUE
           ELSE
               IF OPRBRN-IS-OPEN
                   MOVE LS-SCOPE-OPERATOR TO OBR-OPERATOR
                   MOVE WS-CHECK-BRANCH   TO OBR-BRANCH
                   READ OPR-BRANCH-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET BRANCH-IN-SCOPE TO TRUE
                   END-READ
               END-IF
           END-IF.
      *
       END PROGRAM BRNSCOPE.
