      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RMDESK.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  RMDESK is the relationship manager desk, reached from OPMENU.
      *  Premium customers each have a named manager (gerente), and
      *  until now nothing on file said who - portfolio handovers
      *  went round on spreadsheets.  The desk keeps the officer
      *  master (RMOFFCR.cpy): each officer's name and branch, the
      *  branch proved open through BRNVAL.  It assigns a customer,
      *  proved on CUSTMAST, to an active officer (RMASGN.cpy), moves
      *  or removes the assignment, and lists an officer's portfolio.
      *  An officer who leaves is marked, never deleted, and only
      *  once nobody is left in the portfolio: the bulk reassignment
      *  moves the whole portfolio to another active officer in one
      *  transaction, and because it changes many customers at once
      *  it is held until a supervisor signs on at the same window
      *  through OPRSIGN, as the teller desk's limit override is.
      *  Every change lands on the RMAUDIT trail (RMAUD.cpy) and on
      *  the session log for SESSRPT, stamped with the operator from
      *  the OPMENU session record.  CUST360 shows the assigned
      *  officer; RMPORT (CB0163) prints each portfolio monthly.
      *  A standard operator keeps officers only at their own
      *  branches and assigns only their own branches' customers
      *  (the shared BRNSCOPE check, by branch and by CPF); a refusal
      *  is logged as BRNREFUSE.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RM-OFFICER-FILE ASSIGN TO RMOFFCR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMO-OFFICER-ID
               FILE STATUS IS WS-RMOFFCR-STATUS.
           SELECT RM-ASGN-FILE ASSIGN TO RMASGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMA-CPF
               ALTERNATE RECORD KEY IS RMA-OFFICER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RMASGN-STATUS.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF IN CLIENTE-REC
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT RM-AUDIT-FILE ASSIGN TO RMAUDIT
               FILE STATUS IS WS-RMAUDIT-STATUS.
           SELECT OPER-SESSION ASSIGN TO OPERSESS
               FILE STATUS IS WS-OPERSESS-STATUS.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RM-OFFICER-FILE RECORDING MODE F.
           COPY RMOFFCR.
      *
       FD  RM-ASGN-FILE RECORDING MODE F.
           COPY RMASGN.
      *
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  RM-AUDIT-FILE RECORDING MODE F.
           COPY RMAUD.
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
       01  WS-RMOFFCR-STATUS    PIC XX.
       01  WS-RMASGN-STATUS     PIC XX.
       01  WS-CUSTMAST-STATUS   PIC XX.
       01  WS-RMAUDIT-STATUS    PIC XX.
       01  WS-OPERSESS-STATUS   PIC XX.
       01  WS-OPERATOR-ID       PIC X(8) VALUE 'BATCH'.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-TIME          PIC 9(8).
       01  WS-DONE-FLAG         PIC X VALUE 'N'.
           88  OPERATOR-IS-DONE     VALUE 'Y'.
       01  WS-MENU-CHOICE       PIC X.
       01  WS-ANSWER            PIC X(11).
       01  WS-ENTRY-OFFICER     PIC X(8).
       01  WS-ENTRY-NAME        PIC X(30).
       01  WS-AGENCIA-X         PIC X(4).
       01  WS-AGENCIA-NUM REDEFINES WS-AGENCIA-X
                                PIC 9(4).
       01  WS-ENTRY-CPF         PIC X(11).
       01  WS-FROM-OFFICER      PIC X(8).
       01  WS-TO-OFFICER        PIC X(8).
       01  WS-OLD-OFFICER       PIC X(8).
       01  WS-AUDIT-ACTION      PIC X(6).
       01  WS-LOG-ACTION        PIC X(12).
       01  WS-LOG-KEY           PIC X(11).
       01  WS-ENTRY-FLAG        PIC X VALUE 'N'.
           88  ENTRY-IS-VALID       VALUE 'Y' FALSE 'N'.
       01  WS-KEY-FLAG          PIC X VALUE 'N'.
           88  KEY-IS-VALID         VALUE 'Y' FALSE 'N'.
       01  WS-SCAN-FLAG         PIC X VALUE 'N'.
           88  LIST-SCAN-DONE       VALUE 'Y' FALSE 'N'.
       01  WS-LISTED-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-MOVED-COUNT       PIC 9(5) VALUE ZEROS.
      * Parameters for the shared BRNVAL branch-master check.
       01  WS-BRNVAL-NUMBER     PIC 9(4).
       01  WS-BRNVAL-RESULT     PIC X VALUE 'Y'.
           88  BRANCH-IS-VALID      VALUE 'Y' FALSE 'N'.
       01  WS-BRNVAL-NAME       PIC X(20).
       01  WS-BRNVAL-REGION     PIC X(10).
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM     PIC X(8) VALUE 'RMDESK'.
       01  WS-SCOPE-KEY-TYPE    PIC X VALUE 'C'.
       01  WS-SCOPE-KEY         PIC X(11).
       01  WS-SCOPE-RESULT      PIC X.
           88  KEY-IN-SCOPE         VALUE 'Y'.
      * The supervisor who signs on at this window to authorize a
      * bulk reassignment.
       01  WS-SUPERVISOR-ID     PIC X(8) VALUE SPACES.
       01  WS-SUPV-SIGNON-ID    PIC X(8).
       01  WS-SUPV-AUTH-LEVEL   PIC 9.
       01  WS-SUPV-SIGNON-RESULT
                                PIC X.
       01  WS-SUPV-ANSWER       PIC X.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       RUN-OFFICER-DESK.
           CALL 'GETBDAT' USING WS-RUN-DATE
           PERFORM READ-OPERATOR-SESSION
           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'RMDESK UNABLE TO OPEN CUSTMAST - STATUS '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O RM-OFFICER-FILE
           IF WS-RMOFFCR-STATUS = '35'
               CLOSE RM-OFFICER-FILE
               OPEN OUTPUT RM-OFFICER-FILE
               CLOSE RM-OFFICER-FILE
               OPEN I-O RM-OFFICER-FILE
           END-IF
           OPEN I-O RM-ASGN-FILE
           IF WS-RMASGN-STATUS = '35'
               CLOSE RM-ASGN-FILE
               OPEN OUTPUT RM-ASGN-FILE
               CLOSE RM-ASGN-FILE
               OPEN I-O RM-ASGN-FILE
           END-IF
           OPEN EXTEND RM-AUDIT-FILE
           IF WS-RMAUDIT-STATUS NOT = '00'
               OPEN OUTPUT RM-AUDIT-FILE
           END-IF
           PERFORM UNTIL OPERATOR-IS-DONE
               PERFORM SHOW-DESK-MENU
               PERFORM WORK-DESK-CHOICE
           END-PERFORM
           CLOSE CUSTMAST
           CLOSE RM-OFFICER-FILE
           CLOSE RM-ASGN-FILE
           CLOSE RM-AUDIT-FILE
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
           DISPLAY 'RELATIONSHIP MANAGER DESK'.
           DISPLAY '  O - ADD OR CHANGE AN OFFICER'.
           DISPLAY '  D - MARK AN OFFICER AS LEFT'.
           DISPLAY '  L - LIST OFFICERS'.
           DISPLAY '  A - ASSIGN A CUSTOMER TO AN OFFICER'.
           DISPLAY '  U - REMOVE A CUSTOMER''S ASSIGNMENT'.
           DISPLAY '  I - SHOW A CUSTOMER''S OFFICER'.
           DISPLAY '  P - LIST AN OFFICER''S PORTFOLIO'.
           DISPLAY '  B - MOVE A WHOLE PORTFOLIO TO ANOTHER OFFICER'.
           DISPLAY '  X - EXIT'.
           DISPLAY 'ENTER CHOICE: '.
           ACCEPT WS-MENU-CHOICE.
      *
       WORK-DESK-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 'O'
               WHEN 'o'
                   PERFORM KEEP-ONE-OFFICER
               WHEN 'D'
               WHEN 'd'
                   PERFORM MARK-OFFICER-LEFT
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-OFFICERS
               WHEN 'A'
               WHEN 'a'
                   PERFORM ASSIGN-ONE-CUSTOMER
               WHEN 'U'
               WHEN 'u'
                   PERFORM REMOVE-ONE-ASSIGNMENT
               WHEN 'I'
               WHEN 'i'
                   PERFORM SHOW-CUSTOMER-OFFICER
               WHEN 'P'
               WHEN 'p'
                   PERFORM LIST-PORTFOLIO
               WHEN 'B'
               WHEN 'b'
                   PERFORM REASSIGN-PORTFOLIO
               WHEN 'X'
               WHEN 'x'
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.
      *
       TAKE-OFFICER-ID.
           DISPLAY 'OFFICER ID (8 CHARACTERS): '
           ACCEPT WS-ENTRY-OFFICER.
      *
      * KEEP-ONE-OFFICER takes a new officer or new details for an
      * existing one; both fields are edited before the master is
      * touched, and keying a departed officer brings them back.
       KEEP-ONE-OFFICER.
           PERFORM TAKE-OFFICER-ID
           IF WS-ENTRY-OFFICER = SPACES
               DISPLAY 'OFFICER ID IS REQUIRED'
           ELSE
               PERFORM TAKE-OFFICER-DETAILS
               IF ENTRY-IS-VALID
                   PERFORM WRITE-ONE-OFFICER
               END-IF
           END-IF.
      *
       TAKE-OFFICER-DETAILS.
           SET ENTRY-IS-VALID TO TRUE
           DISPLAY 'OFFICER NAME: '
           ACCEPT WS-ENTRY-NAME
           DISPLAY 'BRANCH (AGENCIA, 4 DIGITS): '
           ACCEPT WS-AGENCIA-X
           EVALUATE TRUE
               WHEN WS-ENTRY-NAME = SPACES
                   DISPLAY 'OFFICER NAME IS REQUIRED'
                   SET ENTRY-IS-VALID TO FALSE
               WHEN WS-AGENCIA-X IS NOT NUMERIC
                   DISPLAY 'BRANCH MUST BE 4 DIGITS'
                   SET ENTRY-IS-VALID TO FALSE
               WHEN OTHER
                   MOVE WS-AGENCIA-NUM TO WS-BRNVAL-NUMBER
                   CALL 'BRNVAL' USING WS-BRNVAL-NUMBER
                                       WS-BRNVAL-RESULT
                                       WS-BRNVAL-NAME
                                       WS-BRNVAL-REGION
                   IF NOT BRANCH-IS-VALID
                       DISPLAY 'BRANCH ' WS-AGENCIA-X
                               ' IS NOT AN OPEN BRANCH'
                       SET ENTRY-IS-VALID TO FALSE
                   ELSE
                       MOVE 'B'          TO WS-SCOPE-KEY-TYPE
                       MOVE WS-AGENCIA-X TO WS-SCOPE-KEY
                       PERFORM CHECK-KEY-SCOPE
                       IF NOT KEY-IN-SCOPE
                           SET ENTRY-IS-VALID TO FALSE
                       END-IF
                   END-IF
           END-EVALUATE.
      *
      * CHECK-KEY-SCOPE keeps a standard operator to their own
      * branches - the officer's branch (key type B) or the customer's
      * (C) - through the shared BRNSCOPE check; a refusal is logged
      * as BRNREFUSE.
       CHECK-KEY-SCOPE.
           CALL 'BRNSCOPE' USING WS-OPERATOR-ID WS-SCOPE-PROGRAM
                                 WS-SCOPE-KEY-TYPE WS-SCOPE-KEY
                                 WS-SCOPE-RESULT
           IF NOT KEY-IN-SCOPE
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE 'BRNREFUSE'  TO WS-LOG-ACTION
               MOVE WS-SCOPE-KEY TO WS-LOG-KEY
               PERFORM WRITE-SESSION-LOG
           END-IF.
      *
       WRITE-ONE-OFFICER.
           MOVE WS-ENTRY-OFFICER TO RMO-OFFICER-ID
           READ RM-OFFICER-FILE
               INVALID KEY
                   MOVE SPACES TO RM-OFFICER-REC
                   PERFORM FILL-OFFICER-FIELDS
                   WRITE RM-OFFICER-REC
                   END-WRITE
                   MOVE 'OFFADD' TO WS-AUDIT-ACTION
                   DISPLAY 'OFFICER ADDED'
               NOT INVALID KEY
                   PERFORM FILL-OFFICER-FIELDS
                   REWRITE RM-OFFICER-REC
                   END-REWRITE
                   MOVE 'OFFCHG' TO WS-AUDIT-ACTION
                   DISPLAY 'OFFICER CHANGED - ACTIVE'
           END-READ
           MOVE SPACES TO WS-ENTRY-CPF
           MOVE SPACES TO WS-OLD-OFFICER
           MOVE SPACES TO WS-TO-OFFICER
           PERFORM WRITE-AUDIT-RECORD.
      *
       FILL-OFFICER-FIELDS.
           MOVE WS-ENTRY-OFFICER  TO RMO-OFFICER-ID
           MOVE WS-ENTRY-NAME     TO RMO-NAME
           MOVE WS-AGENCIA-NUM    TO RMO-AGENCIA
           SET RMO-ACTIVE         TO TRUE
           MOVE WS-OPERATOR-ID    TO RMO-OPERATOR
           MOVE WS-RUN-DATE       TO RMO-CHANGED-DATE.
      *
      * MARK-OFFICER-LEFT marks the officer as gone.  An officer with
      * customers still assigned is refused: the portfolio is handed
      * over first (choice B), so no customer is left with a manager
      * who is no longer there.
       MARK-OFFICER-LEFT.
           PERFORM TAKE-OFFICER-ID
           MOVE WS-ENTRY-OFFICER TO RMO-OFFICER-ID
           READ RM-OFFICER-FILE
               INVALID KEY
                   DISPLAY 'NO SUCH OFFICER ON FILE'
               NOT INVALID KEY
                   IF RMO-LEFT
                       DISPLAY 'OFFICER IS ALREADY MARKED AS LEFT'
                   ELSE
                       PERFORM COUNT-PORTFOLIO
                       IF WS-LISTED-COUNT > ZEROS
                           DISPLAY 'OFFICER STILL HAS '
                                   WS-LISTED-COUNT
                                   ' CUSTOMER(S) - MOVE THE '
                                   'PORTFOLIO FIRST (B)'
                       ELSE
                           SET RMO-LEFT        TO TRUE
                           MOVE WS-OPERATOR-ID TO RMO-OPERATOR
                           MOVE WS-RUN-DATE    TO RMO-CHANGED-DATE
                           REWRITE RM-OFFICER-REC
                           MOVE 'OFFLFT'  TO WS-AUDIT-ACTION
                           MOVE SPACES    TO WS-ENTRY-CPF
                           MOVE SPACES    TO WS-OLD-OFFICER
                           MOVE SPACES    TO WS-TO-OFFICER
                           PERFORM WRITE-AUDIT-RECORD
                           DISPLAY 'OFFICER MARKED AS LEFT'
                       END-IF
                   END-IF
           END-READ.
      *
      * COUNT-PORTFOLIO counts the customers assigned to the officer
      * keyed, through the officer alternate key.
       COUNT-PORTFOLIO.
           MOVE ZEROS TO WS-LISTED-COUNT
           SET LIST-SCAN-DONE TO FALSE
           MOVE WS-ENTRY-OFFICER TO RMA-OFFICER-ID
           START RM-ASGN-FILE KEY IS EQUAL TO RMA-OFFICER-ID
               INVALID KEY SET LIST-SCAN-DONE TO TRUE
           END-START
           PERFORM COUNT-ONE-CUSTOMER UNTIL LIST-SCAN-DONE.
      *
       COUNT-ONE-CUSTOMER.
           READ RM-ASGN-FILE NEXT RECORD
               AT END SET LIST-SCAN-DONE TO TRUE
               NOT AT END
                   IF RMA-OFFICER-ID NOT = WS-ENTRY-OFFICER
                       SET LIST-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-LISTED-COUNT
                   END-IF
           END-READ.
      *
      * LIST-OFFICERS shows every officer, departed ones included.
       LIST-OFFICERS.
           MOVE ZEROS TO WS-LISTED-COUNT
           SET LIST-SCAN-DONE TO FALSE
           MOVE LOW-VALUES TO RMO-OFFICER-ID
           START RM-OFFICER-FILE KEY IS NOT LESS THAN RMO-OFFICER-ID
               INVALID KEY SET LIST-SCAN-DONE TO TRUE
           END-START
           PERFORM SHOW-ONE-OFFICER UNTIL LIST-SCAN-DONE
           IF WS-LISTED-COUNT = ZEROS
               DISPLAY 'NO OFFICERS ON FILE'
           END-IF.
      *
       SHOW-ONE-OFFICER.
           READ RM-OFFICER-FILE NEXT RECORD
               AT END SET LIST-SCAN-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LISTED-COUNT
                   DISPLAY 'OFFICER ' RMO-OFFICER-ID ' ' RMO-NAME
                           ' AGENCIA ' RMO-AGENCIA
                           ' STATUS ' RMO-STATUS
                           ' SINCE ' RMO-CHANGED-DATE
           END-READ.
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
                       MOVE 'C'       TO WS-SCOPE-KEY-TYPE
                       MOVE WS-ANSWER TO WS-SCOPE-KEY
                       PERFORM CHECK-KEY-SCOPE
                       IF KEY-IN-SCOPE
                           MOVE WS-ANSWER TO WS-ENTRY-CPF
                           SET KEY-IS-VALID TO TRUE
                       END-IF
               END-READ
           END-IF.
      *
      * TAKE-ACTIVE-OFFICER accepts an officer for a customer to go
      * to; only an active officer on file will do.
       TAKE-ACTIVE-OFFICER.
           SET ENTRY-IS-VALID TO FALSE
           PERFORM TAKE-OFFICER-ID
           MOVE WS-ENTRY-OFFICER TO RMO-OFFICER-ID
           READ RM-OFFICER-FILE
               INVALID KEY
                   DISPLAY 'NO SUCH OFFICER ON FILE'
               NOT INVALID KEY
                   IF RMO-LEFT
                       DISPLAY 'OFFICER ' RMO-OFFICER-ID
                               ' HAS LEFT THE BANK'
                   ELSE
                       SET ENTRY-IS-VALID TO TRUE
                   END-IF
           END-READ.
      *
      * ASSIGN-ONE-CUSTOMER puts the customer with an active officer,
      * replacing whoever had them; a closed or deceased customer
      * takes no manager.
       ASSIGN-ONE-CUSTOMER.
           PERFORM TAKE-CUSTOMER
           IF KEY-IS-VALID
               IF CLIENTE-CLOSED OR CLIENTE-DECEASED
                   DISPLAY 'CUSTOMER IS CLOSED OR DECEASED - NOT '
                           'ASSIGNED'
               ELSE
                   PERFORM TAKE-ACTIVE-OFFICER
                   IF ENTRY-IS-VALID
                       PERFORM WRITE-ONE-ASSIGNMENT
                   END-IF
               END-IF
           END-IF.
      *
       WRITE-ONE-ASSIGNMENT.
           MOVE WS-ENTRY-CPF TO RMA-CPF
           READ RM-ASGN-FILE
               INVALID KEY
                   MOVE SPACES TO RM-ASGN-REC
                   MOVE SPACES TO WS-OLD-OFFICER
                   PERFORM FILL-ASSIGNMENT-FIELDS
                   WRITE RM-ASGN-REC
                   END-WRITE
                   PERFORM RECORD-ASSIGNMENT
                   DISPLAY 'CUSTOMER ASSIGNED TO ' WS-ENTRY-OFFICER
               NOT INVALID KEY
                   IF RMA-OFFICER-ID = WS-ENTRY-OFFICER
                       DISPLAY 'CUSTOMER IS ALREADY WITH THIS '
                               'OFFICER'
                   ELSE
                       MOVE RMA-OFFICER-ID TO WS-OLD-OFFICER
                       PERFORM FILL-ASSIGNMENT-FIELDS
                       REWRITE RM-ASGN-REC
                       END-REWRITE
                       PERFORM RECORD-ASSIGNMENT
                       DISPLAY 'CUSTOMER MOVED FROM ' WS-OLD-OFFICER
                               ' TO ' WS-ENTRY-OFFICER
                   END-IF
           END-READ.
      *
       FILL-ASSIGNMENT-FIELDS.
           MOVE WS-ENTRY-CPF      TO RMA-CPF
           MOVE WS-ENTRY-OFFICER  TO RMA-OFFICER-ID
           MOVE WS-RUN-DATE       TO RMA-SINCE-DATE
           MOVE WS-OPERATOR-ID    TO RMA-OPERATOR
           MOVE WS-OLD-OFFICER    TO RMA-PRIOR-OFFICER.
      *
       RECORD-ASSIGNMENT.
           MOVE 'ASSIGN'         TO WS-AUDIT-ACTION
           MOVE WS-ENTRY-OFFICER TO WS-TO-OFFICER
           PERFORM WRITE-AUDIT-RECORD.
      *
      * REMOVE-ONE-ASSIGNMENT leaves the customer with no named
      * manager; the trail keeps who had them.
       REMOVE-ONE-ASSIGNMENT.
           PERFORM TAKE-CUSTOMER
           IF KEY-IS-VALID
               MOVE WS-ENTRY-CPF TO RMA-CPF
               READ RM-ASGN-FILE
                   INVALID KEY
                       DISPLAY 'CUSTOMER HAS NO OFFICER ASSIGNED'
                   NOT INVALID KEY
                       MOVE RMA-OFFICER-ID TO WS-OLD-OFFICER
                       MOVE RMA-OFFICER-ID TO WS-ENTRY-OFFICER
                       DELETE RM-ASGN-FILE RECORD
                       MOVE 'UNASGN' TO WS-AUDIT-ACTION
                       MOVE SPACES   TO WS-TO-OFFICER
                       PERFORM WRITE-AUDIT-RECORD
                       DISPLAY 'CUSTOMER REMOVED FROM '
                               WS-OLD-OFFICER
               END-READ
           END-IF.
      *
       SHOW-CUSTOMER-OFFICER.
           PERFORM TAKE-CUSTOMER
           IF KEY-IS-VALID
               MOVE WS-ENTRY-CPF TO RMA-CPF
               READ RM-ASGN-FILE
                   INVALID KEY
                       DISPLAY 'CUSTOMER HAS NO OFFICER ASSIGNED'
                   NOT INVALID KEY
                       MOVE RMA-OFFICER-ID TO RMO-OFFICER-ID
                       READ RM-OFFICER-FILE
                           INVALID KEY
                               MOVE '(NOT ON FILE)' TO RMO-NAME
                               MOVE SPACES TO RMO-STATUS
                       END-READ
                       DISPLAY 'CUSTOMER ' RMA-CPF
                               ' OFFICER ' RMA-OFFICER-ID ' '
                               RMO-NAME ' STATUS ' RMO-STATUS
                       DISPLAY '    SINCE ' RMA-SINCE-DATE
                               ' BY ' RMA-OPERATOR
                               ' PREVIOUSLY ' RMA-PRIOR-OFFICER
               END-READ
           END-IF.
      *
      * LIST-PORTFOLIO shows every customer assigned to the officer.
       LIST-PORTFOLIO.
           PERFORM TAKE-OFFICER-ID
           MOVE ZEROS TO WS-LISTED-COUNT
           SET LIST-SCAN-DONE TO FALSE
           MOVE WS-ENTRY-OFFICER TO RMA-OFFICER-ID
           START RM-ASGN-FILE KEY IS EQUAL TO RMA-OFFICER-ID
               INVALID KEY SET LIST-SCAN-DONE TO TRUE
           END-START
           PERFORM SHOW-ONE-CUSTOMER UNTIL LIST-SCAN-DONE
           IF WS-LISTED-COUNT = ZEROS
               DISPLAY 'NO CUSTOMERS ASSIGNED TO ' WS-ENTRY-OFFICER
           ELSE
               DISPLAY WS-LISTED-COUNT ' CUSTOMER(S)'
           END-IF.
      *
       SHOW-ONE-CUSTOMER.
           READ RM-ASGN-FILE NEXT RECORD
               AT END SET LIST-SCAN-DONE TO TRUE
               NOT AT END
                   IF RMA-OFFICER-ID NOT = WS-ENTRY-OFFICER
                       SET LIST-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-LISTED-COUNT
                       MOVE RMA-CPF TO CPF IN CLIENTE-REC
                       READ CUSTMAST
                           INVALID KEY
                               MOVE SPACES TO NOME IN CLIENTE-REC
                       END-READ
                       DISPLAY '  ' RMA-CPF ' '
                               NOME IN CLIENTE-REC
                               ' SINCE ' RMA-SINCE-DATE
                   END-IF
           END-READ.
      *
      * REASSIGN-PORTFOLIO is the bulk handover for an officer who is
      * leaving or giving up a book: every customer of the one
      * officer moves to another active officer.  It is held until a
      * supervisor other than the operator signs on here through
      * OPRSIGN and confirms.  Each pass restarts on the officer key,
      * since rewriting a customer moves it off that key.
       REASSIGN-PORTFOLIO.
           DISPLAY 'MOVE THE PORTFOLIO OF - '
           PERFORM TAKE-OFFICER-ID
           MOVE WS-ENTRY-OFFICER TO WS-FROM-OFFICER
           PERFORM COUNT-PORTFOLIO
           IF WS-LISTED-COUNT = ZEROS
               DISPLAY 'NO CUSTOMERS ASSIGNED TO ' WS-FROM-OFFICER
           ELSE
               DISPLAY WS-LISTED-COUNT ' CUSTOMER(S) TO MOVE - TO '
                       'OFFICER - '
               PERFORM TAKE-ACTIVE-OFFICER
               EVALUATE TRUE
                   WHEN NOT ENTRY-IS-VALID
                       CONTINUE
                   WHEN WS-ENTRY-OFFICER = WS-FROM-OFFICER
                       DISPLAY 'THE PORTFOLIO IS ALREADY WITH '
                               'THIS OFFICER'
                   WHEN OTHER
                       MOVE WS-ENTRY-OFFICER TO WS-TO-OFFICER
                       PERFORM GET-SUPERVISOR-APPROVAL
                       IF WS-SUPERVISOR-ID NOT = SPACES
                           PERFORM MOVE-PORTFOLIO
                       END-IF
               END-EVALUATE
           END-IF.
      *
      * GET-SUPERVISOR-APPROVAL holds the handover while a supervisor
      * signs on at this window - the teller desk's override rules:
      * no sign-on, the operator's own ID, or an ID below supervisor
      * level abandons it.  WS-SUPERVISOR-ID is left blank unless
      * the supervisor confirms.
       GET-SUPERVISOR-APPROVAL.
           MOVE SPACES TO WS-SUPERVISOR-ID
           DISPLAY 'A SUPERVISOR MUST SIGN ON AT THIS WINDOW TO '
                   'AUTHORIZE THE MOVE'
           MOVE SPACES TO WS-SUPV-SIGNON-ID
           MOVE 1      TO WS-SUPV-AUTH-LEVEL
           CALL 'OPRSIGN' USING WS-SUPV-SIGNON-ID WS-SUPV-AUTH-LEVEL
                                WS-SUPV-SIGNON-RESULT
           EVALUATE TRUE
               WHEN WS-SUPV-SIGNON-RESULT NOT = 'Y'
                   DISPLAY 'NO SUPERVISOR SIGNED ON - MOVE ABANDONED'
               WHEN WS-SUPV-SIGNON-ID = WS-OPERATOR-ID
                   DISPLAY 'THE OPERATOR CANNOT AUTHORIZE THEIR OWN '
                           'MOVE - MOVE ABANDONED'
               WHEN WS-SUPV-AUTH-LEVEL < 2
                   DISPLAY 'OPERATOR ' WS-SUPV-SIGNON-ID
                           ' IS NOT A SUPERVISOR - MOVE ABANDONED'
               WHEN OTHER
                   DISPLAY 'MOVE ' WS-LISTED-COUNT ' CUSTOMER(S) '
                           'FROM ' WS-FROM-OFFICER
                           ' TO ' WS-TO-OFFICER
                   DISPLAY 'AUTHORIZE (A) OR REFUSE (R): '
                   ACCEPT WS-SUPV-ANSWER
                   IF WS-SUPV-ANSWER = 'A' OR WS-SUPV-ANSWER = 'a'
                       MOVE WS-SUPV-SIGNON-ID TO WS-SUPERVISOR-ID
                   ELSE
                       DISPLAY 'MOVE REFUSED BY ' WS-SUPV-SIGNON-ID
                   END-IF
           END-EVALUATE.
      *
       MOVE-PORTFOLIO.
           MOVE ZEROS TO WS-MOVED-COUNT
           SET LIST-SCAN-DONE TO FALSE
           PERFORM MOVE-ONE-CUSTOMER UNTIL LIST-SCAN-DONE
           MOVE 'RMBULKMOVE'    TO WS-LOG-ACTION
           MOVE WS-FROM-OFFICER TO WS-LOG-KEY
           PERFORM WRITE-SESSION-LOG
           DISPLAY WS-MOVED-COUNT ' CUSTOMER(S) MOVED FROM '
                   WS-FROM-OFFICER ' TO ' WS-TO-OFFICER
                   ' - AUTHORIZED BY ' WS-SUPERVISOR-ID
           MOVE SPACES TO WS-SUPERVISOR-ID.
      *
       MOVE-ONE-CUSTOMER.
           MOVE WS-FROM-OFFICER TO RMA-OFFICER-ID
           START RM-ASGN-FILE KEY IS EQUAL TO RMA-OFFICER-ID
               INVALID KEY SET LIST-SCAN-DONE TO TRUE
           END-START
           IF NOT LIST-SCAN-DONE
               READ RM-ASGN-FILE NEXT RECORD
                   AT END SET LIST-SCAN-DONE TO TRUE
               END-READ
           END-IF
           IF NOT LIST-SCAN-DONE
               MOVE RMA-CPF          TO WS-ENTRY-CPF
               MOVE WS-FROM-OFFICER  TO WS-OLD-OFFICER
               MOVE WS-TO-OFFICER    TO WS-ENTRY-OFFICER
               PERFORM FILL-ASSIGNMENT-FIELDS
               REWRITE RM-ASGN-REC
               END-REWRITE
               ADD 1 TO WS-MOVED-COUNT
               MOVE 'BULKMV' TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
      *
      * WRITE-AUDIT-RECORD lands one change on the RMAUDIT trail and,
      * for a single change, on the session log; a bulk move logs the
      * session once for the whole portfolio.  The officer the
      * change was made to is WS-ENTRY-OFFICER, and a customer change
      * carries the CPF with the officer it moved from and to.
       WRITE-AUDIT-RECORD.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES            TO RM-AUDIT-REC
           MOVE WS-AUDIT-ACTION   TO RMU-ACTION
           MOVE WS-ENTRY-OFFICER  TO RMU-OFFICER-ID
           MOVE WS-ENTRY-CPF      TO RMU-CPF
           MOVE WS-OLD-OFFICER    TO RMU-OLD-OFFICER
           MOVE WS-TO-OFFICER     TO RMU-NEW-OFFICER
           MOVE WS-RUN-DATE       TO RMU-RUN-DATE
           MOVE WS-RUN-TIME       TO RMU-RUN-TIME
           MOVE WS-OPERATOR-ID    TO RMU-OPERATOR
           MOVE WS-SUPERVISOR-ID  TO RMU-SUPERVISOR
           WRITE RM-AUDIT-REC
           IF WS-AUDIT-ACTION NOT = 'BULKMV'
               MOVE SPACES TO WS-LOG-ACTION
               STRING 'RM' WS-AUDIT-ACTION DELIMITED BY SIZE
                   INTO WS-LOG-ACTION
               END-STRING
               IF WS-ENTRY-CPF = SPACES
                   MOVE WS-ENTRY-OFFICER TO WS-LOG-KEY
               ELSE
                   MOVE WS-ENTRY-CPF TO WS-LOG-KEY
               END-IF
               PERFORM WRITE-SESSION-LOG
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
           MOVE 'RMDESK'          TO SLG-PROGRAM
           MOVE WS-LOG-ACTION     TO SLG-ACTION
           MOVE WS-LOG-KEY        TO SLG-KEY
           MOVE WS-SUPERVISOR-ID  TO SLG-SECOND-OPERATOR
           WRITE SESS-LOG-REC
           CLOSE SESS-LOG-FILE.
      *
       END PROGRAM RMDESK.
