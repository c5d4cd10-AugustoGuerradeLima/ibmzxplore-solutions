      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PKGMNT.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  PKGMNT is the service package desk, reached from OPMENU.  It
      *  keeps the package master (PKGMST.cpy) - each package's
      *  monthly price and, per chargeable event type, the events the
      *  price covers and the fee for each one over - and it puts an
      *  account on a package (PKGASGN.cpy).  An account with no
      *  active assignment goes on paying the flat tier fee; one with
      *  an assignment is priced at month end by FEEASSES from its
      *  month's PSTHIST usage.  Packages are never deleted, since
      *  accounts may still be priced on them: a package is withdrawn
      *  from sale instead, and keying it again puts it back on sale.
      *  Ending an account's package marks the assignment; assigning
      *  the account again reopens it with the new package.  The
      *  operator comes from the OPMENU session record and is stamped
      *  on every package and assignment changed.
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
           SELECT PKG-MST-FILE ASSIGN TO PKGMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PKG-CODE
               FILE STATUS IS WS-PKGMST-STATUS.
           SELECT PKG-ASGN-FILE ASSIGN TO PKGASGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PKA-CONTA-NUM
               FILE STATUS IS WS-PKGASGN-STATUS.
           SELECT OPER-SESSION ASSIGN TO OPERSESS
               FILE STATUS IS WS-OPERSESS-STATUS.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PKG-MST-FILE RECORDING MODE F.
           COPY PKGMST.
      *
       FD  PKG-ASGN-FILE RECORDING MODE F.
           COPY PKGASGN.
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
       COPY FEETBL.
       01  WS-PKGMST-STATUS     PIC XX.
       01  WS-PKGASGN-STATUS    PIC XX.
       01  WS-OPERSESS-STATUS   PIC XX.
       01  WS-OPERATOR-ID       PIC X(8) VALUE 'BATCH'.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-DONE-FLAG         PIC X VALUE 'N'.
           88  OPERATOR-IS-DONE     VALUE 'Y'.
       01  WS-MENU-CHOICE       PIC X.
       01  WS-ANSWER            PIC X(11).
       01  WS-ENTRY-CODE        PIC X(4).
       01  WS-ENTRY-NAME        PIC X(30).
       01  WS-ENTRY-CONTA       PIC 9(10).
       01  WS-PRICE-X           PIC X(7).
       01  WS-PRICE-NUM REDEFINES WS-PRICE-X
                                PIC 9(5)V99.
       01  WS-FREE-X            PIC X(3).
       01  WS-FREE-NUM REDEFINES WS-FREE-X
                                PIC 9(3).
       01  WS-FEE-X             PIC X(5).
       01  WS-FEE-NUM REDEFINES WS-FEE-X
                                PIC 9(3)V99.
      * The package as keyed, held here until every field has passed
      * its edit so a bad entry never half-changes the master.
       01  WS-ENTRY-PACKAGE.
           05  WS-ENTRY-PRICE       PIC 9(5)V99.
           05  WS-ENTRY-EVENT OCCURS 3 TIMES.
               10  WS-ENTRY-FREE        PIC 9(3).
               10  WS-ENTRY-FEE         PIC 9(3)V99.
       01  WS-EVENT-SUB         PIC 9.
       01  WS-ENTRY-FLAG        PIC X VALUE 'N'.
           88  ENTRY-IS-VALID       VALUE 'Y' FALSE 'N'.
       01  WS-KEY-FLAG          PIC X VALUE 'N'.
           88  KEY-IS-VALID         VALUE 'Y' FALSE 'N'.
       01  WS-SCAN-FLAG         PIC X VALUE 'N'.
           88  PKG-SCAN-DONE        VALUE 'Y' FALSE 'N'.
       01  WS-LISTED-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-SHOW-PRICE        PIC ZZ,ZZ9.99.
       01  WS-SHOW-FEE          PIC ZZ9.99.
      * Parameters for the shared ACCTCHK check-digit subroutine.
       01  WS-ACCTCHK-NUMBER    PIC X(10).
       01  WS-ACCTCHK-RESULT    PIC X VALUE 'Y'.
           88  ACCT-NUM-VALID       VALUE 'Y' FALSE 'N'.
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM     PIC X(8) VALUE 'PKGMNT'.
       01  WS-SCOPE-KEY-TYPE    PIC X VALUE 'A'.
       01  WS-SCOPE-KEY         PIC X(11).
       01  WS-SCOPE-RESULT      PIC X.
           88  KEY-IN-SCOPE         VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       RUN-PACKAGE-DESK.
           CALL 'GETBDAT' USING WS-RUN-DATE
           PERFORM READ-OPERATOR-SESSION
           OPEN I-O PKG-MST-FILE
           IF WS-PKGMST-STATUS = '35'
               CLOSE PKG-MST-FILE
               OPEN OUTPUT PKG-MST-FILE
               CLOSE PKG-MST-FILE
               OPEN I-O PKG-MST-FILE
           END-IF
           OPEN I-O PKG-ASGN-FILE
           IF WS-PKGASGN-STATUS = '35'
               CLOSE PKG-ASGN-FILE
               OPEN OUTPUT PKG-ASGN-FILE
               CLOSE PKG-ASGN-FILE
               OPEN I-O PKG-ASGN-FILE
           END-IF
           PERFORM UNTIL OPERATOR-IS-DONE
               PERFORM SHOW-DESK-MENU
               PERFORM WORK-DESK-CHOICE
           END-PERFORM
           CLOSE PKG-MST-FILE
           CLOSE PKG-ASGN-FILE
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
           DISPLAY 'SERVICE PACKAGE DESK'.
           DISPLAY '  P - ADD OR CHANGE A PACKAGE'.
           DISPLAY '  W - WITHDRAW A PACKAGE FROM SALE'.
           DISPLAY '  L - LIST PACKAGES'.
           DISPLAY '  A - PUT AN ACCOUNT ON A PACKAGE'.
           DISPLAY '  E - END AN ACCOUNT''S PACKAGE'.
           DISPLAY '  I - SHOW AN ACCOUNT''S PACKAGE'.
           DISPLAY '  X - EXIT'.
           DISPLAY 'ENTER CHOICE: '.
           ACCEPT WS-MENU-CHOICE.
      *
       WORK-DESK-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 'P'
               WHEN 'p'
                   PERFORM KEEP-ONE-PACKAGE
               WHEN 'W'
               WHEN 'w'
                   PERFORM WITHDRAW-ONE-PACKAGE
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-PACKAGES
               WHEN 'A'
               WHEN 'a'
                   PERFORM ASSIGN-ONE-ACCOUNT
               WHEN 'E'
               WHEN 'e'
                   PERFORM END-ONE-ASSIGNMENT
               WHEN 'I'
               WHEN 'i'
                   PERFORM SHOW-ACCOUNT-PACKAGE
               WHEN 'X'
               WHEN 'x'
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.
      *
       TAKE-PACKAGE-CODE.
           DISPLAY 'PACKAGE CODE (4 CHARACTERS): '
           ACCEPT WS-ENTRY-CODE.
      *
      * KEEP-ONE-PACKAGE takes a new package or new terms for an
      * existing one.  Every field is edited before the master is
      * touched; keying a withdrawn package puts it back on sale.
       KEEP-ONE-PACKAGE.
           PERFORM TAKE-PACKAGE-CODE
           IF WS-ENTRY-CODE = SPACES
               DISPLAY 'PACKAGE CODE IS REQUIRED'
           ELSE
               PERFORM TAKE-PACKAGE-TERMS
               IF ENTRY-IS-VALID
                   PERFORM WRITE-ONE-PACKAGE
               END-IF
           END-IF.
      *
       TAKE-PACKAGE-TERMS.
           SET ENTRY-IS-VALID TO TRUE
           DISPLAY 'PACKAGE NAME: '
           ACCEPT WS-ENTRY-NAME
           DISPLAY 'MONTHLY PRICE (7 DIGITS, CENTS IN LAST 2): '
           ACCEPT WS-PRICE-X
           EVALUATE TRUE
               WHEN WS-ENTRY-NAME = SPACES
                   DISPLAY 'PACKAGE NAME IS REQUIRED'
                   SET ENTRY-IS-VALID TO FALSE
               WHEN WS-PRICE-X IS NOT NUMERIC
                   DISPLAY 'PRICE MUST BE 7 DIGITS'
                   SET ENTRY-IS-VALID TO FALSE
               WHEN OTHER
                   MOVE WS-PRICE-NUM TO WS-ENTRY-PRICE
           END-EVALUATE
           PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
                   UNTIL WS-EVENT-SUB > 3 OR NOT ENTRY-IS-VALID
               PERFORM TAKE-EVENT-TERMS
           END-PERFORM.
      *
      * TAKE-EVENT-TERMS takes the allowance and the over-allowance
      * fee for one event type, named from the FEETBL event table.
       TAKE-EVENT-TERMS.
           DISPLAY WS-PKG-EVENT-NAME(WS-EVENT-SUB)
                   ' - FREE PER MONTH (3 DIGITS): '
           ACCEPT WS-FREE-X
           DISPLAY WS-PKG-EVENT-NAME(WS-EVENT-SUB)
                   ' - FEE EACH OVER (5 DIGITS, CENTS IN LAST 2): '
           ACCEPT WS-FEE-X
           IF WS-FREE-X IS NOT NUMERIC OR WS-FEE-X IS NOT NUMERIC
               DISPLAY 'ALLOWANCE AND FEE MUST BE ALL DIGITS'
               SET ENTRY-IS-VALID TO FALSE
           ELSE
               MOVE WS-FREE-NUM TO WS-ENTRY-FREE(WS-EVENT-SUB)
               MOVE WS-FEE-NUM  TO WS-ENTRY-FEE(WS-EVENT-SUB)
           END-IF.
      *
       WRITE-ONE-PACKAGE.
           MOVE WS-ENTRY-CODE TO PKG-CODE
           READ PKG-MST-FILE
               INVALID KEY
                   MOVE SPACES TO PKG-MST-REC
                   PERFORM FILL-PACKAGE-FIELDS
                   WRITE PKG-MST-REC
                   END-WRITE
                   DISPLAY 'PACKAGE ADDED'
               NOT INVALID KEY
                   PERFORM FILL-PACKAGE-FIELDS
                   REWRITE PKG-MST-REC
                   END-REWRITE
                   DISPLAY 'PACKAGE CHANGED - ON SALE'
           END-READ.
      *
       FILL-PACKAGE-FIELDS.
           MOVE WS-ENTRY-CODE     TO PKG-CODE
           MOVE WS-ENTRY-NAME     TO PKG-NAME
           SET PKG-ON-SALE        TO TRUE
           MOVE WS-ENTRY-PRICE    TO PKG-MONTHLY-PRICE
           PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
                   UNTIL WS-EVENT-SUB > 3
               MOVE WS-ENTRY-FREE(WS-EVENT-SUB)
                 TO PKG-FREE-COUNT(WS-EVENT-SUB)
               MOVE WS-ENTRY-FEE(WS-EVENT-SUB)
                 TO PKG-ITEM-FEE(WS-EVENT-SUB)
           END-PERFORM
           MOVE WS-OPERATOR-ID    TO PKG-OPERATOR
           MOVE WS-RUN-DATE       TO PKG-CHANGED-DATE.
      *
      * WITHDRAW-ONE-PACKAGE takes the package off sale; accounts
      * already on it keep it until they are moved.
       WITHDRAW-ONE-PACKAGE.
           PERFORM TAKE-PACKAGE-CODE
           MOVE WS-ENTRY-CODE TO PKG-CODE
           READ PKG-MST-FILE
               INVALID KEY
                   DISPLAY 'NO SUCH PACKAGE ON FILE'
               NOT INVALID KEY
                   IF PKG-WITHDRAWN
                       DISPLAY 'PACKAGE IS ALREADY WITHDRAWN'
                   ELSE
                       SET PKG-WITHDRAWN   TO TRUE
                       MOVE WS-OPERATOR-ID TO PKG-OPERATOR
                       MOVE WS-RUN-DATE    TO PKG-CHANGED-DATE
                       REWRITE PKG-MST-REC
                       DISPLAY 'PACKAGE WITHDRAWN FROM SALE'
                   END-IF
           END-READ.
      *
      * LIST-PACKAGES shows every package, withdrawn ones included,
      * with its price and the allowance and fee per event type.
       LIST-PACKAGES.
           MOVE ZEROS TO WS-LISTED-COUNT
           SET PKG-SCAN-DONE TO FALSE
           MOVE LOW-VALUES TO PKG-CODE
           START PKG-MST-FILE KEY IS NOT LESS THAN PKG-CODE
               INVALID KEY SET PKG-SCAN-DONE TO TRUE
           END-START
           PERFORM SHOW-ONE-PACKAGE UNTIL PKG-SCAN-DONE
           IF WS-LISTED-COUNT = ZEROS
               DISPLAY 'NO PACKAGES ON FILE'
           END-IF.
      *
       SHOW-ONE-PACKAGE.
           READ PKG-MST-FILE NEXT RECORD
               AT END SET PKG-SCAN-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LISTED-COUNT
                   PERFORM SHOW-PACKAGE-TERMS
           END-READ.
      *
       SHOW-PACKAGE-TERMS.
           MOVE PKG-MONTHLY-PRICE TO WS-SHOW-PRICE
           DISPLAY 'PACKAGE ' PKG-CODE ' ' PKG-NAME
                   ' STATUS ' PKG-STATUS
                   ' PRICE ' WS-SHOW-PRICE
           PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
                   UNTIL WS-EVENT-SUB > 3
               MOVE PKG-ITEM-FEE(WS-EVENT-SUB) TO WS-SHOW-FEE
               DISPLAY '    ' WS-PKG-EVENT-NAME(WS-EVENT-SUB)
                       ' FREE ' PKG-FREE-COUNT(WS-EVENT-SUB)
                       ' THEN ' WS-SHOW-FEE ' EACH'
           END-PERFORM.
      *
      * TAKE-ACCOUNT accepts an account and proves its check digit,
      * then its branch scope; the account is usable only when
      * KEY-IS-VALID.
       TAKE-ACCOUNT.
           SET KEY-IS-VALID TO FALSE
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
                       SET KEY-IS-VALID TO TRUE
                   ELSE
                       PERFORM LOG-SCOPE-REFUSAL
                   END-IF
               ELSE
                   DISPLAY 'ACCOUNT CHECK DIGIT IS WRONG'
               END-IF
           END-IF.
      *
      * ASSIGN-ONE-ACCOUNT puts the account on a package that is on
      * sale, replacing whatever package it had; the month it moves
      * in is priced on the new package.
       ASSIGN-ONE-ACCOUNT.
           PERFORM TAKE-ACCOUNT
           IF KEY-IS-VALID
               PERFORM TAKE-PACKAGE-CODE
               MOVE WS-ENTRY-CODE TO PKG-CODE
               READ PKG-MST-FILE
                   INVALID KEY
                       DISPLAY 'NO SUCH PACKAGE ON FILE'
                   NOT INVALID KEY
                       IF PKG-WITHDRAWN
                           DISPLAY 'PACKAGE IS WITHDRAWN FROM SALE'
                       ELSE
                           PERFORM WRITE-ONE-ASSIGNMENT
                       END-IF
               END-READ
           END-IF.
      *
       WRITE-ONE-ASSIGNMENT.
           MOVE WS-ENTRY-CONTA TO PKA-CONTA-NUM
           READ PKG-ASGN-FILE
               INVALID KEY
                   MOVE SPACES TO PKG-ASGN-REC
                   PERFORM FILL-ASSIGNMENT-FIELDS
                   WRITE PKG-ASGN-REC
                   END-WRITE
                   DISPLAY 'ACCOUNT PUT ON PACKAGE ' PKG-CODE
               NOT INVALID KEY
                   IF PKA-ACTIVE AND PKA-PACKAGE-CODE = PKG-CODE
                       DISPLAY 'ACCOUNT IS ALREADY ON THIS PACKAGE'
                   ELSE
                       PERFORM FILL-ASSIGNMENT-FIELDS
                       REWRITE PKG-ASGN-REC
                       END-REWRITE
                       DISPLAY 'ACCOUNT MOVED TO PACKAGE ' PKG-CODE
                   END-IF
           END-READ.
      *
       FILL-ASSIGNMENT-FIELDS.
           MOVE WS-ENTRY-CONTA    TO PKA-CONTA-NUM
           MOVE PKG-CODE          TO PKA-PACKAGE-CODE
           SET PKA-ACTIVE         TO TRUE
           MOVE WS-RUN-DATE       TO PKA-START-DATE
           MOVE WS-OPERATOR-ID    TO PKA-OPERATOR
           MOVE ZEROS             TO PKA-END-DATE
           MOVE SPACES            TO PKA-END-OPERATOR.
      *
      * END-ONE-ASSIGNMENT takes the account off its package; from
      * the next assessment it pays the flat tier fee again.
       END-ONE-ASSIGNMENT.
           PERFORM TAKE-ACCOUNT
           IF KEY-IS-VALID
               MOVE WS-ENTRY-CONTA TO PKA-CONTA-NUM
               READ PKG-ASGN-FILE
                   INVALID KEY
                       DISPLAY 'ACCOUNT IS NOT ON A PACKAGE'
                   NOT INVALID KEY
                       IF PKA-ENDED
                           DISPLAY 'ACCOUNT PACKAGE IS ALREADY ENDED'
                       ELSE
                           SET PKA-ENDED       TO TRUE
                           MOVE WS-RUN-DATE    TO PKA-END-DATE
                           MOVE WS-OPERATOR-ID TO PKA-END-OPERATOR
                           REWRITE PKG-ASGN-REC
                           DISPLAY 'ACCOUNT PACKAGE ENDED'
                       END-IF
               END-READ
           END-IF.
      *
       SHOW-ACCOUNT-PACKAGE.
           PERFORM TAKE-ACCOUNT
           IF KEY-IS-VALID
               MOVE WS-ENTRY-CONTA TO PKA-CONTA-NUM
               READ PKG-ASGN-FILE
                   INVALID KEY
                       DISPLAY 'ACCOUNT IS NOT ON A PACKAGE - '
                               'TIER FEE APPLIES'
                   NOT INVALID KEY
                       DISPLAY 'ACCOUNT ' PKA-CONTA-NUM
                               ' PACKAGE ' PKA-PACKAGE-CODE
                               ' STATUS ' PKA-STATUS
                               ' SINCE ' PKA-START-DATE
                               ' BY ' PKA-OPERATOR
                               ' ENDED ' PKA-END-DATE
                       MOVE PKA-PACKAGE-CODE TO PKG-CODE
                       READ PKG-MST-FILE
                           INVALID KEY
                               DISPLAY 'PACKAGE IS NOT ON FILE'
                           NOT INVALID KEY
                               PERFORM SHOW-PACKAGE-TERMS
                       END-READ
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
       END PROGRAM PKGMNT.
