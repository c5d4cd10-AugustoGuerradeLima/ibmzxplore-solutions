      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CASHDSK.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  CASHDSK is the branch cash desk, where the paper cash book
      *  the branches kept by the vault used to live.  Signed on
      *  through OPRSIGN and working one branch at a time, the vault
      *  custodian (a supervisor) issues each teller's opening cash
      *  from the vault, takes surplus cash back from a drawer during
      *  the day, and books cash received from or shipped to the cash
      *  centre; the vault can never give out more than it holds.  At
      *  close each teller declares the cash they counted in their own
      *  drawer, which goes back to the vault with the declaration -
      *  once declared, the drawer takes no more cash until the next
      *  business date.  Every movement updates the CASHPOS positions,
      *  lands on the CASHMOV audit trail and writes a SESSLOG entry.
      *  The day's teller cash deposits and withdrawals, and the
      *  over/short between a drawer's declared count and its book,
      *  are worked out by the CASHRUN batch step (CB0154).
      *  A standard operator works only their own branches (the
      *  shared BRNSCOPE check, by branch number); a refused branch
      *  is logged as BRNREFUSE and ends the session.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-POS-FILE ASSIGN TO CASHPOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSP-KEY
               FILE STATUS IS WS-CASHPOS-STATUS.
           SELECT CASH-MOV-FILE ASSIGN TO CASHMOV
               FILE STATUS IS WS-CASHMOV-STATUS.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CASH-POS-FILE RECORDING MODE F.
           COPY CASHPOS.
      *
       FD  CASH-MOV-FILE RECORDING MODE F.
           COPY CASHMOV.
      *
       FD  SESS-LOG-FILE RECORDING MODE F.
           COPY SESSLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-CASHPOS-STATUS    PIC XX.
       01  WS-CASHMOV-STATUS    PIC XX.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL        PIC 9 VALUE 1.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-TIME          PIC 9(8).
       01  WS-LOG-ACTION        PIC X(12).
       01  WS-DONE-FLAG         PIC X VALUE 'N'.
           88  OPERATOR-IS-DONE     VALUE 'Y'.
       01  WS-SIGNON-FLAG       PIC X VALUE 'N'.
           88  OPERATOR-SIGNED-ON   VALUE 'Y'.
       01  WS-SIGNON-RESULT     PIC X VALUE 'N'.
       01  WS-MENU-CHOICE       PIC X.
       01  WS-ANSWER            PIC X(11).
       01  WS-CONFIRM           PIC X.
      * The position being worked: branch plus drawer, the vault
      * under the literal VAULT.
       01  WS-POS-KEY.
           05  WS-POS-AGENCIA   PIC 9(4).
           05  WS-POS-DRAWER    PIC X(8).
       01  WS-TELLER-ID         PIC X(8).
       01  WS-MOVE-TYPE         PIC X.
       01  WS-MOVE-AMOUNT       PIC S9(11)V99.
       01  WS-AMOUNT-X          PIC X(11).
       01  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-X
                                PIC 9(9)V99.
       01  WS-VAULT-HOLDS       PIC S9(11)V99.
       01  WS-SHOW-AMOUNT       PIC -(11)9.99.
       01  WS-NEW-POS-FLAG      PIC X VALUE 'N'.
           88  POSITION-IS-NEW      VALUE 'Y' FALSE 'N'.
       01  WS-MOVE-FLAG         PIC X VALUE 'N'.
           88  MOVE-IS-GOOD         VALUE 'Y' FALSE 'N'.
       01  WS-SCAN-FLAG         PIC X VALUE 'N'.
           88  POS-SCAN-DONE        VALUE 'Y' FALSE 'N'.
      * Parameters for the shared BRNVAL branch-master check.
       01  WS-BRNVAL-NUMBER     PIC 9(4).
       01  WS-BRNVAL-RESULT     PIC X VALUE 'Y'.
           88  BRANCH-IS-VALID      VALUE 'Y' FALSE 'N'.
       01  WS-BRNVAL-NAME       PIC X(20).
       01  WS-BRNVAL-REGION     PIC X(10).
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM     PIC X(8) VALUE 'CASHDSK'.
       01  WS-SCOPE-KEY-TYPE    PIC X VALUE 'B'.
       01  WS-SCOPE-KEY         PIC X(11).
       01  WS-SCOPE-RESULT      PIC X.
           88  KEY-IN-SCOPE         VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       RUN-CASH-DESK.
           PERFORM SIGN-ON-OPERATOR
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN
           END-IF
           PERFORM TAKE-THE-BRANCH
           OPEN I-O CASH-POS-FILE
           IF WS-CASHPOS-STATUS = '35'
               CLOSE CASH-POS-FILE
               OPEN OUTPUT CASH-POS-FILE
               CLOSE CASH-POS-FILE
               OPEN I-O CASH-POS-FILE
           END-IF
           OPEN EXTEND CASH-MOV-FILE
           IF WS-CASHMOV-STATUS NOT = '00'
               CLOSE CASH-MOV-FILE
               OPEN OUTPUT CASH-MOV-FILE
           END-IF
           PERFORM UNTIL OPERATOR-IS-DONE
               PERFORM SHOW-DESK-MENU
               PERFORM WORK-DESK-CHOICE
           END-PERFORM
           CLOSE CASH-POS-FILE
           CLOSE CASH-MOV-FILE
           CLOSE SESS-LOG-FILE
           STOP RUN.
      *
      * SIGN-ON-OPERATOR runs the shared OPRSIGN sign-on (password,
      * expiry, lockout) before anything is offered.  The business
      * date is TELLER's, so the desk's movements and the day's
      * TELLPST entries fall on the same date.
       SIGN-ON-OPERATOR.
           CALL 'GETBDAT' USING WS-RUN-DATE
           CALL 'OPRSIGN' USING WS-OPERATOR-ID WS-AUTH-LEVEL
                                WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = 'Y'
               SET OPERATOR-SIGNED-ON TO TRUE
           ELSE
               SET OPERATOR-IS-DONE TO TRUE
           END-IF
           IF OPERATOR-SIGNED-ON
               OPEN EXTEND SESS-LOG-FILE
           END-IF.
      *
      * TAKE-THE-BRANCH fixes the branch the desk works for the
      * session; it must be an open branch on the branch master.
       TAKE-THE-BRANCH.
           DISPLAY 'BRANCH (4 DIGITS): '
           ACCEPT WS-ANSWER
           IF WS-ANSWER(1:4) IS NOT NUMERIC
               DISPLAY 'BRANCH MUST BE 4 DIGITS'
               SET OPERATOR-IS-DONE TO TRUE
           ELSE
               MOVE WS-ANSWER(1:4) TO WS-BRNVAL-NUMBER
               CALL 'BRNVAL' USING WS-BRNVAL-NUMBER
                                   WS-BRNVAL-RESULT
                                   WS-BRNVAL-NAME
                                   WS-BRNVAL-REGION
               IF NOT BRANCH-IS-VALID
                   DISPLAY 'NOT AN OPEN BRANCH ON THE BRANCH MASTER'
                   SET OPERATOR-IS-DONE TO TRUE
               ELSE
                   MOVE WS-BRNVAL-NUMBER TO WS-POS-AGENCIA
                   PERFORM CHECK-BRANCH-SCOPE
                   IF KEY-IN-SCOPE
                       DISPLAY 'BRANCH ' WS-POS-AGENCIA ' '
                               WS-BRNVAL-NAME
                   ELSE
                       SET OPERATOR-IS-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
      * CHECK-BRANCH-SCOPE keeps a standard operator to their own
      * branches through the shared BRNSCOPE check; a refusal is
      * logged as BRNREFUSE under the branch.
       CHECK-BRANCH-SCOPE.
           MOVE SPACES          TO WS-SCOPE-KEY
           MOVE WS-POS-AGENCIA  TO WS-SCOPE-KEY
           CALL 'BRNSCOPE' USING WS-OPERATOR-ID WS-SCOPE-PROGRAM
                                 WS-SCOPE-KEY-TYPE WS-SCOPE-KEY
                                 WS-SCOPE-RESULT
           IF NOT KEY-IN-SCOPE
               MOVE SPACES       TO WS-POS-DRAWER
               MOVE 'BRNREFUSE'  TO WS-LOG-ACTION
               PERFORM LOG-SESSION-ACTION
           END-IF.
      *
       SHOW-DESK-MENU.
           DISPLAY ' '.
           DISPLAY 'BRANCH CASH DESK - BRANCH ' WS-POS-AGENCIA.
           DISPLAY '  I - ISSUE CASH FROM THE VAULT TO A DRAWER'.
           DISPLAY '  R - RETURN CASH FROM A DRAWER TO THE VAULT'.
           DISPLAY '  V - RECEIVE CASH INTO THE VAULT'.
           DISPLAY '  S - SHIP CASH OUT OF THE VAULT'.
           DISPLAY '  D - DECLARE YOUR COUNTED DRAWER CASH AT CLOSE'.
           DISPLAY '  P - SHOW THE BRANCH CASH POSITIONS'.
           DISPLAY '  X - EXIT'.
           DISPLAY 'ENTER CHOICE: '.
           ACCEPT WS-MENU-CHOICE.
      *
      * The vault side is the custodian's, a supervisor function;
      * every teller declares their own drawer.
       WORK-DESK-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 'I'
               WHEN 'i'
               WHEN 'R'
               WHEN 'r'
               WHEN 'V'
               WHEN 'v'
               WHEN 'S'
               WHEN 's'
                   IF WS-AUTH-LEVEL < 2
                       DISPLAY 'VAULT MOVEMENTS ARE A SUPERVISOR '
                               'FUNCTION'
                   ELSE
                       PERFORM WORK-VAULT-MOVEMENT
                   END-IF
               WHEN 'D'
               WHEN 'd'
                   PERFORM DECLARE-DRAWER-CASH
               WHEN 'P'
               WHEN 'p'
                   PERFORM SHOW-BRANCH-POSITIONS
               WHEN 'X'
               WHEN 'x'
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.
      *
       WORK-VAULT-MOVEMENT.
           EVALUATE WS-MENU-CHOICE
               WHEN 'I'
               WHEN 'i'
                   PERFORM ISSUE-DRAWER-CASH
               WHEN 'R'
               WHEN 'r'
                   PERFORM RETURN-DRAWER-CASH
               WHEN 'V'
               WHEN 'v'
                   PERFORM RECEIVE-VAULT-CASH
               WHEN OTHER
                   PERFORM SHIP-VAULT-CASH
           END-EVALUATE.
      *
      * ISSUE-DRAWER-CASH moves cash from the vault into a teller's
      * drawer, opening the drawer for the day.  The custodian may
      * not fund their own drawer, and a drawer already declared
      * today takes no more cash.
       ISSUE-DRAWER-CASH.
           PERFORM TAKE-TELLER-ID
           IF MOVE-IS-GOOD
               PERFORM TAKE-MOVE-AMOUNT
           END-IF
           IF MOVE-IS-GOOD
               PERFORM CHECK-VAULT-HOLDS
           END-IF
           IF MOVE-IS-GOOD
               MOVE WS-TELLER-ID TO WS-POS-DRAWER
               PERFORM FETCH-POSITION
               IF CSP-DECLARED
                   DISPLAY 'DRAWER ALREADY DECLARED TODAY - NO '
                           'MORE CASH UNTIL THE NEXT BUSINESS DATE'
                   SET MOVE-IS-GOOD TO FALSE
               END-IF
           END-IF
           IF MOVE-IS-GOOD
               ADD WS-MOVE-AMOUNT TO CSP-TRANSFER-IN
               ADD WS-MOVE-AMOUNT TO CSP-CLOSING
               SET CSP-OPEN TO TRUE
               PERFORM SAVE-POSITION
               PERFORM TAKE-FROM-VAULT
               MOVE 'I' TO WS-MOVE-TYPE
               MOVE 'CASHISSUE' TO WS-LOG-ACTION
               PERFORM RECORD-MOVEMENT
           END-IF.
      *
      * RETURN-DRAWER-CASH takes surplus cash back from an open
      * drawer into the vault during the day.
       RETURN-DRAWER-CASH.
           PERFORM TAKE-TELLER-ID
           IF MOVE-IS-GOOD
               PERFORM TAKE-MOVE-AMOUNT
           END-IF
           IF MOVE-IS-GOOD
               MOVE WS-TELLER-ID TO WS-POS-DRAWER
               PERFORM FETCH-POSITION
               IF NOT CSP-OPEN
                   DISPLAY 'THAT DRAWER IS NOT OPEN TODAY'
                   SET MOVE-IS-GOOD TO FALSE
               END-IF
           END-IF
           IF MOVE-IS-GOOD
               ADD WS-MOVE-AMOUNT TO CSP-TRANSFER-OUT
               SUBTRACT WS-MOVE-AMOUNT FROM CSP-CLOSING
               PERFORM SAVE-POSITION
               PERFORM GIVE-TO-VAULT
               MOVE 'R' TO WS-MOVE-TYPE
               MOVE 'CASHRETURN' TO WS-LOG-ACTION
               PERFORM RECORD-MOVEMENT
           END-IF.
      *
       RECEIVE-VAULT-CASH.
           MOVE 'VAULT' TO WS-TELLER-ID
           SET MOVE-IS-GOOD TO TRUE
           PERFORM TAKE-MOVE-AMOUNT
           IF MOVE-IS-GOOD
               PERFORM GIVE-TO-VAULT
               MOVE 'V' TO WS-MOVE-TYPE
               MOVE 'CASHRECEIPT' TO WS-LOG-ACTION
               PERFORM RECORD-MOVEMENT
           END-IF.
      *
       SHIP-VAULT-CASH.
           MOVE 'VAULT' TO WS-TELLER-ID
           SET MOVE-IS-GOOD TO TRUE
           PERFORM TAKE-MOVE-AMOUNT
           IF MOVE-IS-GOOD
               PERFORM CHECK-VAULT-HOLDS
           END-IF
           IF MOVE-IS-GOOD
               PERFORM TAKE-FROM-VAULT
               MOVE 'S' TO WS-MOVE-TYPE
               MOVE 'CASHSHIPMNT' TO WS-LOG-ACTION
               PERFORM RECORD-MOVEMENT
           END-IF.
      *
      * DECLARE-DRAWER-CASH takes the signed-on teller's count of
      * their own open drawer at close.  The counted cash goes back
      * to the vault with the declaration; CASHRUN compares the
      * count with the drawer's book tonight.  A zero count is a
      * count.
       DECLARE-DRAWER-CASH.
           MOVE WS-OPERATOR-ID TO WS-TELLER-ID
           MOVE WS-OPERATOR-ID TO WS-POS-DRAWER
           SET MOVE-IS-GOOD TO TRUE
           PERFORM FETCH-POSITION
           IF NOT CSP-OPEN
               DISPLAY 'YOUR DRAWER IS NOT OPEN AT THIS BRANCH TODAY'
               SET MOVE-IS-GOOD TO FALSE
           END-IF
           IF MOVE-IS-GOOD
               DISPLAY 'COUNTED CASH (11 DIGITS, CENTS IN LAST 2): '
               ACCEPT WS-AMOUNT-X
               IF WS-AMOUNT-X IS NOT NUMERIC
                   DISPLAY 'AMOUNT MUST BE 11 DIGITS'
                   SET MOVE-IS-GOOD TO FALSE
               ELSE
                   MOVE WS-AMOUNT-NUM TO WS-MOVE-AMOUNT
                   MOVE WS-MOVE-AMOUNT TO WS-SHOW-AMOUNT
                   DISPLAY 'DECLARE ' WS-SHOW-AMOUNT
                           ' AND CLOSE THE DRAWER (Y/N): '
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
                       SET MOVE-IS-GOOD TO FALSE
                   END-IF
               END-IF
           END-IF
           IF MOVE-IS-GOOD
               MOVE WS-MOVE-AMOUNT TO CSP-DECLARED-CASH
               SUBTRACT WS-MOVE-AMOUNT FROM CSP-CLOSING
               SET CSP-DECLARED TO TRUE
               PERFORM SAVE-POSITION
               PERFORM GIVE-TO-VAULT
               MOVE 'D' TO WS-MOVE-TYPE
               MOVE 'CASHDECLARE' TO WS-LOG-ACTION
               PERFORM RECORD-MOVEMENT
               DISPLAY 'DRAWER DECLARED AND CLOSED'
           END-IF.
      *
       TAKE-TELLER-ID.
           SET MOVE-IS-GOOD TO TRUE
           DISPLAY 'TELLER OPERATOR ID: '
           ACCEPT WS-TELLER-ID
           EVALUATE TRUE
               WHEN WS-TELLER-ID = SPACES
               WHEN WS-TELLER-ID = 'VAULT'
                   DISPLAY 'KEY THE TELLER''S OPERATOR ID'
                   SET MOVE-IS-GOOD TO FALSE
               WHEN WS-TELLER-ID = WS-OPERATOR-ID
                   DISPLAY 'THE CUSTODIAN CANNOT MOVE CASH FOR '
                           'THEIR OWN DRAWER'
                   SET MOVE-IS-GOOD TO FALSE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       TAKE-MOVE-AMOUNT.
           DISPLAY 'AMOUNT (11 DIGITS, CENTS IN LAST 2): '
           ACCEPT WS-AMOUNT-X
           IF WS-AMOUNT-X IS NOT NUMERIC
               DISPLAY 'AMOUNT MUST BE 11 DIGITS'
               SET MOVE-IS-GOOD TO FALSE
           ELSE
               IF WS-AMOUNT-NUM = ZEROS
                   DISPLAY 'AMOUNT MUST BE ABOVE ZERO'
                   SET MOVE-IS-GOOD TO FALSE
               ELSE
                   MOVE WS-AMOUNT-NUM TO WS-MOVE-AMOUNT
               END-IF
           END-IF.
      *
      * CHECK-VAULT-HOLDS refuses to give out more than the vault's
      * book balance.
       CHECK-VAULT-HOLDS.
           MOVE 'VAULT' TO WS-POS-DRAWER
           PERFORM FETCH-POSITION
           MOVE CSP-CLOSING TO WS-VAULT-HOLDS
           IF WS-MOVE-AMOUNT > WS-VAULT-HOLDS
               MOVE WS-VAULT-HOLDS TO WS-SHOW-AMOUNT
               DISPLAY 'THE VAULT HOLDS ONLY ' WS-SHOW-AMOUNT
               SET MOVE-IS-GOOD TO FALSE
           END-IF.
      *
       TAKE-FROM-VAULT.
           MOVE 'VAULT' TO WS-POS-DRAWER
           PERFORM FETCH-POSITION
           ADD WS-MOVE-AMOUNT TO CSP-TRANSFER-OUT
           SUBTRACT WS-MOVE-AMOUNT FROM CSP-CLOSING
           PERFORM SAVE-POSITION.
      *
       GIVE-TO-VAULT.
           MOVE 'VAULT' TO WS-POS-DRAWER
           PERFORM FETCH-POSITION
           ADD WS-MOVE-AMOUNT TO CSP-TRANSFER-IN
           ADD WS-MOVE-AMOUNT TO CSP-CLOSING
           PERFORM SAVE-POSITION.
      *
      * FETCH-POSITION reads the branch's vault or drawer position,
      * starting an empty closed one where there is none yet, and
      * carries a position last worked on an earlier business date
      * forward to today.
       FETCH-POSITION.
           SET POSITION-IS-NEW TO FALSE
           MOVE WS-POS-KEY TO CSP-KEY
           READ CASH-POS-FILE
               INVALID KEY
                   SET POSITION-IS-NEW TO TRUE
                   MOVE SPACES       TO CASH-POS-REC
                   MOVE WS-POS-KEY   TO CSP-KEY
                   SET CSP-CLOSED    TO TRUE
                   MOVE WS-RUN-DATE  TO CSP-POS-DATE
                   MOVE ZEROS        TO CSP-OPENING
                                        CSP-TRANSFER-IN
                                        CSP-TRANSFER-OUT
                                        CSP-CASH-IN
                                        CSP-CASH-OUT
                                        CSP-DECLARED-CASH
                                        CSP-OVER-SHORT
                                        CSP-CLOSING
               NOT INVALID KEY
                   IF CSP-POS-DATE < WS-RUN-DATE
                       PERFORM CARRY-POSITION-FORWARD
                   END-IF
           END-READ.
      *
      * CARRY-POSITION-FORWARD opens a new business date on the
      * position: yesterday's closing is today's opening.  A drawer
      * left open overnight stays open; a declared one is closed.
       CARRY-POSITION-FORWARD.
           MOVE CSP-CLOSING  TO CSP-OPENING
           MOVE ZEROS        TO CSP-TRANSFER-IN
                                CSP-TRANSFER-OUT
                                CSP-CASH-IN
                                CSP-CASH-OUT
                                CSP-DECLARED-CASH
                                CSP-OVER-SHORT
           MOVE WS-RUN-DATE  TO CSP-POS-DATE
           IF CSP-DECLARED
               SET CSP-CLOSED TO TRUE
           END-IF.
      *
       SAVE-POSITION.
           MOVE WS-OPERATOR-ID TO CSP-LAST-OPERATOR
           IF POSITION-IS-NEW
               WRITE CASH-POS-REC
           ELSE
               REWRITE CASH-POS-REC
           END-IF.
      *
      * RECORD-MOVEMENT lands the movement on the CASHMOV trail and
      * the session log.
       RECORD-MOVEMENT.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES          TO CASH-MOV-REC
           MOVE WS-RUN-DATE     TO CSM-RUN-DATE
           MOVE WS-RUN-TIME     TO CSM-RUN-TIME
           MOVE WS-POS-AGENCIA  TO CSM-AGENCIA
           MOVE WS-MOVE-TYPE    TO CSM-TYPE
           MOVE WS-TELLER-ID    TO CSM-DRAWER
           MOVE WS-MOVE-AMOUNT  TO CSM-AMOUNT
           MOVE WS-OPERATOR-ID  TO CSM-OPERATOR
           WRITE CASH-MOV-REC
           MOVE WS-TELLER-ID    TO WS-POS-DRAWER
           PERFORM LOG-SESSION-ACTION
           MOVE WS-MOVE-AMOUNT  TO WS-SHOW-AMOUNT
           DISPLAY 'RECORDED ' WS-TELLER-ID ' ' WS-SHOW-AMOUNT.
      *
      * SHOW-BRANCH-POSITIONS lists the branch's vault and drawers as
      * the desk knows them; the day's teller cash is added by
      * CASHRUN tonight.
       SHOW-BRANCH-POSITIONS.
           SET POS-SCAN-DONE TO FALSE
           MOVE WS-POS-AGENCIA TO CSP-AGENCIA
           MOVE LOW-VALUES     TO CSP-DRAWER
           START CASH-POS-FILE KEY IS NOT LESS THAN CSP-KEY
               INVALID KEY SET POS-SCAN-DONE TO TRUE
           END-START
           PERFORM SHOW-ONE-POSITION UNTIL POS-SCAN-DONE.
      *
       SHOW-ONE-POSITION.
           READ CASH-POS-FILE NEXT RECORD
               AT END SET POS-SCAN-DONE TO TRUE
               NOT AT END
                   IF CSP-AGENCIA NOT = WS-POS-AGENCIA
                       SET POS-SCAN-DONE TO TRUE
                   ELSE
                       MOVE CSP-CLOSING TO WS-SHOW-AMOUNT
                       DISPLAY CSP-DRAWER ' ' CSP-STATUS ' '
                               CSP-POS-DATE ' ' WS-SHOW-AMOUNT
                   END-IF
           END-READ.
      *
      * LOG-SESSION-ACTION appends one session-log record per desk
      * action, feeding the daily who-did-what report (SESSRPT).  The
      * log key holds the branch and as much of the drawer as fits.
       LOG-SESSION-ACTION.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES          TO SESS-LOG-REC
           MOVE WS-OPERATOR-ID  TO SLG-OPERATOR
           MOVE WS-RUN-DATE     TO SLG-RUN-DATE
           MOVE WS-RUN-TIME     TO SLG-RUN-TIME
           MOVE 'CASHDSK'       TO SLG-PROGRAM
           MOVE WS-LOG-ACTION   TO SLG-ACTION
           MOVE WS-POS-KEY      TO SLG-KEY
           WRITE SESS-LOG-REC.
      *
       END PROGRAM CASHDSK.
