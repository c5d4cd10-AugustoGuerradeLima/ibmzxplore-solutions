      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    STOPMNT.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  STOPMNT is the online stop-payment desk, reached from OPMENU.
      *  A customer who disputes a payment or has lost a cheque book
      *  asks the branch to stop it: the operator keys the account,
      *  the cheque number (or the first and last number of a lost
      *  book) and the reason - revocation by the drawer, or theft or
      *  loss - and the order goes on the STOPPAY register
      *  (STOPPAY.cpy) active at once.  Placing a stop charges the
      *  stop fee from CHQTBL as a FEE debit on the STOPPST feed,
      *  which the JCL concatenates into the PSTMERGE consolidation
      *  sort like every other posting feed.  A cancelled stop is
      *  marked, never deleted, and its fee stands.  Cancelling is
      *  policed by the permission matrix under its own function name,
      *  STOPCANCL, so a clerk granted the desk to place stops need not
      *  be able to lift them.  CHQINTAK returns any presented item
      *  inside an active stop.  The operator comes from the OPMENU
      *  session record and is stamped on every stop placed or
      *  cancelled.
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
           SELECT STOP-FILE ASSIGN TO STOPPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-KEY
               FILE STATUS IS WS-STOP-STATUS.
           SELECT POSTING-OUT ASSIGN TO STOPPST
               FILE STATUS IS WS-STOPPST-STATUS.
           SELECT OPER-SESSION ASSIGN TO OPERSESS
               FILE STATUS IS WS-OPERSESS-STATUS.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  STOP-FILE RECORDING MODE F.
           COPY STOPPAY.
      *
      * The stop fees in PSTTRAN's own layout; the JCL concatenates
      * every feed into the PSTMERGE consolidation sort's input.
       FD  POSTING-OUT RECORDING MODE F.
       01  POSTING-OUT-REC.
           05  PST-CONTA-NUM        PIC X(10).
           05  PST-AMOUNT           PIC X(11).
           05  PST-DC-CODE          PIC X.
           05  PST-POST-DATE        PIC X(8).
           05  PST-SOURCE-CODE      PIC X(4).
           05  FILLER               PIC X(29).
           05  PST-FEE-TYPE         PIC X.
           05  FILLER               PIC X(16).
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
           COPY CHQTBL.
       01  WS-STOP-STATUS       PIC XX.
       01  WS-STOPPST-STATUS    PIC XX.
       01  WS-OPERSESS-STATUS   PIC XX.
       01  WS-OPERATOR-ID       PIC X(8) VALUE 'BATCH'.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-DONE-FLAG         PIC X VALUE 'N'.
           88  OPERATOR-IS-DONE     VALUE 'Y'.
       01  WS-MENU-CHOICE       PIC X.
       01  WS-ANSWER            PIC X(11).
       01  WS-ENTRY-CONTA       PIC 9(10).
       01  WS-ENTRY-FROM        PIC X(10).
       01  WS-ENTRY-TO          PIC X(10).
       01  WS-ENTRY-REASON      PIC X.
       01  WS-SCAN-FLAG         PIC X VALUE 'N'.
           88  STOP-SCAN-DONE       VALUE 'Y' FALSE 'N'.
       01  WS-LISTED-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-FEE-X             PIC X(11).
       01  WS-FEE-NUM REDEFINES WS-FEE-X
                                PIC 9(9)V99.
      * Parameters for the shared PERMCHK permission check; the desk
      * knows only the operator, so it asks at the standard level and
      * the matrix grant decides.
       01  WS-AUTH-LEVEL        PIC 9 VALUE 1.
       01  WS-PERM-FUNCTION     PIC X(9) VALUE 'STOPCANCL'.
       01  WS-PERM-RESULT       PIC X VALUE 'N'.
           88  FUNCTION-PERMITTED   VALUE 'Y' FALSE 'N'.
      * Parameters for the shared ACCTCHK check-digit subroutine.
       01  WS-ACCTCHK-NUMBER    PIC X(10).
       01  WS-ACCTCHK-RESULT    PIC X VALUE 'Y'.
           88  ACCT-NUM-VALID       VALUE 'Y' FALSE 'N'.
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM     PIC X(8) VALUE 'STOPMNT'.
       01  WS-SCOPE-KEY-TYPE    PIC X VALUE 'A'.
       01  WS-SCOPE-KEY         PIC X(11).
       01  WS-SCOPE-RESULT      PIC X.
           88  KEY-IN-SCOPE         VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       RUN-STOP-DESK.
           CALL 'GETBDAT' USING WS-RUN-DATE
           PERFORM READ-OPERATOR-SESSION
           OPEN I-O STOP-FILE
           IF WS-STOP-STATUS = '35'
               CLOSE STOP-FILE
               OPEN OUTPUT STOP-FILE
               CLOSE STOP-FILE
               OPEN I-O STOP-FILE
           END-IF
           OPEN EXTEND POSTING-OUT
           IF WS-STOPPST-STATUS NOT = '00'
               CLOSE POSTING-OUT
               OPEN OUTPUT POSTING-OUT
           END-IF
           PERFORM UNTIL OPERATOR-IS-DONE
               PERFORM SHOW-DESK-MENU
               PERFORM WORK-DESK-CHOICE
           END-PERFORM
           CLOSE STOP-FILE
           CLOSE POSTING-OUT
           MOVE 0 TO RETURN-CODE
           GOBACK.
      *
      * READ-OPERATOR-SESSION picks up the operator OPMENU signed on;
      * the stop is dated, and its fee posted, on the business date.
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
           DISPLAY 'STOP-PAYMENT DESK'.
           DISPLAY '  P - PLACE A STOP (ONE CHEQUE OR A RANGE)'.
           DISPLAY '  L - LIST STOPS ON AN ACCOUNT'.
           DISPLAY '  C - CANCEL A STOP'.
           DISPLAY '  X - EXIT'.
           DISPLAY 'ENTER CHOICE: '.
           ACCEPT WS-MENU-CHOICE.
      *
       WORK-DESK-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 'P'
               WHEN 'p'
                   PERFORM PLACE-ONE-STOP
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-ACCOUNT-STOPS
               WHEN 'C'
               WHEN 'c'
                   PERFORM CANCEL-ONE-STOP
               WHEN 'X'
               WHEN 'x'
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE.
      *
      * TAKE-STOP-ACCOUNT accepts the account and proves its check
      * digit, then its branch scope; WS-ENTRY-CONTA holds it only
      * when ACCT-NUM-VALID.
       TAKE-STOP-ACCOUNT.
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
      * PLACE-ONE-STOP takes the cheque or range and the reason and
      * puts the order on the register active at once - a stop that
      * waited for approval could miss tonight's clearing - then
      * charges the fee.  A blank last number stops the one cheque.
       PLACE-ONE-STOP.
           PERFORM TAKE-STOP-ACCOUNT
           IF ACCT-NUM-VALID
               DISPLAY 'FIRST CHEQUE NUMBER (10 DIGITS): '
               ACCEPT WS-ENTRY-FROM
               DISPLAY 'LAST CHEQUE NUMBER (BLANK = SAME): '
               ACCEPT WS-ENTRY-TO
               IF WS-ENTRY-TO = SPACES
                   MOVE WS-ENTRY-FROM TO WS-ENTRY-TO
               END-IF
               DISPLAY 'REASON (R = REVOCATION, T = THEFT/LOSS): '
               ACCEPT WS-ENTRY-REASON
               EVALUATE TRUE
                   WHEN WS-ENTRY-FROM IS NOT NUMERIC
                   WHEN WS-ENTRY-TO IS NOT NUMERIC
                       DISPLAY 'CHEQUE NUMBERS MUST BE 10 DIGITS'
                   WHEN WS-ENTRY-TO < WS-ENTRY-FROM
                       DISPLAY 'LAST CHEQUE IS BEFORE THE FIRST'
                   WHEN WS-ENTRY-REASON NOT = 'R'
                        AND WS-ENTRY-REASON NOT = 'T'
                       DISPLAY 'REASON MUST BE R OR T'
                   WHEN OTHER
                       PERFORM WRITE-ONE-STOP
               END-EVALUATE
           END-IF.
      *
       WRITE-ONE-STOP.
           MOVE SPACES          TO STOP-PAY-REC
           MOVE WS-ENTRY-CONTA  TO STP-CONTA-NUM
           MOVE WS-ENTRY-FROM   TO STP-CHQ-FROM
           MOVE WS-ENTRY-TO     TO STP-CHQ-TO
           MOVE WS-ENTRY-REASON TO STP-REASON
           SET STP-ACTIVE       TO TRUE
           MOVE WS-OPERATOR-ID  TO STP-OPERATOR
           MOVE WS-RUN-DATE     TO STP-PLACED-DATE
           MOVE WS-CHQ-STOP-FEE TO STP-FEE-CHARGED
           MOVE ZEROS           TO STP-CANCEL-DATE
           WRITE STOP-PAY-REC
               INVALID KEY
                   DISPLAY 'STOP NOT WRITTEN - A STOP FROM THAT '
                           'CHEQUE IS ALREADY ON FILE'
               NOT INVALID KEY
                   PERFORM CHARGE-STOP-FEE
                   DISPLAY 'STOP PLACED - FEE CHARGED'
           END-WRITE.
      *
      * CHARGE-STOP-FEE raises the fee debit on the drawer's account.
       CHARGE-STOP-FEE.
           MOVE SPACES          TO POSTING-OUT-REC
           MOVE WS-ENTRY-CONTA  TO PST-CONTA-NUM
           MOVE WS-CHQ-STOP-FEE TO WS-FEE-NUM
           MOVE WS-FEE-X        TO PST-AMOUNT
           MOVE 'D'             TO PST-DC-CODE
           MOVE WS-RUN-DATE     TO PST-POST-DATE
           MOVE 'FEE '          TO PST-SOURCE-CODE
           MOVE 'S'             TO PST-FEE-TYPE
           WRITE POSTING-OUT-REC.
      *
      * LIST-ACCOUNT-STOPS shows every stop ever placed on the
      * account, cancelled ones included.
       LIST-ACCOUNT-STOPS.
           PERFORM TAKE-STOP-ACCOUNT
           IF ACCT-NUM-VALID
               MOVE ZEROS TO WS-LISTED-COUNT
               SET STOP-SCAN-DONE TO FALSE
               MOVE WS-ENTRY-CONTA TO STP-CONTA-NUM
               MOVE LOW-VALUES     TO STP-CHQ-FROM
               START STOP-FILE KEY IS NOT LESS THAN STP-KEY
                   INVALID KEY SET STOP-SCAN-DONE TO TRUE
               END-START
               PERFORM SHOW-ONE-STOP UNTIL STOP-SCAN-DONE
               IF WS-LISTED-COUNT = ZEROS
                   DISPLAY 'NO STOPS ON THIS ACCOUNT'
               END-IF
           END-IF.
      *
       SHOW-ONE-STOP.
           READ STOP-FILE NEXT RECORD
               AT END SET STOP-SCAN-DONE TO TRUE
               NOT AT END
                   IF STP-CONTA-NUM NOT = WS-ENTRY-CONTA
                       SET STOP-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY 'CHEQUES ' STP-CHQ-FROM
                               ' TO ' STP-CHQ-TO
                               ' REASON ' STP-REASON
                               ' STATUS ' STP-STATUS
                               ' PLACED ' STP-PLACED-DATE
                               ' BY ' STP-OPERATOR
                   END-IF
           END-READ.
      *
       CANCEL-ONE-STOP.
           CALL 'PERMCHK' USING WS-OPERATOR-ID WS-PERM-FUNCTION
                                 WS-AUTH-LEVEL WS-PERM-RESULT
           IF NOT FUNCTION-PERMITTED
               DISPLAY 'NOT PERMITTED TO CANCEL A STOP'
           ELSE
               PERFORM TAKE-STOP-ACCOUNT
               IF ACCT-NUM-VALID
                   DISPLAY 'FIRST CHEQUE NUMBER OF THE STOP: '
                   ACCEPT WS-ENTRY-FROM
                   MOVE WS-ENTRY-CONTA TO STP-CONTA-NUM
                   MOVE WS-ENTRY-FROM  TO STP-CHQ-FROM
                   READ STOP-FILE
                       INVALID KEY
                           DISPLAY 'NO SUCH STOP ON FILE'
                       NOT INVALID KEY
                           IF STP-CANCELLED
                               DISPLAY 'STOP IS ALREADY CANCELLED'
                           ELSE
                               SET STP-CANCELLED TO TRUE
                               MOVE WS-OPERATOR-ID
                                   TO STP-CANCEL-OPERATOR
                               MOVE WS-RUN-DATE TO STP-CANCEL-DATE
                               REWRITE STOP-PAY-REC
                               DISPLAY 'STOP CANCELLED'
                           END-IF
                   END-READ
               END-IF
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
       END PROGRAM STOPMNT.
