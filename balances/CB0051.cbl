      *  TODAY'S live position straight off the balance file, not
      *  last night's BALHIST snapshot - and the ledger SALDO prints
      *  beside the available figure net of holds.
      *  The operator now signs on through OPRSIGN, and a standard
      *  operator is kept to the accounts of their own branches by
      *  the shared BRNSCOPE check, which tells them when the account
      *  belongs elsewhere; the desk logs it to SESSLOG as BRNREFUSE.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUM IN SALDO-REC
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
      *
       FD  SESS-LOG-FILE RECORDING MODE F.
           COPY SESSLOG.
      *
       WORKING-STORAGE SECTION.
       COPY RATETBL.
       01  WS-RATE-ED           PIC 9.9(4).
       01  WS-DONE-FLAG         PIC X VALUE 'N'.
           88  OPERATOR-IS-DONE     VALUE 'Y'.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL        PIC 9 VALUE 1.
       01  WS-SIGNON-FLAG       PIC X VALUE 'N'.
           88  OPERATOR-SIGNED-ON   VALUE 'Y'.
       01  WS-SIGNON-RESULT     PIC X VALUE 'N'.
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM     PIC X(8) VALUE 'BALINQ'.
       01  WS-SCOPE-KEY-TYPE    PIC X VALUE 'A'.
       01  WS-SCOPE-KEY         PIC X(11).
       01  WS-SCOPE-RESULT      PIC X.
           88  KEY-IN-SCOPE         VALUE 'Y'.
      * Parameters for the shared HOLDSUM held-funds subroutine.
       01  WS-HELD-TOTAL        PIC S9(9)V99 VALUE ZEROS.
       01  WS-AVAILABLE         PIC S9(9)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
      *------------------
       RUN-INQUIRY.
           PERFORM SIGN-ON-OPERATOR
           IF NOT OPERATOR-SIGNED-ON
               STOP RUN
           END-IF
           OPEN INPUT SALDO-FILE
           IF WS-SALDO-STATUS NOT = '00'
               DISPLAY 'BALINQ UNABLE TO OPEN SALDOFIL - STATUS '
           END-PERFORM
           CLOSE SALDO-FILE
           STOP RUN.
      *
      * SIGN-ON-OPERATOR runs the shared OPRSIGN sign-on (password,
      * expiry, lockout) before the first inquiry, the same gate
      * CUSTINQ keeps, so the branch-scope check knows who is asking.
       SIGN-ON-OPERATOR.
           CALL 'OPRSIGN' USING WS-OPERATOR-ID WS-AUTH-LEVEL
                                WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = 'Y'
               SET OPERATOR-SIGNED-ON TO TRUE
           ELSE
               SET OPERATOR-IS-DONE TO TRUE
           END-IF.
      *
       ACCEPT-ACCOUNT.
           DISPLAY ' '.
           IF WS-INQUIRY-CONTA = ZEROS
               CONTINUE
           ELSE
               MOVE WS-INQUIRY-CONTA TO WS-SCOPE-KEY
               CALL 'BRNSCOPE' USING WS-OPERATOR-ID WS-SCOPE-PROGRAM
                                     WS-SCOPE-KEY-TYPE WS-SCOPE-KEY
                                     WS-SCOPE-RESULT
               IF KEY-IN-SCOPE
                   PERFORM READ-ACCOUNT-BALANCE
               ELSE
                   PERFORM LOG-SCOPE-REFUSAL
               END-IF
           END-IF.
      *
       READ-ACCOUNT-BALANCE.
           MOVE WS-INQUIRY-CONTA TO CONTA-NUM IN SALDO-REC
           READ SALDO-FILE
               INVALID KEY
                   DISPLAY 'NO BALANCE ON FILE FOR ACCOUNT '
                           WS-INQUIRY-CONTA
               NOT INVALID KEY
                   PERFORM DISPLAY-BALANCE
           END-READ.
      *
      * The ledger SALDO and the available figure - SALDO less the
      * account's active holds per the shared HOLDSUM subroutine -
               DISPLAY 'TIER RATE  : TIER OUT OF RANGE'
           END-IF.
           DISPLAY '----------------------------------------'.
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
       END PROGRAM BALINQ.
