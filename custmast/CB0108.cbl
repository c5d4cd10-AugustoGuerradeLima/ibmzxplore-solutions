      *  leaver case - the ID stays on file for the audit trail but
      *  never signs on again.  Every action writes a SESSLOG entry,
      *  so the who-did-what report covers security changes too.
      *  The desk also keeps each operator's branch scope: the home
      *  branch (OPR-HOME-BRANCH), asked for when the operator is
      *  added and changed when they move, and the extra branches
      *  granted on OPRBRN for relief and back-office work.  Every
      *  branch keyed must be an open branch per BRNVAL.  The shared
      *  BRNSCOPE check reads both.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERFILE-STATUS.
           SELECT OPR-BRANCH-FILE ASSIGN TO OPRBRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBR-KEY
               FILE STATUS IS WS-OPRBRN-STATUS.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
       FILE SECTION.
       FD  OPER-FILE RECORDING MODE F.
           COPY OPERREC.
      *
       FD  OPR-BRANCH-FILE RECORDING MODE F.
           COPY OPRBRN.
      *
       FD  SESS-LOG-FILE RECORDING MODE F.
           COPY SESSLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-OPERFILE-STATUS   PIC XX.
       01  WS-OPRBRN-STATUS     PIC XX.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL        PIC 9 VALUE 1.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-ENTRY-NAME        PIC X(20).
       01  WS-ENTRY-LEVEL       PIC X.
       01  WS-ENTRY-PWD         PIC X(8).
       01  WS-ENTRY-BRANCH-X    PIC X(4).
       01  WS-ENTRY-BRANCH REDEFINES WS-ENTRY-BRANCH-X
                                PIC 9(4).
      * Parameters for the shared BRNVAL branch validation.
       01  WS-BRNVAL-RESULT     PIC X VALUE 'Y'.
           88  BRANCH-IS-VALID      VALUE 'Y' FALSE 'N'.
       01  WS-BRNVAL-NAME       PIC X(20).
       01  WS-BRNVAL-REGION     PIC X(10).
      *------------------
       PROCEDURE DIVISION.
      *------------------
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O OPR-BRANCH-FILE
           IF WS-OPRBRN-STATUS = '35'
               CLOSE OPR-BRANCH-FILE
               OPEN OUTPUT OPR-BRANCH-FILE
               CLOSE OPR-BRANCH-FILE
               OPEN I-O OPR-BRANCH-FILE
           END-IF
           PERFORM UNTIL OPERATOR-IS-DONE
               PERFORM SHOW-ADMIN-MENU
               PERFORM WORK-ADMIN-CHOICE
           END-PERFORM
           CLOSE OPER-FILE
           CLOSE OPR-BRANCH-FILE
           CLOSE SESS-LOG-FILE
           STOP RUN.
      *
           DISPLAY '  A - ADD AN OPERATOR'.
           DISPLAY '  R - RESET A PASSWORD (ALSO CLEARS A LOCKOUT)'.
           DISPLAY '  D - DEACTIVATE AN OPERATOR (LEAVER)'.
           DISPLAY '  H - CHANGE AN OPERATOR''S HOME BRANCH'.
           DISPLAY '  G - GRANT AN EXTRA BRANCH'.
           DISPLAY '  V - REMOVE AN EXTRA BRANCH'.
           DISPLAY '  X - EXIT'.
           DISPLAY 'ENTER CHOICE: '.
           ACCEPT WS-MENU-CHOICE.
               WHEN 'D'
               WHEN 'd'
                   PERFORM DEACTIVATE-ONE-OPERATOR
               WHEN 'H'
               WHEN 'h'
                   PERFORM CHANGE-HOME-BRANCH
               WHEN 'G'
               WHEN 'g'
                   PERFORM GRANT-EXTRA-BRANCH
               WHEN 'V'
               WHEN 'v'
                   PERFORM REMOVE-EXTRA-BRANCH
               WHEN 'X'
               WHEN 'x'
                   SET OPERATOR-IS-DONE TO TRUE
           ACCEPT WS-ENTRY-LEVEL
           DISPLAY 'TEMPORARY PASSWORD: '
           ACCEPT WS-ENTRY-PWD
           PERFORM TAKE-BRANCH
           IF WS-ENTRY-ID = SPACES
                   OR (WS-ENTRY-LEVEL NOT = '1'
                       AND WS-ENTRY-LEVEL NOT = '2')
               DISPLAY 'OPERATOR NOT ADDED - ID AND LEVEL REQUIRED'
           ELSE
             IF NOT BRANCH-IS-VALID
               DISPLAY 'OPERATOR NOT ADDED - HOME BRANCH NOT OPEN'
             ELSE
               MOVE SPACES        TO OPER-REC
               MOVE WS-ENTRY-ID   TO OPR-ID
               MOVE WS-ENTRY-NAME TO OPR-NAME
               MOVE WS-RUN-DATE   TO OPR-PWD-EXPIRY
               MOVE ZEROS         TO OPR-FAIL-COUNT
               MOVE 'F'           TO OPR-ACCT-STATUS
               MOVE WS-ENTRY-BRANCH TO OPR-HOME-BRANCH
               WRITE OPER-REC
                   INVALID KEY
                       DISPLAY 'OPERATOR ID ALREADY ON FILE'
                       MOVE 'OPERADD' TO WS-LOG-ACTION
                       PERFORM LOG-SESSION-ACTION
               END-WRITE
             END-IF
           END-IF.
      *
      * RESET-ONE-PASSWORD covers both a forgotten password and a
                   PERFORM LOG-SESSION-ACTION
           END-READ.
      *
      * TAKE-BRANCH accepts a four-digit branch and proves it open
      * through BRNVAL; BRANCH-IS-VALID answers.
       TAKE-BRANCH.
           DISPLAY 'BRANCH (4 DIGITS): '
           ACCEPT WS-ENTRY-BRANCH-X
           SET BRANCH-IS-VALID TO FALSE
           IF WS-ENTRY-BRANCH-X IS NUMERIC
                   AND WS-ENTRY-BRANCH NOT = ZEROS
               CALL 'BRNVAL' USING WS-ENTRY-BRANCH WS-BRNVAL-RESULT
                                   WS-BRNVAL-NAME WS-BRNVAL-REGION
           END-IF.
      *
      * CHANGE-HOME-BRANCH moves an operator to another branch; the
      * extra branches they hold are left as granted.
       CHANGE-HOME-BRANCH.
           DISPLAY 'OPERATOR ID TO MOVE: '
           ACCEPT WS-ENTRY-ID
           MOVE WS-ENTRY-ID TO OPR-ID
           READ OPER-FILE
               INVALID KEY
                   DISPLAY 'OPERATOR NOT ON FILE'
               NOT INVALID KEY
                   PERFORM TAKE-BRANCH
                   IF BRANCH-IS-VALID
                       MOVE WS-ENTRY-BRANCH TO OPR-HOME-BRANCH
                       REWRITE OPER-REC
                       DISPLAY 'HOME BRANCH NOW ' WS-ENTRY-BRANCH
                               ' ' WS-BRNVAL-NAME
                       MOVE 'HOMEBRANCH' TO WS-LOG-ACTION
                       PERFORM LOG-SESSION-ACTION
                   ELSE
                       DISPLAY 'BRANCH NOT OPEN - NOT CHANGED'
                   END-IF
           END-READ.
      *
       GRANT-EXTRA-BRANCH.
           DISPLAY 'OPERATOR ID TO GRANT: '
           ACCEPT WS-ENTRY-ID
           MOVE WS-ENTRY-ID TO OPR-ID
           READ OPER-FILE
               INVALID KEY
                   DISPLAY 'OPERATOR NOT ON FILE'
               NOT INVALID KEY
                   PERFORM TAKE-BRANCH
                   IF BRANCH-IS-VALID
                       PERFORM WRITE-BRANCH-GRANT
                   ELSE
                       DISPLAY 'BRANCH NOT OPEN - NOT GRANTED'
                   END-IF
           END-READ.
      *
       WRITE-BRANCH-GRANT.
           MOVE SPACES          TO OPR-BRANCH-REC
           MOVE WS-ENTRY-ID     TO OBR-OPERATOR
           MOVE WS-ENTRY-BRANCH TO OBR-BRANCH
           MOVE WS-OPERATOR-ID  TO OBR-GRANTED-BY
           MOVE WS-RUN-DATE     TO OBR-GRANT-DATE
           WRITE OPR-BRANCH-REC
               INVALID KEY
                   DISPLAY 'BRANCH ALREADY GRANTED'
               NOT INVALID KEY
                   DISPLAY 'BRANCH ' WS-ENTRY-BRANCH ' GRANTED'
                   MOVE 'BRNGRANT' TO WS-LOG-ACTION
                   PERFORM LOG-SESSION-ACTION
           END-WRITE.
      *
       REMOVE-EXTRA-BRANCH.
           DISPLAY 'OPERATOR ID TO REMOVE FROM: '
           ACCEPT WS-ENTRY-ID
           DISPLAY 'BRANCH (4 DIGITS): '
           ACCEPT WS-ENTRY-BRANCH-X
           IF WS-ENTRY-BRANCH-X IS NOT NUMERIC
               DISPLAY 'BRANCH MUST BE 4 DIGITS'
           ELSE
               MOVE WS-ENTRY-ID     TO OBR-OPERATOR
               MOVE WS-ENTRY-BRANCH TO OBR-BRANCH
               DELETE OPR-BRANCH-FILE RECORD
                   INVALID KEY
                       DISPLAY 'BRANCH NOT GRANTED TO THAT OPERATOR'
                   NOT INVALID KEY
                       DISPLAY 'BRANCH ' WS-ENTRY-BRANCH ' REMOVED'
                       MOVE 'BRNREVOKE' TO WS-LOG-ACTION
                       PERFORM LOG-SESSION-ACTION
               END-DELETE
           END-IF.
      *
      * LOG-SESSION-ACTION appends one session-log record per
      * security change, feeding the daily who-did-what report
      * (SESSRPT).
