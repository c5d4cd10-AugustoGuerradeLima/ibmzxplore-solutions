      *  branch-named recap reports read.  A close keeps the record
      *  with closed status so history still labels the branch;
      *  rejects go to the shared EXCFILE with a standard reason code.
      *  An add or change may carry the branch's teller second-person
      *  limit; left blank, an add takes the shop default and a
      *  change leaves the limit as it stands.  The vault insurance
      *  limit is carried and defaulted the same way.
      *  An add or change may also carry the branch's report
      *  distribution - the per-report opt-out flags and the mailbox
      *  the nightly report package goes to; blank on a change leaves
      *  them as they stand.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
           05  BTRN-NUMBER            PIC X(4).
           05  BTRN-NAME              PIC X(20).
           05  BTRN-REGION            PIC X(10).
           05  BTRN-TELLER-LIMIT      PIC X(11).
           05  BTRN-TELLER-LIMIT-NUM REDEFINES BTRN-TELLER-LIMIT
                                      PIC 9(9)V99.
           05  BTRN-VAULT-LIMIT       PIC X(11).
           05  BTRN-VAULT-LIMIT-NUM REDEFINES BTRN-VAULT-LIMIT
                                      PIC 9(9)V99.
           05  BTRN-DIST-REPORTS      PIC X(8).
           05  BTRN-DIST-MAILBOX      PIC X(15).
      *
       FD  BRANCH-FILE RECORDING MODE F.
           COPY BRANCH.
           MOVE BTRN-NAME   TO BRN-NAME
           MOVE BTRN-REGION TO BRN-REGION
           MOVE 'O'         TO BRN-STATUS
           IF BTRN-TELLER-LIMIT IS NUMERIC
               MOVE BTRN-TELLER-LIMIT-NUM TO BRN-TELLER-LIMIT
           ELSE
               MOVE ZEROS TO BRN-TELLER-LIMIT
           END-IF
           IF BTRN-VAULT-LIMIT IS NUMERIC
               MOVE BTRN-VAULT-LIMIT-NUM TO BRN-VAULT-LIMIT
           ELSE
               MOVE ZEROS TO BRN-VAULT-LIMIT
           END-IF
           MOVE BTRN-DIST-REPORTS TO BRN-DIST-REPORTS
           MOVE BTRN-DIST-MAILBOX TO BRN-DIST-MAILBOX
           WRITE BRANCH-REC
               INVALID KEY
                   MOVE 'DUPLICATE ID' TO WS-REJECT-REASON
                   IF BTRN-REGION NOT = SPACES
                       MOVE BTRN-REGION TO BRN-REGION
                   END-IF
                   IF BTRN-TELLER-LIMIT IS NUMERIC
                       MOVE BTRN-TELLER-LIMIT-NUM TO BRN-TELLER-LIMIT
                   END-IF
                   IF BTRN-VAULT-LIMIT IS NUMERIC
                       MOVE BTRN-VAULT-LIMIT-NUM TO BRN-VAULT-LIMIT
                   END-IF
                   IF BTRN-DIST-REPORTS NOT = SPACES
                       MOVE BTRN-DIST-REPORTS TO BRN-DIST-REPORTS
                   END-IF
                   IF BTRN-DIST-MAILBOX NOT = SPACES
                       MOVE BTRN-DIST-MAILBOX TO BRN-DIST-MAILBOX
                   END-IF
                   REWRITE BRANCH-REC
                   ADD 1 TO WS-CHANGE-COUNT
                       ON SIZE ERROR
