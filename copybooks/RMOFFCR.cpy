      *-----------------------------------------------------------------
      *  RM-OFFICER-REC - one relationship manager (gerente), keyed by
      *  officer ID: the name, the branch the officer works from, and
      *  whether the officer is still with the bank.  Kept at the
      *  RMDESK desk (CB0162) off OPMENU.  An officer is never
      *  deleted, since the audit trail and old reports still name
      *  them: one who leaves is marked, and can be marked only once
      *  the portfolio has been handed over.  Keying a departed
      *  officer again brings the officer back.
      *-----------------------------------------------------------------
       01  RM-OFFICER-REC.
           05  RMO-OFFICER-ID       PIC X(8).
           05  RMO-NAME             PIC X(30).
           05  RMO-AGENCIA          PIC 9(4).
           05  RMO-STATUS           PIC X.
               88  RMO-ACTIVE           VALUE 'A'.
               88  RMO-LEFT             VALUE 'L'.
           05  RMO-OPERATOR         PIC X(8).
           05  RMO-CHANGED-DATE     PIC 9(8).
           05  FILLER               PIC X(21).
