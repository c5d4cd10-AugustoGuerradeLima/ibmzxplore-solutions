      *-----------------------------------------------------------------
      *  WS-TELL-RULES - the teller second-person threshold, VALUE-
      *  clause maintenance in the CHQTBL style.  A teller entry (debit
      *  or credit) above the limit waits at the window for a
      *  supervisor's sign-on and authorization.  A branch carrying
      *  its own limit on the branch master (BRN-TELLER-LIMIT, set by
      *  BRNCHMNT) uses that instead; this is the limit for every
      *  branch that does not.  The vault insurance limit works the
      *  same way against BRN-VAULT-LIMIT: cash held in a branch vault
      *  above it at close is flagged on the branch cash report.
      *-----------------------------------------------------------------
       01  WS-TELL-RULES.
           05  WS-TELL-DEFAULT-LIMIT PIC 9(9)V99 VALUE 10000.00.
           05  WS-TELL-VAULT-LIMIT   PIC 9(9)V99 VALUE 500000.00.
