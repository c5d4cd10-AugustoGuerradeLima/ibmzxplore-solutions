      *-----------------------------------------------------------------
      *  CHQ-PRIV-REC - the customer's cheque privilege, keyed by CPF.
      *  A customer with an open CCF incident (CCFREG.cpy) is
      *  suspended: the branches see it on CUST360 and issue no new
      *  cheque book.  CCFRPT (CB0137) suspends on each inclusion and
      *  counts the open incidents; each exclusion it sends counts
      *  one down, and the privilege is restored when none remain.  A
      *  CPF with no record here has never been suspended.
      *-----------------------------------------------------------------
       01  CHQ-PRIV-REC.
           05  PRV-CPF              PIC X(11).
           05  PRV-STATUS           PIC X.
               88  PRV-SUSPENDED        VALUE 'S'.
               88  PRV-RESTORED         VALUE 'R'.
           05  PRV-SUSPENDED-DATE   PIC 9(8).
           05  PRV-RESTORED-DATE    PIC 9(8).
           05  PRV-OPEN-INCIDENTS   PIC 9(3).
           05  FILLER               PIC X(20).
