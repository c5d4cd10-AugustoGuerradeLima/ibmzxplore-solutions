      *-----------------------------------------------------------------
      *  RM-ASGN-REC - the relationship manager a customer is assigned
      *  to, keyed by CPF, with the officer as an alternate key so an
      *  officer's whole portfolio can be walked.  A customer with no
      *  record here has no named manager.  Assigned, moved and
      *  removed at the RMDESK desk (CB0162), which also moves a
      *  departing officer's whole portfolio at once; every change is
      *  on the RMAUDIT trail (RMAUD.cpy).  RMA-PRIOR-OFFICER is who
      *  had the customer before the latest move.
      *-----------------------------------------------------------------
       01  RM-ASGN-REC.
           05  RMA-CPF              PIC X(11).
           05  RMA-OFFICER-ID       PIC X(8).
           05  RMA-SINCE-DATE       PIC 9(8).
           05  RMA-OPERATOR         PIC X(8).
           05  RMA-PRIOR-OFFICER    PIC X(8).
           05  FILLER               PIC X(37).
