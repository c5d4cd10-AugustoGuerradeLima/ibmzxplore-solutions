      *-----------------------------------------------------------------
      *  RM-AUDIT-REC - one change made at the relationship manager
      *  desk RMDESK (CB0162): the action, the officer it was made to,
      *  and for a customer assignment the CPF with the officer it
      *  moved from and to.  Stamped with the operator, and for a
      *  bulk reassignment the supervisor who authorized it.  The
      *  trail replaces the handover spreadsheets - who had a customer
      *  when is read back from here.
      *    OFFADD / OFFCHG  officer added or changed
      *    OFFLFT           officer marked as having left
      *    ASSIGN           customer assigned or moved to an officer
      *    UNASGN           customer's assignment removed
      *    BULKMV           customer moved in a bulk reassignment
      *-----------------------------------------------------------------
       01  RM-AUDIT-REC.
           05  RMU-ACTION           PIC X(6).
           05  RMU-OFFICER-ID       PIC X(8).
           05  RMU-CPF              PIC X(11).
           05  RMU-OLD-OFFICER      PIC X(8).
           05  RMU-NEW-OFFICER      PIC X(8).
           05  RMU-RUN-DATE         PIC 9(8).
           05  RMU-RUN-TIME         PIC 9(8).
           05  RMU-OPERATOR         PIC X(8).
           05  RMU-SUPERVISOR       PIC X(8).
           05  FILLER               PIC X(7).
