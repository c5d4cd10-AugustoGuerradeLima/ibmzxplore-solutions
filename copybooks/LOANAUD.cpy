      *-----------------------------------------------------------------
      *  LOAN-AUDIT-REC - one loan-contract change audit record: the
      *  action, the contract it touched, the run date, the operator,
      *  the money that moved, and a before/after image of the
      *  contract terms the action can change, so a settlement or
      *  prepayment shows exactly what the installment and term moved
      *  from and to.  Appended by every program that changes a live
      *  contract's terms outside the billing cycle - LOANSETL
      *  (CB0123) first.  LAU-OPTION carries the action's own choice
      *  (I lower installment, T shorter term on a prepayment).
      *-----------------------------------------------------------------
       01  LOAN-AUDIT-REC.
           05  LAU-ACTION           PIC X(6).
           05  LAU-CONTRACT         PIC 9(10).
           05  LAU-RUN-DATE         PIC 9(8).
           05  LAU-OPERATOR         PIC X(8).
           05  LAU-AMOUNT           PIC S9(9)V99 COMP-3.
           05  LAU-OPTION           PIC X.
           05  LAU-BEFORE-IMAGE.
               10  LAU-B-OUTSTANDING    PIC S9(9)V99 COMP-3.
               10  LAU-B-PAYMENT        PIC S9(9)V99 COMP-3.
               10  LAU-B-FINAL-EXTRA    PIC S9(9)V99 COMP-3.
               10  LAU-B-REMAINING      PIC 9(3).
               10  LAU-B-NEXT-DUE       PIC 9(8).
               10  LAU-B-STATUS         PIC X.
           05  LAU-AFTER-IMAGE.
               10  LAU-A-OUTSTANDING    PIC S9(9)V99 COMP-3.
               10  LAU-A-PAYMENT        PIC S9(9)V99 COMP-3.
               10  LAU-A-FINAL-EXTRA    PIC S9(9)V99 COMP-3.
               10  LAU-A-REMAINING      PIC 9(3).
               10  LAU-A-NEXT-DUE       PIC 9(8).
               10  LAU-A-STATUS         PIC X.
           05  FILLER               PIC X(10).
