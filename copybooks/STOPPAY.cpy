      *-----------------------------------------------------------------
      *  STOP-PAY-REC - one stop-payment order on our customer's own
      *  cheques, keyed by account plus the first cheque number the
      *  stop covers.  A single stopped cheque carries the same number
      *  in STP-CHQ-FROM and STP-CHQ-TO; a lost or stolen book carries
      *  the whole range.  Cheque numbers are keyed zero-filled to ten
      *  digits, so the range compares straight across.  Placed and
      *  cancelled online through STOPMNT (CB0136), which charges the
      *  stop fee; CHQINTAK (CB0085) returns any presented item that
      *  falls inside an active stop - reason 21 for a revocation by
      *  the drawer, 28 for theft or loss.  A cancelled stop keeps its
      *  record so the order's history survives.
      *-----------------------------------------------------------------
       01  STOP-PAY-REC.
           05  STP-KEY.
               10  STP-CONTA-NUM    PIC 9(10).
               10  STP-CHQ-FROM     PIC X(10).
           05  STP-CHQ-TO           PIC X(10).
           05  STP-REASON           PIC X.
               88  STP-REVOCATION       VALUE 'R'.
               88  STP-THEFT-LOSS       VALUE 'T'.
               88  STP-VALID-REASON     VALUES 'R' 'T'.
           05  STP-STATUS           PIC X.
               88  STP-ACTIVE           VALUE 'A'.
               88  STP-CANCELLED        VALUE 'C'.
           05  STP-OPERATOR         PIC X(8).
           05  STP-PLACED-DATE      PIC 9(8).
           05  STP-FEE-CHARGED      PIC S9(5)V99 COMP-3.
           05  STP-CANCEL-OPERATOR  PIC X(8).
           05  STP-CANCEL-DATE      PIC 9(8).
           05  FILLER               PIC X(20).
