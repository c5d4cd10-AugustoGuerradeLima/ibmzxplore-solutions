      *-----------------------------------------------------------------
      *  CASH-POS-REC - the physical cash one branch vault or one
      *  teller drawer should hold, keyed by branch and drawer (the
      *  teller's operator ID, or VAULT for the branch vault).  The
      *  CASHDSK desk moves cash between the vault and the drawers,
      *  takes deliveries from and shipments to the cash centre, and
      *  takes each teller's declared count at close; CASHRUN (CB0154)
      *  adds the day's cash deposits and withdrawals off TELLPST,
      *  books a drawer's over/short and prints the branch cash
      *  report.  The day's figures belong to CSP-POS-DATE; the first
      *  touch on a later business date carries the closing balance
      *  forward as the new opening and clears the rest.
      *  CSP-CLOSING is the book balance: opening plus transfers in
      *  less transfers out (and, on a drawer, plus cash in less cash
      *  out less the declared cash handed back to the vault, plus
      *  the over/short) - a declared drawer closes at zero.
      *-----------------------------------------------------------------
       01  CASH-POS-REC.
           05  CSP-KEY.
               10  CSP-AGENCIA      PIC 9(4).
               10  CSP-DRAWER       PIC X(8).
                   88  CSP-IS-VAULT     VALUE 'VAULT'.
           05  CSP-STATUS           PIC X.
               88  CSP-OPEN             VALUE 'O'.
               88  CSP-DECLARED         VALUE 'D'.
               88  CSP-CLOSED           VALUES 'C' SPACE.
           05  CSP-POS-DATE         PIC 9(8).
           05  CSP-OPENING          PIC S9(11)V99 COMP-3.
           05  CSP-TRANSFER-IN      PIC S9(11)V99 COMP-3.
           05  CSP-TRANSFER-OUT     PIC S9(11)V99 COMP-3.
           05  CSP-CASH-IN          PIC S9(11)V99 COMP-3.
           05  CSP-CASH-OUT         PIC S9(11)V99 COMP-3.
           05  CSP-DECLARED-CASH    PIC S9(11)V99 COMP-3.
           05  CSP-OVER-SHORT       PIC S9(11)V99 COMP-3.
           05  CSP-CLOSING          PIC S9(11)V99 COMP-3.
           05  CSP-LAST-OPERATOR    PIC X(8).
           05  FILLER               PIC X(10).
