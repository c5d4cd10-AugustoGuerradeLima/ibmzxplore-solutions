      *-----------------------------------------------------------------
      *  WS-CHQ-RULES - the deposited-cheque float and return terms,
      *  VALUE-clause maintenance in the FEETBL style: the calendar
      *  days a deposited cheque's credit stays held while it clears
      *  (TELLER sets the hold's expiry from it), the fee charged
      *  to the depositor when the clearing house returns the item
      *  (CHQRTIN), and the fee charged to the drawer for placing a
      *  stop-payment order (STOPMNT).
      *-----------------------------------------------------------------
       01  WS-CHQ-RULES.
           05  WS-CHQ-FLOAT-DAYS    PIC 9(2)    VALUE 02.
           05  WS-CHQ-RETURN-FEE    PIC 9(5)V99 VALUE 17.50.
           05  WS-CHQ-STOP-FEE      PIC 9(5)V99 VALUE 25.00.
