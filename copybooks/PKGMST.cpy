      *-----------------------------------------------------------------
      *  PKG-MST-REC - one service package (cesta de servicos): the
      *  monthly price and, for each chargeable event type, the number
      *  of events the price covers and the fee for each event beyond
      *  that allowance.  The event types line up one for one with
      *  WS-PKG-EVENT in FEETBL.cpy, which says which posting source
      *  and debit/credit code count as each event.  Kept at the
      *  PKGMNT desk (CB0155) off OPMENU; a package withdrawn from
      *  sale takes no new accounts but keeps pricing the accounts
      *  already on it until they are moved.  FEEASSES (CB0081)
      *  charges it at month end.
      *-----------------------------------------------------------------
       01  PKG-MST-REC.
           05  PKG-CODE             PIC X(4).
           05  PKG-NAME             PIC X(30).
           05  PKG-STATUS           PIC X.
               88  PKG-ON-SALE          VALUE 'A'.
               88  PKG-WITHDRAWN        VALUE 'W'.
           05  PKG-MONTHLY-PRICE    PIC 9(5)V99.
           05  PKG-EVENT OCCURS 3 TIMES.
               10  PKG-FREE-COUNT       PIC 9(3).
               10  PKG-ITEM-FEE         PIC 9(3)V99.
           05  PKG-OPERATOR         PIC X(8).
           05  PKG-CHANGED-DATE     PIC 9(8).
           05  FILLER               PIC X(18).
