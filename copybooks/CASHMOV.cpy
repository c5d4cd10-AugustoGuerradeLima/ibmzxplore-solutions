      *-----------------------------------------------------------------
      *  CASH-MOV-REC - one cash movement keyed at the CASHDSK desk,
      *  appended as the audit trail behind the CASHPOS positions:
      *  cash issued from the vault to a drawer, returned from a
      *  drawer to the vault, a teller's declared count at close
      *  (handed back to the vault with it), or cash received into or
      *  shipped out of the vault from the cash centre.  The
      *  operator is the one who keyed it.
      *-----------------------------------------------------------------
       01  CASH-MOV-REC.
           05  CSM-RUN-DATE         PIC 9(8).
           05  CSM-RUN-TIME         PIC 9(8).
           05  CSM-AGENCIA          PIC 9(4).
           05  CSM-TYPE             PIC X.
               88  CSM-ISSUE            VALUE 'I'.
               88  CSM-RETURN           VALUE 'R'.
               88  CSM-DECLARE          VALUE 'D'.
               88  CSM-RECEIPT          VALUE 'V'.
               88  CSM-SHIPMENT         VALUE 'S'.
           05  CSM-DRAWER           PIC X(8).
           05  CSM-AMOUNT           PIC S9(11)V99 COMP-3.
           05  CSM-OPERATOR         PIC X(8).
           05  FILLER               PIC X(16).
