      *-----------------------------------------------------------------
      *  CHQ-DEP-REC - one cheque drawn on another bank and deposited
      *  at our window, keyed by the drawee bank, the drawer's account
      *  there and the cheque number - the three things the clearing
      *  house quotes back when it returns an item.  TELLER (CB0113)
      *  captures the deposit, credits the depositor at once and
      *  places the float hold (DEP-HOLD-SEQ on BALHOLD) that runs to
      *  DEP-RELEASE-DATE.  CHQPRES (CB0134) presents captured items
      *  to the clearing house and releases the float once the
      *  clearing window has passed; CHQRTIN (CB0135) reverses the
      *  credit and charges the return fee for an item that comes
      *  back.
      *-----------------------------------------------------------------
       01  CHQ-DEP-REC.
           05  DEP-KEY.
               10  DEP-DRAWEE-BANK  PIC 9(3).
               10  DEP-DRAWER-CONTA PIC X(10).
               10  DEP-CHQ-NUMBER   PIC X(10).
           05  DEP-CONTA-NUM        PIC 9(10).
           05  DEP-AMOUNT           PIC S9(9)V99 COMP-3.
           05  DEP-DEPOSIT-DATE     PIC 9(8).
           05  DEP-OPERATOR         PIC X(8).
           05  DEP-HOLD-SEQ         PIC 9(3).
           05  DEP-RELEASE-DATE     PIC 9(8).
           05  DEP-STATUS           PIC X.
               88  DEP-CAPTURED         VALUE 'C'.
               88  DEP-PRESENTED        VALUE 'P'.
               88  DEP-CLEARED          VALUE 'L'.
               88  DEP-RETURNED         VALUE 'R'.
           05  DEP-PRESENT-DATE     PIC 9(8).
           05  DEP-PRESENT-SEQ      PIC 9(6).
           05  DEP-RETURN-DATE      PIC 9(8).
           05  DEP-RETURN-REASON    PIC X(2).
           05  FILLER               PIC X(20).
