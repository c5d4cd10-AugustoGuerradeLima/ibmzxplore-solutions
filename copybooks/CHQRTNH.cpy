      *-----------------------------------------------------------------
      *  CHQ-RTN-HIST-REC - one of our customers' cheques that the
      *  clearing intake (CHQINTAK, CB0085) has sent back unpaid for
      *  want of funds, keyed by the drawn account and the cheque
      *  number.  The clearing house may present the same cheque a
      *  second time; the first return goes back with reason 11 and
      *  is recorded here, and a second want-of-funds return of the
      *  same cheque goes back with reason 12 - the return that must
      *  be reported to the CCF bad-cheque registry (CCFRPT, CB0137).
      *-----------------------------------------------------------------
       01  CHQ-RTN-HIST-REC.
           05  RTH-KEY.
               10  RTH-CONTA-NUM    PIC 9(10).
               10  RTH-CHQ-NUMBER   PIC X(10).
           05  RTH-AMOUNT           PIC S9(9)V99 COMP-3.
           05  RTH-FIRST-DATE       PIC 9(8).
           05  RTH-LAST-DATE        PIC 9(8).
           05  RTH-LAST-REASON      PIC X(2).
           05  RTH-RETURN-COUNT     PIC 9(2).
           05  FILLER               PIC X(20).
