      *-----------------------------------------------------------------
      *  AVG-BAL-REC - one account's average daily balance (saldo
      *  medio) for one calendar month, keyed by account and month.
      *  AVGBAL (CB0157) builds it at month-end from the BALHIST
      *  snapshots, carrying each non-business day at the previous
      *  day's balance, and keeps a rolling twelve months - anything
      *  older is dropped on the same run.  CUST360 shows it at the
      *  counter and ODUTIL prints it for the credit desk.
      *  ABL-DAYS-COUNTED is the calendar days the average covers; an
      *  account opened in the month averages over the days it held
      *  a balance.  Branch and tier are the account's as of the run.
      *-----------------------------------------------------------------
       01  AVG-BAL-REC.
           05  ABL-KEY.
               10  ABL-CONTA-NUM    PIC 9(10).
               10  ABL-MONTH        PIC 9(6).
           05  ABL-AVG-SALDO        PIC S9(9)V99 COMP-3.
           05  ABL-MONTH-END-SALDO  PIC S9(9)V99 COMP-3.
           05  ABL-DAYS-COUNTED     PIC 9(2).
           05  ABL-AGENCIA          PIC 9(4).
           05  ABL-ACCT-TIER        PIC 9.
           05  ABL-GEN-DATE         PIC 9(8).
           05  FILLER               PIC X(17).
