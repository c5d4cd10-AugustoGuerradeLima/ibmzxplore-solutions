      *-----------------------------------------------------------------
      *  IOF-ACCUM-REC - one overdrawn account's IOF accrual for the
      *  month in hand, keyed by account.  IOFACCR (CB0129) adds each
      *  night's IOF on the negative SALDO - the days since the last
      *  accrual pro-rata, so a holiday weekend is not lost - plus the
      *  additional rate on any new overdraft drawn since the night
      *  before.  The first run in a new month charges the previous
      *  month's accrual as a single IOF debit and starts the month
      *  afresh.  IOA-ACCRUED keeps four decimals so a small balance's
      *  daily fraction of a centavo is not rounded away night after
      *  night; only the monthly charge rounds to the centavo.
      *-----------------------------------------------------------------
       01  IOF-ACCUM-REC.
           05  IOA-CONTA-NUM        PIC 9(10).
           05  IOA-MONTH            PIC 9(6).
           05  IOA-ACCRUED          PIC S9(7)V9(4) COMP-3.
           05  IOA-DAYS             PIC 9(3).
           05  IOA-LAST-DATE        PIC 9(8).
           05  IOA-PRIOR-DRAWN      PIC S9(9)V99 COMP-3.
           05  FILLER               PIC X(10).
