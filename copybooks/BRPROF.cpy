      *-----------------------------------------------------------------
      *  BR-PROFIT-REC - one branch's results for one calendar month,
      *  keyed by branch and month, kept by the monthly branch
      *  profitability report BRPROFIT (CB0160) so the next month can
      *  print the change and the year to date without going back to
      *  detail the shop no longer retains.  Two years are kept.
      *  BPF-AMOUNT holds the month's figures in report order:
      *    1  interest paid to depositors (INTACCR accruals, closing
      *       interest credited under CINT)
      *    2  debit interest charged (negative accruals, CINT debits)
      *    3  fees charged (FEE postings)
      *    4  loan interest billed (LOANBILL's LOANINT items)
      *    5  charged off to the recovery book
      *    6  recovered on the recovery book
      *    7  average deposit balance (positive AVGBAL means)
      *  BPF-CUM-CHARGED and BPF-CUM-RECOVERED are the branch's
      *  recovery-book totals as the run found them; the next month's
      *  charge-offs and recoveries are the movement from these.  The
      *  branch closure migration BRNMIGR (CB0161) carries them from a
      *  closed branch to the receiving one along with the debts.
      *-----------------------------------------------------------------
       01  BR-PROFIT-REC.
           05  BPF-KEY.
               10  BPF-AGENCIA      PIC 9(4).
               10  BPF-MONTH        PIC 9(6).
           05  BPF-AMOUNT           PIC S9(11)V99 COMP-3
                                    OCCURS 7 TIMES.
           05  BPF-CUM-CHARGED      PIC S9(11)V99 COMP-3.
           05  BPF-CUM-RECOVERED    PIC S9(11)V99 COMP-3.
           05  BPF-GEN-DATE         PIC 9(8).
           05  FILLER               PIC X(20).
