      *-----------------------------------------------------------------
      *  IOF-YEAR-REC - the IOF a customer paid in one calendar year,
      *  keyed by CPF and year, split between overdraft usage (charged
      *  monthly by IOFACCR, CB0129, to the account's primary holder)
      *  and loan disbursements (charged by LOANMNT to the borrower).
      *  INFORME prints the year's totals on the customer's informe
      *  for the tax statements.
      *-----------------------------------------------------------------
       01  IOF-YEAR-REC.
           05  IOY-KEY.
               10  IOY-CPF          PIC X(11).
               10  IOY-YEAR         PIC 9(4).
           05  IOY-OVERDRAFT-IOF    PIC S9(9)V99 COMP-3.
           05  IOY-LOAN-IOF         PIC S9(9)V99 COMP-3.
           05  IOY-LAST-UPDATE      PIC 9(8).
           05  FILLER               PIC X(12).
