      *-----------------------------------------------------------------
      *  WS-IOF-RATES - the IOF tax rates on credit operations, in the
      *  VALUE-clause maintenance of RATETBL.cpy so a change in the
      *  decree is an edit here instead of a change to the PROCEDURE
      *  DIVISION of IOFACCR (overdraft usage) or LOANMNT (loan
      *  disbursement).  The daily rate runs on the amount borrowed
      *  for each day it is borrowed, counted for at most a year; the
      *  additional rate is charged once on each new amount of credit.
      *-----------------------------------------------------------------
       01  WS-IOF-RATES.
           05  WS-IOF-DAILY-RATE    PIC 9V9(6) VALUE 0.000082.
           05  WS-IOF-ADDL-RATE     PIC 9V9(6) VALUE 0.003800.
           05  WS-IOF-MAX-DAYS      PIC 9(3)   VALUE 365.
