      *  accepted when the account number's check digit proves, the
      *  branch is on the branch master, and the customer
      *  cross-reference already shows an owner; every action lands in
      *  the ACCTAUD audit file and the DAILYCTL counts.  Closures
      *  settled by CLOSESET arrive as close cards on its CLOSACT
      *  feed, run after the night's capture has zeroed the account.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
