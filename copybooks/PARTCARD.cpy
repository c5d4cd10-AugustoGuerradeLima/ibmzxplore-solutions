      *-----------------------------------------------------------------
      *  PART-CARD-REC - one branch-range partition of the night's
      *  interest accrual and posting: the partition number and the
      *  SALDO-AGENCIA range it owns, both ends inclusive.  Each
      *  partition's INTACCR and INTPOST step is handed its own card
      *  on INTPART; a step with no card on INTPART is the ordinary
      *  single run over every branch.  INTMERGE reads the whole set
      *  on INTPARTS, and the set must cover branches 0000 to 9999
      *  with no gap and no overlap.
      *-----------------------------------------------------------------
       01  PART-CARD-REC.
           05  PTC-PARTITION-ID     PIC 9(2).
           05  PTC-AGENCIA-FROM     PIC 9(4).
           05  PTC-AGENCIA-TO       PIC 9(4).
           05  FILLER               PIC X(70).
