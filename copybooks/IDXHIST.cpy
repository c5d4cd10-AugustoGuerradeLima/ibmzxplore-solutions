      *-----------------------------------------------------------------
      *  IDX-HIST-REC - one published benchmark index rate for one
      *  business date, keyed by index type and date, loaded daily by
      *  IDXINTAK (CB0132) under the same reasonableness check
      *  FXINTAKE holds the currency rates to.  IDX-DAILY-RATE is the
      *  rate for that one business day as a fraction (the CDI day
      *  factor less one), so the rate for any period is the sum of
      *  the days published inside it - a weekend or holiday has no
      *  row and earns nothing, exactly as the index itself.  The
      *  shared IDXRATE (CB0133) routine answers that sum for the
      *  floating-rate pricing in INTACCR and LOANBILL.
      *-----------------------------------------------------------------
       01  IDX-HIST-REC.
           05  IDX-KEY.
               10  IDX-TYPE         PIC X(4).
                   88  IDX-VALID-TYPE   VALUES 'CDI ' 'SELC'.
               10  IDX-DATE         PIC 9(8).
           05  IDX-DAILY-RATE       PIC 9V9(8).
           05  IDX-LOAD-DATE        PIC 9(8).
           05  FILLER               PIC X(20).
