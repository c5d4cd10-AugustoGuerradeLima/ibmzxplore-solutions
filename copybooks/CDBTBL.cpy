      *-----------------------------------------------------------------
      *  WS-CDB-IR-TABLE - the regressive IR withholding scale on time
      *  deposit interest, keyed by the days the deposit was held: the
      *  first entry whose day limit covers the days held gives the
      *  rate.  Loaded from literal FILLERs in the VALUE-clause
      *  maintenance of RATETBL.cpy, so a change in the scale is an
      *  edit here instead of a change to CDBACCR's PROCEDURE
      *  DIVISION.
      *-----------------------------------------------------------------
       01  WS-CDB-IR-TABLE-INIT.
           05  FILLER               PIC 9(4)   VALUE 0180.
           05  FILLER               PIC 9V9(4) VALUE 0.2250.
           05  FILLER               PIC 9(4)   VALUE 0360.
           05  FILLER               PIC 9V9(4) VALUE 0.2000.
           05  FILLER               PIC 9(4)   VALUE 0720.
           05  FILLER               PIC 9V9(4) VALUE 0.1750.
           05  FILLER               PIC 9(4)   VALUE 9999.
           05  FILLER               PIC 9V9(4) VALUE 0.1500.
       01  WS-CDB-IR-TABLE REDEFINES WS-CDB-IR-TABLE-INIT.
           05  WS-CDB-IR-ENTRY      OCCURS 4 TIMES
                                    INDEXED BY WS-CDB-IR-IDX.
               10  WS-CDB-IR-DAYS       PIC 9(4).
               10  WS-CDB-IR-RATE       PIC 9V9(4).
      *
      *  Early redemption rules: a deposit redeemed before the grace
      *  days have run earns no interest at all; after that it keeps
      *  the accrued gross interest less the penalty share forfeited.
      *  Interest accrues on a year of WS-CDB-DAY-BASIS days.
       01  WS-CDB-RULES.
           05  WS-CDB-GRACE-DAYS    PIC 9(3)   VALUE 030.
           05  WS-CDB-EARLY-PENALTY PIC 9V9(4) VALUE 0.5000.
           05  WS-CDB-DAY-BASIS     PIC 9(3)   VALUE 365.
