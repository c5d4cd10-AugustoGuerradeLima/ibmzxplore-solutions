      *-----------------------------------------------------------------
      *  CDB-REC - one time deposit (CDB) on the deposit master, keyed
      *  by deposit number.  The owning CPF is validated against the
      *  customer master at placement and CDB-CONTA-NUM is the
      *  settlement account the placement debits and the redemption
      *  credits through the normal posting stream.  CDB-RATE is the
      *  agreed annual rate and CDB-TERM the term in months the
      *  maturity date was rolled forward by.  Placed and instructed by
      *  CDBMNT (CB0130), accrued, matured and redeemed nightly by
      *  CDBACCR (CB0131).
      *-----------------------------------------------------------------
       01  CDB-REC.
           05  CDB-NUMBER           PIC 9(10).
           05  CDB-CPF              PIC X(11).
           05  CDB-CONTA-NUM        PIC 9(10).
           05  CDB-PRINCIPAL        PIC S9(9)V99 COMP-3.
           05  CDB-RATE             PIC 9V9(4).
           05  CDB-TERM             PIC 9(3).
           05  CDB-PLACE-DATE       PIC 9(8).
           05  CDB-MATURITY         PIC 9(8).
      *  CDB-ACCRUED is the gross interest accrued so far this term
      *  through CDB-ACCRUED-THRU, and CDB-IR-ACCRUED the withholding
      *  it would bear at the scale rate for the days held so far.
      *  Both start over when a deposit rolls over.
           05  CDB-ACCRUED          PIC S9(9)V9(4) COMP-3.
           05  CDB-IR-ACCRUED       PIC S9(9)V99 COMP-3.
           05  CDB-ACCRUED-THRU     PIC 9(8).
      *  CDB-INSTRUCTION is what the customer asked for at maturity:
      *  redeem to the settlement account (spaces from a placement
      *  that gave no instruction reads the same) or roll principal
      *  plus net interest into a new term of the same length.
           05  CDB-INSTRUCTION      PIC X.
               88  CDB-REDEEM-AT-MATURITY VALUES 'R' SPACE.
               88  CDB-ROLL-OVER          VALUE 'O'.
           05  CDB-STATUS           PIC X.
               88  CDB-ACTIVE           VALUE 'A'.
               88  CDB-EARLY-REQUESTED  VALUE 'E'.
               88  CDB-REDEEMED         VALUE 'M'.
               88  CDB-REDEEMED-EARLY   VALUE 'X'.
           05  CDB-ROLL-COUNT       PIC 9(3).
      *  The last settlement: the date, the gross interest paid and
      *  the IR withheld from it - at redemption, or at the last
      *  rollover for a deposit still running.
           05  CDB-SETTLE-DATE      PIC 9(8).
           05  CDB-PAID-GROSS       PIC S9(9)V99 COMP-3.
           05  CDB-PAID-IR          PIC S9(9)V99 COMP-3.
           05  FILLER               PIC X(20).
