      *  (CB0074) wherever a branch number walks in, so a fat-fingered
      *  agencia can no longer invent a phantom branch subtotal on the
      *  recaps - and the branch reports finally print names and roll
      *  up by region instead of bare numbers.  BRN-TELLER-LIMIT is
      *  the branch's own teller second-person threshold; zero (or
      *  a record from before the field existed) takes the shop
      *  default in TELLTBL.cpy.  BRN-VAULT-LIMIT is the most cash
      *  the branch's insurance covers in the vault overnight, flagged
      *  by the CASHRUN branch cash report; zero takes the TELLTBL.cpy
      *  default the same way.
      *  BRN-DIST-REPORTS says which nightly reports go in the
      *  branch's package from the report burster (RPTBURST), one
      *  byte per report in DISTRPTS.cpy order: 'N' leaves the report
      *  out, anything else (a space included, so every branch from
      *  before the field existed gets the lot) sends it.
      *  BRN-DIST-MAILBOX is the mailbox or distribution list the
      *  package is delivered to; blank goes to the branch manager's
      *  default box by branch number.
      *-----------------------------------------------------------------
       01  BRANCH-REC.
           05  BRN-NUMBER           PIC 9(4).
           05  BRN-STATUS           PIC X.
               88  BRN-OPEN             VALUES 'O' SPACE.
               88  BRN-CLOSED           VALUE 'C'.
           05  BRN-TELLER-LIMIT     PIC 9(9)V99.
           05  BRN-VAULT-LIMIT      PIC 9(9)V99.
           05  BRN-DIST-REPORTS     PIC X(8).
           05  BRN-DIST-FLAG REDEFINES BRN-DIST-REPORTS
                                    PIC X OCCURS 8 TIMES.
               88  BRN-DIST-WITHHELD    VALUE 'N'.
           05  BRN-DIST-MAILBOX     PIC X(15).
