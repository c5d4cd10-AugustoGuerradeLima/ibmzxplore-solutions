      *-----------------------------------------------------------------
      *  BRMG-AUDIT-REC - one record moved by the branch closure
      *  migration BRNMIGR (CB0161): which file, the record's key, the
      *  branch it moved from and to, the run date and the supervisor
      *  whose parameter card authorized the run, with the record
      *  before and after.  A loan has no branch of its own - it is
      *  owned through its funding account - so its record names the
      *  contract moving with the account, with the images left blank
      *  since the contract itself is not changed.  A move can be
      *  keyed back from the before image.
      *-----------------------------------------------------------------
       01  BRMG-AUDIT-REC.
           05  BMA-FILE             PIC X(8).
           05  BMA-KEY              PIC X(21).
           05  BMA-FROM-AGENCIA     PIC 9(4).
           05  BMA-TO-AGENCIA       PIC 9(4).
           05  BMA-RUN-DATE         PIC 9(8).
           05  BMA-SUPERVISOR       PIC X(8).
           05  BMA-BEFORE-IMAGE     PIC X(80).
           05  BMA-AFTER-IMAGE      PIC X(80).
