      *  this file, and OPR-AUTH-LEVEL drives how much of a customer
      *  record an operator is shown - standard operators get masked
      *  identity fields, supervisors the full record.
      *  OPR-HOME-BRANCH is the agencia the operator works from; the
      *  shared BRNSCOPE check keeps a standard operator's inquiry
      *  and maintenance desks to the customers and accounts of that
      *  branch and of any extra branches granted on OPRBRN.cpy.
      *  Zeros or spaces (a record from before the field existed)
      *  is an operator not yet given a branch, who is not fenced.
      *-----------------------------------------------------------------
       01  OPER-REC.
           05  OPR-ID               PIC X(8).
               88  OPR-FORCE-CHANGE     VALUE 'F'.
               88  OPR-LOCKED           VALUE 'L'.
               88  OPR-DEACTIVATED      VALUE 'D'.
           05  OPR-HOME-BRANCH      PIC 9(4).
           05  FILLER               PIC X(9).
