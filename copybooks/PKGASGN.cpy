      *-----------------------------------------------------------------
      *  PKG-ASGN-REC - the service package an account is priced on,
      *  keyed by account.  An account with no record here, or with
      *  its assignment ended, pays the flat tier fee from FEETBL.cpy
      *  as it always has.  Assigned and ended at the PKGMNT desk
      *  (CB0155); ending an assignment marks it, never deletes it,
      *  and assigning the account again reopens the record with the
      *  new package.
      *-----------------------------------------------------------------
       01  PKG-ASGN-REC.
           05  PKA-CONTA-NUM        PIC 9(10).
           05  PKA-PACKAGE-CODE     PIC X(4).
           05  PKA-STATUS           PIC X.
               88  PKA-ACTIVE           VALUE 'A'.
               88  PKA-ENDED            VALUE 'E'.
           05  PKA-START-DATE       PIC 9(8).
           05  PKA-OPERATOR         PIC X(8).
           05  PKA-END-DATE         PIC 9(8).
           05  PKA-END-OPERATOR     PIC X(8).
           05  FILLER               PIC X(13).
