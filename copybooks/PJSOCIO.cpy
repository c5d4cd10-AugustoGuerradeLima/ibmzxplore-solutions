      *-----------------------------------------------------------------
      *  PJ-PARTY-REC - one person who stands behind a legal-entity
      *  customer, keyed by CNPJ, CPF and role: a beneficial owner
      *  (with the share of the company held) or a legal
      *  representative who signs for it.  The same person can be
      *  both, on two records.  The CPF must be a customer on
      *  CUSTMAST; the alternate key on the CPF answers "which
      *  companies does this person stand behind".  Maintained by
      *  PJMAINT (CB0164) and shown by CUST360.
      *-----------------------------------------------------------------
       01  PJ-PARTY-REC.
           05  PJP-KEY.
               10  PJP-CNPJ         PIC X(14).
               10  PJP-CPF          PIC X(11).
               10  PJP-ROLE         PIC X.
                   88  PJP-BENEFICIAL-OWNER VALUE 'B'.
                   88  PJP-LEGAL-REP        VALUE 'L'.
                   88  PJP-ROLE-VALID       VALUES 'B' 'L'.
           05  PJP-SHARE-PCT        PIC 9(3)V99.
           05  PJP-LINK-DATE        PIC 9(8).
           05  FILLER               PIC X(21).
