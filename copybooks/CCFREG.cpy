      *-----------------------------------------------------------------
      *  CCF-INC-REC - one incident reported to the CCF, the central
      *  bad-cheque registry: a cheque of ours returned for want of
      *  funds on second presentment (12), on a closed account (13),
      *  or for spurious practice (14), recorded against the issuer's
      *  CPF (the account's primary holder through CUSTXREF).  Keyed
      *  by CPF, account and cheque number.  CCFRPT (CB0137) writes
      *  the incident and sends the inclusion; the customer's proof
      *  that the cheque was paid is recorded at the CCFMNT desk
      *  (CB0138) and sits pending until a supervisor approves it,
      *  and the next CCFRPT run sends the exclusion.  An excluded
      *  incident keeps its record - the history must survive.
      *-----------------------------------------------------------------
       01  CCF-INC-REC.
           05  CCF-KEY.
               10  CCF-CPF          PIC X(11).
               10  CCF-CONTA-NUM    PIC 9(10).
               10  CCF-CHQ-NUMBER   PIC X(10).
           05  CCF-AMOUNT           PIC S9(9)V99 COMP-3.
           05  CCF-REASON           PIC X(2).
               88  CCF-REPORTABLE       VALUES '12' '13' '14'.
           05  CCF-RETURN-DATE      PIC 9(8).
           05  CCF-INCL-DATE        PIC 9(8).
           05  CCF-STATUS           PIC X.
               88  CCF-INCLUDED         VALUE 'I'.
               88  CCF-EXCL-PENDING     VALUE 'P'.
               88  CCF-EXCL-APPROVED    VALUE 'A'.
               88  CCF-EXCLUDED         VALUE 'E'.
           05  CCF-PAID-DATE        PIC 9(8).
           05  CCF-REQUESTED-BY     PIC X(8).
           05  CCF-APPROVED-BY      PIC X(8).
           05  CCF-EXCL-DATE        PIC 9(8).
           05  FILLER               PIC X(20).
