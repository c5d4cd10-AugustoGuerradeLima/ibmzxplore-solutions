      *-----------------------------------------------------------------
      *  DD-MANDATE-REC - one direct-debit mandate: the customer's
      *  authority for a creditor company (electricity, water, phone)
      *  to debit a bill that changes every month, where STNDORD can
      *  only pay a fixed amount on a fixed date.  Keyed by the
      *  creditor's code plus the customer's contract reference with
      *  that creditor - the two things the company's debit request
      *  quotes - with an alternate key on the account so the desk
      *  can list an account's mandates.  DDM-MAX-AMOUNT is the
      *  ceiling the customer set on any one debit (zeros means no
      *  ceiling).  Set up and cancelled through DDMNT (CB0141) off
      *  OPMENU; DDINTAK (CB0142) pays the companies' requests only
      *  against an active mandate.  A cancelled mandate keeps its
      *  record so the authority's history survives.
      *-----------------------------------------------------------------
       01  DD-MANDATE-REC.
           05  DDM-KEY.
               10  DDM-CREDITOR-ID  PIC X(8).
               10  DDM-CONTRACT-REF PIC X(20).
           05  DDM-CONTA-NUM        PIC 9(10).
           05  DDM-MAX-AMOUNT       PIC S9(9)V99 COMP-3.
           05  DDM-STATUS           PIC X.
               88  DDM-ACTIVE           VALUE 'A'.
               88  DDM-CANCELLED        VALUE 'C'.
           05  DDM-OPERATOR         PIC X(8).
           05  DDM-CREATED-DATE     PIC 9(8).
           05  DDM-CANCEL-OPERATOR  PIC X(8).
           05  DDM-CANCEL-DATE      PIC 9(8).
           05  DDM-LAST-DEBIT-DATE  PIC 9(8).
           05  FILLER               PIC X(20).
