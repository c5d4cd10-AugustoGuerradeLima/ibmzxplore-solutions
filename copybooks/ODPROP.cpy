      *-----------------------------------------------------------------
      *  OD-PROP-REC - one pre-approved overdraft limit proposal, keyed
      *  by account, so an account carries one proposal at a time.
      *  ODPROP (CB0158) scores the account at month-end and files a
      *  new or increased limit here pending; a supervisor works the
      *  queue on the ODAPDSK desk (CB0159), and only an approval
      *  there creates or raises the OVRDRFT facility.  The next
      *  month's run replaces a proposal still pending with its new
      *  figures.  The scoring inputs are kept on the proposal so the
      *  supervisor sees why the figure was offered:
      *    ODP-AVG-MEAN/MONTHS  the saldo medio over the AVGBAL months
      *    ODP-PAYROLL-*        PAYR salary credits over the last two
      *                         months and their monthly average
      *    ODP-RETURN-COUNT     want-of-funds cheque returns in the
      *                         last twelve months (CHQRTNH)
      *    ODP-LOAN-HISTORY     R a renegotiated loan on the holder's
      *                         CPF, space a clean record
      *    ODP-KYC-TIER         the holder's KYCREVW risk tier
      *  A superseded proposal (S) is one the desk found already met
      *  by a limit set by hand since it was filed.
      *-----------------------------------------------------------------
       01  OD-PROP-REC.
           05  ODP-CONTA-NUM        PIC 9(10).
           05  ODP-CPF              PIC X(11).
           05  ODP-STATUS           PIC X.
               88  ODP-PENDING          VALUE 'P'.
               88  ODP-APPROVED         VALUE 'A'.
               88  ODP-REJECTED         VALUE 'X'.
               88  ODP-SUPERSEDED       VALUE 'S'.
           05  ODP-CURRENT-LIMIT    PIC 9(9)V99 COMP-3.
           05  ODP-PROPOSED-LIMIT   PIC 9(9)V99 COMP-3.
           05  ODP-SCORE            PIC 9(3).
           05  ODP-AVG-MEAN         PIC S9(9)V99 COMP-3.
           05  ODP-AVG-MONTHS       PIC 9(2).
           05  ODP-PAYROLL-MONTHS   PIC 9.
           05  ODP-PAYROLL-MONTHLY  PIC S9(9)V99 COMP-3.
           05  ODP-RETURN-COUNT     PIC 9(2).
           05  ODP-LOAN-HISTORY     PIC X.
               88  ODP-LOAN-RENEGOTIATED VALUE 'R'.
           05  ODP-KYC-TIER         PIC X.
           05  ODP-PROPOSAL-DATE    PIC 9(8).
           05  ODP-DECIDED-BY       PIC X(8).
           05  ODP-DECISION-DATE    PIC 9(8).
           05  ODP-EXPIRY-DATE      PIC 9(8).
           05  FILLER               PIC X(15).
