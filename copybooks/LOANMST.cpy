      *  LOANCALC's divide (the divide remainder rides on the final
      *  installment); the billing job adds each month's interest on
      *  LN-OUTSTANDING at LN-RATE.  Maintained by LOANMNT (CB0075),
      *  billed monthly by LOANBILL (CB0076), worked nightly while in
      *  arrears by LOANCOLL (CB0122).  The fields after LN-STATUS
      *  took the place of the old closing FILLER and lengthened the
      *  record; contracts written before them were carried across
      *  once by LOANCONV (CB0192), which starts every new numeric
      *  field at zero and every new flag and code at space.
      *-----------------------------------------------------------------
       01  LOAN-REC.
           05  LN-CONTRACT          PIC 9(10).
               88  LN-ACTIVE            VALUE 'A'.
               88  LN-PAID-OFF          VALUE 'P'.
               88  LN-IN-ARREARS        VALUE 'D'.
               88  LN-RENEGOTIATED      VALUE 'R'.
      *  LN-MULTA-FLAG marks that the one-time contractual late fee
      *  has been charged on the installment now overdue, so the
      *  collections job charges it once per missed installment;
      *  LN-MORA-THRU is the date default interest has been charged
      *  through.  Both clear when the overdue installment is
      *  collected.  Space and zero - as LOANCONV converted every
      *  older contract - is nothing charged yet.
           05  LN-MULTA-FLAG        PIC X.
               88  LN-MULTA-CHARGED     VALUE 'M'.
               88  LN-MULTA-NOT-CHARGED VALUE SPACE.
           05  LN-MORA-THRU         PIC 9(8).
      *  LN-DISB-STATUS follows the principal out to the customer:
      *  LOANMNT raises the disbursement credit when it adds the
      *  contract (R) and LOANDREC (CB0124) marks it disbursed (Y)
      *  once the credit is found in the posting history.  Space is a
      *  contract disbursed by hand before the field existed, as
      *  LOANCONV converted every older contract.
           05  LN-DISB-STATUS       PIC X.
               88  LN-DISB-RAISED       VALUE 'R'.
               88  LN-DISBURSED         VALUE 'Y'.
               88  LN-DISB-BY-HAND      VALUE SPACE.
           05  LN-DISB-DATE         PIC 9(8).
      *  LN-RATING is the contract's AA-to-H provisioning rating and
      *  LN-PROVISION the loss provision booked against it at the last
      *  month-end LOANPDD (CB0125) run on LN-RATING-DATE; next month
      *  books only the difference.  Space and zero (every contract
      *  LOANCONV converted) is a contract never rated, which starts
      *  from no provision.
           05  LN-RATING            PIC X(2).
           05  LN-PROVISION         PIC S9(9)V99 COMP-3.
           05  LN-RATING-DATE       PIC 9(8).
      *  A contract opened by LOANRNEG (CB0126) to replace one in
      *  arrears carries the original contract number, the date of
      *  the renegotiation and the count of installments it has since
      *  paid on time - LOANBILL counts them up, a missed or late one
      *  starts the count again - and keeps the original's rating at
      *  LOANPDD until the count reaches the cure threshold.  Zeros,
      *  as on every contract LOANCONV converted, is a contract that
      *  was never renegotiated.
           05  LN-ORIG-CONTRACT     PIC 9(10).
           05  LN-RENEG-DATE        PIC 9(8).
           05  LN-ONTIME-COUNT      PIC 9(3).
      *  LN-IOF is the IOF tax LOANMNT charged the customer when the
      *  principal was disbursed - the daily rate on the principal for
      *  the term (capped at a year) plus the flat additional rate.
      *  Zero (every contract LOANCONV converted) is a contract
      *  disbursed before IOF was charged.
           05  LN-IOF               PIC S9(7)V99 COMP-3.
      *  A floating-rate contract names its benchmark index (CDI or
      *  SELIC) in LN-INDEX-TYPE and LOANBILL prices each month's
      *  interest from the IDXHIST daily rates for the month before
      *  the due date: LN-INDEX-PCT percent of the index (mode P), or
      *  the index plus LN-RATE as the monthly spread (mode S).
      *  Spaces - as on every contract LOANCONV converted - is a
      *  fixed-rate contract billed at LN-RATE as always.
           05  LN-INDEX-TYPE        PIC X(4).
               88  LN-FIXED-RATE        VALUE SPACES.
           05  LN-INDEX-MODE        PIC X.
               88  LN-PCT-OF-INDEX      VALUE 'P'.
               88  LN-INDEX-PLUS        VALUE 'S'.
           05  LN-INDEX-PCT         PIC 9(3)V99.
