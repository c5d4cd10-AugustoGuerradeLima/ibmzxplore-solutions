      *-----------------------------------------------------------------
      *  AML-CASE-REC - one account the weekly monitoring run
      *  (AMLMON, CB0174) found matching a money-laundering pattern,
      *  keyed by account and the last day of the week watched, so a
      *  rerun of the same week finds the hit already on the worklist
      *  instead of raising it twice.  The three pattern flags say
      *  what the account did; AMC-SCORE is their points weighted by
      *  the holder's KYC risk tier and the staff-account flag, the
      *  order compliance works the list in.  Compliance marks the
      *  hit on the AMLDESK desk (CB0175): investigated with nothing
      *  to report, or filed with the COAF under the reference given.
      *-----------------------------------------------------------------
       01  AML-CASE-REC.
           05  AMC-KEY.
               10  AMC-CONTA-NUM    PIC 9(10).
               10  AMC-WEEK-END     PIC 9(8).
           05  AMC-CPF              PIC X(11).
           05  AMC-RISK-TIER        PIC X.
           05  AMC-STAFF-FLAG       PIC X.
               88  AMC-STAFF-ACCOUNT    VALUE 'S'.
      *  The patterns matched - Y where the account did it.
           05  AMC-PASS-THROUGH     PIC X.
               88  AMC-HIT-PASS-THROUGH VALUE 'Y'.
           05  AMC-DORMANT-BURST    PIC X.
               88  AMC-HIT-DORMANT      VALUE 'Y'.
           05  AMC-FAN-IN           PIC X.
               88  AMC-HIT-FAN-IN       VALUE 'Y'.
           05  AMC-SCORE            PIC 9(3).
           05  AMC-CREDIT-TOTAL     PIC S9(11)V99 COMP-3.
           05  AMC-DEBIT-TOTAL      PIC S9(11)V99 COMP-3.
           05  AMC-CREDIT-COUNT     PIC 9(5).
           05  AMC-MEDIUM-COUNT     PIC 9(5).
      *  AMC-STATUS is where compliance stands on the hit.
           05  AMC-STATUS           PIC X.
               88  AMC-NEW              VALUE 'N'.
               88  AMC-INVESTIGATED     VALUE 'I'.
               88  AMC-FILED            VALUE 'F'.
           05  AMC-WORKED-DATE      PIC 9(8).
           05  AMC-WORKED-BY        PIC X(8).
           05  AMC-COAF-REF         PIC X(20).
           05  AMC-NOTE             PIC X(60).
           05  FILLER               PIC X(20).
