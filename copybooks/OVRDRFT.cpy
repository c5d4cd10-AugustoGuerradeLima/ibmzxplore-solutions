      *  (CB0056) reports how far each facility is drawn - before this
      *  file existed every authorized commercial overdraft was noise
      *  on the daily exception report.
      *  OD-APPROVED-BY and OD-APPROVED-DATE stamp the supervisor who
      *  approved a pre-approved limit proposal on the ODAPDSK desk,
      *  which set or raised the limit and its expiry; spaces is a
      *  facility keyed by hand.
      *-----------------------------------------------------------------
       01  OVERDRAFT-REC.
           05  OD-CONTA-NUM         PIC 9(10).
           05  OD-LIMIT             PIC 9(9)V99 COMP-3.
           05  OD-EXPIRY-DATE       PIC 9(8).
           05  OD-APPROVED-BY       PIC X(8).
           05  OD-APPROVED-DATE     PIC 9(8).
