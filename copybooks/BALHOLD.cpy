           05  HLD-PLACED-BY        PIC X(8).
           05  HLD-APPROVED-BY      PIC X(8).
           05  HLD-PLACED-DATE      PIC 9(8).
      *  HLD-AUTH-REF is the card network's authorization reference
      *  on a hold placed for a card authorization (spaces on every
      *  other hold); CARDSETL matches the day's settlements to their
      *  holds by account and this reference and releases them.
           05  HLD-AUTH-REF         PIC X(6).
           05  FILLER               PIC X(2).
