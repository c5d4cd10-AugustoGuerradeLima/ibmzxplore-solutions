      *  can carry several.  Maintained by CNTCMNT (CB0050), which only
      *  accepts a contact whose CPF is on the customer master, and
      *  displayed alongside the customer by CUSTINQ - the branches'
      *  drifting contact spreadsheet retires.  The notification
      *  delivery intake in ALRTEVAL counts the contact's consecutive
      *  failed deliveries and flags it failing at the limit, so the
      *  branch can get a working number or address; a delivery
      *  clears the count, and so does CNTCMNT when the value itself
      *  is changed.  A record written before the count was carried
      *  holds spaces there, read as no failures.
      *-----------------------------------------------------------------
       01  CONTACT-REC.
           05  CNT-KEY.
           05  CNT-VALUE            PIC X(40).
           05  CNT-PREFERRED        PIC X.
               88  CNT-IS-PREFERRED     VALUE 'Y'.
           05  CNT-FAIL-COUNT       PIC 9(2).
           05  CNT-FAIL-FLAG        PIC X.
               88  CNT-FAILING          VALUE 'Y'.
           05  FILLER               PIC X(5).
