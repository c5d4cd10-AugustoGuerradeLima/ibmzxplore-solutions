      *-----------------------------------------------------------------
      *  SO-EXT-BEN-REC - the beneficiary at another bank for a
      *  standing order whose SO-DEST-TYPE is external, keyed by the
      *  order number.  Set up or replaced by STORDMNT's B card; read
      *  by STORDRUN to queue the order's outbound transfer on
      *  OUTXFER instead of crediting SO-COUNTERPART.
      *-----------------------------------------------------------------
       01  SO-EXT-BEN-REC.
           05  SXB-ID               PIC 9(7).
           05  SXB-METHOD           PIC X.
               88  SXB-TED              VALUE 'T'.
               88  SXB-PIX              VALUE 'P'.
           05  SXB-BEN-BANK         PIC 9(3).
           05  SXB-BEN-BRANCH       PIC 9(4).
           05  SXB-BEN-ACCOUNT      PIC X(12).
           05  SXB-BEN-DOC          PIC X(14).
           05  SXB-BEN-NAME         PIC X(30).
           05  SXB-UPDATED-DATE     PIC 9(8).
           05  FILLER               PIC X(21).
