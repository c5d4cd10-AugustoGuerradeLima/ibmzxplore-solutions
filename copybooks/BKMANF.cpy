      *-----------------------------------------------------------------
      *  BK-MANIFEST-REC - one file of the night's disaster-recovery
      *  backup, as BKMANIF (CB0186) found it at the end of the night
      *  on the business date: its record count, the first and last
      *  keys read (key order for an indexed file, file order for a
      *  sequential log) and a hash total of its amount field - or,
      *  for a file with no money on it, of a numeric field named in
      *  BKM-HASH-FIELD.  The manifest goes off-site with the copies;
      *  BKVERIFY (CB0187) recomputes the same figures from a restored
      *  copy through the same BKSCAN routine and compares.
      *-----------------------------------------------------------------
       01  BK-MANIFEST-REC.
           05  BKM-RUN-DATE         PIC 9(8).
           05  BKM-FILE-ID          PIC X(8).
           05  BKM-FILE-KIND        PIC X.
               88  BKM-MASTER-FILE      VALUE 'M'.
               88  BKM-APPEND-LOG       VALUE 'A'.
           05  BKM-STATUS           PIC X.
               88  BKM-FILE-TAKEN       VALUE 'Y'.
               88  BKM-FILE-ABSENT      VALUE 'N'.
           05  BKM-RECORD-COUNT     PIC 9(9).
           05  BKM-LOW-KEY          PIC X(24).
           05  BKM-HIGH-KEY         PIC X(24).
           05  BKM-HASH-TOTAL       PIC S9(15)V99 COMP-3.
           05  BKM-HASH-FIELD       PIC X(12).
           05  BKM-TAKEN-TIME       PIC 9(8).
           05  FILLER               PIC X(16).
