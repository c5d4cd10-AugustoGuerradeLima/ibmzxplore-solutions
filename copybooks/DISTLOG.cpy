      *-----------------------------------------------------------------
      *  DIST-LOG-REC - one branch/report pairing the report burster
      *  (RPTBURST) settled for the night, appended to the
      *  distribution log so the branches' "we never got it" calls
      *  can be answered from the record: what went in the package,
      *  how many lines, and to which mailbox.  A report the branch
      *  is not subscribed to is logged as withheld; detail lines for
      *  an unknown or closed branch are logged once per report as
      *  unrouted, against the branch number they carried.
      *-----------------------------------------------------------------
       01  DIST-LOG-REC.
           05  DLG-RUN-DATE         PIC 9(8).
           05  DLG-BRANCH           PIC 9(4).
           05  DLG-REPORT-ID        PIC X(8).
           05  DLG-LINE-COUNT       PIC 9(7).
           05  DLG-MAILBOX          PIC X(15).
           05  DLG-STATUS           PIC X(14).
               88  DLG-SENT             VALUE 'SENT'.
               88  DLG-NO-ITEMS         VALUE 'NO ITEMS'.
               88  DLG-WITHHELD         VALUE 'NOT SUBSCRIBED'.
               88  DLG-UNROUTED         VALUE 'UNROUTED'.
           05  FILLER               PIC X(24).
