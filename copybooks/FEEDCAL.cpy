      *-----------------------------------------------------------------
      *  FEED-CAL-REC - one inbound file on the feed calendar NIGHTRUN
      *  holds the night stream against: the feed's DD name (the id a
      *  stream step names in STM-FEED-ID, and the id the file-transfer
      *  software writes on FEEDARRV when the file lands), the window
      *  it is expected in, and the hard cutoff after which NIGHTRUN
      *  stops waiting.  Times are HHMMSS on the night's clock - a
      *  time before noon belongs to the morning after the business
      *  date.  FCL-POLICY says what a missing feed does at the
      *  cutoff: the steps that need it are bypassed and the rest of
      *  the stream runs, or the stream stops where it stands.
      *-----------------------------------------------------------------
       01  FEED-CAL-REC.
           05  FCL-FEED-ID          PIC X(8).
           05  FCL-FEED-DESC        PIC X(20).
           05  FCL-WINDOW-FROM      PIC 9(6).
           05  FCL-WINDOW-TO        PIC 9(6).
           05  FCL-CUTOFF           PIC 9(6).
           05  FCL-POLICY           PIC X.
               88  FCL-RUN-WITHOUT      VALUE 'R'.
               88  FCL-STOP-STREAM      VALUE 'S'.
           05  FILLER               PIC X(33).
