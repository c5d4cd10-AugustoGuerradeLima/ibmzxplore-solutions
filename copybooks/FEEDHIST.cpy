      *-----------------------------------------------------------------
      *  FEED-HIST-REC - how one calendar feed arrived on one business
      *  date, keyed by date and feed.  Written by NIGHTRUN once it has
      *  settled a feed a stream step waits on - on time, late (after
      *  its window but before the cutoff) or missing at the cutoff -
      *  with the calendar entry as it stood that night and, for a
      *  missing feed, what the stream did about it.  Read by the
      *  feed-arrival history report FEEDRPT (CB0182).
      *-----------------------------------------------------------------
       01  FEED-HIST-REC.
           05  FHS-KEY.
               10  FHS-RUN-DATE     PIC 9(8).
               10  FHS-FEED-ID      PIC X(8).
           05  FHS-FEED-DESC        PIC X(20).
           05  FHS-WINDOW-FROM      PIC 9(6).
           05  FHS-WINDOW-TO        PIC 9(6).
           05  FHS-CUTOFF           PIC 9(6).
           05  FHS-POLICY           PIC X.
           05  FHS-STATUS           PIC X.
               88  FHS-ON-TIME          VALUE 'O'.
               88  FHS-LATE             VALUE 'L'.
               88  FHS-MISSING          VALUE 'M'.
           05  FHS-ARRIVE-TIME      PIC 9(6).
      *  FHS-ACTION: for a missing feed, the steps needing it were
      *  bypassed or the stream stopped.
           05  FHS-ACTION           PIC X.
               88  FHS-STEPS-BYPASSED   VALUE 'R'.
               88  FHS-STREAM-STOPPED   VALUE 'S'.
           05  FILLER               PIC X(17).
