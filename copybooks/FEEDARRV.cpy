      *-----------------------------------------------------------------
      *  FEED-ARRV-REC - one inbound file landed, appended to FEEDARRV
      *  by the file-transfer software when the transfer completes:
      *  the feed's DD name as it stands on the feed calendar
      *  (FEEDCAL), the business date the file is for, and the time
      *  it landed.  NIGHTRUN re-reads the file while it holds a
      *  step for its feed.
      *-----------------------------------------------------------------
       01  FEED-ARRV-REC.
           05  FAR-FEED-ID          PIC X(8).
           05  FAR-RUN-DATE         PIC 9(8).
           05  FAR-ARRIVE-TIME      PIC 9(6).
           05  FILLER               PIC X(58).
