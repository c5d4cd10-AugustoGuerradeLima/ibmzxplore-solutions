      *-----------------------------------------------------------------
      *  HR-LEAVER-REC - one termination HRINTAKE accepted from the HR
      *  feed, written alongside the NAMEMNT delete transactions so
      *  the leaver reconciliation (LVRRECON) can take the leaver's
      *  sign-on, permission grants and staff-account watch in hand
      *  the same night.  LVR-TERM-DATE is the business date the
      *  termination was taken in; LVR-FILE-SEQ the HR file it came
      *  on, for tracing an action back to the feed.
      *-----------------------------------------------------------------
       01  HR-LEAVER-REC.
           05  LVR-EMP-ID           PIC X(9).
           05  LVR-TERM-DATE        PIC 9(8).
           05  LVR-FILE-SEQ         PIC 9(6).
           05  FILLER               PIC X(17).
