      *  FIRSTLST - combined first/last name record, written by NAMES
      *  (CB0001) to the COMBINED file.  Shared by every program that
      *  reads or writes COMBINED so the layout only has to change once.
      *  COMBINED-FIRST-KEY and COMBINED-LAST-KEY are the first and last
      *  names as the shared PHONKEY routine (CB0188) spells them by
      *  sound, set by NAMES as it writes each record; the last-name
      *  key is an alternate key with duplicates for NAMEINQ's
      *  sounds-like search.
      *-----------------------------------------------------------------
       01  FIRST-LAST-REC.
           05  EMP-ID-OUT     PIC X(9).
           05  LAST-OUT       PIC X(15).
           05  SUFFIX-OUT     PIC X(4).
           05  COMBINED-MERGE-DATE PIC 9(8).
           05  COMBINED-FIRST-KEY  PIC X(10).
           05  COMBINED-LAST-KEY   PIC X(12).
           05  FILLER         PIC X(2).
