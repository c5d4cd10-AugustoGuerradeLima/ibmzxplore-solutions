      *  so an expired agreement reverts automatically.  The approving
      *  supervisor is stamped at add time, and each use of the
      *  negotiated rate is visible on the POSTREG register through
      *  IPR-RATE as always.  A floating agreement names a benchmark
      *  index (CDI or SELIC) in RAG-INDEX-TYPE and is priced day by
      *  day from the IDXHIST history: either a percentage of the
      *  index (RAG-INDEX-PCT, e.g. 110.00 for 110% of CDI) or the
      *  index plus RAG-RATE as a daily spread.  Spaces in the index
      *  type keep RAG-RATE as the fixed daily rate it always was.
      *  Maintained by RATEAMNT (CB0082).
      *-----------------------------------------------------------------
       01  RATE-AGR-REC.
           05  RAG-CONTA-NUM        PIC 9(10).
           05  RAG-START-DATE       PIC 9(8).
           05  RAG-EXPIRY-DATE      PIC 9(8).
           05  RAG-SUPERVISOR       PIC X(8).
           05  RAG-INDEX-TYPE       PIC X(4).
               88  RAG-FIXED-RATE       VALUE SPACES.
           05  RAG-INDEX-MODE       PIC X.
               88  RAG-PCT-OF-INDEX     VALUE 'P'.
               88  RAG-INDEX-PLUS       VALUE 'S'.
           05  RAG-INDEX-PCT        PIC 9(3)V99.
           05  FILLER               PIC X(31).
