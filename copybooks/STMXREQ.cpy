      *-----------------------------------------------------------------
      *  STMX-REQ-REC - one statement export a customer asked for at
      *  the branch, queued on the STMXDESK desk (CB0180) and keyed by
      *  account and the moment it was keyed.  The export run
      *  (STMTEXP, CB0179) takes every pending request, writes the
      *  account's posting detail for the period as OFX and/or CNAB
      *  240, and marks the request exported, or refused with the
      *  reason, dated on the run.  Standing (scheduled) exports do
      *  not come through here - they are STMXPARM cards.
      *-----------------------------------------------------------------
       01  STMX-REQ-REC.
           05  SXQ-KEY.
               10  SXQ-CONTA-NUM    PIC 9(10).
               10  SXQ-REQUEST-DATE PIC 9(8).
               10  SXQ-REQUEST-TIME PIC 9(8).
           05  SXQ-DATE-FROM        PIC 9(8).
           05  SXQ-DATE-TO          PIC 9(8).
      *  SXQ-FORMAT: OFX, CNAB 240, or both.
           05  SXQ-FORMAT           PIC X.
               88  SXQ-FORMAT-OFX       VALUE 'O'.
               88  SXQ-FORMAT-CNAB      VALUE 'C'.
               88  SXQ-FORMAT-BOTH      VALUE 'B'.
               88  SXQ-FORMAT-VALID     VALUES 'O' 'C' 'B'.
           05  SXQ-REQUESTED-BY     PIC X(8).
           05  SXQ-STATUS           PIC X.
               88  SXQ-PENDING          VALUE 'P'.
               88  SXQ-EXPORTED         VALUE 'E'.
               88  SXQ-REFUSED          VALUE 'X'.
           05  SXQ-EXPORT-DATE      PIC 9(8).
           05  SXQ-REASON           PIC X(30).
           05  FILLER               PIC X(10).
