      *  answers the branches by account and date range, and STMTGEN
      *  prints the statement's transaction lines from here.  CTLHSKP
      *  trims entries older than the statement period.
      *  A posting reversed through the REVDSK desk and the offsetting
      *  entry REVRUN generated for it are marked against each other:
      *  the original carries R and the reversal V, each with the
      *  date and sequence of the other, so statements, COAF, and the
      *  staff-account report can net the pair out.  A space flag
      *  (every item written before reversals existed) is a posting
      *  never reversed, and the link is only meaningful when set.
      *  PH-FEE-TYPE says what a FEE posting charged for, carried from
      *  the feed that raised it, so the annual fee statement (FEESTMT)
      *  can itemise the year by fee; a space is any other posting, or
      *  a fee from before the field existed, which reads as other.
      *  CTLHSKP keeps FEE items back to the start of the prior year
      *  for that statement, longer than the rest of the detail.
      *-----------------------------------------------------------------
       01  PST-HIST-REC.
           05  PH-KEY.
               88  PH-DEBIT             VALUE 'D'.
               88  PH-CREDIT            VALUE 'C'.
           05  PH-SOURCE-CODE       PIC X(4).
           05  PH-REVERSAL-FLAG     PIC X.
               88  PH-NOT-REVERSED      VALUE SPACE.
               88  PH-REVERSED          VALUE 'R'.
               88  PH-IS-REVERSAL       VALUE 'V'.
           05  PH-LINK-DATE         PIC 9(8) COMP-3.
           05  PH-LINK-SEQ          PIC 9(5) COMP-3.
           05  PH-FEE-TYPE          PIC X.
               88  PH-FEE-MAINTENANCE   VALUE 'M'.
               88  PH-FEE-PER-ITEM      VALUE 'I'.
               88  PH-FEE-STOP-PAYMENT  VALUE 'S'.
               88  PH-FEE-RETURNED-CHQ  VALUE 'R'.
           05  FILLER               PIC X(2).
