      *-----------------------------------------------------------------
      *  RPT-DIST-REC - one print line of a nightly report, tagged with
      *  the branch it belongs to, written by each report program
      *  alongside its print file so the report burster (RPTBURST)
      *  can cut the night's reports into one package per branch.
      *  RDS-LINE-TYPE says how the line is burst: a heading (H) is
      *  repeated at the top of the report in every branch's package,
      *  a detail line (D) goes only to RDS-BRANCH's package, and a
      *  bank-wide line (B) - grand totals and the like - stays on the
      *  head-office copy and is not burst.  A detail line whose
      *  branch could not be told carries branch zero and is logged
      *  as unrouted.  RDS-LINE-SEQ keeps each report's lines in
      *  their printed order through the burster's sort.
      *-----------------------------------------------------------------
       01  RPT-DIST-REC.
           05  RDS-REPORT-ID        PIC X(8).
           05  RDS-BRANCH           PIC 9(4).
           05  RDS-LINE-TYPE        PIC X.
               88  RDS-HEADING          VALUE 'H'.
               88  RDS-BRANCH-LINE      VALUE 'D'.
               88  RDS-BANK-WIDE        VALUE 'B'.
           05  RDS-RUN-DATE         PIC 9(8).
           05  RDS-LINE-SEQ         PIC 9(7).
           05  RDS-PRINT-LINE       PIC X(132).
