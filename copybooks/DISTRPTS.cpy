      *-----------------------------------------------------------------
      *  WS-DIST-RPT-TABLE - the nightly reports burst into the branch
      *  packages, loaded from literal FILLERs the way WS-BK-FILE-TABLE
      *  is.  An entry's position is the position of its flag in
      *  BRN-DIST-REPORTS on the branch master, so a branch opts out
      *  of a report by an 'N' in that byte.  Adding a report is an
      *  entry here, its RPTDIST extract in the report program, and
      *  the extract's DD on the RPTBURST step.
      *-----------------------------------------------------------------
       01  WS-DIST-RPT-TABLE-INIT.
           05  FILLER               PIC X(32) VALUE
               'BALCHECKDAILY BALANCE CHECK     '.
           05  FILLER               PIC X(32) VALUE
               'TRIALBALTRIAL BALANCE BY BRANCH '.
           05  FILLER               PIC X(32) VALUE
               'DORMRPT DORMANT ACCOUNTS        '.
           05  FILLER               PIC X(32) VALUE
               'KYCREVW KYC REVIEWS DUE         '.
           05  FILLER               PIC X(32) VALUE
               'LOANCOLLLOAN ARREARS LIST       '.
           05  FILLER               PIC X(32) VALUE
               'MINORRPTMINOR CUSTOMERS         '.
       01  WS-DIST-RPT-TABLE REDEFINES WS-DIST-RPT-TABLE-INIT.
           05  WS-DIST-RPT-ENTRY    OCCURS 6 TIMES.
               10  WS-DIST-RPT-ID       PIC X(8).
               10  WS-DIST-RPT-TITLE    PIC X(24).
       01  WS-DIST-RPT-COUNT        PIC 9(2) VALUE 6.
