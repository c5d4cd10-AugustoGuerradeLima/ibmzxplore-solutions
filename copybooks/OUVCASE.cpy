      *-----------------------------------------------------------------
      *  OUV-CASE-REC - one customer complaint (ouvidoria case), keyed
      *  by case number, with the customer's CPF as a duplicate
      *  alternate key so the desk can list everything one customer
      *  has raised.  Opened and worked on the OUVDESK desk (CB0171);
      *  the account is optional - zeros is a complaint about no one
      *  account.  OUV-DUE-DATE is the regulator's response deadline,
      *  set from the category's days in OUVTBL.cpy when the case is
      *  opened or reopened; OUVAGE (CB0172) ages every open case
      *  against it nightly and escalates, and OUVSTAT (CB0173)
      *  prints the month's statistics by category and outcome.
      *  Every change is kept on the case history (OUVHIST.cpy),
      *  numbered from OUV-HIST-COUNT.
      *-----------------------------------------------------------------
       01  OUV-CASE-REC.
           05  OUV-CASE-NUMBER      PIC 9(7).
           05  OUV-CPF              PIC X(11).
           05  OUV-CONTA-NUM        PIC 9(10).
      *  OUV-CHANNEL is how the complaint reached the bank.
           05  OUV-CHANNEL          PIC X.
               88  OUV-VIA-BRANCH       VALUE 'A'.
               88  OUV-VIA-PHONE        VALUE 'T'.
               88  OUV-VIA-EMAIL        VALUE 'E'.
               88  OUV-VIA-INTERNET     VALUE 'I'.
               88  OUV-VIA-BACEN        VALUE 'B'.
               88  OUV-VIA-CONSUMIDOR   VALUE 'C'.
               88  OUV-CHANNEL-VALID    VALUES 'A' 'T' 'E' 'I'
                                               'B' 'C'.
           05  OUV-CATEGORY         PIC X(2).
           05  OUV-DESCRIPTION      PIC X(60).
           05  OUV-OPENED-BY        PIC X(8).
           05  OUV-OPENED-DATE      PIC 9(8).
           05  OUV-DUE-DATE         PIC 9(8).
      *  OUV-OPERATOR is who the case is assigned to work; spaces is
      *  a new case nobody has picked up yet.
           05  OUV-OPERATOR         PIC X(8).
           05  OUV-STATUS           PIC X.
               88  OUV-NEW              VALUE 'N'.
               88  OUV-IN-WORK          VALUE 'W'.
               88  OUV-CLOSED           VALUE 'C'.
               88  OUV-OPEN             VALUES 'N' 'W'.
      *  OUV-OUTCOME is the answer given at close, in the regulator's
      *  terms: upheld and resolved, upheld but not resolved, or not
      *  upheld.  Spaces while the case is open.
           05  OUV-OUTCOME          PIC X.
               88  OUV-UPHELD-RESOLVED  VALUE 'P'.
               88  OUV-UPHELD-UNRESOLVED VALUE 'U'.
               88  OUV-NOT-UPHELD       VALUE 'N'.
               88  OUV-OUTCOME-VALID    VALUES 'P' 'U' 'N'.
           05  OUV-CLOSED-DATE      PIC 9(8).
      *  OUV-ESCALATED-DATE is the last night OUVAGE escalated the
      *  case; zeros is never escalated.
           05  OUV-ESCALATED-DATE   PIC 9(8).
           05  OUV-HIST-COUNT       PIC 9(3).
           05  FILLER               PIC X(20).
