      *-----------------------------------------------------------------
      *  EST-ARCH-REC - one printed line of an estate balance
      *  certificate, keyed by the deceased's CPF, the issue date and
      *  the line's place on the certificate.  ESTCERT (CB0170) files
      *  every line exactly as it printed, so the copy the probate
      *  court holds can be produced again word for word long after
      *  the balances and postings behind it have moved on.  A
      *  certificate issued again the same day replaces that day's.
      *-----------------------------------------------------------------
       01  EST-ARCH-REC.
           05  ECA-KEY.
               10  ECA-CPF          PIC X(11).
               10  ECA-ISSUE-DATE   PIC 9(8).
               10  ECA-LINE-NO      PIC 9(4).
           05  ECA-DEATH-DATE       PIC 9(8).
           05  ECA-TEXT             PIC X(100).
           05  FILLER               PIC X(9).
