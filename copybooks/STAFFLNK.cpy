      *  Maintained by STAFFMNT, which also carries the staff flag
      *  onto the member's CUSTXREF account links; reported monthly
      *  by STAFFRPT.
      *  SLK-LEAVER-DATE and SLK-WATCH-UNTIL are set by the leaver
      *  reconciliation (LVRRECON) when HR terminates the staff
      *  member: the link and its account flags stay in place so the
      *  accounts are still watched, until the watch-until date
      *  passes and LVRRECON takes the link away.  Spaces or zeros in
      *  the leaver date (every link recorded before the fields
      *  existed) is a current member of staff.
      *-----------------------------------------------------------------
       01  STAFF-LINK-REC.
           05  SLK-CPF              PIC X(11).
           05  SLK-EMP-ID           PIC X(9).
           05  SLK-OPERATOR         PIC X(8).
           05  SLK-LINK-DATE        PIC 9(8).
           05  SLK-LEAVER-DATE      PIC 9(8).
           05  SLK-WATCH-UNTIL      PIC 9(8).
           05  FILLER               PIC X(28).
