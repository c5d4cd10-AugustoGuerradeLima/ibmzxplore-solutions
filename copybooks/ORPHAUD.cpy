      *-----------------------------------------------------------------
      *  ORPH-AUDIT-REC - one retirement made by the orphaned-reference
      *  sweep ORPHSWP (CB0149): which satellite file, the record's
      *  key, why it was an orphan, what was done to it (CANCEL a
      *  standing order, RELEAS a hold, EXPIRE an overdraft facility
      *  or rate agreement, DELETE an alert subscription), the run
      *  date and the supervisor whose parameter card authorized the
      *  run, with the whole record before and after - a deleted
      *  subscription can be keyed back from its before image.
      *-----------------------------------------------------------------
       01  ORPH-AUDIT-REC.
           05  ORA-ACTION           PIC X(6).
           05  ORA-FILE             PIC X(8).
           05  ORA-KEY              PIC X(20).
           05  ORA-REASON           PIC X(20).
           05  ORA-RUN-DATE         PIC 9(8).
           05  ORA-SUPERVISOR       PIC X(8).
           05  ORA-BEFORE-IMAGE     PIC X(80).
           05  ORA-AFTER-IMAGE      PIC X(80).
