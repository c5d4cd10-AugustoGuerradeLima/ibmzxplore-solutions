      *-----------------------------------------------------------------
      *  WS-BK-FILE-TABLE - the files the night's disaster-recovery
      *  backup manifest covers, loaded from literal FILLERs the way
      *  WS-RATE-TABLE is, and shared by the manifest step (BKMANIF)
      *  and the restore verification (BKVERIFY) so the two always
      *  agree on what a complete backup holds.  Adding a file is an
      *  entry here plus its scan in BKSCAN.  The kind byte marks the
      *  masters (M) apart from the append-only control logs (A): a
      *  log copied after the manifest was taken carries the backup
      *  step's own records on the end, so only the records the
      *  manifest counted are held to it.
      *-----------------------------------------------------------------
       01  WS-BK-FILE-TABLE-INIT.
           05  FILLER               PIC X(9) VALUE 'CUSTMASTM'.
           05  FILLER               PIC X(9) VALUE 'SALDOFILM'.
           05  FILLER               PIC X(9) VALUE 'CUSTXREFM'.
           05  FILLER               PIC X(9) VALUE 'LOANMST M'.
           05  FILLER               PIC X(9) VALUE 'BALHIST M'.
           05  FILLER               PIC X(9) VALUE 'PSTHIST M'.
           05  FILLER               PIC X(9) VALUE 'COMBINEDM'.
           05  FILLER               PIC X(9) VALUE 'RUNCTL  A'.
           05  FILLER               PIC X(9) VALUE 'RUNSEQ  M'.
           05  FILLER               PIC X(9) VALUE 'DAILYCTLA'.
           05  FILLER               PIC X(9) VALUE 'BUSDATE M'.
       01  WS-BK-FILE-TABLE REDEFINES WS-BK-FILE-TABLE-INIT.
           05  WS-BK-FILE-ENTRY     OCCURS 11 TIMES.
               10  WS-BK-FILE-ID    PIC X(8).
               10  WS-BK-FILE-KIND  PIC X.
       01  WS-BK-FILE-COUNT         PIC 9(2) VALUE 11.
