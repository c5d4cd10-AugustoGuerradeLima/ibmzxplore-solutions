      *-----------------------------------------------------------------
      *  OUV-HIST-REC - one step in a complaint case's life, keyed by
      *  case number and a sequence within the case: opened,
      *  assigned, a note from whoever is working it, closed with the
      *  answer, reopened, or escalated by the nightly ageing run.
      *  OUH-STATUS is the case status after the step.  Written by
      *  OUVDESK (CB0171) and OUVAGE (CB0172); the desk shows a
      *  case's history in order.
      *-----------------------------------------------------------------
       01  OUV-HIST-REC.
           05  OUH-KEY.
               10  OUH-CASE-NUMBER  PIC 9(7).
               10  OUH-SEQ          PIC 9(3).
           05  OUH-DATE             PIC 9(8).
           05  OUH-TIME             PIC 9(8).
           05  OUH-ACTION           PIC X(6).
           05  OUH-STATUS           PIC X.
           05  OUH-OPERATOR         PIC X(8).
           05  OUH-TEXT             PIC X(60).
           05  FILLER               PIC X(9).
