      *  log the online programs write: one detail line per logged
      *  action and a per-operator activity recap, so the auditors'
      *  question - who looked at or touched which customer - has one
      *  page to answer it.  An action a supervisor had to authorize
      *  at the window shows the supervisor alongside.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
           05  FILLER         PIC X(9)  VALUE 'TIME'.
           05  FILLER         PIC X(9)  VALUE 'PROGRAM'.
           05  FILLER         PIC X(13) VALUE 'ACTION'.
           05  FILLER         PIC X(12) VALUE 'KEY'.
           05  FILLER         PIC X(13) VALUE 'AUTHORIZED BY'.
       01  DETAIL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-OPERATOR   PIC X(8).
           05  DTL-ACTION     PIC X(12).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-KEY        PIC X(11).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-SECOND-OPR PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
           MOVE SLG-PROGRAM  TO DTL-PROGRAM
           MOVE SLG-ACTION   TO DTL-ACTION
           MOVE SLG-KEY      TO DTL-KEY
           MOVE SLG-SECOND-OPERATOR TO DTL-SECOND-OPR
           WRITE PRINT-REC FROM DETAIL-LINE
           PERFORM TALLY-OPERATOR.
      *
