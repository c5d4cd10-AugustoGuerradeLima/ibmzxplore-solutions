           05  WS-HIST-YYYY        PIC 9(4).
           05  WS-HIST-MM          PIC 9(2).
           05  WS-HIST-DD          PIC 9(2).
      * Fee-item cutoff: the first of January of the prior year, so
      * the annual fee statement (FEESTMT) still finds every fee of
      * the year it reports even when it runs after the turn.
       01  WS-FEE-CUTOFF           PIC 9(8).
       01  WS-FEE-CUTOFF-X REDEFINES WS-FEE-CUTOFF.
           05  WS-FEE-YYYY         PIC 9(4).
           05  WS-FEE-MMDD         PIC 9(4).
       01  WS-COUNTERS.
           05  WS-EXC-READ           PIC 9(7) VALUE ZEROS.
           05  WS-EXC-ARCHIVED       PIC 9(7) VALUE ZEROS.
           ELSE
               SUBTRACT 1 FROM WS-HIST-MM
           END-IF
           MOVE WS-RUN-DATE TO WS-FEE-CUTOFF
           SUBTRACT 1 FROM WS-FEE-YYYY
           MOVE 0101 TO WS-FEE-MMDD
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * cycle period starts in the prior month, so its statement can
      * still print its lines; anything older has statemented, and
      * the detail behind it retires in place (a keyed file has no
      * NEW dataset to swap).  FEE items stay until the fee cutoff
      * instead, for the annual fee statement.
       TRIM-POSTING-HISTORY.
           SET FILE-AT-EOF TO FALSE
           OPEN I-O POST-HIST-FILE
               AT END SET FILE-AT-EOF TO TRUE
               NOT AT END
                   IF PH-POST-DATE < WS-HIST-CUTOFF
                      AND (PH-SOURCE-CODE NOT = 'FEE '
                           OR PH-POST-DATE < WS-FEE-CUTOFF)
                       DELETE POST-HIST-FILE
                           INVALID KEY
                               CONTINUE
