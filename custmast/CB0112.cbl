      *  the page's highest score.  Each finding carries a score, the
      *  page is sorted by nothing fancier than finding order, and a
      *  high-scoring day raises a severity-8 alert so the page gets
      *  read.  A fifth finding counts the branch-scope refusals
      *  (BRNREFUSE) logged by the desks: one refusal is a slip, but
      *  an operator refused three or more times in a day is probing
      *  other branches and scores with the self-access line.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
       01  WS-OFFHOURS-SCORE       PIC 9(3) VALUE 20.
       01  WS-SPIKE-SCORE          PIC 9(3) VALUE 50.
       01  WS-SELF-SCORE           PIC 9(3) VALUE 60.
       01  WS-REFUSE-THRESHOLD     PIC 9(3) VALUE 3.
       01  WS-REFUSE-SCORE         PIC 9(3) VALUE 20.
       01  WS-PROBE-SCORE          PIC 9(3) VALUE 60.
       01  WS-REFUSE-LINE-SCORE    PIC 9(3).
       01  WS-ALERT-SCORE          PIC 9(3) VALUE 50.
       01  WS-OFFICE-OPEN-HH       PIC 9(2) VALUE 7.
       01  WS-OFFICE-CLOSE-HH      PIC 9(2) VALUE 19.
               10  WS-PT-MAINT-FLAG    PIC X.
       01  WS-PAIR-DROPPED         PIC 9(5) VALUE ZEROS.
      *
      * One entry per operator seen today: total actions, how many
      * fell outside office hours and how many were branch refusals.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY-COUNT PIC 9(3) VALUE ZEROS.
           05  WS-OPER-ENTRY OCCURS 50 TIMES
               10  WS-OT-OPERATOR      PIC X(8).
               10  WS-OT-ACTION-COUNT  PIC 9(7).
               10  WS-OT-OFFHRS-COUNT  PIC 9(5).
               10  WS-OT-REFUSE-COUNT  PIC 9(5).
       01  WS-OPER-DROPPED         PIC 9(5) VALUE ZEROS.
      *
      * The staff linkage, loaded once so every logged action can be
           05  SLF-OPERATOR   PIC X(8).
           05  FILLER         PIC X(22) VALUE ' TOUCHED OWN CPF      '.
           05  SLF-KEY        PIC X(11).
       01  REFUSE-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(6)  VALUE 'SCORE '.
           05  RFS-SCORE      PIC ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  RFS-OPERATOR   PIC X(8).
           05  FILLER         PIC X(21) VALUE ' BRANCH REFUSALS     '.
           05  RFS-COUNT      PIC ZZZZ9.
       01  SPIKE-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(6)  VALUE 'SCORE '.
      * TALLY-ONE-ACTION feeds all three findings from one record:
      * the operator's volume and off-hours counts, and - for actions
      * carrying a key - the operator/key inquiry-versus-maintenance
      * pair.  SIGNON itself is volume, not a key touched, and a
      * branch refusal is its own finding - the key was never shown.
       TALLY-ONE-ACTION.
           PERFORM TALLY-OPERATOR-VOLUME
           IF SLG-KEY NOT = SPACES
                   AND SLG-ACTION NOT = 'SIGNON'
                   AND SLG-ACTION NOT = 'LOCKOUT'
                   AND SLG-ACTION NOT = 'BRNREFUSE'
               PERFORM TALLY-KEY-PAIR
               PERFORM CHECK-SELF-ACCESS
           END-IF.
                   MOVE SLG-OPERATOR TO WS-OT-OPERATOR(WS-OPER-IDX)
                   MOVE ZEROS TO WS-OT-ACTION-COUNT(WS-OPER-IDX)
                   MOVE ZEROS TO WS-OT-OFFHRS-COUNT(WS-OPER-IDX)
                   MOVE ZEROS TO WS-OT-REFUSE-COUNT(WS-OPER-IDX)
                   PERFORM COUNT-OPERATOR-ACTION
               ELSE
                   ADD 1 TO WS-OPER-DROPPED
                   ON SIZE ERROR
                       DISPLAY 'WS-OT-OFFHRS-COUNT OVERFLOWED'
               END-ADD
           END-IF
           IF SLG-ACTION = 'BRNREFUSE'
               ADD 1 TO WS-OT-REFUSE-COUNT(WS-OPER-IDX)
                   ON SIZE ERROR
                       DISPLAY 'WS-OT-REFUSE-COUNT OVERFLOWED'
               END-ADD
           END-IF.
      *
      * TALLY-KEY-PAIR counts the inquiry actions against each
       SCORE-THE-DAY.
           PERFORM SCORE-REPEATED-KEYS
           PERFORM SCORE-OFF-HOURS
           PERFORM SCORE-BRANCH-REFUSALS
           PERFORM SCORE-VOLUME-SPIKES
           IF WS-FINDING-COUNT = ZEROS
               WRITE PRINT-REC FROM CLEAN-LINE
               END-IF
           END-PERFORM.
      *
      * SCORE-BRANCH-REFUSALS prints every operator refused at a
      * branch outside their scope; repeated refusals score as
      * probing.
       SCORE-BRANCH-REFUSALS.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-ENTRY-COUNT
               IF WS-OT-REFUSE-COUNT(WS-OPER-IDX) > ZEROS
                   ADD 1 TO WS-FINDING-COUNT
                   IF WS-OT-REFUSE-COUNT(WS-OPER-IDX)
                           >= WS-REFUSE-THRESHOLD
                       MOVE WS-PROBE-SCORE  TO WS-REFUSE-LINE-SCORE
                   ELSE
                       MOVE WS-REFUSE-SCORE TO WS-REFUSE-LINE-SCORE
                   END-IF
                   IF WS-REFUSE-LINE-SCORE > WS-HIGH-SCORE
                       MOVE WS-REFUSE-LINE-SCORE TO WS-HIGH-SCORE
                   END-IF
                   MOVE WS-REFUSE-LINE-SCORE TO RFS-SCORE
                   MOVE WS-OT-OPERATOR(WS-OPER-IDX) TO RFS-OPERATOR
                   MOVE WS-OT-REFUSE-COUNT(WS-OPER-IDX) TO RFS-COUNT
                   WRITE PRINT-REC FROM REFUSE-LINE
               END-IF
           END-PERFORM.
      *
      * SCORE-VOLUME-SPIKES reads each operator's trailing history
      * from SESSHIST, flags today's count over the multiple of their
      * own average (flat floor with no history yet), and appends
