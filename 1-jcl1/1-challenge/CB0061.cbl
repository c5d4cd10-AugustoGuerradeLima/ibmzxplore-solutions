      *  A prior-name search walks the NAMEHIST history NAMEMNT keeps,
      *  so a lookup under a maiden name still finds the EMP-ID and
      *  shows the record's current name beside the old one.
      *  A sounds-like search keys the entered surname through the
      *  shared PHONKEY routine and positions on the phonetic
      *  last-name key NAMES stamps on every record, so "Sousa" finds
      *  the Souzas and "Tereza" the Teresas.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               RECORD KEY IS EMP-ID-OUT
               ALTERNATE RECORD KEY IS LAST-OUT
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS COMBINED-LAST-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-COMBINED-STATUS.
           SELECT NAME-HIST ASSIGN TO NAMEHIST
               ORGANIZATION IS INDEXED
       01  WS-CASE-IDX          PIC 9(2).
       01  WS-CASE-PREV-SPACE   PIC X.
       01  WS-MATCH-COUNT       PIC 9(5).
      * Sounds-like search: the entered surname's phonetic key from
      * the shared PHONKEY routine, and its length.
       01  WS-PHN-NAME          PIC X(40).
       01  WS-PHN-KEY           PIC X(20).
       01  WS-PHN-LEN           PIC 9(2).
       01  WS-DONE-FLAG         PIC X VALUE 'N'.
           88  OPERATOR-IS-DONE     VALUE 'Y'.
       01  WS-LIST-FLAG         PIC X VALUE 'N'.
           PERFORM UNTIL OPERATOR-IS-DONE
               DISPLAY ' '
               DISPLAY 'LOOK UP BY I (EMP-ID), L (LAST NAME), '
                       'S (SOUNDS LIKE), P (PRIOR NAME), '
                       'OR X TO EXIT: '
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 'I'
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM LOOKUP-BY-LAST-NAME
                   WHEN 'S'
                   WHEN 's'
                       PERFORM LOOKUP-BY-SOUND
                   WHEN 'P'
                   WHEN 'p'
                       PERFORM LOOKUP-BY-PRIOR-NAME
                   WHEN 'x'
                       SET OPERATOR-IS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'ENTER I, L, S, P, OR X'
               END-EVALUATE
           END-PERFORM
           CLOSE FIRST-LAST
                       SET LIST-IS-DONE TO TRUE
                   END-IF
           END-READ.
      *
      * LOOKUP-BY-SOUND keys the entered surname by sound and lists
      * every record whose phonetic last-name key starts with it,
      * whole coded words only - a key of SS finds "Souza" but not
      * "Sasaki".
       LOOKUP-BY-SOUND.
           DISPLAY 'ENTER LAST NAME TO SOUND OUT: '
           ACCEPT WS-SEARCH-NAME
           MOVE SPACES         TO WS-PHN-NAME
           MOVE WS-SEARCH-NAME TO WS-PHN-NAME
           CALL 'PHONKEY' USING WS-PHN-NAME WS-PHN-KEY
           MOVE ZEROS TO WS-PHN-LEN
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > 12
               IF WS-PHN-KEY(WS-SCAN-IDX:1) NOT = SPACE
                   MOVE WS-SCAN-IDX TO WS-PHN-LEN
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-MATCH-COUNT
           SET LIST-IS-DONE TO FALSE
           IF WS-PHN-LEN = ZEROS
               SET LIST-IS-DONE TO TRUE
           ELSE
               MOVE WS-PHN-KEY TO COMBINED-LAST-KEY
               START FIRST-LAST KEY IS NOT LESS THAN COMBINED-LAST-KEY
                   INVALID KEY SET LIST-IS-DONE TO TRUE
               END-START
           END-IF
           PERFORM LIST-ONE-SOUND-MATCH UNTIL LIST-IS-DONE
           IF WS-MATCH-COUNT = ZEROS
               DISPLAY 'NO COMBINED RECORD SOUNDS LIKE '
                       WS-SEARCH-NAME
           END-IF.
      *
       LIST-ONE-SOUND-MATCH.
           READ FIRST-LAST NEXT RECORD
               AT END SET LIST-IS-DONE TO TRUE
               NOT AT END
                   IF COMBINED-LAST-KEY(1:WS-PHN-LEN)
                           = WS-PHN-KEY(1:WS-PHN-LEN)
                       IF WS-PHN-LEN = 12
                          OR COMBINED-LAST-KEY(WS-PHN-LEN + 1:1)
                              = SPACE
                           ADD 1 TO WS-MATCH-COUNT
                           PERFORM DISPLAY-ONE-RECORD
                       END-IF
                   ELSE
                       SET LIST-IS-DONE TO TRUE
                   END-IF
           END-READ.
      *
       DISPLAY-ONE-RECORD.
           DISPLAY EMP-ID-OUT ' ' FIRST-OUT ' ' LAST-OUT
