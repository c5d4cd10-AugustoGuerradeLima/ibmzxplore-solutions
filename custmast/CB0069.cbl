      *  review file and the printed worklist for the branches; the
      *  pairs a branch confirms go back through DUPMERGE (CB0070),
      *  which carries the loser's links and contacts to the survivor.
      *  The sort also carries each NOME's phonetic key from the shared
      *  PHONKEY routine between birth date and name, so spelling
      *  variants of one name ("Souza"/"Sousa", "Teresa"/"Thereza")
      *  sort together; a pair whose names sound the same scores onto
      *  the worklist even where too few letters agree, marked as a
      *  sound match for the review desk.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
      * Sort work file: birth date, the name's phonetic key, then the
      * name, so two registrations of one person come back
      * consecutively however the name was spelled.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-DATANASC   PIC X(8).
           05  SRT-NOME-KEY   PIC X(20).
           05  SRT-NOME       PIC X(20).
           05  SRT-CPF        PIC X(11).
      *
           05  DUP-NOME-1       PIC X(20).
           05  DUP-NOME-2       PIC X(20).
           05  DUP-DATANASC     PIC X(8).
      *  DUP-MATCH-BASIS: the letters agreed, or only the sound did.
           05  DUP-MATCH-BASIS  PIC X.
               88  DUP-BY-SPELLING      VALUE 'N'.
               88  DUP-BY-SOUND         VALUE 'S'.
           05  FILLER           PIC X(6).
      *
       FD  PRINT-FILE RECORDING MODE F.
       01  PRINT-REC          PIC X(132).
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-PAIR-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-EXACT-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-SOUND-COUNT        PIC 9(7) VALUE ZEROS.
      * The previous sorted record, held for the consecutive compare.
       01  WS-PREV-DATANASC        PIC X(8)  VALUE SPACES.
       01  WS-PREV-NOME            PIC X(20) VALUE SPACES.
       01  WS-PREV-CPF             PIC X(11) VALUE SPACES.
       01  WS-PREV-NOME-KEY        PIC X(20) VALUE SPACES.
      * Name-similarity scoring: 5 points per agreeing character
      * position (100 for a byte-for-byte name), and a pair scores
      * onto the worklist at the VALUE-clause threshold below - the
      * review desk recalibrates here, not in the logic.
       01  WS-SCORE                PIC 9(3).
       01  WS-SCORE-THRESHOLD      PIC 9(3) VALUE 75.
      * The score a pair gets when the names sound the same but too
      * few letters agree - recalibrated here, like the threshold.
       01  WS-SOUND-SCORE          PIC 9(3) VALUE 80.
       01  WS-MATCH-BASIS          PIC X.
      * Parameters for the shared PHONKEY phonetic-key subroutine.
       01  WS-PHN-NAME             PIC X(40).
       01  WS-PHN-KEY              PIC X(20).
       01  WS-CHAR-IDX             PIC 9(2).
       01  WS-NOME-A               PIC X(20).
       01  WS-NOME-A-CHARS REDEFINES WS-NOME-A.
           05  DTL-NOME-2     PIC X(20).
           05  FILLER         PIC X(6)  VALUE ' BORN '.
           05  DTL-DATANASC   PIC X(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-BASIS      PIC X(12).
      * Work area for the shop-wide alert record written whenever the
      * run ends with RETURN-CODE 4 or 8, so the end-of-night alert
      * report covers this job too.
       MAIN-LOGIC.
           PERFORM OPEN-FILES
           SORT SORT-WORK
               ON ASCENDING KEY SRT-DATANASC SRT-NOME-KEY SRT-NOME
               INPUT PROCEDURE IS RELEASE-CUSTOMERS
               OUTPUT PROCEDURE IS PAIR-SORTED-CUSTOMERS
           PERFORM CLOSE-STOP.
               MOVE DATANASC IN CLIENTE-REC TO SRT-DATANASC
               MOVE NOME IN CLIENTE-REC     TO SRT-NOME
               MOVE CPF IN CLIENTE-REC      TO SRT-CPF
               MOVE SPACES                  TO WS-PHN-NAME
               MOVE NOME IN CLIENTE-REC     TO WS-PHN-NAME
               CALL 'PHONKEY' USING WS-PHN-NAME WS-PHN-KEY
               MOVE WS-PHN-KEY              TO SRT-NOME-KEY
               RELEASE SORT-REC
               PERFORM READ-CUSTMAST
           END-PERFORM.
               MOVE SRT-DATANASC TO WS-PREV-DATANASC
               MOVE SRT-NOME     TO WS-PREV-NOME
               MOVE SRT-CPF      TO WS-PREV-CPF
               MOVE SRT-NOME-KEY TO WS-PREV-NOME-KEY
               SET PREV-HELD TO TRUE
               PERFORM RETURN-SORTED-CUSTOMER
           END-PERFORM.
      * SCORE-NAME-PAIR counts agreeing character positions, 5 points
      * each - a one-letter typo in a 20-byte name still scores 95,
      * while genuinely different names fall well under the threshold.
      * Names that fall under it but carry the same phonetic key
      * score WS-SOUND-SCORE as a sound match.
       SCORE-NAME-PAIR.
           MOVE WS-PREV-NOME TO WS-NOME-A
           MOVE SRT-NOME     TO WS-NOME-B
               IF WS-CHAR-A(WS-CHAR-IDX) = WS-CHAR-B(WS-CHAR-IDX)
                   ADD 5 TO WS-SCORE
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-MATCH-BASIS
           IF WS-SCORE < WS-SCORE-THRESHOLD
                   AND SRT-NOME-KEY NOT = SPACES
                   AND SRT-NOME-KEY = WS-PREV-NOME-KEY
               MOVE WS-SOUND-SCORE TO WS-SCORE
               MOVE 'S' TO WS-MATCH-BASIS
           END-IF.
      *
       WRITE-CANDIDATE-PAIR.
           ADD 1 TO WS-PAIR-COUNT
           MOVE WS-PREV-NOME TO DUP-NOME-1
           MOVE SRT-NOME     TO DUP-NOME-2
           MOVE SRT-DATANASC TO DUP-DATANASC
           MOVE WS-MATCH-BASIS TO DUP-MATCH-BASIS
           IF DUP-BY-SOUND
               ADD 1 TO WS-SOUND-COUNT
               MOVE 'SOUNDS ALIKE' TO DTL-BASIS
           ELSE
               MOVE SPACES TO DTL-BASIS
           END-IF
           WRITE DUP-CAND-REC
           MOVE WS-SCORE     TO DTL-SCORE
           MOVE WS-PREV-CPF  TO DTL-CPF-1
           CLOSE PRINT-FILE.
           DISPLAY 'DUPMATCH READ ' WS-READ-COUNT
                   ' PAIRS ' WS-PAIR-COUNT
                   ' EXACT ' WS-EXACT-COUNT
                   ' BY SOUND ' WS-SOUND-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'DUPMATCH ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-PAIR-COUNT       TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'EXACT NAME PAIRS'  TO SUMM-CATEGORY-NAME
           MOVE WS-EXACT-COUNT      TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'SOUNDALIKE PAIRS' TO SUMM-CATEGORY-NAME
           MOVE WS-SOUND-COUNT      TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           CLOSE SUMMARY-FILE.
      *
      *
