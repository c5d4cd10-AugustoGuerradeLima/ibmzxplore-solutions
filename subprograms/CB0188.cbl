      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PHONKEY.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  PHONKEY is the shared phonetic-key routine, a CALLed
      *  subroutine in the FLDEDIT mold: given a name it answers a
      *  key that spells the name the way it sounds in Portuguese, so
      *  "Souza" and "Sousa", "Luiz" and "Luis", "Teresa" and
      *  "Thereza" key alike.  Each word of the name is coded on its
      *  own and the codes are joined by a space in name order; the
      *  particles (da, de, do, das, dos, e) are dropped, so "Maria
      *  de Souza" keys as "Maria Souza" does.  Within a word:
      *    - a vowel is kept only as the first sound of the word, and
      *      Y is a vowel (I); H is silent;
      *    - CH and SH sound X (CH before a consonant sounds K), LH
      *      and NH sound L and N, PH sounds F, TH sounds T;
      *    - C sounds S before E/I/Y and K elsewhere, SC before E/I
      *      sounds S, Q sounds K, G sounds J before E/I/Y;
      *    - Z sounds S, W sounds V, and M not followed by a vowel is
      *      the nasal N;
      *    - a sound repeated with no vowel between (TT, SS) counts
      *      once.
      *  Characters other than letters are dropped; a hyphen, a
      *  period or an apostrophe separates words.  The key is the
      *  only thing the sounds-like searches and screens compare, so
      *  every program that keys a name calls this one routine.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *-------------
       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
       01  WS-PHN-NAME         PIC X(40).
       01  WS-NAME-IDX         PIC 9(2).
      * The word being coded, with two spaces of lookahead past it.
       01  WS-WORD             PIC X(42).
       01  WS-WORD-LEN         PIC 9(2).
       01  WS-CHAR-IDX         PIC 9(2).
       01  WS-CODE             PIC X(20).
       01  WS-CODE-LEN         PIC 9(2).
       01  WS-KEY-LEN          PIC 9(2).
       01  WS-ROOM             PIC S9(2).
       01  WS-CHAR             PIC X.
       01  WS-NEXT             PIC X.
           88  NEXT-IS-H           VALUE 'H'.
           88  NEXT-FRONT-VOWEL    VALUES 'E' 'I' 'Y'.
           88  NEXT-IS-VOWEL       VALUES 'A' 'E' 'I' 'O' 'U' 'Y'.
       01  WS-NEXT2            PIC X.
           88  NEXT2-FRONT-VOWEL   VALUES 'E' 'I' 'Y'.
           88  NEXT2-IS-VOWEL      VALUES 'A' 'E' 'I' 'O' 'U' 'Y'.
           88  NEXT2-NO-LETTER     VALUE SPACE.
       01  WS-SOUND            PIC X.
       01  WS-LAST-SOUND       PIC X.
       01  WS-VOWEL-GAP-FLAG   PIC X.
           88  VOWEL-SINCE-SOUND   VALUE 'Y' FALSE 'N'.
       01  WS-PARTICLE-FLAG    PIC X.
           88  WORD-IS-PARTICLE    VALUE 'Y' FALSE 'N'.
      * The particles a name is keyed without.
       01  WS-PARTICLE-INIT.
           05  FILLER          PIC X(3) VALUE 'DA '.
           05  FILLER          PIC X(3) VALUE 'DE '.
           05  FILLER          PIC X(3) VALUE 'DO '.
           05  FILLER          PIC X(3) VALUE 'DAS'.
           05  FILLER          PIC X(3) VALUE 'DOS'.
           05  FILLER          PIC X(3) VALUE 'E  '.
           05  FILLER          PIC X(3) VALUE 'DI '.
           05  FILLER          PIC X(3) VALUE 'DU '.
       01  WS-PARTICLE-TABLE REDEFINES WS-PARTICLE-INIT.
           05  WS-PARTICLE     PIC X(3) OCCURS 8 TIMES.
       01  WS-PARTICLE-COUNT   PIC 9(2) VALUE 8.
       01  WS-PT               PIC 9(2).
      *------------------
       LINKAGE SECTION.
      *------------------
       01  LS-PHN-NAME         PIC X(40).
       01  LS-PHN-KEY          PIC X(20).
      *------------------
       PROCEDURE DIVISION USING LS-PHN-NAME LS-PHN-KEY.
      *------------------
       MAIN-LOGIC.
           MOVE SPACES TO LS-PHN-KEY
           MOVE ZEROS  TO WS-KEY-LEN
           MOVE LS-PHN-NAME TO WS-PHN-NAME
           INSPECT WS-PHN-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-PHN-NAME REPLACING ALL '-' BY SPACE
                                         ALL '.' BY SPACE
                                         ALL '''' BY SPACE
           MOVE 1 TO WS-NAME-IDX
           PERFORM UNTIL WS-NAME-IDX > 40 OR WS-KEY-LEN NOT < 20
               IF WS-PHN-NAME(WS-NAME-IDX:1) = SPACE
                   ADD 1 TO WS-NAME-IDX
               ELSE
                   PERFORM TAKE-ONE-WORD
                   PERFORM CHECK-PARTICLE
                   IF NOT WORD-IS-PARTICLE
                       PERFORM CODE-ONE-WORD
                       PERFORM APPEND-WORD-CODE
                   END-IF
               END-IF
           END-PERFORM
           GOBACK.
      *
      * TAKE-ONE-WORD lifts the word starting at WS-NAME-IDX and
      * leaves WS-NAME-IDX on the space after it.
       TAKE-ONE-WORD.
           MOVE SPACES TO WS-WORD
           MOVE ZEROS  TO WS-WORD-LEN
           PERFORM UNTIL WS-NAME-IDX > 40
                      OR WS-PHN-NAME(WS-NAME-IDX:1) = SPACE
               ADD 1 TO WS-WORD-LEN
               MOVE WS-PHN-NAME(WS-NAME-IDX:1)
                   TO WS-WORD(WS-WORD-LEN:1)
               ADD 1 TO WS-NAME-IDX
           END-PERFORM.
      *
       CHECK-PARTICLE.
           SET WORD-IS-PARTICLE TO FALSE
           IF WS-WORD-LEN NOT > 3
               PERFORM VARYING WS-PT FROM 1 BY 1
                       UNTIL WS-PT > WS-PARTICLE-COUNT
                          OR WORD-IS-PARTICLE
                   IF WS-WORD(1:3) = WS-PARTICLE(WS-PT)
                       SET WORD-IS-PARTICLE TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
      *
      * CODE-ONE-WORD sounds the word letter by letter; a digraph
      * steps WS-CHAR-IDX past the letter it swallows.
       CODE-ONE-WORD.
           MOVE SPACES TO WS-CODE
           MOVE ZEROS  TO WS-CODE-LEN
           MOVE SPACE  TO WS-LAST-SOUND
           SET VOWEL-SINCE-SOUND TO FALSE
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-WORD-LEN
               MOVE WS-WORD(WS-CHAR-IDX:1)     TO WS-CHAR
               MOVE WS-WORD(WS-CHAR-IDX + 1:1) TO WS-NEXT
               MOVE WS-WORD(WS-CHAR-IDX + 2:1) TO WS-NEXT2
               MOVE SPACE TO WS-SOUND
               PERFORM SOUND-ONE-LETTER
               IF WS-SOUND NOT = SPACE
                   PERFORM ADD-SOUND-TO-CODE
               END-IF
           END-PERFORM.
      *
       SOUND-ONE-LETTER.
           EVALUATE WS-CHAR
               WHEN 'A'
               WHEN 'E'
               WHEN 'I'
               WHEN 'O'
               WHEN 'U'
               WHEN 'Y'
                   IF WS-CODE-LEN = ZEROS
                       IF WS-CHAR = 'Y'
                           MOVE 'I' TO WS-SOUND
                       ELSE
                           MOVE WS-CHAR TO WS-SOUND
                       END-IF
                   ELSE
                       SET VOWEL-SINCE-SOUND TO TRUE
                   END-IF
               WHEN 'H'
                   CONTINUE
               WHEN 'C'
                   EVALUATE TRUE
                       WHEN NEXT-IS-H
                           IF NEXT2-IS-VOWEL OR NEXT2-NO-LETTER
                               MOVE 'X' TO WS-SOUND
                           ELSE
                               MOVE 'K' TO WS-SOUND
                           END-IF
                           ADD 1 TO WS-CHAR-IDX
                       WHEN NEXT-FRONT-VOWEL
                           MOVE 'S' TO WS-SOUND
                       WHEN OTHER
                           MOVE 'K' TO WS-SOUND
                   END-EVALUATE
               WHEN 'G'
                   IF NEXT-FRONT-VOWEL
                       MOVE 'J' TO WS-SOUND
                   ELSE
                       MOVE 'G' TO WS-SOUND
                   END-IF
               WHEN 'L'
               WHEN 'N'
               WHEN 'T'
                   IF NEXT-IS-H
                       ADD 1 TO WS-CHAR-IDX
                   END-IF
                   MOVE WS-CHAR TO WS-SOUND
               WHEN 'P'
                   IF NEXT-IS-H
                       MOVE 'F' TO WS-SOUND
                       ADD 1 TO WS-CHAR-IDX
                   ELSE
                       MOVE 'P' TO WS-SOUND
                   END-IF
               WHEN 'S'
                   EVALUATE TRUE
                       WHEN NEXT-IS-H
                           MOVE 'X' TO WS-SOUND
                           ADD 1 TO WS-CHAR-IDX
                       WHEN WS-NEXT = 'C' AND NEXT2-FRONT-VOWEL
                           MOVE 'S' TO WS-SOUND
                           ADD 1 TO WS-CHAR-IDX
                       WHEN OTHER
                           MOVE 'S' TO WS-SOUND
                   END-EVALUATE
               WHEN 'M'
                   IF NEXT-IS-VOWEL
                       MOVE 'M' TO WS-SOUND
                   ELSE
                       MOVE 'N' TO WS-SOUND
                   END-IF
               WHEN 'Q'
               WHEN 'K'
                   MOVE 'K' TO WS-SOUND
               WHEN 'Z'
                   MOVE 'S' TO WS-SOUND
               WHEN 'W'
                   MOVE 'V' TO WS-SOUND
               WHEN 'B'
               WHEN 'D'
               WHEN 'F'
               WHEN 'J'
               WHEN 'R'
               WHEN 'V'
               WHEN 'X'
                   MOVE WS-CHAR TO WS-SOUND
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      * ADD-SOUND-TO-CODE drops a sound that repeats the last one with
      * no vowel heard between them.
       ADD-SOUND-TO-CODE.
           IF WS-SOUND = WS-LAST-SOUND AND NOT VOWEL-SINCE-SOUND
               CONTINUE
           ELSE
               IF WS-CODE-LEN < 20
                   ADD 1 TO WS-CODE-LEN
                   MOVE WS-SOUND TO WS-CODE(WS-CODE-LEN:1)
               END-IF
               MOVE WS-SOUND TO WS-LAST-SOUND
               SET VOWEL-SINCE-SOUND TO FALSE
           END-IF.
      *
      * APPEND-WORD-CODE joins the word's code onto the key after a
      * space, cutting it short when the key runs out of room.
       APPEND-WORD-CODE.
           IF WS-CODE-LEN > ZEROS
               IF WS-KEY-LEN > ZEROS
                   ADD 1 TO WS-KEY-LEN
               END-IF
               COMPUTE WS-ROOM = 20 - WS-KEY-LEN
               IF WS-ROOM > ZEROS
                   IF WS-CODE-LEN > WS-ROOM
                       MOVE WS-ROOM TO WS-CODE-LEN
                   END-IF
                   MOVE WS-CODE(1:WS-CODE-LEN)
                       TO LS-PHN-KEY(WS-KEY-LEN + 1:WS-CODE-LEN)
                   ADD WS-CODE-LEN TO WS-KEY-LEN
               END-IF
           END-IF.
      *
       END PROGRAM PHONKEY.
