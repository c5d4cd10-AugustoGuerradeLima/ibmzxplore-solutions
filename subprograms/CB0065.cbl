      *  environment without the list loaded should not start holding
      *  customers - but it says so once on the console, because a
      *  silent screening gap is exactly what the regulator fines.
      *  A name also hits when it sounds like a listed name: each
      *  entry's NOME is keyed through the shared PHONKEY routine as
      *  the table loads, and a caller's NOME whose key is the same
      *  hits - a listed "Luiz Souza" is not cleared by spelling him
      *  "Luis Sousa".
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               10  WS-WT-CPF       PIC X(11).
               10  WS-WT-NOME      PIC X(20).
               10  WS-WT-LIST-TYPE PIC X.
               10  WS-WT-NOME-KEY  PIC X(20).
       01  WS-DROPPED-COUNT    PIC 9(5) VALUE ZEROS.
      * Parameters for the shared PHONKEY phonetic-key subroutine, and
      * the caller's NOME as keyed for this call.
       01  WS-PHN-NAME         PIC X(40).
       01  WS-PHN-KEY          PIC X(20).
       01  WS-CALLER-NOME-KEY  PIC X(20).
      *------------------
       LINKAGE SECTION.
      *------------------
                       MOVE WTC-NOME TO WS-WT-NOME(WS-WATCH-IDX)
                       MOVE WTC-LIST-TYPE
                           TO WS-WT-LIST-TYPE(WS-WATCH-IDX)
                       MOVE SPACES TO WS-PHN-KEY
                       IF WTC-NOME NOT = SPACES
                           MOVE SPACES   TO WS-PHN-NAME
                           MOVE WTC-NOME TO WS-PHN-NAME
                           CALL 'PHONKEY' USING WS-PHN-NAME
                                                WS-PHN-KEY
                       END-IF
                       MOVE WS-PHN-KEY
                           TO WS-WT-NOME-KEY(WS-WATCH-IDX)
                   ELSE
                       ADD 1 TO WS-DROPPED-COUNT
                   END-IF
           END-READ.
      *
      * SCREEN-AGAINST-LIST hits on an exact CPF match, an exact NOME
      * match or a NOME that sounds the same - a blank field on the
      * list entry never matches, so a name-only sanctions row cannot
      * hit every customer through its empty CPF.
       SCREEN-AGAINST-LIST.
           MOVE SPACES TO WS-CALLER-NOME-KEY
           IF LS-WATCH-NOME NOT = SPACES
               MOVE SPACES        TO WS-PHN-NAME
               MOVE LS-WATCH-NOME TO WS-PHN-NAME
               CALL 'PHONKEY' USING WS-PHN-NAME WS-CALLER-NOME-KEY
           END-IF
           PERFORM VARYING WS-WATCH-IDX FROM 1 BY 1
                   UNTIL WATCH-HIT
                   OR WS-WATCH-IDX > WS-WATCH-ENTRY-COUNT
                       AND WS-WT-CPF(WS-WATCH-IDX) = LS-WATCH-CPF)
                   OR (WS-WT-NOME(WS-WATCH-IDX) NOT = SPACES
                       AND WS-WT-NOME(WS-WATCH-IDX) = LS-WATCH-NOME)
                   OR (WS-WT-NOME-KEY(WS-WATCH-IDX) NOT = SPACES
                       AND WS-WT-NOME-KEY(WS-WATCH-IDX)
                           = WS-CALLER-NOME-KEY)
                   SET WATCH-HIT TO TRUE
                   MOVE WS-WT-LIST-TYPE(WS-WATCH-IDX)
                       TO LS-WATCH-LIST-TYPE
