      *  logged to the session file, and full detail only for
      *  supervisors.  Matches list by line number - the operator picks
      *  a line rather than re-keying a CPF the mask may be hiding.
      *  A sounds-like search keys the entered name through the shared
      *  PHONKEY routine and positions on the phonetic key the CUSTPHON
      *  side file carries for every customer, so "Sousa" lists the
      *  Souzas and "Luis" the Luizes under the same masking rules.
      *  A picked match is shown only if it belongs to one of a
      *  standard operator's own branches (the shared BRNSCOPE check,
      *  as CUSTINQ applies it); a refused CPF is logged as BRNREFUSE.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
           SELECT CUST-PHON-FILE ASSIGN TO CUSTPHON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPH-CPF
               ALTERNATE RECORD KEY IS CPH-NOME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTPHON-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD  SESS-LOG-FILE RECORDING MODE F.
           COPY SESSLOG.
      *
       FD  CUST-PHON-FILE RECORDING MODE F.
           COPY CUSTPHON.
      *
       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-STATUS   PIC XX.
       01  WS-CUSTPHON-STATUS   PIC XX.
       01  WS-CUSTPHON-FLAG     PIC X VALUE 'N'.
           88  CUSTPHON-AVAILABLE   VALUE 'Y' FALSE 'N'.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL        PIC 9 VALUE 1.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-LOG-KEY           PIC X(11).
       01  WS-SEARCH-NAME       PIC X(20).
       01  WS-SEARCH-LEN        PIC 9(2).
       01  WS-SEARCH-MODE       PIC X.
           88  SEARCH-BY-SOUND      VALUES 'S' 's'.
      * Sounds-like search: the entered name's phonetic key from the
      * shared PHONKEY routine, and its length.
       01  WS-PHN-NAME          PIC X(40).
       01  WS-PHN-KEY           PIC X(20).
       01  WS-PHN-LEN           PIC 9(2).
       01  WS-SCAN-IDX          PIC 9(2).
       01  WS-MATCH-COUNT       PIC 9(3).
       01  WS-PICK-ANSWER       PIC X(3).
       01  WS-SIGNON-RESULT     PIC X VALUE 'N'.
       01  WS-LIST-FLAG         PIC X VALUE 'N'.
           88  LIST-IS-DONE         VALUE 'Y' FALSE 'N'.
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM     PIC X(8) VALUE 'NAMESRCH'.
       01  WS-SCOPE-KEY-TYPE    PIC X VALUE 'C'.
       01  WS-SCOPE-KEY         PIC X(11).
       01  WS-SCOPE-RESULT      PIC X.
           88  KEY-IN-SCOPE         VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUST-PHON-FILE
           IF WS-CUSTPHON-STATUS = '00'
               SET CUSTPHON-AVAILABLE TO TRUE
           END-IF
           PERFORM UNTIL OPERATOR-IS-DONE
               PERFORM ACCEPT-SEARCH-NAME
               IF NOT OPERATOR-IS-DONE
                   IF SEARCH-BY-SOUND
                       PERFORM LIST-SOUND-MATCHES
                   ELSE
                       PERFORM LIST-MATCHING-CUSTOMERS
                   END-IF
                   IF WS-MATCH-COUNT > ZEROS
                       PERFORM SHOW-CHOSEN-CUSTOMER
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CUSTMAST
           IF CUSTPHON-AVAILABLE
               CLOSE CUST-PHON-FILE
           END-IF
           CLOSE SESS-LOG-FILE
           STOP RUN.
      *
      *
       ACCEPT-SEARCH-NAME.
           DISPLAY ' '.
           DISPLAY 'SEARCH BY N (NAME) OR S (SOUNDS LIKE): '.
           ACCEPT WS-SEARCH-MODE.
           DISPLAY 'ENTER FULL OR PARTIAL SURNAME, OR X TO EXIT: '.
           ACCEPT WS-SEARCH-NAME.
           IF WS-SEARCH-NAME = 'X' OR WS-SEARCH-NAME = 'x'
           ELSE
               PERFORM MEASURE-SEARCH-NAME
               MOVE WS-SEARCH-NAME(1:11) TO WS-LOG-KEY
               IF SEARCH-BY-SOUND
                   MOVE 'SOUNDSLIKE' TO WS-LOG-ACTION
               ELSE
                   MOVE 'SEARCH' TO WS-LOG-ACTION
               END-IF
               PERFORM LOG-SESSION-ACTION
           END-IF.
      *
                       SET LIST-IS-DONE TO TRUE
                   END-IF
           END-READ.
      *
      * LIST-SOUND-MATCHES keys the search value by sound and lists
      * every customer whose CUSTPHON key starts with it, whole coded
      * words only, through the same numbered, masked lines.  A key
      * left behind by a customer since purged is passed over.
       LIST-SOUND-MATCHES.
           MOVE ZEROS TO WS-MATCH-COUNT
           SET LIST-IS-DONE TO FALSE
           MOVE SPACES         TO WS-PHN-NAME
           MOVE WS-SEARCH-NAME TO WS-PHN-NAME
           CALL 'PHONKEY' USING WS-PHN-NAME WS-PHN-KEY
           MOVE ZEROS TO WS-PHN-LEN
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > 20
               IF WS-PHN-KEY(WS-SCAN-IDX:1) NOT = SPACE
                   MOVE WS-SCAN-IDX TO WS-PHN-LEN
               END-IF
           END-PERFORM
           IF NOT CUSTPHON-AVAILABLE
               DISPLAY 'SOUNDS-LIKE SEARCH IS NOT AVAILABLE - NO '
                       'CUSTPHON FILE'
               SET LIST-IS-DONE TO TRUE
           END-IF
           IF WS-PHN-LEN = ZEROS
               SET LIST-IS-DONE TO TRUE
           END-IF
           IF NOT LIST-IS-DONE
               MOVE WS-PHN-KEY TO CPH-NOME-KEY
               START CUST-PHON-FILE KEY IS NOT LESS THAN CPH-NOME-KEY
                   INVALID KEY SET LIST-IS-DONE TO TRUE
               END-START
           END-IF
           PERFORM LIST-ONE-SOUND-MATCH UNTIL LIST-IS-DONE
           IF WS-MATCH-COUNT = ZEROS
               DISPLAY 'NO CUSTOMER SOUNDS LIKE ' WS-SEARCH-NAME
           END-IF.
      *
       LIST-ONE-SOUND-MATCH.
           READ CUST-PHON-FILE NEXT RECORD
               AT END SET LIST-IS-DONE TO TRUE
               NOT AT END
                   IF CPH-NOME-KEY(1:WS-PHN-LEN)
                           = WS-PHN-KEY(1:WS-PHN-LEN)
                       IF WS-PHN-LEN = 20
                          OR CPH-NOME-KEY(WS-PHN-LEN + 1:1) = SPACE
                           PERFORM LIST-SOUND-CUSTOMER
                       END-IF
                   ELSE
                       SET LIST-IS-DONE TO TRUE
                   END-IF
           END-READ.
      *
       LIST-SOUND-CUSTOMER.
           MOVE CPH-CPF TO CPF IN CLIENTE-REC
           READ CUSTMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-MATCH-COUNT < 100
                       ADD 1 TO WS-MATCH-COUNT
                       SET WS-MT-IDX TO WS-MATCH-COUNT
                       MOVE CPF IN CLIENTE-REC
                           TO WS-MT-CPF(WS-MT-IDX)
                       PERFORM LIST-MATCH-LINE
                   ELSE
                       DISPLAY 'MORE THAN 100 MATCHES - NARROW '
                               'THE SEARCH'
                       SET LIST-IS-DONE TO TRUE
                   END-IF
           END-READ.
      *
       LIST-MATCH-LINE.
           IF WS-AUTH-LEVEL >= 2
                   SET WS-MT-IDX TO WS-PICK-NUMBER
                   MOVE WS-MT-CPF(WS-MT-IDX)
                       TO CPF IN CLIENTE-REC
                   PERFORM CHECK-CUSTOMER-SCOPE
                   IF KEY-IN-SCOPE
                       PERFORM READ-CHOSEN-CUSTOMER
                   END-IF
               ELSE
                   DISPLAY 'ENTER A LINE NUMBER FROM THE LIST'
               END-IF
           END-IF.
      *
       READ-CHOSEN-CUSTOMER.
           READ CUSTMAST
               INVALID KEY
                   DISPLAY 'CUSTOMER NO LONGER ON FILE'
               NOT INVALID KEY
                   PERFORM DISPLAY-CUSTOMER
                   MOVE CPF IN CLIENTE-REC TO WS-LOG-KEY
                   PERFORM LOG-SESSION-ACTION
           END-READ.
      *
      * CHECK-CUSTOMER-SCOPE keeps a standard operator to the customers
      * of their own branches through the shared BRNSCOPE check; a
      * refusal is logged as BRNREFUSE.
       CHECK-CUSTOMER-SCOPE.
           MOVE SPACES             TO WS-SCOPE-KEY
           MOVE CPF IN CLIENTE-REC TO WS-SCOPE-KEY
           CALL 'BRNSCOPE' USING WS-OPERATOR-ID WS-SCOPE-PROGRAM
                                 WS-SCOPE-KEY-TYPE WS-SCOPE-KEY
                                 WS-SCOPE-RESULT
           IF NOT KEY-IN-SCOPE
               MOVE 'BRNREFUSE'  TO WS-LOG-ACTION
               MOVE WS-SCOPE-KEY TO WS-LOG-KEY
               PERFORM LOG-SESSION-ACTION
           END-IF.
      *
      * DISPLAY-CUSTOMER follows CUSTINQ's display-depth rules: a
      * standard operator sees a masked CPF, no RG, and the age
