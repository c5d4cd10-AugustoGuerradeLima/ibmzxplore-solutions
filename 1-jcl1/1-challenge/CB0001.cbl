       01 WS-NAME-VALID-FLAG       PIC X VALUE 'Y'.
         88 NAME-FIELDS-VALID          VALUE 'Y' FALSE 'N'.
       01 WS-INVALID-NAME-COUNT    PIC 9(7) VALUE ZEROS.
      * Parameters for the shared PHONKEY phonetic-key subroutine.
       01 WS-PHN-NAME              PIC X(40).
       01 WS-PHN-KEY               PIC X(20).
      * Work area for the shop-wide alert record written whenever the
      * run ends with RETURN-CODE 4 or 8.
       01 WS-ALERT-SEVERITY        PIC 9 VALUE ZEROS.
           PERFORM VALIDATE-NAME-FIELDS
           IF NAME-FIELDS-VALID
               PERFORM STANDARDIZE-NAME-CASE
               PERFORM SET-PHONETIC-KEYS
               WRITE FIRST-LAST-REC
                   INVALID KEY
                       REWRITE FIRST-LAST-REC
           PERFORM VALIDATE-NAME-FIELDS
           IF NAME-FIELDS-VALID
               PERFORM STANDARDIZE-NAME-CASE
               PERFORM SET-PHONETIC-KEYS
               RELEASE SORT-REC FROM FIRST-LAST-REC
               ADD 1 TO WS-COMBINED-COUNT
                   ON SIZE ERROR
           MOVE LAST-OUT   TO WS-CASE-FIELD
           PERFORM PROPER-CASE-FIELD
           MOVE WS-CASE-FIELD TO LAST-OUT.
      *
      * SET-PHONETIC-KEYS keys the first and last names by sound
      * through the shared PHONKEY routine, so NAMEINQ's sounds-like
      * search finds the record under any spelling of the surname.
       SET-PHONETIC-KEYS.
           MOVE SPACES     TO WS-PHN-NAME
           MOVE FIRST-OUT  TO WS-PHN-NAME
           CALL 'PHONKEY' USING WS-PHN-NAME WS-PHN-KEY
           MOVE WS-PHN-KEY TO COMBINED-FIRST-KEY
           MOVE SPACES     TO WS-PHN-NAME
           MOVE LAST-OUT   TO WS-PHN-NAME
           CALL 'PHONKEY' USING WS-PHN-NAME WS-PHN-KEY
           MOVE WS-PHN-KEY TO COMBINED-LAST-KEY.
      *
       PROPER-CASE-FIELD.
           MOVE FUNCTION LOWER-CASE(WS-CASE-FIELD) TO WS-CASE-FIELD
