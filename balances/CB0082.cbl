      *  every agreement running out within thirty days - so the desk
      *  renegotiates ahead of the automatic revert instead of after
      *  the customer's statement surprises them.  Rejects go to the
      *  shared EXCFILE with a standard reason code.  A floating
      *  agreement names its index (CDI or SELIC) and either a
      *  percentage of it or, with the rate field as the daily spread,
      *  index plus spread; a blank index type is a fixed rate.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
           05  RTRN-RATE              PIC X(5).
           05  RTRN-START-DATE        PIC X(8).
           05  RTRN-EXPIRY-DATE       PIC X(8).
           05  RTRN-INDEX-TYPE        PIC X(4).
               88  RTRN-FIXED-RATE        VALUE SPACES.
               88  RTRN-VALID-INDEX       VALUES 'CDI ' 'SELC'.
           05  RTRN-INDEX-MODE        PIC X.
               88  RTRN-PCT-OF-INDEX      VALUE 'P'.
               88  RTRN-VALID-MODE        VALUES 'P' 'S'.
           05  RTRN-INDEX-PCT         PIC X(5).
           05  FILLER                 PIC X(38).
      *
       FD  RATE-AGR-FILE RECORDING MODE F.
           COPY RATEAGR.
       01  WS-RATE-X              PIC X(5).
       01  WS-RATE-NUM REDEFINES WS-RATE-X
                                  PIC 9V9(4).
       01  WS-INDEX-PCT-X         PIC X(5).
       01  WS-INDEX-PCT-NUM REDEFINES WS-INDEX-PCT-X
                                  PIC 9(3)V99.
      * Expiry-pending window: the flat day-number arithmetic shared
      * with DORMRPT's aging, thirty days out.
       01  WS-EXPIRY-WINDOW       PIC 9(3) VALUE 30.
                   MOVE 'INVALID POST DATE' TO WS-REJECT-REASON
                   MOVE 4027 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN NOT RTRN-FIXED-RATE AND NOT RTRN-VALID-INDEX
               WHEN RTRN-VALID-INDEX AND NOT RTRN-VALID-MODE
               WHEN RTRN-PCT-OF-INDEX
                       AND (RTRN-INDEX-PCT IS NOT NUMERIC
                            OR RTRN-INDEX-PCT = ZEROS)
                   MOVE 'INVALID INDEX' TO WS-REJECT-REASON
                   MOVE 4043 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN OTHER
                   MOVE RTRN-RATE TO WS-RATE-X
                   MOVE SPACES           TO RATE-AGR-REC
                   MOVE RTRN-START-DATE  TO RAG-START-DATE
                   MOVE RTRN-EXPIRY-DATE TO RAG-EXPIRY-DATE
                   MOVE WS-OPERATOR-ID   TO RAG-SUPERVISOR
                   MOVE ZEROS            TO RAG-INDEX-PCT
                   IF RTRN-VALID-INDEX
                       MOVE RTRN-INDEX-TYPE TO RAG-INDEX-TYPE
                       MOVE RTRN-INDEX-MODE TO RAG-INDEX-MODE
                       IF RTRN-PCT-OF-INDEX
                           MOVE RTRN-INDEX-PCT TO WS-INDEX-PCT-X
                           MOVE WS-INDEX-PCT-NUM TO RAG-INDEX-PCT
                       END-IF
                   END-IF
                   WRITE RATE-AGR-REC
                       INVALID KEY
                           REWRITE RATE-AGR-REC
