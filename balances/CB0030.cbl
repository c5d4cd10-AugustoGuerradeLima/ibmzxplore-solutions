      *  summaries, and DRCRBAL's tie-out stay one consistent story.
      *  Rejected postings go to the shared EXCFILE with a standard
      *  reason code.
      *  A reversal generated by REVRUN carries the date and sequence
      *  of the item it reverses; the reversal lands on PSTHIST marked
      *  as one, and the original is marked reversed against it in
      *  the same pass, so the pair can be netted out downstream.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               88  PST-CREDIT           VALUE 'C'.
           05  PST-POST-DATE        PIC X(8).
           05  PST-SOURCE-CODE      PIC X(4).
           05  FILLER               PIC X(8).
      *  PST-REV-OF-DATE/SEQ: on a REVRUN reversal, the PSTHIST key
      *  of the original item under the same account; blank on every
      *  other feed.
           05  PST-REV-OF-DATE      PIC X(8).
           05  PST-REV-OF-SEQ       PIC X(5).
           05  FILLER               PIC X(8).
      *  PST-FEE-TYPE: on a FEE posting, what the fee was for (see
      *  PH-FEE-TYPE); blank on every other feed.
           05  PST-FEE-TYPE         PIC X.
           05  FILLER               PIC X(16).
      *
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
       01  WS-HIST-SEQ             PIC 9(5) VALUE ZEROS.
       01  WS-HIST-WRITE-FLAG      PIC X VALUE 'N'.
           88  HIST-REC-WRITTEN        VALUE 'Y' FALSE 'N'.
       01  WS-REV-OF-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-REV-OF-SEQ           PIC 9(5) VALUE ZEROS.
      * Parameters for the shared PERCHK period-status check - a
      * late-keyed posting dated inside a closed period must bounce,
      * not quietly land in this month's file.
      * the day's summary has collapsed the postings.  An occupied
      * sequence (a rerun under override) bumps forward until free.
       WRITE-POSTING-HISTORY.
           MOVE ZEROS TO WS-REV-OF-DATE
           MOVE ZEROS TO WS-REV-OF-SEQ
           IF PST-REV-OF-DATE IS NUMERIC
                   AND PST-REV-OF-SEQ IS NUMERIC
               MOVE PST-REV-OF-DATE TO WS-REV-OF-DATE
               MOVE PST-REV-OF-SEQ  TO WS-REV-OF-SEQ
           END-IF
           SET HIST-REC-WRITTEN TO FALSE
           PERFORM WRITE-ONE-HISTORY-TRY UNTIL HIST-REC-WRITTEN
           IF WS-REV-OF-DATE > ZEROS
               PERFORM MARK-REVERSED-ORIGINAL
           END-IF.
      *
       WRITE-ONE-HISTORY-TRY.
           ADD 1 TO WS-HIST-SEQ
           MOVE WS-AMOUNT-NUM   TO PH-AMOUNT
           MOVE PST-DC-CODE     TO PH-DC-CODE
           MOVE PST-SOURCE-CODE TO PH-SOURCE-CODE
           MOVE PST-FEE-TYPE    TO PH-FEE-TYPE
           IF WS-REV-OF-DATE > ZEROS
               SET PH-IS-REVERSAL   TO TRUE
               MOVE WS-REV-OF-DATE  TO PH-LINK-DATE
               MOVE WS-REV-OF-SEQ   TO PH-LINK-SEQ
           END-IF
           WRITE PST-HIST-REC
               INVALID KEY
                   CONTINUE
                   SET HIST-REC-WRITTEN TO TRUE
           END-WRITE.
      *
      * MARK-REVERSED-ORIGINAL points the reversed item at the
      * reversal just written.  An original already trimmed from the
      * history, or already marked, is left as it stands - the
      * reversal itself still carries the link.
       MARK-REVERSED-ORIGINAL.
           MOVE WS-TRANS-CONTA  TO PH-CONTA-NUM
           MOVE WS-REV-OF-DATE  TO PH-POST-DATE
           MOVE WS-REV-OF-SEQ   TO PH-SEQ
           READ POST-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PH-NOT-REVERSED
                       SET PH-REVERSED      TO TRUE
                       MOVE PST-POST-DATE   TO PH-LINK-DATE
                       MOVE WS-HIST-SEQ     TO PH-LINK-SEQ
                       REWRITE PST-HIST-REC
                   END-IF
           END-READ.
      *
      * FLUSH-ACCOUNT-SUMMARY writes the finished account's DRCR-REC
      * and applies the day's net movement to the balance record in
      * place - opening balance less debits plus credits - so SALDO,
