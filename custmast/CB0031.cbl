      *  closing SALDO.  Page control follows NAMEPRT - every statement
      *  starts a new page.  An account with no owner on the
      *  cross-reference cannot be addressed and is counted and skipped.
      *  A posting reversed within the statement period is netted out
      *  of the transaction lines together with its reversal; when
      *  the pair straddles a period end, each half prints on its own
      *  statement marked ESTORNO so the customer can match them.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
           05  TXN-AMOUNT     PIC -(9)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  TXN-SOURCE     PIC X(4).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  TXN-NOTE       PIC X(7).
       01  TOTAL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(22) VALUE 'STATEMENTS PRINTED '.
                           OR PH-POST-DATE > WS-PERIOD-END
                       SET HIST-SCAN-DONE TO TRUE
                   ELSE
                       IF PH-NOT-REVERSED
                           MOVE SPACES TO TXN-NOTE
                           PERFORM WRITE-TRANSACTION-LINE
                       ELSE
                           IF PH-LINK-DATE < WS-PERIOD-START
                                   OR PH-LINK-DATE > WS-PERIOD-END
                               MOVE 'ESTORNO' TO TXN-NOTE
                               PERFORM WRITE-TRANSACTION-LINE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
       WRITE-TRANSACTION-LINE.
           MOVE PH-POST-DATE   TO TXN-DATE
           MOVE PH-DC-CODE     TO TXN-DC
           MOVE PH-AMOUNT      TO TXN-AMOUNT
           MOVE PH-SOURCE-CODE TO TXN-SOURCE
           WRITE PRINT-REC FROM TXN-LINE.
      *
       PRINT-TOTAL-LINE.
           MOVE WS-STATEMENT-COUNT TO TOT-COUNT
