      *  has one page to answer it.  The report month is the business
      *  date's month.  Distribution is supervisor-only; the header
      *  says so because the page names employees next to balances.
      *  A posting reversed inside the report month nets out: the
      *  original and its reversal are both left out of the totals,
      *  where a pair straddling the month end counts on each side.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
       01  WS-POST-DATE-X REDEFINES WS-POST-DATE-WORK.
           05  WS-POST-YYYYMM      PIC 9(6).
           05  WS-POST-DD          PIC 9(2).
       01  WS-LINK-DATE-WORK       PIC 9(8).
       01  WS-LINK-DATE-X REDEFINES WS-LINK-DATE-WORK.
           05  WS-LINK-YYYYMM      PIC 9(6).
           05  WS-LINK-DD          PIC 9(2).
       01  WS-LINK-COUNT           PIC 9(5) VALUE ZEROS.
       01  WS-ACCT-COUNT           PIC 9(5) VALUE ZEROS.
       01  WS-MONTH-COUNT          PIC 9(5).
                           OR WS-POST-YYYYMM NOT = WS-HIST-PERIOD
                       SET HIST-ACCT-DONE TO TRUE
                   ELSE
                       MOVE ZEROS TO WS-LINK-DATE-WORK
                       IF PH-REVERSED OR PH-IS-REVERSAL
                           MOVE PH-LINK-DATE TO WS-LINK-DATE-WORK
                       END-IF
                       IF WS-LINK-YYYYMM NOT = WS-HIST-PERIOD
                           PERFORM COUNT-ONE-POSTING
                       END-IF
                   END-IF
           END-READ.
      *
       COUNT-ONE-POSTING.
           ADD 1 TO WS-MONTH-COUNT
           IF PH-DEBIT
               ADD PH-AMOUNT TO WS-MONTH-DEBITS
           ELSE
               ADD PH-AMOUNT TO WS-MONTH-CREDITS
           END-IF.
      *
       CLOSE-STOP.
           IF WS-STAFFLNK-STATUS = '00' OR WS-STAFFLNK-STATUS = '10'
