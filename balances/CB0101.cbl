      *  the accrual job pays, and priced exactly as it prices a
      *  live account: the account's own currency's tier and penalty
      *  tables, and a negotiated agreement in force on the snapshot
      *  date ahead of the tiers - a floating one earning its index
      *  from IDXHIST over the snapshot's days), compares that
      *  against what the POSTREG history actually accrued, and
      *  writes each account's difference as an adjustment register
      *  record - the normal INTPOST path posts it with the same
       01  WS-AGREEMENT-FLAG       PIC X VALUE 'N'.
           88  AGREEMENT-IN-FORCE      VALUE 'Y' FALSE 'N'.
       01  WS-AGREED-RATE          PIC 9V9(4).
      * A floating agreement re-prices from the index history over
      * the snapshot's day gap, as INTACCR priced it live.
       01  WS-AGREED-INDEX         PIC X(4) VALUE SPACES.
           88  AGREEMENT-IS-FIXED      VALUE SPACES.
       01  WS-AGREED-INDEX-MODE    PIC X VALUE SPACES.
           88  AGREED-PCT-OF-INDEX     VALUE 'P'.
       01  WS-AGREED-INDEX-PCT     PIC 9(3)V99 VALUE ZEROS.
       01  WS-INDEX-FROM-DATE      PIC 9(8).
       01  WS-INDEX-SUM            PIC 9(3)V9(8).
       01  WS-INDEX-DAYS           PIC 9(5).
       01  WS-PERIOD-RATE          PIC 9(3)V9(8).
       01  WS-SNAP-USD-FLAG        PIC X VALUE 'N'.
           88  SNAPSHOT-IS-USD         VALUE 'Y' FALSE 'N'.
       01  WS-RECLWRK-STATUS       PIC XX.
           ELSE
               PERFORM PRICE-ONE-SNAPSHOT
               PERFORM COMPUTE-SNAPSHOT-DAYS
               IF AGREEMENT-IN-FORCE AND NOT AGREEMENT-IS-FIXED
                       AND BH-SALDO NOT < ZEROS
                   PERFORM PRICE-FROM-INDEX
                   COMPUTE WS-DAY-INTEREST ROUNDED =
                       BH-SALDO * WS-PERIOD-RATE
               ELSE
                   COMPUTE WS-DAY-INTEREST ROUNDED =
                       BH-SALDO * WS-INTEREST-RATE * WS-ACCRUAL-DAYS
               END-IF
               MOVE BH-CONTA-NUM TO RW-CONTA-NUM
               READ RECL-WORK-FILE
                   INVALID KEY
               END-IF
           END-IF.
      *
      * PRICE-FROM-INDEX sums the agreement's index over the days
      * after the account's prior snapshot up to this one (the
      * snapshot day alone for the first) and takes the agreed
      * percentage of it or adds the daily spread for each day.
       PRICE-FROM-INDEX.
           IF WS-PRIOR-CONTA NOT = BH-CONTA-NUM
                   OR WS-PRIOR-DATE = ZEROS
               COMPUTE WS-INDEX-FROM-DATE = BH-RUN-DATE - 1
           ELSE
               MOVE WS-PRIOR-DATE TO WS-INDEX-FROM-DATE
           END-IF
           CALL 'IDXRATE' USING WS-AGREED-INDEX WS-INDEX-FROM-DATE
                                BH-RUN-DATE WS-INDEX-SUM
                                WS-INDEX-DAYS
           IF AGREED-PCT-OF-INDEX
               COMPUTE WS-PERIOD-RATE ROUNDED =
                   WS-INDEX-SUM * WS-AGREED-INDEX-PCT / 100
           ELSE
               COMPUTE WS-PERIOD-RATE ROUNDED =
                   WS-INDEX-SUM + WS-AGREED-RATE * WS-ACCRUAL-DAYS
           END-IF.
      *
      * FLATTEN-DATE turns WS-DATE-WORK (YYYYMMDD) into the
      * approximate day number shared with DORMRPT's aging.
       FLATTEN-DATE.
                       IF RAG-START-DATE <= BH-RUN-DATE
                               AND RAG-EXPIRY-DATE >= BH-RUN-DATE
                           SET AGREEMENT-IN-FORCE TO TRUE
                           MOVE RAG-RATE       TO WS-AGREED-RATE
                           MOVE RAG-INDEX-TYPE TO WS-AGREED-INDEX
                           MOVE RAG-INDEX-MODE TO WS-AGREED-INDEX-MODE
                           MOVE RAG-INDEX-PCT  TO WS-AGREED-INDEX-PCT
                       END-IF
               END-READ
           END-IF.
