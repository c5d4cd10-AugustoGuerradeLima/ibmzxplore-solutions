      *-----------------------------------------------------------------
      *  WS-CARD-RULES - the card settlement terms, VALUE-clause
      *  maintenance in the FEETBL style: the calendar days a card
      *  authorization hold may wait for its settlement before the
      *  settlement intake (CARDSETL) lists it on the exception
      *  report for the desk to chase.
      *-----------------------------------------------------------------
       01  WS-CARD-RULES.
           05  WS-CARD-STALE-DAYS   PIC 9(3)    VALUE 007.
