      *-----------------------------------------------------------------
      *  WS-FX-SPREAD-RULES - the bank's spread on a customer's own
      *  BRL/USD conversion, VALUE-clause maintenance in the CHQTBL
      *  style.  The day's FXRATE is the middle rate; the bank buys
      *  the customer's dollars that fraction below it and sells the
      *  customer dollars that fraction above it.  TELLER prices the
      *  conversion from here and FXTRADE keeps both rates, so the
      *  spread income FXPOSRPT books is the difference the customer
      *  actually paid.
      *-----------------------------------------------------------------
       01  WS-FX-SPREAD-RULES.
           05  WS-FX-BUY-SPREAD     PIC V9(4)   VALUE .0150.
           05  WS-FX-SELL-SPREAD    PIC V9(4)   VALUE .0150.
