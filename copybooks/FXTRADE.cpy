      *-----------------------------------------------------------------
      *  FX-TRADE-REC - one currency conversion between a customer's
      *  own BRL and foreign-currency accounts, appended by TELLER as
      *  the two legs post under source code FXCV.  FXT-SIDE is the
      *  bank's side of the trade: it buys the foreign currency when
      *  the customer converts dollars into reais, and sells when
      *  the customer converts reais into dollars.  FXT-BRL-AMOUNT is
      *  the trade's value in reais at the deal rate, the figure the
      *  COAF thresholds weigh (COAFRPT reads it in place of the two
      *  legs, whose amounts are in two currencies); FXT-SPREAD-BRL
      *  is the bank's income against the middle rate, booked by
      *  FXPOSRPT under the FXSPREAD GL mapping as it prints the
      *  day's FX position.
      *-----------------------------------------------------------------
       01  FX-TRADE-REC.
           05  FXT-TRADE-DATE       PIC 9(8).
           05  FXT-CPF              PIC X(11).
           05  FXT-SIDE             PIC X.
               88  FXT-BANK-BUYS        VALUE 'B'.
               88  FXT-BANK-SELLS       VALUE 'S'.
           05  FXT-CURRENCY         PIC X(3).
           05  FXT-FROM-CONTA       PIC 9(10).
           05  FXT-TO-CONTA         PIC 9(10).
           05  FXT-FX-AMOUNT        PIC S9(9)V99 COMP-3.
           05  FXT-BRL-AMOUNT       PIC S9(9)V99 COMP-3.
           05  FXT-MID-RATE         PIC 9(3)V9(6).
           05  FXT-DEAL-RATE        PIC 9(3)V9(6).
           05  FXT-SPREAD-BRL       PIC S9(7)V99 COMP-3.
           05  FXT-AGENCIA          PIC 9(4).
           05  FXT-OPERATOR         PIC X(8).
           05  FILLER               PIC X(10).
