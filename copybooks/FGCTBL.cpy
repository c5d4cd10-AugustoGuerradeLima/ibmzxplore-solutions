      *-----------------------------------------------------------------
      *  WS-FGC-RULES - the deposit guarantee (FGC) terms, VALUE-clause
      *  maintenance in the FEETBL style: the ceiling the fund
      *  guarantees per depositor (CPF or CNPJ) across all of the
      *  bank's eligible deposits, in reais, and the institution's
      *  code as it goes on the regulatory file header.  A change to
      *  the ceiling is an edit here, not a change to FGCRPT.
      *-----------------------------------------------------------------
       01  WS-FGC-RULES.
           05  WS-FGC-CEILING       PIC 9(9)V99 VALUE 250000.00.
           05  WS-FGC-INST-CODE     PIC X(8)    VALUE '00000000'.
