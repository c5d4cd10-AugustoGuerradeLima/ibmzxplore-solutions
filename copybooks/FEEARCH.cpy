      *-----------------------------------------------------------------
      *  FEE-ARCH-REC - one customer's annual fee statement (extrato
      *  de tarifas) captured as it was sent, keyed by the addressee's
      *  CPF and the statement year, the STMTARCH way: STMTRPRT
      *  (CB0092) reprints it from here with the addressee and the
      *  figures exactly as mailed.  FSA-FEE is the year's fees by
      *  month and fee type, the types in the order of WS-FEE-TYPE in
      *  FEETBL.cpy.  The channel and address it went out on are kept
      *  with it, so "was it sent" is the same keyed read.  Written
      *  by FEESTMT (CB0156); a rerun for the year replaces it.
      *-----------------------------------------------------------------
       01  FEE-ARCH-REC.
           05  FSA-KEY.
               10  FSA-CPF          PIC X(11).
               10  FSA-YEAR         PIC 9(4).
           05  FSA-NOME             PIC X(20).
           05  FSA-LOGRADOURO       PIC X(40).
           05  FSA-NUMERO           PIC X(6).
           05  FSA-COMPLEMENTO      PIC X(20).
           05  FSA-CIDADE           PIC X(30).
           05  FSA-UF               PIC X(2).
           05  FSA-CEP              PIC X(8).
           05  FSA-MONTH OCCURS 12 TIMES.
               10  FSA-FEE OCCURS 5 TIMES
                                    PIC S9(9)V99 COMP-3.
           05  FSA-TOTAL            PIC S9(11)V99 COMP-3.
           05  FSA-GEN-DATE         PIC 9(8).
           05  FSA-CHANNEL          PIC X.
               88  FSA-E-STATEMENT      VALUE 'E'.
               88  FSA-PRINT-BUREAU     VALUE 'P'.
           05  FSA-ADDRESS          PIC X(40).
           05  FILLER               PIC X(10).
