      *-----------------------------------------------------------------
      *  CNPJ-STATUS-REC - one legal-entity customer's CNPJ registry
      *  status as the Receita reports it, keyed by CNPJ - the company
      *  counterpart of REG-STATUS-REC (RCPFSTAT.cpy).  Maintained by
      *  RECEINTK (CB0071) from the CNPJ rows of the registry status
      *  file, prior status kept; PJMAINT (CB0164) refuses to add a
      *  company the registry shows as closed down, void or unfit.
      *-----------------------------------------------------------------
       01  CNPJ-STATUS-REC.
           05  RCN-CNPJ             PIC X(14).
           05  RCN-STATUS           PIC X.
               88  RCN-ATIVA            VALUE 'A'.
               88  RCN-SUSPENSA         VALUE 'S'.
               88  RCN-INAPTA           VALUE 'I'.
               88  RCN-BAIXADA          VALUE 'B'.
               88  RCN-NULA             VALUE 'N'.
               88  RCN-REFUSED          VALUES 'I' 'B' 'N'.
               88  RCN-STATUS-VALID     VALUES 'A' 'S' 'I' 'B' 'N'.
           05  RCN-STATUS-DATE      PIC 9(8).
           05  RCN-PRIOR-STATUS     PIC X.
           05  FILLER               PIC X(16).
