      *-----------------------------------------------------------------
      *  PJ-REC - legal-entity customer master (pessoa juridica), keyed
      *  by CNPJ.  CLIENTE-REC is a person - CPF, DATANASC, GENERO - so
      *  a company has its own master: company name (razao social),
      *  trade name (nome fantasia), founding date, the Receita legal
      *  nature code and the registered address, proved through
      *  ADDRVAL like a person's.  Maintained by PJMAINT (CB0164).
      *  PJ-OWNER-KEY is the company's key in the files that are keyed
      *  by an 11-byte CPF: 'PJ' and a nine-digit number from the
      *  PJOWNKEY counter on RUNSEQ.  It stands in XRF-CPF on CUSTXREF
      *  and in KYC-CPF on the KYC control file, so a company owns
      *  accounts and is reviewed through the same files as a person;
      *  it is an alternate key here so a holder found through the
      *  cross-reference leads back to the CNPJ.  The status codes
      *  follow CLIENTE-STATUS.
      *-----------------------------------------------------------------
       01  PJ-REC.
           05  PJ-CNPJ              PIC X(14).
           05  PJ-OWNER-KEY         PIC X(11).
           05  PJ-RAZAO-SOCIAL      PIC X(40).
           05  PJ-NOME-FANTASIA     PIC X(30).
           05  PJ-DATA-FUNDACAO     PIC 9(8).
           05  PJ-NATUREZA-JURIDICA PIC X(4).
           05  PJ-ENDERECO.
               10  PJ-LOGRADOURO    PIC X(40).
               10  PJ-NUMERO        PIC X(6).
               10  PJ-COMPLEMENTO   PIC X(20).
               10  PJ-CIDADE        PIC X(30).
               10  PJ-UF            PIC X(2).
               10  PJ-CEP           PIC X(8).
           05  PJ-LOAD-DATE         PIC 9(8).
           05  PJ-STATUS            PIC X.
               88  PJ-ACTIVE            VALUE SPACE.
               88  PJ-CLOSED            VALUE 'C'.
               88  PJ-BLOCKED           VALUE 'B'.
               88  PJ-COMPL-HOLD        VALUE 'H'.
               88  PJ-STATUS-VALID      VALUES SPACE 'C' 'B' 'H'.
           05  PJ-STATUS-DATE       PIC 9(8).
           05  FILLER               PIC X(22).
