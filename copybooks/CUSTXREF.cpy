      *  (with duplicates, for joint accounts) answers "who owns this
      *  account" without a sequential trace.  Maintained by XREFMNT
      *  (CB0025) and checked nightly by XREFCHK (CB0026).
      *  An account owned by a company carries the company's owner key
      *  from the legal-entity master (PJMAST.cpy) in XRF-CPF - 'PJ'
      *  and nine digits - so XRF-LEGAL-ENTITY tells a company link
      *  from a person's, and the CNPJ is one keyed read away.
      *-----------------------------------------------------------------
       01  XREF-REC.
           05  XRF-KEY.
               10  XRF-CPF          PIC X(11).
               10  XRF-OWNER-PJ REDEFINES XRF-CPF.
                   15  XRF-OWNER-TAG    PIC X(2).
                       88  XRF-LEGAL-ENTITY VALUE 'PJ'.
                   15  XRF-OWNER-SEQ    PIC 9(9).
               10  XRF-CONTA-NUM    PIC 9(10).
           05  XRF-LINK-DATE        PIC 9(8).
      *  XRF-HOLDER-ROLE says how this holder stands on the account:
