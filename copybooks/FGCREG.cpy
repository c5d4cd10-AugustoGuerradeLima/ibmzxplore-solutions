      *-----------------------------------------------------------------
      *  FGC-REG-REC - the deposit guarantee coverage file FGCRPT
      *  (CB0169) writes for the fund's reporting: one header, one
      *  detail per depositor, one trailer.  The detail carries the
      *  depositor's document - CPF, or CNPJ for a company resolved
      *  from its owner key on PJMAST - the depositor's eligible
      *  balance in reais (accounts split equally among their
      *  holders, USD converted at FXRATE, time deposits at
      *  principal plus accrued interest), and the covered and
      *  uncovered parts against the ceiling in FGCTBL.cpy.  A
      *  company whose owner key cannot be resolved goes out under
      *  document type K with the owner key in the document field so
      *  the amount is never dropped.  The trailer carries the detail
      *  count and the totals for the fund's control check.
      *-----------------------------------------------------------------
       01  FGC-REG-REC.
           05  FGR-REC-TYPE         PIC X.
               88  FGR-HEADER           VALUE 'H'.
               88  FGR-DETAIL           VALUE 'D'.
               88  FGR-TRAILER          VALUE 'T'.
           05  FGR-BODY             PIC X(79).
           05  FGR-HEADER-BODY REDEFINES FGR-BODY.
               10  FGH-INST-CODE    PIC X(8).
               10  FGH-BASE-DATE    PIC 9(8).
               10  FGH-CEILING      PIC 9(9)V99.
               10  FILLER           PIC X(52).
           05  FGR-DETAIL-BODY REDEFINES FGR-BODY.
               10  FGD-DOC-TYPE     PIC X.
                   88  FGD-DOC-CPF      VALUE 'F'.
                   88  FGD-DOC-CNPJ     VALUE 'J'.
                   88  FGD-DOC-OWNER-KEY VALUE 'K'.
               10  FGD-DOCUMENT     PIC X(14).
               10  FGD-BALANCE      PIC 9(13)V99.
               10  FGD-COVERED      PIC 9(13)V99.
               10  FGD-UNCOVERED    PIC 9(13)V99.
               10  FGD-DEPOSIT-COUNT PIC 9(5).
               10  FILLER           PIC X(14).
           05  FGR-TRAILER-BODY REDEFINES FGR-BODY.
               10  FGT-DETAIL-COUNT PIC 9(9).
               10  FGT-BALANCE      PIC 9(15)V99.
               10  FGT-COVERED      PIC 9(15)V99.
               10  FGT-UNCOVERED    PIC 9(15)V99.
               10  FILLER           PIC X(19).
