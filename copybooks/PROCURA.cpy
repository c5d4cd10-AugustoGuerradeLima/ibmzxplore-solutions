      *-----------------------------------------------------------------
      *  PROCURA-REC - one power of attorney (procuracao) on file,
      *  keyed by the grantor's CPF and the attorney's CPF.  The
      *  CUSTXREF procurador role (XRF-PROCURADOR) only says that
      *  someone acts for an account; this record says under which
      *  notarial instrument (cartorio, livro and folha as written on
      *  the traslado), with which powers and until when.  The
      *  grantor is a customer on CUSTMAST or a company by its owner
      *  key from PJMAST; the alternate key on the attorney's CPF
      *  answers "for whom does this person act".  A mandate with no
      *  end date carries 99999999 in PRC-VALID-TO.  Maintained by
      *  PRCMAINT (CB0167); revoked - never deleted - on the branch's
      *  request, and renewed by registering the same pair again
      *  with the new instrument.  TELLER and CLOSESET will not act
      *  on a procurador's word unless a mandate here from a holder
      *  of the account is in force and carries the power asked for;
      *  PRCEXPRT (CB0168) lists the mandates running out.
      *-----------------------------------------------------------------
       01  PROCURA-REC.
           05  PRC-KEY.
               10  PRC-GRANTOR-CPF  PIC X(11).
               10  PRC-ATTORNEY-CPF PIC X(11).
           05  PRC-NOTARY-REF       PIC X(30).
           05  PRC-POWERS.
               10  PRC-POWER-INQUIRY    PIC X.
                   88  PRC-MAY-INQUIRE      VALUE 'Y'.
               10  PRC-POWER-WITHDRAW   PIC X.
                   88  PRC-MAY-WITHDRAW     VALUE 'Y'.
               10  PRC-POWER-TRANSFER   PIC X.
                   88  PRC-MAY-TRANSFER     VALUE 'Y'.
               10  PRC-POWER-CLOSE      PIC X.
                   88  PRC-MAY-CLOSE        VALUE 'Y'.
           05  PRC-VALID-FROM       PIC 9(8).
           05  PRC-VALID-TO         PIC 9(8).
               88  PRC-NO-END-DATE      VALUE 99999999.
           05  PRC-STATUS           PIC X.
               88  PRC-ACTIVE           VALUE SPACE.
               88  PRC-REVOKED          VALUE 'R'.
           05  PRC-REVOKED-DATE     PIC 9(8).
           05  PRC-BRANCH           PIC 9(4).
           05  PRC-REGISTERED-DATE  PIC 9(8).
           05  FILLER               PIC X(11).
