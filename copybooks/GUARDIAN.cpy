      *-----------------------------------------------------------------
      *  GUARDIAN-REC - one guardian standing for a minor customer,
      *  keyed by the minor's CPF and the guardian's CPF: a parent
      *  exercising poder familiar, a court-appointed tutor, or a
      *  curator under a court order.  A minor can have more than one
      *  guardian on file (both parents, say); the alternate key on
      *  the guardian's CPF answers "which minors does this person
      *  stand for".  Both CPFs must be customers on CUSTMAST and the
      *  guardian must be of age.  Maintained by GRDMAINT (CB0165);
      *  the guardianship is ended - never deleted - by GRDMAINT on a
      *  branch request or by GRDMAJOR (CB0166) once the minor turns
      *  18.  TELLER will not post a debit to a minor's account unless
      *  an active guardian on this file authorizes it.
      *-----------------------------------------------------------------
       01  GUARDIAN-REC.
           05  GRD-KEY.
               10  GRD-MINOR-CPF    PIC X(11).
               10  GRD-GUARDIAN-CPF PIC X(11).
           05  GRD-LEGAL-BASIS      PIC X.
               88  GRD-BASIS-PARENT     VALUE 'P'.
               88  GRD-BASIS-TUTOR      VALUE 'T'.
               88  GRD-BASIS-CURATOR    VALUE 'C'.
               88  GRD-BASIS-VALID      VALUES 'P' 'T' 'C'.
           05  GRD-COURT-REF        PIC X(20).
           05  GRD-START-DATE       PIC 9(8).
           05  GRD-END-DATE         PIC 9(8).
           05  GRD-STATUS           PIC X.
               88  GRD-ACTIVE           VALUE SPACE.
               88  GRD-ENDED            VALUE 'E'.
           05  GRD-END-REASON       PIC X.
               88  GRD-END-MAJORITY     VALUE 'M'.
               88  GRD-END-REQUESTED    VALUE 'R'.
           05  GRD-BRANCH           PIC 9(4).
           05  FILLER               PIC X(15).
