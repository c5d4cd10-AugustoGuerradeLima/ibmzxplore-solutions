      *-----------------------------------------------------------------
      *  CNT-AUDIT-REC - one applied contact-maintenance action: the
      *  action, the contact key, the run date, and the contact's
      *  before and after images, the CUSTAUD idea for the CONTACT
      *  file.  An add has a blank before image and a delete a blank
      *  after image.  Appended by CNTCMNT (CB0050) for every add,
      *  change and delete it applies; read by the online banking
      *  change feed OLBCUST (CB0178) so a new phone or e-mail reaches
      *  the platform the same night.
      *-----------------------------------------------------------------
       01  CNT-AUDIT-REC.
           05  CNA-ACTION           PIC X(6).
           05  CNA-CPF              PIC X(11).
           05  CNA-SEQ              PIC 9(3).
           05  CNA-RUN-DATE         PIC 9(8).
           05  CNA-BEFORE-IMAGE.
               10  CNA-OLD-TYPE         PIC X.
               10  CNA-OLD-VALUE        PIC X(40).
               10  CNA-OLD-PREFERRED    PIC X.
           05  CNA-AFTER-IMAGE.
               10  CNA-NEW-TYPE         PIC X.
               10  CNA-NEW-VALUE        PIC X(40).
               10  CNA-NEW-PREFERRED    PIC X.
           05  FILLER               PIC X(8).
