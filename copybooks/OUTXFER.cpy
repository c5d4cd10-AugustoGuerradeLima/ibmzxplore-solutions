      *-----------------------------------------------------------------
      *  OUT-XFER-REC - one outbound interbank transfer (TED or PIX)
      *  to a beneficiary at another bank, keyed by a transfer number
      *  taken from the OUTXFER counter on RUNSEQ.  Written queued by
      *  STORDRUN (CB0078) for an external standing order, by
      *  TELLER (CB0113) for a transfer keyed at the window and by
      *  PAYINTAK (CB0086) for a salary forwarded under portability
      *  (origin PORT), in every case alongside the customer's debit
      *  under source code XFER.
      *  XFERSEND (CB0143) sends the queued ones on the interbank
      *  file and marks them sent with the file sequence; XFERRECN
      *  (CB0144) works the settlement system's answer, marking an
      *  item confirmed, or returned with the settlement reason once
      *  the customer has been credited back under XFRR.
      *  XFR-BEN-DOC holds the beneficiary's CPF (11 digits, left
      *  justified) or CNPJ (14 digits).
      *-----------------------------------------------------------------
       01  OUT-XFER-REC.
           05  XFR-ID               PIC 9(7).
           05  XFR-CONTA-NUM        PIC 9(10).
           05  XFR-METHOD           PIC X.
               88  XFR-TED              VALUE 'T'.
               88  XFR-PIX              VALUE 'P'.
               88  XFR-METHOD-VALID     VALUES 'T' 'P'.
           05  XFR-BEN-BANK         PIC 9(3).
           05  XFR-BEN-BRANCH       PIC 9(4).
           05  XFR-BEN-ACCOUNT      PIC X(12).
           05  XFR-BEN-DOC          PIC X(14).
           05  XFR-BEN-NAME         PIC X(30).
           05  XFR-AMOUNT           PIC S9(9)V99 COMP-3.
           05  XFR-ORIGIN           PIC X(4).
           05  XFR-ORIGIN-REF       PIC X(8).
           05  XFR-CREATED-DATE     PIC 9(8).
           05  XFR-STATUS           PIC X.
               88  XFR-QUEUED           VALUE 'Q'.
               88  XFR-SENT             VALUE 'S'.
               88  XFR-CONFIRMED        VALUE 'C'.
               88  XFR-RETURNED         VALUE 'R'.
           05  XFR-SENT-DATE        PIC 9(8).
           05  XFR-FILE-SEQ         PIC 9(6).
           05  XFR-SETTLE-DATE      PIC 9(8).
           05  XFR-RETURN-REASON    PIC X(2).
           05  FILLER               PIC X(20).
