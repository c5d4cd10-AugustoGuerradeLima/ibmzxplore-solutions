      *-----------------------------------------------------------------
      *  NTFY-REG-REC - one customer notification sent, keyed by the
      *  night it went out and its number within that night - the
      *  notification ID carried on the NTFYOUT record and handed
      *  back on the gateway's delivery receipt.  Written by ALRTEVAL
      *  as it writes each notification, and settled by ALRTEVAL's
      *  receipt intake: delivered, or failed and retried on the
      *  customer's next contact (the retry is its own entry, pointing
      *  back at the one it replaces).  Paper notifications go to the
      *  print queue, not the gateway, and expect no receipt.  Read
      *  by the weekly delivery report NTFYRPT (CB0181).
      *-----------------------------------------------------------------
       01  NTFY-REG-REC.
           05  NTR-KEY.
               10  NTR-RUN-DATE     PIC 9(8).
               10  NTR-SEQ          PIC 9(5).
           05  NTR-CONTA-NUM        PIC 9(10).
           05  NTR-CPF              PIC X(11).
           05  NTR-TYPE             PIC X.
           05  NTR-AMOUNT           PIC S9(9)V99 COMP-3.
      *  NTR-CHANNEL: e-mail, SMS to a phone contact, or paper.
           05  NTR-CHANNEL          PIC X.
               88  NTR-EMAIL            VALUE 'E'.
               88  NTR-SMS              VALUE 'S'.
               88  NTR-PAPER            VALUE 'P'.
           05  NTR-CNT-SEQ          PIC 9(3).
           05  NTR-ADDRESS          PIC X(40).
           05  NTR-ATTEMPT          PIC 9(2).
           05  NTR-STATUS           PIC X.
               88  NTR-AWAITING         VALUE 'S'.
               88  NTR-DELIVERED        VALUE 'D'.
               88  NTR-FAILED           VALUE 'F'.
               88  NTR-QUEUED-PAPER     VALUE 'Q'.
           05  NTR-RECEIPT-DATE     PIC 9(8).
           05  NTR-REASON           PIC X(30).
      *  The entry this one retries, and the retry that replaced it.
           05  NTR-PRIOR-KEY.
               10  NTR-PRIOR-DATE   PIC 9(8).
               10  NTR-PRIOR-SEQ    PIC 9(5).
           05  NTR-RETRY-KEY.
               10  NTR-RETRY-DATE   PIC 9(8).
               10  NTR-RETRY-SEQ    PIC 9(5).
           05  FILLER               PIC X(10).
