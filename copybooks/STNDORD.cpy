      *  Maintained by STORDMNT (CB0077) from the operator menu;
      *  executed daily by STORDRUN (CB0078), which emits both legs
      *  into the PSTTRAN posting stream once the funds are there.
      *  An external order (SO-DEST-EXTERNAL) pays a beneficiary at
      *  another bank held on SOXBEN instead of SO-COUNTERPART: only
      *  the debit leg posts, and the transfer queues on OUTXFER.
      *-----------------------------------------------------------------
       01  STND-ORDER-REC.
           05  SO-ID                PIC 9(7).
               88  SO-ACTIVE            VALUE 'A'.
               88  SO-CANCELLED         VALUE 'X'.
               88  SO-EXPIRED           VALUE 'E'.
           05  SO-DEST-TYPE         PIC X.
               88  SO-DEST-INTERNAL     VALUE SPACE.
               88  SO-DEST-EXTERNAL     VALUE 'E'.
           05  FILLER               PIC X(8).
