      *-----------------------------------------------------------------
      *  TELL-OVR-REC - one teller entry that went over its branch's
      *  second-person limit, appended by TELLER whatever became of it:
      *  authorized by a supervisor signed on at the same window,
      *  refused by the supervisor, or abandoned while waiting (no
      *  supervisor signed on, or the one who did was not a
      *  supervisor or was the teller).  TELOVRPT (CB0152) lists the
      *  business date's records for internal controls.
      *-----------------------------------------------------------------
       01  TELL-OVR-REC.
           05  TOV-RUN-DATE         PIC 9(8).
           05  TOV-RUN-TIME         PIC 9(8).
           05  TOV-AGENCIA          PIC 9(4).
           05  TOV-CONTA-NUM        PIC X(10).
           05  TOV-AMOUNT           PIC 9(9)V99.
           05  TOV-DC-CODE          PIC X.
           05  TOV-SOURCE-CODE      PIC X(4).
           05  TOV-LIMIT            PIC 9(9)V99.
           05  TOV-OPERATOR         PIC X(8).
           05  TOV-SUPERVISOR       PIC X(8).
           05  TOV-OUTCOME          PIC X.
               88  TOV-AUTHORIZED       VALUE 'A'.
               88  TOV-REFUSED          VALUE 'R'.
               88  TOV-ABANDONED        VALUE 'B'.
           05  FILLER               PIC X(6).
