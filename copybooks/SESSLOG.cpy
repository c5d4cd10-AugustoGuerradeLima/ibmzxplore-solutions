      *  who, when, which program, what they did, and the key they did
      *  it to.  Appended by the online front-ends and reported daily
      *  by SESSRPT (CB0053) - the "who did what" page the auditors
      *  asked for.  SLG-SECOND-OPERATOR is the supervisor who signed
      *  on at the same window to authorize the action, where one had
      *  to; blank otherwise.
      *-----------------------------------------------------------------
       01  SESS-LOG-REC.
           05  SLG-OPERATOR         PIC X(8).
           05  SLG-PROGRAM          PIC X(8).
           05  SLG-ACTION           PIC X(12).
           05  SLG-KEY              PIC X(11).
           05  SLG-SECOND-OPERATOR  PIC X(8).
           05  FILLER               PIC X(17).
