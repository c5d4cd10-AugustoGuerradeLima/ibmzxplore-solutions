      *-----------------------------------------------------------------
      *  WS-GL-CONTROL-TABLE - the general-ledger control accounts the
      *  subledgers must agree with, VALUE-clause maintenance in the
      *  FEETBL style: the subledger category GLRECON (CB0176) totals
      *  into, the name its report prints, and the ledger account
      *  that carries the same money.  Deposits and overdrafts split
      *  by currency, in that currency's own amount; overdrafts are
      *  the debit balances on SALDOFIL, carried as positive amounts
      *  like the ledger's asset balance.  A new subledger product
      *  needs a row here and its total in GLRECON.
      *-----------------------------------------------------------------
       01  WS-GL-CONTROL-INIT.
           05  FILLER               PIC X(6)  VALUE 'DEPBRL'.
           05  FILLER               PIC X(20) VALUE
               'DEPOSITS BRL'.
           05  FILLER               PIC X(8)  VALUE '21110001'.
           05  FILLER               PIC X(6)  VALUE 'DEPUSD'.
           05  FILLER               PIC X(20) VALUE
               'DEPOSITS USD'.
           05  FILLER               PIC X(8)  VALUE '21110002'.
           05  FILLER               PIC X(6)  VALUE 'CDBBRL'.
           05  FILLER               PIC X(20) VALUE
               'TIME DEPOSITS (CDB)'.
           05  FILLER               PIC X(8)  VALUE '21310001'.
           05  FILLER               PIC X(6)  VALUE 'ODBRL '.
           05  FILLER               PIC X(20) VALUE
               'OVERDRAFTS BRL'.
           05  FILLER               PIC X(8)  VALUE '16110001'.
           05  FILLER               PIC X(6)  VALUE 'ODUSD '.
           05  FILLER               PIC X(20) VALUE
               'OVERDRAFTS USD'.
           05  FILLER               PIC X(8)  VALUE '16110002'.
           05  FILLER               PIC X(6)  VALUE 'LOANS '.
           05  FILLER               PIC X(20) VALUE
               'LOANS OUTSTANDING'.
           05  FILLER               PIC X(8)  VALUE '16120001'.
           05  FILLER               PIC X(6)  VALUE 'SUSP  '.
           05  FILLER               PIC X(20) VALUE
               'SUSPENSE OPEN ITEMS'.
           05  FILLER               PIC X(8)  VALUE '49910001'.
       01  WS-GL-CONTROL-TABLE REDEFINES WS-GL-CONTROL-INIT.
           05  WS-GL-CONTROL OCCURS 7 TIMES
                             INDEXED BY WS-GLC-IDX.
               10  WS-GLC-CATEGORY      PIC X(6).
               10  WS-GLC-NAME          PIC X(20).
               10  WS-GLC-GL-ACCOUNT    PIC X(8).
       01  WS-GL-CONTROL-COUNT      PIC 9(2) VALUE 7.
