      *-----------------------------------------------------------------
      *  CUST-PHON-REC - one customer's phonetic name key, keyed by
      *  CPF, sitting beside the customer master the way the address
      *  status (ADDRSTAT) does, since the 174-byte CLIENTE layout is
      *  hard-coded in several held/pend areas.  CPH-NOME-KEY is NOME
      *  as the shared PHONKEY routine (CB0188) spells it by sound,
      *  and is an alternate key with duplicates so the sounds-like
      *  search in NAMESRCH positions straight onto it.  Written by
      *  CUSTMAINT whenever an add or change lands a name, and
      *  rebuilt whole from the master by PHONBLD (CB0189).
      *-----------------------------------------------------------------
       01  CUST-PHON-REC.
           05  CPH-CPF              PIC X(11).
           05  CPH-NOME-KEY         PIC X(20).
           05  CPH-KEY-DATE         PIC 9(8).
           05  FILLER               PIC X(21).
