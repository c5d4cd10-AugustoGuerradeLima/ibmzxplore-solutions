           05  FILLER               PIC 9(5)V99 VALUE 39.90.
       01  WS-FEE-TABLE REDEFINES WS-FEE-TABLE-INIT.
           05  WS-TIER-FEE          PIC 9(5)V99 OCCURS 3 TIMES.
      *
      *  WS-PKG-EVENT - the chargeable event types a service package
      *  prices, in the order of PKG-EVENT on the package master
      *  (PKGMST.cpy): which posting source and debit/credit code on
      *  PSTHIST count as one event, and the name the desk and the fee
      *  breakdown print for it.  Only the account holder's own debits
      *  count - a cheque or transfer received is not a usage.
       01  WS-PKG-EVENT-INIT.
           05  FILLER               PIC X(4)  VALUE 'TELL'.
           05  FILLER               PIC X     VALUE 'D'.
           05  FILLER               PIC X(20) VALUE
               'TELLER WITHDRAWALS'.
           05  FILLER               PIC X(4)  VALUE 'CHQ '.
           05  FILLER               PIC X     VALUE 'D'.
           05  FILLER               PIC X(20) VALUE
               'CHEQUES PAID'.
           05  FILLER               PIC X(4)  VALUE 'XFER'.
           05  FILLER               PIC X     VALUE 'D'.
           05  FILLER               PIC X(20) VALUE
               'TRANSFERS SENT'.
       01  WS-PKG-EVENT-TABLE REDEFINES WS-PKG-EVENT-INIT.
           05  WS-PKG-EVENT OCCURS 3 TIMES.
               10  WS-PKG-EVENT-SOURCE  PIC X(4).
               10  WS-PKG-EVENT-DC      PIC X.
               10  WS-PKG-EVENT-NAME    PIC X(20).
      *
      *  WS-FEE-TYPE - the fee types a FEE posting is marked with
      *  (PH-FEE-TYPE on PSTHIST) and the heading the annual fee
      *  statement prints over each.  The last entry, a space, is
      *  every fee not marked otherwise.
       01  WS-FEE-TYPE-INIT.
           05  FILLER               PIC X     VALUE 'M'.
           05  FILLER               PIC X(14) VALUE '   MAINTENANCE'.
           05  FILLER               PIC X     VALUE 'I'.
           05  FILLER               PIC X(14) VALUE '      PER ITEM'.
           05  FILLER               PIC X     VALUE 'S'.
           05  FILLER               PIC X(14) VALUE '  STOP PAYMENT'.
           05  FILLER               PIC X     VALUE 'R'.
           05  FILLER               PIC X(14) VALUE '  RETURNED CHQ'.
           05  FILLER               PIC X     VALUE SPACE.
           05  FILLER               PIC X(14) VALUE '         OTHER'.
       01  WS-FEE-TYPE-TABLE REDEFINES WS-FEE-TYPE-INIT.
           05  WS-FEE-TYPE OCCURS 5 TIMES.
               10  WS-FEE-TYPE-CODE     PIC X.
               10  WS-FEE-TYPE-NAME     PIC X(14).
