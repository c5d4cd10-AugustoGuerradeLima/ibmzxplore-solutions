      *-----------------------------------------------------------------
      *  PORT-REG-REC - one salary portability request: the employee
      *  (by CPF) whose employer pays payroll through us from the
      *  employer's funding account has asked for the salary to be
      *  forwarded, free of charge, to an account of the employee's
      *  own at another bank.  Keyed by the CPF plus the employer's
      *  funding account - the pair PAYINTAK can see on a payroll
      *  file, through the credited account's holders on CUSTXREF.
      *  Registered and cancelled at the PORTMNT desk (CB0145) off
      *  OPMENU; PAYINTAK (CB0086) forwards each salary credit for an
      *  active registration as a TED on OUTXFER the same business
      *  day and stamps PRT-LAST-FWD-DATE.  A cancelled registration
      *  keeps its record, and registering the pair again reactivates
      *  it with the new destination.
      *-----------------------------------------------------------------
       01  PORT-REG-REC.
           05  PRT-KEY.
               10  PRT-CPF              PIC X(11).
               10  PRT-EMPLOYER-CONTA   PIC 9(10).
           05  PRT-DEST-BANK        PIC 9(3).
           05  PRT-DEST-BRANCH      PIC 9(4).
           05  PRT-DEST-ACCOUNT     PIC X(12).
           05  PRT-EMPLOYEE-NAME    PIC X(30).
           05  PRT-STATUS           PIC X.
               88  PRT-ACTIVE           VALUE 'A'.
               88  PRT-CANCELLED        VALUE 'C'.
           05  PRT-OPERATOR         PIC X(8).
           05  PRT-CREATED-DATE     PIC 9(8).
           05  PRT-CANCEL-OPERATOR  PIC X(8).
           05  PRT-CANCEL-DATE      PIC 9(8).
           05  PRT-LAST-FWD-DATE    PIC 9(8).
           05  FILLER               PIC X(20).
