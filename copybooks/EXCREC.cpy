               88  EXC-FUNDS-HELD               VALUE 4038.
               88  EXC-BAD-CHECK-DIGIT          VALUE 4039.
               88  EXC-PERIOD-CLOSED            VALUE 4040.
               88  EXC-INSUFFICIENT-FUNDS       VALUE 4041.
               88  EXC-NO-INDEX-RATE            VALUE 4042.
               88  EXC-INVALID-INDEX            VALUE 4043.
               88  EXC-ACCOUNT-COMMITTED        VALUE 4044.
               88  EXC-ALREADY-REVERSED         VALUE 4045.
               88  EXC-ITEM-NOT-ON-FILE         VALUE 4046.
               88  EXC-PACKAGE-NOT-ON-FILE      VALUE 4047.
               88  EXC-INVALID-CNPJ             VALUE 4048.
               88  EXC-CNPJ-REFUSED             VALUE 4049.
               88  EXC-INVALID-FOUNDING         VALUE 4050.
               88  EXC-NOT-A-MINOR              VALUE 4051.
               88  EXC-GUARDIAN-UNDERAGE        VALUE 4052.
               88  EXC-NO-VALID-MANDATE         VALUE 4053.
               88  EXC-INVALID-POWERS           VALUE 4054.
               88  EXC-OUTSIDE-BRANCH           VALUE 4055.
               88  EXC-OUTSIDE-PARTITION        VALUE 4056.
           05  EXC-REASON-TEXT     PIC X(20).
           05  EXC-INPUT-DATA      PIC X(30).
           05  FILLER              PIC X(7).
