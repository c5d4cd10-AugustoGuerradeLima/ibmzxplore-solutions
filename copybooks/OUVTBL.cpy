      *-----------------------------------------------------------------
      *  WS-OUV-CATEGORY-TABLE - the complaint categories the
      *  ouvidoria reports on, VALUE-clause maintenance in the FEETBL
      *  style: the code the desk keys, the name the statistics print,
      *  the calendar days the regulator allows for the answer, and
      *  how many days before that deadline the nightly ageing run
      *  starts escalating.  The days are calendar days, set to cover
      *  the regulator's business-day deadline over a weekend.
      *-----------------------------------------------------------------
       01  WS-OUV-CATEGORY-INIT.
           05  FILLER               PIC X(2)  VALUE 'TA'.
           05  FILLER               PIC X(20) VALUE 'TARIFAS'.
           05  FILLER               PIC 9(2)  VALUE 14.
           05  FILLER               PIC 9(2)  VALUE 04.
           05  FILLER               PIC X(2)  VALUE 'CC'.
           05  FILLER               PIC X(20) VALUE 'CONTA CORRENTE'.
           05  FILLER               PIC 9(2)  VALUE 14.
           05  FILLER               PIC 9(2)  VALUE 04.
           05  FILLER               PIC X(2)  VALUE 'CR'.
           05  FILLER               PIC X(20) VALUE 'CREDITO'.
           05  FILLER               PIC 9(2)  VALUE 14.
           05  FILLER               PIC 9(2)  VALUE 04.
           05  FILLER               PIC X(2)  VALUE 'CT'.
           05  FILLER               PIC X(20) VALUE 'CARTOES'.
           05  FILLER               PIC 9(2)  VALUE 14.
           05  FILLER               PIC 9(2)  VALUE 04.
           05  FILLER               PIC X(2)  VALUE 'PX'.
           05  FILLER               PIC X(20) VALUE
               'PIX E TRANSFERENCIAS'.
           05  FILLER               PIC 9(2)  VALUE 07.
           05  FILLER               PIC 9(2)  VALUE 02.
           05  FILLER               PIC X(2)  VALUE 'FR'.
           05  FILLER               PIC X(20) VALUE
               'FRAUDE E CONTESTACAO'.
           05  FILLER               PIC 9(2)  VALUE 07.
           05  FILLER               PIC 9(2)  VALUE 02.
           05  FILLER               PIC X(2)  VALUE 'AT'.
           05  FILLER               PIC X(20) VALUE 'ATENDIMENTO'.
           05  FILLER               PIC 9(2)  VALUE 14.
           05  FILLER               PIC 9(2)  VALUE 04.
           05  FILLER               PIC X(2)  VALUE 'OU'.
           05  FILLER               PIC X(20) VALUE 'OUTROS'.
           05  FILLER               PIC 9(2)  VALUE 14.
           05  FILLER               PIC 9(2)  VALUE 04.
       01  WS-OUV-CATEGORY-TABLE REDEFINES WS-OUV-CATEGORY-INIT.
           05  WS-OUV-CATEGORY OCCURS 8 TIMES
                               INDEXED BY WS-OUV-CAT-IDX.
               10  WS-OUV-CAT-CODE      PIC X(2).
               10  WS-OUV-CAT-NAME      PIC X(20).
               10  WS-OUV-CAT-DAYS      PIC 9(2).
               10  WS-OUV-CAT-WARN-DAYS PIC 9(2).
       01  WS-OUV-CATEGORY-COUNT    PIC 9(2) VALUE 8.
