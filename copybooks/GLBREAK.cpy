      *-----------------------------------------------------------------
      *  GL-BREAK-REC - one ledger control account whose balance does
      *  not agree with the subledger total behind it, keyed by the
      *  GL account.  GLRECON (CB0176) writes it the first night the
      *  two differ, carries it forward every night they still
      *  differ - the difference, the night before's, and how many
      *  nights it has stood open - and deletes it the night they
      *  agree again.  An accountant explains a break with a GLEXPL
      *  card: the explanation holds for the difference it explained,
      *  and the break opens again if the difference moves.
      *-----------------------------------------------------------------
       01  GL-BREAK-REC.
           05  GLK-GL-ACCOUNT       PIC X(8).
           05  GLK-CATEGORY         PIC X(6).
           05  GLK-FIRST-DATE       PIC 9(8).
           05  GLK-LAST-DATE        PIC 9(8).
           05  GLK-NIGHTS-OPEN      PIC 9(5).
           05  GLK-DIFFERENCE       PIC S9(13)V99 COMP-3.
           05  GLK-PRIOR-DIFF       PIC S9(13)V99 COMP-3.
           05  GLK-STATUS           PIC X.
               88  GLK-OPEN             VALUE 'O'.
               88  GLK-EXPLAINED        VALUE 'E'.
           05  GLK-EXPLAINED-DIFF   PIC S9(13)V99 COMP-3.
           05  GLK-EXPLAINED-BY     PIC X(8).
           05  GLK-EXPLAINED-DATE   PIC 9(8).
           05  GLK-EXPLANATION      PIC X(60).
           05  FILLER               PIC X(20).
