      *-----------------------------------------------------------------
      *  GL-ITEM-REC - one amount a job has booked that the general
      *  ledger must see, for the GLEXTR (CB0042) interface extract to
      *  map through GLMAP and journal like the POSTREG interest and
      *  the SUSPFILE variances.  Each producing job writes its own
      *  file in this layout and the JCL concatenates them into
      *  GLEXTR's GLITEMS input.  GLI-SOURCE is the GLMAP source name
      *  the amount books under; a negative amount books the same
      *  money with the mapped accounts reversed.
      *-----------------------------------------------------------------
       01  GL-ITEM-REC.
           05  GLI-SOURCE           PIC X(8).
           05  GLI-KEY              PIC X(11).
           05  GLI-AMOUNT           PIC S9(11)V99 COMP-3.
           05  GLI-POST-DATE        PIC 9(8).
           05  GLI-PROGRAM          PIC X(8).
           05  FILLER               PIC X(38).
