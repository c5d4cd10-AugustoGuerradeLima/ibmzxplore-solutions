      *-----------------------------------------------------------------
      *  REV-REQ-REC - one posting reversal (estorno) request, keyed by
      *  the PSTHIST key of the item to be reversed, so an item can
      *  only ever carry one request.  Raised on the REVDSK desk
      *  (CB0150) with a reason and a snapshot of the item, approved
      *  or rejected there by a supervisor, and executed by REVRUN
      *  (CB0151), which generates the offsetting posting.  A request
      *  rejected, or executed but bounced by the capture edits, may
      *  be raised again over the same key.
      *-----------------------------------------------------------------
       01  REV-REQ-REC.
           05  RVQ-KEY.
               10  RVQ-CONTA-NUM    PIC 9(10).
               10  RVQ-POST-DATE    PIC 9(8).
               10  RVQ-SEQ          PIC 9(5).
           05  RVQ-STATUS           PIC X.
               88  RVQ-PENDING          VALUE 'P'.
               88  RVQ-APPROVED         VALUE 'A'.
               88  RVQ-REJECTED         VALUE 'X'.
               88  RVQ-EXECUTED         VALUE 'E'.
           05  RVQ-AMOUNT           PIC S9(9)V99 COMP-3.
           05  RVQ-DC-CODE          PIC X.
           05  RVQ-SOURCE-CODE      PIC X(4).
           05  RVQ-REASON           PIC X(30).
           05  RVQ-REQUESTED-BY     PIC X(8).
           05  RVQ-APPROVED-BY      PIC X(8).
           05  RVQ-REQUEST-DATE     PIC 9(8).
           05  RVQ-DECISION-DATE    PIC 9(8).
           05  RVQ-EXECUTED-DATE    PIC 9(8).
           05  FILLER               PIC X(15).
