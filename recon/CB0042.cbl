      *  carrying the extract date and a trailer carrying the record
      *  count and hash total the ledger system insists on.  A source
      *  with no mapping row is rejected to EXCFILE, never guessed.
      *  The other jobs that book money the ledger must see (loan
      *  disbursements first) hand their amounts over on the GLITEMS
      *  feed in GLITEM.cpy's layout, each under its own source name.
      *  The JCL concatenates every such feed under GLITEMS: DISBGL
      *  (LOANMNT), LOANGL (LOANBILL), PDDGL (LOANPDD), COLLGL
      *  (LOANCOLL), SETLGL (LOANSETL), RNEGGL (LOANRNEG), IOFGL
      *  (IOFACCR), CDBPLGL (CDBMNT), CDBRDGL (CDBACCR), CASHGL
      *  (CASHRUN), FXSPRGL (FXPOSRPT) and CLOSGL (CLOSESET), the last
      *  booked under the INTACCR and IRTAX rows as the register is.
      *  GLMAP carries a row for each source those feeds use,
      *  including LOANMULT and LOANMORA for the late charges.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-POSTREG-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
               FILE STATUS IS WS-SUSPFILE-STATUS.
           SELECT GL-ITEM-FILE  ASSIGN TO GLITEMS
               FILE STATUS IS WS-GLITEMS-STATUS.
           SELECT GL-MAP-FILE   ASSIGN TO GLMAP
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT GL-JRNL-FILE  ASSIGN TO GLJRNL.
      *
       FD  SUSPENSE-FILE RECORDING MODE F.
           COPY SUSPPOST.
      *
       FD  GL-ITEM-FILE RECORDING MODE F.
           COPY GLITEM.
      *
      * One mapping row per posting source: the GL account the amount
      * debits and the GL account it credits.
               88  POSTREG-AT-EOF      VALUE 'Y'.
           05  WS-SUSPENSE-EOF     PIC X VALUE 'N'.
               88  SUSPENSE-AT-EOF     VALUE 'Y'.
           05  WS-GLITEMS-EOF      PIC X VALUE 'N'.
               88  GLITEMS-AT-EOF      VALUE 'Y'.
           05  WS-GLMAP-EOF        PIC X VALUE 'N'.
               88  GLMAP-AT-EOF        VALUE 'Y'.
           05  WS-MAP-FOUND-FLAG   PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-POSTREG-STATUS       PIC XX.
       01  WS-SUSPFILE-STATUS      PIC XX.
       01  WS-GLITEMS-STATUS       PIC XX.
       01  WS-GLMAP-STATUS         PIC XX.
       01  WS-GLSENT-STATUS        PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
           05  WS-ENTRY-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-HASH-TOTAL           PIC 9(13)V99 VALUE ZEROS.
      * The mapping table - the posting sources and GLITEMS feeds,
      * loaded once.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY-COUNT  PIC 9(2) VALUE ZEROS.
           05  WS-MAP-ENTRY OCCURS 80 TIMES
                             INDEXED BY WS-MAP-IDX
                                        WS-MAP-BEST-IDX.
               10  WS-MT-SOURCE        PIC X(8).
           PERFORM LOAD-GL-MAP
           PERFORM EXTRACT-POSTREG
           PERFORM EXTRACT-SUSPENSE
           PERFORM EXTRACT-GL-ITEMS
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           READ GL-MAP-FILE
               AT END SET GLMAP-AT-EOF TO TRUE
               NOT AT END
                   IF WS-MAP-ENTRY-COUNT < 80
                       ADD 1 TO WS-MAP-ENTRY-COUNT
                       SET WS-MAP-IDX TO WS-MAP-ENTRY-COUNT
                       MOVE GLM-SOURCE
               CLOSE SUSPENSE-FILE
           END-IF.
      *
      * EXTRACT-GL-ITEMS journals the amounts the other jobs booked,
      * each under the source name its producer gave it.  No GLITEMS
      * feed tonight simply means nothing else was booked.
       EXTRACT-GL-ITEMS.
           OPEN INPUT GL-ITEM-FILE
           IF WS-GLITEMS-STATUS NOT = '00'
               SET GLITEMS-AT-EOF TO TRUE
           END-IF
           PERFORM EXTRACT-ONE-GL-ITEM
               UNTIL GLITEMS-AT-EOF OR COUNTER-OVERFLOWED
           IF WS-GLITEMS-STATUS = '00'
               CLOSE GL-ITEM-FILE
           END-IF.
      *
       EXTRACT-ONE-GL-ITEM.
           READ GL-ITEM-FILE
               AT END SET GLITEMS-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
                   MOVE GLI-SOURCE TO WS-ITEM-SOURCE
                   MOVE GLI-AMOUNT TO WS-ITEM-AMOUNT
                   MOVE GLI-KEY    TO WS-ITEM-KEY
                   PERFORM JOURNAL-ONE-ITEM
           END-READ.
      *
      * JOURNAL-ONE-ITEM books the item as one debit and one credit of
      * the same amount against the source's mapped accounts.  A
      * negative amount books the same money with the accounts
