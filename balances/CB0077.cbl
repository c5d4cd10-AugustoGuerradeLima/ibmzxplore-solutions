      *  numeric, the frequency in its domain, the dates readable -
      *  and a cancel keeps the record with cancelled status so the
      *  order's history survives.  Rejects go to the shared EXCFILE.
      *  A B card gives an order a beneficiary at another bank (TED
      *  or PIX: bank, branch, account, CPF/CNPJ, name) on SOXBEN and
      *  marks the order external, so STORDRUN sends it out as an
      *  interbank transfer instead of crediting SO-COUNTERPART; a
      *  second B card replaces the beneficiary.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ID
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT BEN-FILE    ASSIGN TO SOXBEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SXB-ID
               FILE STATUS IS WS-BEN-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO EXCFILE.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE ASSIGN TO RUNSEQ
               88  OTRN-ACTION-ADD        VALUE 'A'.
               88  OTRN-ACTION-CHANGE     VALUE 'C'.
               88  OTRN-ACTION-CANCEL     VALUE 'X'.
               88  OTRN-ACTION-BENEFICIARY VALUE 'B'.
           05  OTRN-ID                PIC X(7).
           05  OTRN-CONTA-NUM         PIC X(10).
           05  OTRN-COUNTERPART       PIC X(10).
           05  OTRN-NEXT-RUN          PIC X(8).
           05  OTRN-END-DATE          PIC X(8).
           05  FILLER                 PIC X(24).
      * The B card's view: the external beneficiary after the order
      * number, the document a CPF (11 digits, left justified) or a
      * CNPJ (14 digits).
       01  ORDR-BEN-REC REDEFINES ORDR-TRANS-REC.
           05  FILLER                 PIC X(8).
           05  OTRB-METHOD            PIC X.
           05  OTRB-BEN-BANK          PIC X(3).
           05  OTRB-BEN-BRANCH        PIC X(4).
           05  OTRB-BEN-ACCOUNT       PIC X(12).
           05  OTRB-BEN-DOC           PIC X(14).
           05  OTRB-BEN-NAME          PIC X(30).
           05  FILLER                 PIC X(8).
      *
       FD  ORDER-FILE RECORDING MODE F.
           COPY STNDORD.
      *
       FD  BEN-FILE RECORDING MODE F.
           COPY SOXBEN.
      *
       FD  EXCEPT-FILE RECORDING MODE F.
           COPY EXCREC.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-ORDER-STATUS        PIC XX.
       01  WS-BEN-STATUS          PIC XX.
       01  WS-COUNTERS.
           05  WS-TRANS-READ-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-ADD-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-CHANGE-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-CANCEL-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-BEN-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-REJECT-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-OUTPUT-TOTAL        PIC 9(7) VALUE ZEROS.
       01  WS-TOTALS-FLAG         PIC X VALUE 'Y'.
                   CLOSE ORDER-FILE
                   OPEN I-O ORDER-FILE
               END-IF.
           OPEN I-O BEN-FILE
           IF WS-BEN-STATUS = '35'
               OPEN OUTPUT BEN-FILE
               CLOSE BEN-FILE
               OPEN I-O BEN-FILE
           END-IF
           OPEN OUTPUT EXCEPT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM START-RUN-CONTROL.
                       PERFORM APPLY-CHANGE-ORDER
                   WHEN OTRN-ACTION-CANCEL
                       PERFORM APPLY-CANCEL-ORDER
                   WHEN OTRN-ACTION-BENEFICIARY
                       PERFORM APPLY-BENEFICIARY
                   WHEN OTHER
                       MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                       MOVE 4007 TO WS-REJECT-CODE
                           DISPLAY 'WS-CANCEL-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
      * APPLY-BENEFICIARY edits the B card whole and only then
      * touches the files: the beneficiary is written or replaced on
      * SOXBEN and the order marked external.  A cancelled or
      * expired order takes no beneficiary.
       APPLY-BENEFICIARY.
           EVALUATE TRUE
               WHEN OTRB-METHOD NOT = 'T' AND OTRB-METHOD NOT = 'P'
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                   MOVE 4007 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN OTRB-BEN-BANK IS NOT NUMERIC
               WHEN OTRB-BEN-BRANCH IS NOT NUMERIC
               WHEN OTRB-BEN-ACCOUNT = SPACES
                   MOVE 'INVALID ACCOUNT'  TO WS-REJECT-REASON
                   MOVE 4024 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN OTRB-BEN-DOC(1:11) IS NOT NUMERIC
               WHEN OTRB-BEN-DOC(12:3) IS NOT NUMERIC
                       AND OTRB-BEN-DOC(12:3) NOT = SPACES
               WHEN OTRB-BEN-NAME = SPACES
                   MOVE 'INVALID CPF'      TO WS-REJECT-REASON
                   MOVE 4001 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               WHEN OTHER
                   MOVE OTRN-ID TO SO-ID
                   READ ORDER-FILE
                       INVALID KEY
                           MOVE 'ID NOT ON FILE' TO WS-REJECT-REASON
                           MOVE 4030 TO WS-REJECT-CODE
                           PERFORM REJECT-TRANSACTION
                       NOT INVALID KEY
                           IF SO-ACTIVE
                               PERFORM WRITE-BENEFICIARY
                           ELSE
                               MOVE 'ORDER NOT ACTIVE'
                                   TO WS-REJECT-REASON
                               MOVE 4033 TO WS-REJECT-CODE
                               PERFORM REJECT-TRANSACTION
                           END-IF
                   END-READ
           END-EVALUATE.
      *
       WRITE-BENEFICIARY.
           MOVE SPACES           TO SO-EXT-BEN-REC
           MOVE SO-ID            TO SXB-ID
           MOVE OTRB-METHOD      TO SXB-METHOD
           MOVE OTRB-BEN-BANK    TO SXB-BEN-BANK
           MOVE OTRB-BEN-BRANCH  TO SXB-BEN-BRANCH
           MOVE OTRB-BEN-ACCOUNT TO SXB-BEN-ACCOUNT
           MOVE OTRB-BEN-DOC     TO SXB-BEN-DOC
           MOVE OTRB-BEN-NAME    TO SXB-BEN-NAME
           MOVE WS-RUN-DATE      TO SXB-UPDATED-DATE
           REWRITE SO-EXT-BEN-REC
               INVALID KEY
                   WRITE SO-EXT-BEN-REC
           END-REWRITE
           SET SO-DEST-EXTERNAL TO TRUE
           REWRITE STND-ORDER-REC
           ADD 1 TO WS-BEN-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-BEN-COUNT OVERFLOWED'
           END-ADD.
      *
       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           PERFORM FINISH-RUN-CONTROL
           CLOSE ORDR-TRANS.
           CLOSE ORDER-FILE.
           CLOSE BEN-FILE.
           CLOSE EXCEPT-FILE.
           DISPLAY 'STORDMNT READ ' WS-TRANS-READ-COUNT
                   ' ADD ' WS-ADD-COUNT
                   ' CHANGE ' WS-CHANGE-COUNT
                   ' CANCEL ' WS-CANCEL-COUNT
                   ' BENEFICIARY ' WS-BEN-COUNT
                   ' REJECTED ' WS-REJECT-COUNT.
           PERFORM RECONCILE-TOTALS
           PERFORM WRITE-DAILY-TRAILER
       RECONCILE-TOTALS.
           SET TOTALS-BALANCED TO TRUE
           COMPUTE WS-OUTPUT-TOTAL = WS-ADD-COUNT + WS-CHANGE-COUNT
                   + WS-CANCEL-COUNT + WS-BEN-COUNT + WS-REJECT-COUNT
           IF WS-TRANS-READ-COUNT NOT = WS-OUTPUT-TOTAL
               SET TOTALS-BALANCED TO FALSE
               DISPLAY 'STORDMNT CONTROL TOTALS OUT OF BALANCE - READ '
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-TRANS-READ-COUNT TO CTLT-READ-COUNT
           COMPUTE CTLT-OUTPUT-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
               + WS-CANCEL-COUNT + WS-BEN-COUNT
           MOVE WS-REJECT-COUNT     TO CTLT-REJECT-COUNT
           IF TOTALS-BALANCED
               SET CTLT-BALANCED TO TRUE
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-TRANS-READ-COUNT TO SUMM-RECORD-COUNT
           COMPUTE SUMM-GRAND-TOTAL = WS-ADD-COUNT + WS-CHANGE-COUNT
               + WS-CANCEL-COUNT + WS-BEN-COUNT
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'ADDS'              TO SUMM-CATEGORY-NAME
           MOVE WS-CANCEL-COUNT     TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'BENEFICIARIES'     TO SUMM-CATEGORY-NAME
           MOVE WS-BEN-COUNT        TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'REJECTS'           TO SUMM-CATEGORY-NAME
           MOVE WS-REJECT-COUNT     TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
