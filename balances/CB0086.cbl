      *  released.  Both legs reach DRCRCAP through the PSTTRAN
      *  stream under the PAYR source code, sorted into account
      *  order, and the settlement recap prints per employer file.
      *  Salary portability: a released credit whose account holder
      *  (by CUSTXREF) has an active PORTREG request for this
      *  employer is forwarded the same day - debited back off the
      *  account under source code XFER and queued as a TED on
      *  OUTXFER for XFERSEND to the employee's own bank.  Each
      *  forward, and each registered salary that could not be
      *  forwarded, lands on the day's PORTRPT portability report.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-BALHIST-STATUS.
           SELECT XREF-FILE     ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               ALTERNATE RECORD KEY IS XRF-CONTA-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
           SELECT PORT-FILE     ASSIGN TO PORTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-KEY
               FILE STATUS IS WS-PORT-STATUS.
           SELECT XFER-FILE     ASSIGN TO OUTXFER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFR-ID
               FILE STATUS IS WS-XFER-STATUS.
           SELECT PORT-REPORT   ASSIGN TO PORTRPT
               FILE STATUS IS WS-PORTRPT-STATUS.
           SELECT ITEM-SORT     ASSIGN TO SORTWK01.
           SELECT LEG-SORT      ASSIGN TO SORTWK02.
           SELECT LEGS-WORK     ASSIGN TO LEGSWORK.
      *
       FD  BAL-HIST-FILE RECORDING MODE F.
           COPY BALHIST.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
      *
       FD  PORT-FILE RECORDING MODE F.
           COPY PORTREG.
      *
       FD  XFER-FILE RECORDING MODE F.
           COPY OUTXFER.
      *
      * The day's portability report, appended to by every payroll
      * file the day brings.
       FD  PORT-REPORT RECORDING MODE F.
       01  PORT-REPORT-REC    PIC X(132).
      *
      * Item sort: credits onto their target account for the one
      * forward merge against SALDOFIL.
           05  LSR-CONTA      PIC 9(10).
           05  LSR-AMOUNT     PIC 9(9)V99.
           05  LSR-DC-CODE    PIC X.
           05  LSR-SOURCE     PIC X(4).
      *
      * The released legs held between the two sorts.
       FD  LEGS-WORK RECORDING MODE F.
           05  LWK-CONTA      PIC 9(10).
           05  LWK-AMOUNT     PIC 9(9)V99.
           05  LWK-DC-CODE    PIC X.
           05  LWK-SOURCE     PIC X(4).
           05  FILLER         PIC X(5).
      *
      * The payroll postings in PSTTRAN's own layout; the JCL
      * concatenates every feed into the PSTMERGE consolidation
               88  SNAPSHOT-SCAN-DONE  VALUE 'Y' FALSE 'N'.
           05  WS-SNAP-FLAG        PIC X VALUE 'N'.
               88  SNAPSHOT-FOUND      VALUE 'Y' FALSE 'N'.
           05  WS-XREF-SCAN-FLAG   PIC X VALUE 'N'.
               88  XREF-SCAN-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-PORT-FLAG        PIC X VALUE 'N'.
               88  PORT-REQUEST-FOUND  VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-SALDO-STATUS         PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-PORT-STATUS          PIC XX.
       01  WS-XFER-STATUS          PIC XX.
       01  WS-PORTRPT-STATUS       PIC XX.
       01  WS-BALHIST-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-DETAIL-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-RELEASED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-REJECTED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-FORWARD-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-FWD-FAIL-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-FORWARD-TOTAL        PIC S9(13)V99 VALUE ZEROS.
       01  WS-FWD-FAIL-REASON      PIC X(24).
       01  WS-FILE-TOTAL           PIC S9(13)V99 VALUE ZEROS.
       01  WS-RELEASED-TOTAL       PIC S9(13)V99 VALUE ZEROS.
       01  WS-EMPLOYER-CONTA       PIC 9(10) VALUE ZEROS.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  RCC-LABEL      PIC X(22).
           05  RCC-COUNT      PIC ZZZ,ZZ9.
       01  PORT-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(30) VALUE
               'SALARY PORTABILITY - EMPLOYER '.
           05  PHL-EMPLOYER   PIC 9(10).
           05  FILLER         PIC X(10) VALUE ' RUN DATE '.
           05  PHL-RUN-DATE   PIC 9(8).
       01  PORT-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  PTL-CPF        PIC X(11).
           05  FILLER         PIC X(6)  VALUE ' ACCT '.
           05  PTL-CONTA      PIC 9(10).
           05  FILLER         PIC X(6)  VALUE ' BANK '.
           05  PTL-BANK       PIC 9(3).
           05  FILLER         PIC X(1)  VALUE '/'.
           05  PTL-BRANCH     PIC 9(4).
           05  FILLER         PIC X(1)  VALUE '/'.
           05  PTL-DEST-ACCT  PIC X(12).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  PTL-AMOUNT     PIC Z(8)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  PTL-RESULT     PIC X(24).
           05  FILLER         PIC X(6)  VALUE ' XFER '.
           05  PTL-XFER-ID    PIC Z(6)9.
       01  PORT-TOTAL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(10) VALUE 'FORWARDED '.
           05  PTT-COUNT      PIC ZZZZZZ9.
           05  FILLER         PIC X(8)  VALUE ' AMOUNT '.
           05  PTT-AMOUNT     PIC Z(12)9.99.
           05  FILLER         PIC X(8)  VALUE ' FAILED '.
           05  PTT-FAILED     PIC ZZZZZZ9.
      * Work area for the shop-wide alert record.
       01  WS-ALERT-SEVERITY        PIC 9 VALUE ZEROS.
       01  WS-ALERT-MESSAGE         PIC X(40) VALUE
               DISPLAY 'PAYINTAK - NO BALANCE HISTORY - THE FUNDING '
                       'CHECK CANNOT PASS'
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'PAYINTAK - NO CUSTOMER XREF - NO SALARY '
                       'WILL BE FORWARDED'
           END-IF
           OPEN I-O PORT-FILE
           IF WS-PORT-STATUS = '35'
               OPEN OUTPUT PORT-FILE
               CLOSE PORT-FILE
               OPEN I-O PORT-FILE
           END-IF
           OPEN I-O XFER-FILE
           IF WS-XFER-STATUS = '35'
               OPEN OUTPUT XFER-FILE
               CLOSE XFER-FILE
               OPEN I-O XFER-FILE
           END-IF
           OPEN EXTEND PORT-REPORT
           IF WS-PORTRPT-STATUS NOT = '00'
               CLOSE PORT-REPORT
               OPEN OUTPUT PORT-REPORT
           END-IF
           OPEN OUTPUT LEGS-WORK.
           OPEN OUTPUT POSTING-OUT.
           OPEN OUTPUT RESPONSE-FILE.
           IF FILE-IS-ACCEPTED
               PERFORM CHECK-EMPLOYER-FUNDING
           END-IF
           IF FILE-IS-ACCEPTED AND FILE-IS-FUNDED
               MOVE WS-EMPLOYER-CONTA TO PHL-EMPLOYER
               MOVE WS-RUN-DATE       TO PHL-RUN-DATE
               WRITE PORT-REPORT-REC FROM PORT-HDR-LINE
           END-IF
           PERFORM READ-SALDO
           PERFORM RETURN-SORTED-ITEM
           PERFORM UNTIL ITEM-SORT-AT-EOF OR COUNTER-OVERFLOWED
               MOVE WS-EMPLOYER-CONTA TO LWK-CONTA
               MOVE WS-RELEASED-TOTAL TO LWK-AMOUNT
               MOVE 'D'               TO LWK-DC-CODE
               MOVE 'PAYR'            TO LWK-SOURCE
               WRITE LEGS-WORK-REC
           END-IF.
      *
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-REJECTED-COUNT OVERFLOWED'
               END-ADD
               PERFORM FIND-PORTABILITY
               IF PORT-REQUEST-FOUND
                   MOVE 'SALARY NOT CREDITED' TO WS-FWD-FAIL-REASON
                   PERFORM REPORT-FORWARD-FAILURE
               END-IF
           ELSE
               MOVE ISR-CONTA  TO LWK-CONTA
               MOVE ISR-AMOUNT TO LWK-AMOUNT
               MOVE 'C'        TO LWK-DC-CODE
               MOVE 'PAYR'     TO LWK-SOURCE
               WRITE LEGS-WORK-REC
               ADD 1 TO WS-RELEASED-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-RELEASED-TOTAL OVERFLOWED'
               END-ADD
               PERFORM FIND-PORTABILITY
               IF PORT-REQUEST-FOUND
                   PERFORM FORWARD-ONE-SALARY
               END-IF
           END-IF.
      *
      * FIND-PORTABILITY walks the credited account's holders on
      * CUSTXREF - a procurador's salary is not on this account - and
      * looks for an active request from one of them against this
      * employer.
       FIND-PORTABILITY.
           SET PORT-REQUEST-FOUND TO FALSE
           IF WS-XREF-STATUS = '00'
               SET XREF-SCAN-DONE TO FALSE
               MOVE ISR-CONTA TO XRF-CONTA-NUM
               READ XREF-FILE KEY IS XRF-CONTA-NUM
                   INVALID KEY
                       SET XREF-SCAN-DONE TO TRUE
                   NOT INVALID KEY
                       PERFORM CHECK-HOLDER-REQUEST
               END-READ
               PERFORM CHECK-NEXT-HOLDER
                   UNTIL XREF-SCAN-DONE OR PORT-REQUEST-FOUND
           END-IF.
      *
       CHECK-NEXT-HOLDER.
           READ XREF-FILE NEXT RECORD
               AT END SET XREF-SCAN-DONE TO TRUE
               NOT AT END
                   IF XRF-CONTA-NUM NOT = ISR-CONTA
                       SET XREF-SCAN-DONE TO TRUE
                   ELSE
                       PERFORM CHECK-HOLDER-REQUEST
                   END-IF
           END-READ.
      *
       CHECK-HOLDER-REQUEST.
           IF NOT XRF-PROCURADOR
               MOVE XRF-CPF           TO PRT-CPF
               MOVE WS-EMPLOYER-CONTA TO PRT-EMPLOYER-CONTA
               READ PORT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRT-ACTIVE
                           SET PORT-REQUEST-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF.
      *
      * FORWARD-ONE-SALARY queues the TED to the employee's own bank
      * and only then debits the salary back off the account, so a
      * transfer that cannot be queued leaves the credit standing.
       FORWARD-ONE-SALARY.
           PERFORM NEXT-XFER-ID
           MOVE SPACES            TO OUT-XFER-REC
           MOVE SEQ-LAST-NUMBER   TO XFR-ID
           MOVE ISR-CONTA         TO XFR-CONTA-NUM
           SET XFR-TED            TO TRUE
           MOVE PRT-DEST-BANK     TO XFR-BEN-BANK
           MOVE PRT-DEST-BRANCH   TO XFR-BEN-BRANCH
           MOVE PRT-DEST-ACCOUNT  TO XFR-BEN-ACCOUNT
           MOVE PRT-CPF           TO XFR-BEN-DOC
           MOVE PRT-EMPLOYEE-NAME TO XFR-BEN-NAME
           MOVE ISR-AMOUNT        TO XFR-AMOUNT
           MOVE 'PORT'            TO XFR-ORIGIN
           MOVE 'PAYINTAK'        TO XFR-ORIGIN-REF
           MOVE WS-RUN-DATE       TO XFR-CREATED-DATE
           SET XFR-QUEUED         TO TRUE
           MOVE ZEROS             TO XFR-SENT-DATE
                                     XFR-FILE-SEQ
                                     XFR-SETTLE-DATE
           WRITE OUT-XFER-REC
               INVALID KEY
                   MOVE 'TRANSFER NOT QUEUED' TO WS-FWD-FAIL-REASON
                   PERFORM REPORT-FORWARD-FAILURE
               NOT INVALID KEY
                   PERFORM POST-ONE-FORWARD
           END-WRITE.
      *
       POST-ONE-FORWARD.
           MOVE ISR-CONTA  TO LWK-CONTA
           MOVE ISR-AMOUNT TO LWK-AMOUNT
           MOVE 'D'        TO LWK-DC-CODE
           MOVE 'XFER'     TO LWK-SOURCE
           WRITE LEGS-WORK-REC
           MOVE WS-RUN-DATE TO PRT-LAST-FWD-DATE
           REWRITE PORT-REG-REC
           END-REWRITE
           ADD 1 TO WS-FORWARD-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-FORWARD-COUNT OVERFLOWED'
           END-ADD
           ADD ISR-AMOUNT TO WS-FORWARD-TOTAL
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-FORWARD-TOTAL OVERFLOWED'
           END-ADD
           MOVE 'FORWARDED'   TO PTL-RESULT
           MOVE XFR-ID        TO PTL-XFER-ID
           PERFORM WRITE-PORT-LINE.
      *
       REPORT-FORWARD-FAILURE.
           ADD 1 TO WS-FWD-FAIL-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-FWD-FAIL-COUNT OVERFLOWED'
           END-ADD
           MOVE WS-FWD-FAIL-REASON TO PTL-RESULT
           MOVE ZEROS              TO PTL-XFER-ID
           PERFORM WRITE-PORT-LINE.
      *
       WRITE-PORT-LINE.
           MOVE PRT-CPF          TO PTL-CPF
           MOVE ISR-CONTA        TO PTL-CONTA
           MOVE PRT-DEST-BANK    TO PTL-BANK
           MOVE PRT-DEST-BRANCH  TO PTL-BRANCH
           MOVE PRT-DEST-ACCOUNT TO PTL-DEST-ACCT
           MOVE ISR-AMOUNT       TO PTL-AMOUNT
           WRITE PORT-REPORT-REC FROM PORT-LINE.
      *
      * NEXT-XFER-ID takes the next transfer number from the OUTXFER
      * counter on RUNSEQ, shared with STORDRUN and TELLER.
       NEXT-XFER-ID.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'OUTXFER' TO SEQ-JOB-NAME
           OPEN I-O RUN-SEQ-FILE
           READ RUN-SEQ-FILE
               INVALID KEY
                   MOVE ZEROS TO SEQ-LAST-NUMBER
           END-READ
           ADD 1 TO SEQ-LAST-NUMBER
           REWRITE RUN-SEQ-REC
               INVALID KEY
                   WRITE RUN-SEQ-REC
           END-REWRITE
           CLOSE RUN-SEQ-FILE.
      *
       RELEASE-FUNDED-LEGS.
           CLOSE LEGS-WORK
                   MOVE LWK-CONTA   TO LSR-CONTA
                   MOVE LWK-AMOUNT  TO LSR-AMOUNT
                   MOVE LWK-DC-CODE TO LSR-DC-CODE
                   MOVE LWK-SOURCE  TO LSR-SOURCE
                   RELEASE LEG-SORT-REC
           END-READ.
      *
      * WRITE-POSTING-FEED turns the sorted legs into PSTTRAN
      * postings under the PAYR source code, or XFER for a salary
      * forwarded under portability.
       WRITE-POSTING-FEED.
           PERFORM RETURN-SORTED-LEG
           PERFORM UNTIL LEG-SORT-AT-EOF
               MOVE WS-AMOUNT-X  TO PST-AMOUNT
               MOVE LSR-DC-CODE  TO PST-DC-CODE
               MOVE WS-RUN-DATE  TO PST-POST-DATE
               MOVE LSR-SOURCE   TO PST-SOURCE-CODE
               WRITE POSTING-OUT-REC
               PERFORM RETURN-SORTED-LEG
           END-PERFORM.
           IF WS-BALHIST-STATUS = '00'
               CLOSE BAL-HIST-FILE
           END-IF
           IF WS-XREF-STATUS = '00'
               CLOSE XREF-FILE
           END-IF
           CLOSE PORT-FILE.
           CLOSE XFER-FILE.
           CLOSE PORT-REPORT.
           CLOSE POSTING-OUT.
           CLOSE RESPONSE-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'PAYINTAK DETAILS ' WS-DETAIL-COUNT
                   ' RELEASED ' WS-RELEASED-COUNT
                   ' REJECTED ' WS-REJECTED-COUNT
                   ' FORWARDED ' WS-FORWARD-COUNT
                   ' FORWARD FAILED ' WS-FWD-FAIL-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'PAYINTAK ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
                       MOVE WS-REJECTED-COUNT TO WS-ALERT-COUNT
                       PERFORM WRITE-ALERT-RECORD
                   ELSE
                       IF WS-FWD-FAIL-COUNT > ZEROS
                           MOVE 4 TO RETURN-CODE
                           MOVE 4 TO WS-ALERT-SEVERITY
                           MOVE 'SALARY PORTABILITY FORWARDS FAILED'
                               TO WS-ALERT-MESSAGE
                           MOVE WS-FWD-FAIL-COUNT TO WS-ALERT-COUNT
                           PERFORM WRITE-ALERT-RECORD
                       ELSE
                           MOVE 0 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           WRITE PRINT-REC FROM RECAP-COUNT-LINE
           MOVE 'CREDITS REJECTED'   TO RCC-LABEL
           MOVE WS-REJECTED-COUNT    TO RCC-COUNT
           WRITE PRINT-REC FROM RECAP-COUNT-LINE
           MOVE 'SALARIES FORWARDED' TO RCC-LABEL
           MOVE WS-FORWARD-COUNT     TO RCC-COUNT
           WRITE PRINT-REC FROM RECAP-COUNT-LINE
           MOVE 'FORWARDED TOTAL'    TO RCP-LABEL
           MOVE WS-FORWARD-TOTAL     TO RCP-AMOUNT
           WRITE PRINT-REC FROM RECAP-LINE
           IF FILE-IS-ACCEPTED AND FILE-IS-FUNDED
               MOVE WS-FORWARD-COUNT  TO PTT-COUNT
               MOVE WS-FORWARD-TOTAL  TO PTT-AMOUNT
               MOVE WS-FWD-FAIL-COUNT TO PTT-FAILED
               WRITE PORT-REPORT-REC FROM PORT-TOTAL-LINE
               WRITE PORT-REPORT-REC FROM SPACES
           END-IF.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
