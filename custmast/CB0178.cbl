      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    OLBCUST.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  OLBCUST is the nightly customer-master change feed for the
      *  internet banking platform, the companion to OLBEXTR: where
      *  OLBEXTR sends balances and activity, this sends what the
      *  branches changed about the customer that day, so a new
      *  address, a death or a block reaches the platform the same
      *  night instead of the customer still logging in.  It reads
      *  the day's CUSTAUD before/after images (CUSTMAINT, DELAPPR,
      *  DECDINTK, DUPMERGE) and the day's CNTCAUD contact images
      *  (CNTCMNT), and sends only the fields that actually moved -
      *  one detail per changed field with an action code - in the
      *  OLBEXTR header/trailer envelope.  A status change also sends
      *  a LOGIN line saying whether the platform should still let
      *  the customer in.  Each feed carries a sequence number from
      *  the OLBCUSTC control file, one per business date, sent even
      *  on a day with no changes, so the platform can see a missing
      *  day; a rerun of the same date re-sends under the same number
      *  and the control only rolls after a clean run.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE  ASSIGN TO CUSTAUD
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CNT-AUDIT-FILE ASSIGN TO CNTCAUD
               FILE STATUS IS WS-CNTCAUD-STATUS.
           SELECT FEED-CTL    ASSIGN TO OLBCUSTC
               FILE STATUS IS WS-FEEDCTL-STATUS.
           SELECT FEED-FILE   ASSIGN TO OLBCUSTF.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE ASSIGN TO RUNSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-JOB-NAME
               FILE STATUS IS WS-RUNSEQ-STATUS.
           SELECT DAILY-CTL-FILE ASSIGN TO DAILYCTL.
           SELECT ALERT-FILE ASSIGN TO ALERTFIL.
           SELECT SUMMARY-FILE ASSIGN TO SUMRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  AUDIT-FILE RECORDING MODE F.
           COPY CUSTAUD.
      *
       FD  CNT-AUDIT-FILE RECORDING MODE F.
           COPY CNTCAUD.
      *
      * The feed control record: the last feed's sequence number and
      * the business date it was sent for, rolled forward only after
      * a clean run.
       FD  FEED-CTL RECORDING MODE F.
       01  FEED-CTL-REC.
           05  FCT-LAST-SEQ     PIC 9(7).
           05  FCT-LAST-DATE    PIC 9(8).
           05  FILLER           PIC X(65).
      *
       FD  FEED-FILE RECORDING MODE F.
       01  FEED-REC             PIC X(80).
      *
       FD  RUN-CTL-FILE RECORDING MODE F.
           COPY RUNCTL.
      *
       FD  RUN-SEQ-FILE RECORDING MODE F.
           COPY RUNSEQ.
      *
       FD  DAILY-CTL-FILE RECORDING MODE F.
           COPY CTLTRAIL.
      *
       FD  ALERT-FILE RECORDING MODE F.
           COPY ALERTREC.
      *
       FD  SUMMARY-FILE RECORDING MODE F.
       01  SUMMARY-REC        PIC X(80).
      *
       WORKING-STORAGE SECTION.
       COPY SUMMRPT.
       01  FLAGS.
           05  WS-AUDIT-EOF        PIC X VALUE 'N'.
               88  AUDIT-AT-EOF        VALUE 'Y'.
           05  WS-CNTCAUD-EOF      PIC X VALUE 'N'.
               88  CNTCAUD-AT-EOF      VALUE 'Y'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-CNTCAUD-STATUS       PIC XX.
       01  WS-FEEDCTL-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-CUST-CHANGE-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-CNTC-CHANGE-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-DETAIL-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-UNCHANGED-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-HASH-TOTAL           PIC S9(13)V99 VALUE ZEROS.
      * Details written before the current audit record, to tell a
      * record that moved nothing from one that did.
       01  WS-DETAIL-MARK          PIC 9(7) VALUE ZEROS.
      * The sequence this feed goes out under: one past the last
      * clean feed, or the same number again when today's date was
      * already sent (a rerun).
       01  WS-LAST-SEQ             PIC 9(7) VALUE ZEROS.
       01  WS-LAST-FEED-DATE       PIC 9(8) VALUE ZEROS.
       01  WS-FEED-SEQ             PIC 9(7) VALUE ZEROS.
      * Hash work: the CPF root (the nine digits before the check
      * digits) of every detail, totalled for the trailer.
       01  WS-HASH-CPF             PIC X(11).
       01  WS-HASH-ROOT REDEFINES WS-HASH-CPF.
           05  WS-HASH-ROOT-NUM    PIC 9(9).
           05  FILLER              PIC X(2).
      * One changed field waiting to be written as a detail.
       01  WS-OUT-CPF              PIC X(11).
       01  WS-OUT-ACTION           PIC X(2).
       01  WS-OUT-FIELD            PIC X(12).
       01  WS-OUT-VALUE            PIC X(40).
       01  WS-OUT-SEQ              PIC 9(3).
      * The customer-side action: CA added, CU changed, CS status
      * moved, CD removed from the master.
       01  WS-CUST-ACTION          PIC X(2).
       01  WS-AFTER-STATUS         PIC X.
           88  AFTER-LOGIN-BLOCKED     VALUES 'C' 'D' 'B' 'X' 'H'.
      * Feed interface record layouts, the OLBEXTR envelope shape.
       01  FEED-HEADER-LINE.
           05  FILLER           PIC X VALUE 'H'.
           05  FDH-RUN-DATE     PIC 9(8).
           05  FDH-MODE         PIC X(5) VALUE 'CUST'.
           05  FDH-SEQ          PIC 9(7).
           05  FILLER           PIC X(59) VALUE SPACES.
      * FDD-ACTION: CA/CU/CS/CD for the customer, TA/TU/TD for a
      * contact point (FDD-CNT-SEQ then names which one).
       01  FEED-DETAIL-LINE.
           05  FILLER           PIC X VALUE 'D'.
           05  FDD-CPF          PIC X(11).
           05  FDD-ACTION       PIC X(2).
           05  FDD-FIELD        PIC X(12).
           05  FDD-VALUE        PIC X(40).
           05  FDD-CNT-SEQ      PIC 9(3).
           05  FILLER           PIC X(11) VALUE SPACES.
       01  FEED-TRAILER-LINE.
           05  FILLER           PIC X VALUE 'T'.
           05  FDT-REC-COUNT    PIC 9(7).
           05  FDT-HASH-TOTAL   PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  FDT-SEQ          PIC 9(7).
           05  FILLER           PIC X(49) VALUE SPACES.
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS        PIC XX.
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-RUN-NUMBER           PIC 9(7).
       01  WS-RUN-END-TIME         PIC 9(8).
       01  WS-ELAPSED-TIME         PIC 9(8).
      * Work area for the shop-wide alert record.
       01  WS-ALERT-SEVERITY        PIC 9 VALUE ZEROS.
       01  WS-ALERT-MESSAGE         PIC X(40) VALUE
           'RUN ENDED WITH A WARNING RETURN CODE'.
       01  WS-ALERT-COUNT           PIC 9(7) VALUE ZEROS.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      * MAIN-LOGIC is the program's only entry point, PERFORMing each
      * step in order so no paragraph runs by falling through into the
      * next one physically.
       MAIN-LOGIC.
           PERFORM OPEN-FILES
           PERFORM FEED-CUSTOMER-CHANGES
           PERFORM FEED-CONTACT-CHANGES
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               SET AUDIT-AT-EOF TO TRUE
           END-IF
           OPEN INPUT CNT-AUDIT-FILE
           IF WS-CNTCAUD-STATUS NOT = '00'
               SET CNTCAUD-AT-EOF TO TRUE
           END-IF
           OPEN OUTPUT FEED-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM READ-FEED-CONTROL
           MOVE WS-RUN-DATE TO FDH-RUN-DATE
           MOVE WS-FEED-SEQ TO FDH-SEQ
           WRITE FEED-REC FROM FEED-HEADER-LINE
           PERFORM START-RUN-CONTROL.
      *
      * READ-FEED-CONTROL picks this feed's sequence number.  The
      * same business date again is a rerun and keeps its number, so
      * the platform sees a resend rather than a day it never got.
       READ-FEED-CONTROL.
           OPEN INPUT FEED-CTL
           IF WS-FEEDCTL-STATUS = '00'
               READ FEED-CTL
                   AT END CONTINUE
                   NOT AT END
                       MOVE FCT-LAST-SEQ  TO WS-LAST-SEQ
                       MOVE FCT-LAST-DATE TO WS-LAST-FEED-DATE
               END-READ
               CLOSE FEED-CTL
           END-IF
           IF WS-LAST-FEED-DATE = WS-RUN-DATE
               MOVE WS-LAST-SEQ TO WS-FEED-SEQ
               DISPLAY 'OLBCUST RESENDING SEQUENCE ' WS-FEED-SEQ
                       ' FOR ' WS-RUN-DATE
           ELSE
               ADD 1 WS-LAST-SEQ GIVING WS-FEED-SEQ
           END-IF.
      *
      * ROLL-FEED-CONTROL records the sequence just sent only after a
      * clean run, so a crashed feed goes out again under the same
      * number.
       ROLL-FEED-CONTROL.
           OPEN OUTPUT FEED-CTL
           MOVE SPACES      TO FEED-CTL-REC
           MOVE WS-FEED-SEQ TO FCT-LAST-SEQ
           MOVE WS-RUN-DATE TO FCT-LAST-DATE
           WRITE FEED-CTL-REC
           CLOSE FEED-CTL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'OLBCUST' TO SEQ-JOB-NAME
           OPEN I-O RUN-SEQ-FILE
           IF WS-RUNSEQ-STATUS = '35'
               OPEN OUTPUT RUN-SEQ-FILE
               CLOSE RUN-SEQ-FILE
               OPEN I-O RUN-SEQ-FILE
           END-IF
           READ RUN-SEQ-FILE
               INVALID KEY
                   MOVE ZEROS TO SEQ-LAST-NUMBER
           END-READ
           ADD 1 TO SEQ-LAST-NUMBER
           REWRITE RUN-SEQ-REC
               INVALID KEY
                   WRITE RUN-SEQ-REC
           END-REWRITE
           CLOSE RUN-SEQ-FILE
           MOVE SEQ-LAST-NUMBER TO WS-RUN-NUMBER
           ACCEPT WS-RUN-TIME FROM TIME.
      *
      * FINISH-RUN-CONTROL captures the end timestamp, computes the
      * elapsed run time (does not account for a run crossing midnight),
      * and appends the header record to RUNCTL.
       FINISH-RUN-CONTROL.
           ACCEPT WS-RUN-END-TIME FROM TIME
           SUBTRACT WS-RUN-TIME FROM WS-RUN-END-TIME
               GIVING WS-ELAPSED-TIME
           OPEN EXTEND RUN-CTL-FILE
           MOVE SPACES          TO RUN-CTL-REC
           MOVE 'OLBCUST'       TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * FEED-CUSTOMER-CHANGES walks the audit file in the order it was
      * written, so several changes to one customer in a day reach the
      * platform in the order the branch made them.
       FEED-CUSTOMER-CHANGES.
           PERFORM READ-AUDIT
           PERFORM UNTIL AUDIT-AT-EOF OR COUNTER-OVERFLOWED
               IF AUD-RUN-DATE = WS-RUN-DATE
                   PERFORM FEED-ONE-AUDIT-RECORD
               END-IF
               PERFORM READ-AUDIT
           END-PERFORM.
      *
       READ-AUDIT.
           IF NOT AUDIT-AT-EOF
               READ AUDIT-FILE
                   AT END SET AUDIT-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                           ON SIZE ERROR
                               SET COUNTER-OVERFLOWED TO TRUE
                               DISPLAY 'WS-READ-COUNT OVERFLOWED'
                       END-ADD
               END-READ
           END-IF.
      *
      * FEED-ONE-AUDIT-RECORD classifies the audit record, then sends
      * one detail per field whose before and after images differ -
      * AUDRPT's comparison.  An add has a blank before image, so it
      * sends every populated field; a physical delete sends just the
      * CD line, since the platform only needs to drop the customer.
       FEED-ONE-AUDIT-RECORD.
           MOVE AUD-CPF TO WS-OUT-CPF
           MOVE ZEROS   TO WS-OUT-SEQ
           MOVE WS-DETAIL-COUNT TO WS-DETAIL-MARK
           EVALUATE TRUE
               WHEN AUD-ACTION = 'ADD'
                   MOVE 'CA' TO WS-CUST-ACTION
               WHEN AUD-ACTION = 'DELETE'
                   MOVE 'CD' TO WS-CUST-ACTION
               WHEN OTHER
                   MOVE 'CU' TO WS-CUST-ACTION
           END-EVALUATE
           IF WS-CUST-ACTION = 'CD'
               MOVE 'CD'      TO WS-OUT-ACTION
               MOVE SPACES    TO WS-OUT-FIELD
               MOVE SPACES    TO WS-OUT-VALUE
               PERFORM WRITE-FEED-DETAIL
           ELSE
               PERFORM FEED-CHANGED-NAME-FIELDS
               PERFORM FEED-CHANGED-ADDRESS
               PERFORM FEED-CHANGED-STATUS
           END-IF
           IF WS-DETAIL-COUNT = WS-DETAIL-MARK
               ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
               ADD 1 TO WS-CUST-CHANGE-COUNT
           END-IF.
      *
       FEED-CHANGED-NAME-FIELDS.
           MOVE WS-CUST-ACTION TO WS-OUT-ACTION
           IF NOME IN AUD-BEFORE-IMAGE NOT = NOME IN AUD-AFTER-IMAGE
               MOVE 'NOME'        TO WS-OUT-FIELD
               MOVE NOME IN AUD-AFTER-IMAGE TO WS-OUT-VALUE
               PERFORM WRITE-FEED-DETAIL
           END-IF
           IF RG IN AUD-BEFORE-IMAGE NOT = RG IN AUD-AFTER-IMAGE
               MOVE 'RG'          TO WS-OUT-FIELD
               MOVE RG IN AUD-AFTER-IMAGE TO WS-OUT-VALUE
               PERFORM WRITE-FEED-DETAIL
           END-IF
           IF DATANASC IN AUD-BEFORE-IMAGE
                   NOT = DATANASC IN AUD-AFTER-IMAGE
               MOVE 'DATANASC'    TO WS-OUT-FIELD
               MOVE DATANASC IN AUD-AFTER-IMAGE TO WS-OUT-VALUE
               PERFORM WRITE-FEED-DETAIL
           END-IF
           IF GENERO IN AUD-BEFORE-IMAGE
                   NOT = GENERO IN AUD-AFTER-IMAGE
               MOVE 'GENERO'      TO WS-OUT-FIELD
               MOVE GENERO IN AUD-AFTER-IMAGE TO WS-OUT-VALUE
               PERFORM WRITE-FEED-DETAIL
           END-IF.
      *
       FEED-CHANGED-ADDRESS.
           MOVE WS-CUST-ACTION TO WS-OUT-ACTION
           IF LOGRADOURO IN AUD-BEFORE-IMAGE
                   NOT = LOGRADOURO IN AUD-AFTER-IMAGE
               MOVE 'LOGRADOURO'  TO WS-OUT-FIELD
               MOVE LOGRADOURO IN AUD-AFTER-IMAGE TO WS-OUT-VALUE
               PERFORM WRITE-FEED-DETAIL
           END-IF
           IF NUMERO IN AUD-BEFORE-IMAGE
                   NOT = NUMERO IN AUD-AFTER-IMAGE
               MOVE 'NUMERO'      TO WS-OUT-FIELD
               MOVE NUMERO IN AUD-AFTER-IMAGE TO WS-OUT-VALUE
               PERFORM WRITE-FEED-DETAIL
           END-IF
           IF COMPLEMENTO IN AUD-BEFORE-IMAGE
                   NOT = COMPLEMENTO IN AUD-AFTER-IMAGE
               MOVE 'COMPLEMENTO' TO WS-OUT-FIELD
               MOVE COMPLEMENTO IN AUD-AFTER-IMAGE TO WS-OUT-VALUE
               PERFORM WRITE-FEED-DETAIL
           END-IF
           IF CIDADE IN AUD-BEFORE-IMAGE
                   NOT = CIDADE IN AUD-AFTER-IMAGE
               MOVE 'CIDADE'      TO WS-OUT-FIELD
               MOVE CIDADE IN AUD-AFTER-IMAGE TO WS-OUT-VALUE
               PERFORM WRITE-FEED-DETAIL
           END-IF
           IF UF IN AUD-BEFORE-IMAGE NOT = UF IN AUD-AFTER-IMAGE
               MOVE 'UF'          TO WS-OUT-FIELD
               MOVE UF IN AUD-AFTER-IMAGE TO WS-OUT-VALUE
               PERFORM WRITE-FEED-DETAIL
           END-IF
           IF CEP IN AUD-BEFORE-IMAGE NOT = CEP IN AUD-AFTER-IMAGE
               MOVE 'CEP'         TO WS-OUT-FIELD
               MOVE CEP IN AUD-AFTER-IMAGE TO WS-OUT-VALUE
               PERFORM WRITE-FEED-DETAIL
           END-IF.
      *
      * FEED-CHANGED-STATUS sends a status move as CS with the new
      * status code, followed by the LOGIN verdict: closed, deceased,
      * blocked, approved for delete or on compliance hold keep the
      * customer off the platform; anything else lets them back in.
       FEED-CHANGED-STATUS.
           IF CLIENTE-STATUS IN AUD-BEFORE-IMAGE
                   NOT = CLIENTE-STATUS IN AUD-AFTER-IMAGE
               MOVE 'CS'          TO WS-OUT-ACTION
               MOVE 'STATUS'      TO WS-OUT-FIELD
               MOVE CLIENTE-STATUS IN AUD-AFTER-IMAGE
                   TO WS-AFTER-STATUS
               MOVE WS-AFTER-STATUS TO WS-OUT-VALUE
               PERFORM WRITE-FEED-DETAIL
               MOVE 'LOGIN'       TO WS-OUT-FIELD
               IF AFTER-LOGIN-BLOCKED
                   MOVE 'BLOCKED' TO WS-OUT-VALUE
               ELSE
                   MOVE 'ALLOWED' TO WS-OUT-VALUE
               END-IF
               PERFORM WRITE-FEED-DETAIL
           END-IF.
      *
      * FEED-CONTACT-CHANGES sends the day's applied contact actions:
      * an add or delete always, a change only for what moved.
       FEED-CONTACT-CHANGES.
           PERFORM READ-CONTACT-AUDIT
           PERFORM UNTIL CNTCAUD-AT-EOF OR COUNTER-OVERFLOWED
               IF CNA-RUN-DATE = WS-RUN-DATE
                   PERFORM FEED-ONE-CONTACT-CHANGE
               END-IF
               PERFORM READ-CONTACT-AUDIT
           END-PERFORM.
      *
       READ-CONTACT-AUDIT.
           IF NOT CNTCAUD-AT-EOF
               READ CNT-AUDIT-FILE
                   AT END SET CNTCAUD-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                           ON SIZE ERROR
                               SET COUNTER-OVERFLOWED TO TRUE
                               DISPLAY 'WS-READ-COUNT OVERFLOWED'
                       END-ADD
               END-READ
           END-IF.
      *
       FEED-ONE-CONTACT-CHANGE.
           MOVE CNA-CPF TO WS-OUT-CPF
           MOVE CNA-SEQ TO WS-OUT-SEQ
           MOVE WS-DETAIL-COUNT TO WS-DETAIL-MARK
           EVALUATE TRUE
               WHEN CNA-ACTION = 'ADD'
                   MOVE 'TA' TO WS-OUT-ACTION
               WHEN CNA-ACTION = 'DELETE'
                   MOVE 'TD' TO WS-OUT-ACTION
               WHEN OTHER
                   MOVE 'TU' TO WS-OUT-ACTION
           END-EVALUATE
           IF WS-OUT-ACTION = 'TD'
               MOVE SPACES TO WS-OUT-FIELD
               MOVE SPACES TO WS-OUT-VALUE
               PERFORM WRITE-FEED-DETAIL
           ELSE
               IF CNA-OLD-TYPE NOT = CNA-NEW-TYPE
                       OR CNA-OLD-VALUE NOT = CNA-NEW-VALUE
                   IF CNA-NEW-TYPE = 'E'
                       MOVE 'EMAIL'   TO WS-OUT-FIELD
                   ELSE
                       MOVE 'PHONE'   TO WS-OUT-FIELD
                   END-IF
                   MOVE CNA-NEW-VALUE TO WS-OUT-VALUE
                   PERFORM WRITE-FEED-DETAIL
               END-IF
               IF CNA-OLD-PREFERRED NOT = CNA-NEW-PREFERRED
                   MOVE 'PREFERRED'   TO WS-OUT-FIELD
                   MOVE CNA-NEW-PREFERRED TO WS-OUT-VALUE
                   PERFORM WRITE-FEED-DETAIL
               END-IF
           END-IF
           IF WS-DETAIL-COUNT = WS-DETAIL-MARK
               ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
               ADD 1 TO WS-CNTC-CHANGE-COUNT
           END-IF.
      *
      * WRITE-FEED-DETAIL writes one changed field and adds the CPF
      * root to the trailer's hash total.
       WRITE-FEED-DETAIL.
           MOVE WS-OUT-CPF    TO FDD-CPF
           MOVE WS-OUT-ACTION TO FDD-ACTION
           MOVE WS-OUT-FIELD  TO FDD-FIELD
           MOVE WS-OUT-VALUE  TO FDD-VALUE
           MOVE WS-OUT-SEQ    TO FDD-CNT-SEQ
           WRITE FEED-REC FROM FEED-DETAIL-LINE
           ADD 1 TO WS-DETAIL-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-DETAIL-COUNT OVERFLOWED'
           END-ADD
           MOVE WS-OUT-CPF TO WS-HASH-CPF
           IF WS-HASH-ROOT-NUM IS NUMERIC
               ADD WS-HASH-ROOT-NUM TO WS-HASH-TOTAL
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-HASH-TOTAL OVERFLOWED'
               END-ADD
           END-IF
           MOVE SPACES TO WS-OUT-VALUE.
      *
       CLOSE-STOP.
           MOVE WS-DETAIL-COUNT TO FDT-REC-COUNT
           MOVE WS-HASH-TOTAL   TO FDT-HASH-TOTAL
           MOVE WS-FEED-SEQ     TO FDT-SEQ
           WRITE FEED-REC FROM FEED-TRAILER-LINE
           IF NOT COUNTER-OVERFLOWED
               PERFORM ROLL-FEED-CONTROL
           END-IF
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '10'
               CLOSE AUDIT-FILE
           END-IF
           IF WS-CNTCAUD-STATUS = '00' OR WS-CNTCAUD-STATUS = '10'
               CLOSE CNT-AUDIT-FILE
           END-IF
           CLOSE FEED-FILE.
           DISPLAY 'OLBCUST SEQUENCE ' WS-FEED-SEQ
                   ' READ ' WS-READ-COUNT
                   ' CUSTOMERS ' WS-CUST-CHANGE-COUNT
                   ' CONTACTS ' WS-CNTC-CHANGE-COUNT
                   ' DETAILS ' WS-DETAIL-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'OLBCUST ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-ALERT-SEVERITY
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF WS-AUDIT-STATUS NOT = '00'
                       AND WS-AUDIT-STATUS NOT = '10'
                   MOVE 4 TO RETURN-CODE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'NO CUSTAUD - CUSTOMER CHANGES NOT SENT'
                       TO WS-ALERT-MESSAGE
                   PERFORM WRITE-ALERT-RECORD
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'OLBCUST'           TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-DETAIL-COUNT     TO CTLT-OUTPUT-COUNT
           MOVE ZEROS               TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED        TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the changes broken out by customer and contact.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'OLBCUST'           TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-DETAIL-COUNT     TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'CUSTOMERS'         TO SUMM-CATEGORY-NAME
           MOVE WS-CUST-CHANGE-COUNT TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'CONTACTS'          TO SUMM-CATEGORY-NAME
           MOVE WS-CNTC-CHANGE-COUNT TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'NO FIELD MOVED'    TO SUMM-CATEGORY-NAME
           MOVE WS-UNCHANGED-COUNT  TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           CLOSE SUMMARY-FILE.
      *
      *
      * WRITE-ALERT-RECORD appends this run's problem to the shop-wide
      * alert file so the end-of-night alert report (ALERTRPT) puts it
      * on the one page the morning operator reads, instead of a
      * DISPLAY buried in this job's SYSOUT.
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES            TO ALERT-REC
           MOVE 'OLBCUST' TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM OLBCUST.
