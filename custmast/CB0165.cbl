      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    GRDMAINT.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  GRDMAINT maintains the guardian register (GUARDIAN, see
      *  GUARDIAN.cpy) in the XREFMNT mold.  MINORRPT has always
      *  listed the customers under 18, but nothing recorded who
      *  stands for them, so a minor's account could be debited by
      *  anyone holding the card or the passbook.  The transaction
      *  file links a minor's CPF to a guardian's CPF with the legal
      *  basis (parent, court-appointed tutor or curator), the court
      *  reference where the basis is a court order, the start date
      *  and the branch that took the documents; or ends a
      *  guardianship on the branch's request.  The minor must be a
      *  customer under 18 today; the guardian must be a different
      *  customer of age whose master record is not closed, deceased
      *  or blocked.  An ended guardianship stays on file for the
      *  history - linking the same pair again reopens it.  Rejects
      *  go to the shared EXCFILE keyed by the minor's CPF.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRD-TRANS   ASSIGN TO GRDTRAN.
           SELECT GUARDIAN-FILE ASSIGN TO GUARDIAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               ALTERNATE RECORD KEY IS GRD-GUARDIAN-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT CUSTMAST    ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF IN CLIENTE-REC
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO EXCFILE.
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
      * GRD-TRANS-REC is an input-only layout: an action code, the
      * minor and guardian pair it applies to, and for a link the
      * legal basis, court reference, start date (blank means today)
      * and the branch that holds the documents.
       FD  GRD-TRANS RECORDING MODE F.
       01  GRD-TRANS-REC.
           05  GDT-ACTION-CODE        PIC X.
               88  GDT-ACTION-LINK        VALUE 'A'.
               88  GDT-ACTION-END         VALUE 'E'.
           05  GDT-MINOR-CPF          PIC X(11).
           05  GDT-GUARDIAN-CPF       PIC X(11).
           05  GDT-LEGAL-BASIS        PIC X.
           05  GDT-COURT-REF          PIC X(20).
           05  GDT-START-DATE         PIC X(8).
           05  GDT-START-NUM REDEFINES GDT-START-DATE
                                      PIC 9(8).
           05  GDT-BRANCH             PIC X(4).
           05  GDT-BRANCH-NUM REDEFINES GDT-BRANCH
                                      PIC 9(4).
           05  FILLER                 PIC X(24).
      *
       FD  GUARDIAN-FILE RECORDING MODE F.
           COPY GUARDIAN.
      *
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  EXCEPT-FILE RECORDING MODE F.
           COPY EXCREC.
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
           05  WS-TRANS-EOF       PIC X VALUE 'N'.
               88  TRANS-AT-EOF       VALUE 'Y'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-GUARDIAN-STATUS     PIC XX.
       01  WS-CUSTMAST-STATUS     PIC XX.
       01  WS-COUNTERS.
           05  WS-TRANS-READ-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-LINK-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-REOPEN-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-END-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-REJECT-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-OUTPUT-TOTAL        PIC 9(7) VALUE ZEROS.
       01  WS-TOTALS-FLAG         PIC X VALUE 'Y'.
           88  TOTALS-BALANCED        VALUE 'Y' FALSE 'N'.
       01  WS-REJECT-REASON       PIC X(20) VALUE SPACES.
       01  WS-REJECT-CODE         PIC 9(4) VALUE ZEROS.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).
       01  WS-FIELDS-FLAG         PIC X VALUE 'Y'.
           88  GRD-FIELDS-VALID       VALUE 'Y' FALSE 'N'.
      * Age work area - MINORRPT's arithmetic: the year difference,
      * less one if this year's birthday has not come round yet.  An
      * unreadable birth date leaves the age at -1.
       01  WS-BIRTH-YYYY          PIC 9(4).
       01  WS-BIRTH-MM            PIC 9(2).
       01  WS-BIRTH-DD            PIC 9(2).
       01  WS-AGE                 PIC S9(3).
      * Start-date edit work area.
       01  WS-START-DATE          PIC 9(8).
       01  WS-START-DATE-X REDEFINES WS-START-DATE.
           05  WS-START-YYYY        PIC 9(4).
           05  WS-START-MM          PIC 9(2).
           05  WS-START-DD          PIC 9(2).
       01  WS-DAYS-IN-MONTH-VALUES PIC X(24)
           VALUE '312831303130313130313031'.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH     PIC 9(2) OCCURS 12 TIMES.
       01  WS-MAX-DAY             PIC 9(2).
       01  WS-DATE-QUOT           PIC 9(4).
       01  WS-DATE-REM            PIC 9(4).
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS       PIC XX.
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-RUN-NUMBER          PIC 9(7).
       01  WS-RUN-END-TIME        PIC 9(8).
       01  WS-ELAPSED-TIME        PIC 9(8).
      * Work area for the shop-wide alert record written whenever the
      * run ends with RETURN-CODE 4 or 8, so the end-of-night alert
      * report covers this job too.
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
           PERFORM MAINTAIN-UNTIL-DONE
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT  GRD-TRANS.
           OPEN I-O GUARDIAN-FILE
               IF WS-GUARDIAN-STATUS = '35'
                   CLOSE GUARDIAN-FILE
                   OPEN OUTPUT GUARDIAN-FILE
                   CLOSE GUARDIAN-FILE
                   OPEN I-O GUARDIAN-FILE
               END-IF.
           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'GRDMAINT UNABLE TO OPEN CUSTMAST - STATUS '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'GRDMAINT' TO SEQ-JOB-NAME
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
           MOVE 'GRDMAINT'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       MAINTAIN-UNTIL-DONE.
           PERFORM READ-TRANSACTION
           PERFORM UNTIL TRANS-AT-EOF OR COUNTER-OVERFLOWED
               PERFORM APPLY-TRANSACTION
               PERFORM READ-TRANSACTION
           END-PERFORM.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           CLOSE GRD-TRANS.
           CLOSE GUARDIAN-FILE.
           CLOSE CUSTMAST.
           CLOSE EXCEPT-FILE.
           DISPLAY 'GRDMAINT READ ' WS-TRANS-READ-COUNT
                   ' LINKED ' WS-LINK-COUNT
                   ' REOPENED ' WS-REOPEN-COUNT
                   ' ENDED ' WS-END-COUNT
                   ' REJECTED ' WS-REJECT-COUNT.
           PERFORM RECONCILE-TOTALS
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           IF COUNTER-OVERFLOWED
               DISPLAY 'GRDMAINT ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT TOTALS-BALANCED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-REJECT-COUNT > ZEROS
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               MOVE WS-REJECT-COUNT TO WS-ALERT-COUNT
               PERFORM WRITE-ALERT-RECORD
           END-IF.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'GRDMAINT'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-TRANS-READ-COUNT TO CTLT-READ-COUNT
           COMPUTE CTLT-OUTPUT-COUNT = WS-LINK-COUNT + WS-REOPEN-COUNT
                   + WS-END-COUNT
           MOVE WS-REJECT-COUNT     TO CTLT-REJECT-COUNT
           IF TOTALS-BALANCED
               SET CTLT-BALANCED TO TRUE
           ELSE
               SET CTLT-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the grand total broken out by transaction category, the way
      * XREFMNT reports its adds and deletes.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'GRDMAINT'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-TRANS-READ-COUNT TO SUMM-RECORD-COUNT
           COMPUTE SUMM-GRAND-TOTAL = WS-LINK-COUNT + WS-REOPEN-COUNT
                   + WS-END-COUNT
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'GUARDIANS LINKED'  TO SUMM-CATEGORY-NAME
           MOVE WS-LINK-COUNT       TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'GUARDIANS REOPEN' TO SUMM-CATEGORY-NAME
           MOVE WS-REOPEN-COUNT     TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'GUARDIANS ENDED'   TO SUMM-CATEGORY-NAME
           MOVE WS-END-COUNT        TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'REJECTS'           TO SUMM-CATEGORY-NAME
           MOVE WS-REJECT-COUNT     TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           CLOSE SUMMARY-FILE.
      *
      * RECONCILE-TOTALS is the shop-wide input-total vs. output-total
      * check every load job runs at end of job: every transaction read
      * must land somewhere or the run is a hard error.
       RECONCILE-TOTALS.
           SET TOTALS-BALANCED TO TRUE
           COMPUTE WS-OUTPUT-TOTAL = WS-LINK-COUNT + WS-REOPEN-COUNT
                   + WS-END-COUNT + WS-REJECT-COUNT
           IF WS-TRANS-READ-COUNT NOT = WS-OUTPUT-TOTAL
               SET TOTALS-BALANCED TO FALSE
               DISPLAY 'GRDMAINT CONTROL TOTALS OUT OF BALANCE - READ '
                       WS-TRANS-READ-COUNT ' ACCOUNTED FOR '
                       WS-OUTPUT-TOTAL
           END-IF.
      *
       READ-TRANSACTION.
           READ GRD-TRANS
               AT END SET TRANS-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-TRANS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
       APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN GDT-ACTION-LINK
                   PERFORM APPLY-LINK-GUARDIAN
               WHEN GDT-ACTION-END
                   PERFORM APPLY-END-GUARDIAN
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                   MOVE 4007 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
           END-EVALUATE.
      *
      * APPLY-LINK-GUARDIAN edits the card, then proves both people
      * against the customer master before anything is written.
       APPLY-LINK-GUARDIAN.
           PERFORM EDIT-LINK-FIELDS
           IF GRD-FIELDS-VALID
               PERFORM CHECK-MINOR-CUSTOMER
           END-IF
           IF GRD-FIELDS-VALID
               PERFORM CHECK-GUARDIAN-CUSTOMER
           END-IF
           IF GRD-FIELDS-VALID
               MOVE GDT-MINOR-CPF    TO GRD-MINOR-CPF
               MOVE GDT-GUARDIAN-CPF TO GRD-GUARDIAN-CPF
               READ GUARDIAN-FILE
                   INVALID KEY
                       PERFORM WRITE-NEW-GUARDIAN
                   NOT INVALID KEY
                       PERFORM REOPEN-GUARDIAN
               END-READ
           END-IF.
      *
      * EDIT-LINK-FIELDS holds the card to the register's edits; the
      * first failure is the reject reason.  A court order basis
      * (tutor or curator) must carry the court reference.
       EDIT-LINK-FIELDS.
           SET GRD-FIELDS-VALID TO TRUE
           MOVE GDT-LEGAL-BASIS TO GRD-LEGAL-BASIS
           PERFORM VALIDATE-START-DATE
           EVALUATE TRUE
               WHEN GDT-GUARDIAN-CPF = GDT-MINOR-CPF
                   MOVE 'GUARDIAN IS MINOR' TO WS-REJECT-REASON
                   MOVE 4034 TO WS-REJECT-CODE
                   SET GRD-FIELDS-VALID TO FALSE
               WHEN NOT GRD-BASIS-VALID
                   MOVE 'INVALID LEGAL BASIS' TO WS-REJECT-REASON
                   MOVE 4034 TO WS-REJECT-CODE
                   SET GRD-FIELDS-VALID TO FALSE
               WHEN NOT GRD-BASIS-PARENT AND GDT-COURT-REF = SPACES
                   MOVE 'COURT REF MISSING' TO WS-REJECT-REASON
                   MOVE 4034 TO WS-REJECT-CODE
                   SET GRD-FIELDS-VALID TO FALSE
               WHEN WS-START-DATE = ZEROS
                   MOVE 'INVALID START DATE' TO WS-REJECT-REASON
                   MOVE 4027 TO WS-REJECT-CODE
                   SET GRD-FIELDS-VALID TO FALSE
               WHEN GDT-BRANCH IS NOT NUMERIC
                       OR GDT-BRANCH-NUM = ZEROS
                   MOVE 'INVALID BRANCH' TO WS-REJECT-REASON
                   MOVE 4037 TO WS-REJECT-CODE
                   SET GRD-FIELDS-VALID TO FALSE
           END-EVALUATE
           IF NOT GRD-FIELDS-VALID
               PERFORM REJECT-TRANSACTION
           END-IF.
      *
      * VALIDATE-START-DATE takes a blank start date as today and
      * leaves WS-START-DATE at zeros unless the date is a real
      * calendar date on or before today.
       VALIDATE-START-DATE.
           MOVE ZEROS TO WS-START-DATE
           IF GDT-START-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-START-DATE
           ELSE
               IF GDT-START-DATE IS NUMERIC
                   MOVE GDT-START-NUM TO WS-START-DATE
                   PERFORM CHECK-START-CALENDAR
               END-IF
           END-IF.
      *
       CHECK-START-CALENDAR.
           IF WS-START-MM < 1 OR WS-START-MM > 12
               MOVE ZEROS TO WS-START-DATE
           ELSE
               MOVE WS-DAYS-IN-MONTH(WS-START-MM) TO WS-MAX-DAY
               IF WS-START-MM = 2
                   PERFORM CHECK-LEAP-YEAR
               END-IF
               IF WS-START-DD < 1 OR WS-START-DD > WS-MAX-DAY
                       OR WS-START-DATE > WS-RUN-DATE
                   MOVE ZEROS TO WS-START-DATE
               END-IF
           END-IF.
      *
       CHECK-LEAP-YEAR.
           DIVIDE WS-START-YYYY BY 4 GIVING WS-DATE-QUOT
               REMAINDER WS-DATE-REM
           IF WS-DATE-REM = 0
               DIVIDE WS-START-YYYY BY 100 GIVING WS-DATE-QUOT
                   REMAINDER WS-DATE-REM
               IF WS-DATE-REM NOT = 0
                   MOVE 29 TO WS-MAX-DAY
               ELSE
                   DIVIDE WS-START-YYYY BY 400 GIVING WS-DATE-QUOT
                       REMAINDER WS-DATE-REM
                   IF WS-DATE-REM = 0
                       MOVE 29 TO WS-MAX-DAY
                   END-IF
               END-IF
           END-IF.
      *
      * CHECK-MINOR-CUSTOMER - the minor must be on the master and
      * under 18 today.  A birth date that cannot be read is not
      * taken as proof of minority.
       CHECK-MINOR-CUSTOMER.
           MOVE GDT-MINOR-CPF TO CPF IN CLIENTE-REC
           READ CUSTMAST
               INVALID KEY
                   MOVE 'MINOR NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 4006 TO WS-REJECT-CODE
                   SET GRD-FIELDS-VALID TO FALSE
               NOT INVALID KEY
                   PERFORM COMPUTE-CUSTOMER-AGE
                   IF WS-AGE < ZEROS OR WS-AGE NOT < 18
                       MOVE 'NOT A MINOR' TO WS-REJECT-REASON
                       MOVE 4051 TO WS-REJECT-CODE
                       SET GRD-FIELDS-VALID TO FALSE
                   END-IF
           END-READ
           IF NOT GRD-FIELDS-VALID
               PERFORM REJECT-TRANSACTION
           END-IF.
      *
      * CHECK-GUARDIAN-CUSTOMER - the guardian must be on the master,
      * of age, and not closed, deceased or blocked.
       CHECK-GUARDIAN-CUSTOMER.
           MOVE GDT-GUARDIAN-CPF TO CPF IN CLIENTE-REC
           READ CUSTMAST
               INVALID KEY
                   MOVE 'GUARDIAN NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 4006 TO WS-REJECT-CODE
                   SET GRD-FIELDS-VALID TO FALSE
               NOT INVALID KEY
                   PERFORM COMPUTE-CUSTOMER-AGE
                   EVALUATE TRUE
                       WHEN WS-AGE < 18
                           MOVE 'GUARDIAN NOT ADULT'
                               TO WS-REJECT-REASON
                           MOVE 4052 TO WS-REJECT-CODE
                           SET GRD-FIELDS-VALID TO FALSE
                       WHEN CLIENTE-PROTECTED
                           MOVE 'GUARDIAN NOT ACTIVE'
                               TO WS-REJECT-REASON
                           MOVE 4032 TO WS-REJECT-CODE
                           SET GRD-FIELDS-VALID TO FALSE
                   END-EVALUATE
           END-READ
           IF NOT GRD-FIELDS-VALID
               PERFORM REJECT-TRANSACTION
           END-IF.
      *
       COMPUTE-CUSTOMER-AGE.
           IF DIA IN CLIENTE-REC IS NOT NUMERIC
              OR MES IN CLIENTE-REC IS NOT NUMERIC
              OR ANO IN CLIENTE-REC IS NOT NUMERIC
               MOVE -1 TO WS-AGE
           ELSE
               MOVE DIA IN CLIENTE-REC TO WS-BIRTH-DD
               MOVE MES IN CLIENTE-REC TO WS-BIRTH-MM
               MOVE ANO IN CLIENTE-REC TO WS-BIRTH-YYYY
               COMPUTE WS-AGE = WS-RUN-YYYY - WS-BIRTH-YYYY
               IF WS-RUN-MM < WS-BIRTH-MM
                   OR (WS-RUN-MM = WS-BIRTH-MM
                       AND WS-RUN-DD < WS-BIRTH-DD)
                   SUBTRACT 1 FROM WS-AGE
               END-IF
           END-IF.
      *
       WRITE-NEW-GUARDIAN.
           PERFORM FILL-GUARDIAN-FIELDS
           WRITE GUARDIAN-REC
               INVALID KEY
                   MOVE 'DUPLICATE LINK' TO WS-REJECT-REASON
                   MOVE 4020 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-LINK-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-LINK-COUNT OVERFLOWED'
                   END-ADD
           END-WRITE.
      *
      * REOPEN-GUARDIAN - an active pair is a duplicate; an ended one
      * is reopened with the new card's basis and dates.
       REOPEN-GUARDIAN.
           IF GRD-ACTIVE
               MOVE 'DUPLICATE LINK' TO WS-REJECT-REASON
               MOVE 4020 TO WS-REJECT-CODE
               PERFORM REJECT-TRANSACTION
           ELSE
               PERFORM FILL-GUARDIAN-FIELDS
               REWRITE GUARDIAN-REC
                   INVALID KEY
                       MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                       MOVE 4008 TO WS-REJECT-CODE
                       PERFORM REJECT-TRANSACTION
                   NOT INVALID KEY
                       ADD 1 TO WS-REOPEN-COUNT
                           ON SIZE ERROR
                               SET COUNTER-OVERFLOWED TO TRUE
                               DISPLAY 'WS-REOPEN-COUNT OVERFLOWED'
                       END-ADD
               END-REWRITE
           END-IF.
      *
       FILL-GUARDIAN-FIELDS.
           MOVE SPACES           TO GUARDIAN-REC
           MOVE GDT-MINOR-CPF    TO GRD-MINOR-CPF
           MOVE GDT-GUARDIAN-CPF TO GRD-GUARDIAN-CPF
           MOVE GDT-LEGAL-BASIS  TO GRD-LEGAL-BASIS
           MOVE GDT-COURT-REF    TO GRD-COURT-REF
           MOVE WS-START-DATE    TO GRD-START-DATE
           MOVE ZEROS            TO GRD-END-DATE
           MOVE GDT-BRANCH-NUM   TO GRD-BRANCH
           SET GRD-ACTIVE        TO TRUE.
      *
      * APPLY-END-GUARDIAN ends an active guardianship on the branch's
      * request; the record stays on file with the end date.
       APPLY-END-GUARDIAN.
           MOVE GDT-MINOR-CPF    TO GRD-MINOR-CPF
           MOVE GDT-GUARDIAN-CPF TO GRD-GUARDIAN-CPF
           READ GUARDIAN-FILE
               INVALID KEY
                   MOVE 'LINK NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 4021 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   IF GRD-ENDED
                       MOVE 'ALREADY ENDED' TO WS-REJECT-REASON
                       MOVE 4033 TO WS-REJECT-CODE
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       PERFORM END-FOUND-GUARDIAN
                   END-IF
           END-READ.
      *
       END-FOUND-GUARDIAN.
           SET GRD-ENDED         TO TRUE
           SET GRD-END-REQUESTED TO TRUE
           MOVE WS-RUN-DATE      TO GRD-END-DATE
           REWRITE GUARDIAN-REC
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   MOVE 4008 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-END-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-END-COUNT OVERFLOWED'
                   END-ADD
           END-REWRITE.
      *
      * REJECT-TRANSACTION keys the exception by the minor's CPF and
      * carries the guardian's CPF in the input data.
       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REJECT-COUNT OVERFLOWED'
           END-ADD
           MOVE SPACES             TO EXC-REC
           MOVE 'GRDMAINT'         TO EXC-PROGRAM
           MOVE GDT-MINOR-CPF      TO EXC-KEY
           MOVE WS-REJECT-CODE     TO EXC-REASON-CODE
           MOVE WS-REJECT-REASON   TO EXC-REASON-TEXT
           MOVE GDT-GUARDIAN-CPF   TO EXC-INPUT-DATA
           WRITE EXC-REC.
      *
      *
      * WRITE-ALERT-RECORD appends this run's problem to the shop-wide
      * alert file so the end-of-night alert report (ALERTRPT) puts it
      * on the one page the morning operator reads, instead of a
      * DISPLAY buried in this job's SYSOUT.
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES            TO ALERT-REC
           MOVE 'GRDMAINT' TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM GRDMAINT.
