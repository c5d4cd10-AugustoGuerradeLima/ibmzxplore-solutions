      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PRCMAINT.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  PRCMAINT maintains the power-of-attorney register (PROCURA,
      *  see PROCURA.cpy) in the XREFMNT mold.  The procurador role on
      *  CUSTXREF says someone acts for an account but not under what
      *  instrument, with what powers or until when, so an attorney
      *  whose procuracao lapsed last year could still draw cash at
      *  TELLER.  The transaction file registers a mandate from a
      *  grantor's CPF (or a company's owner key) to an attorney's
      *  CPF with the notary reference, the powers granted -
      *  inquiry, withdrawal, transfer, closing - the validity dates
      *  and the branch holding the traslado; or revokes one on the
      *  branch's request.  Registering a pair already on file is a
      *  renewal: the new instrument, powers and dates replace the
      *  old and a revoked mandate comes back in force.  The grantor
      *  and attorney must be different customers whose master
      *  records are not closed, deceased or blocked.  A mandate
      *  with no end date is held open to 99999999.  Rejects go to
      *  the shared EXCFILE keyed by the grantor.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRC-TRANS   ASSIGN TO PRCTRAN.
           SELECT PROCURA-FILE ASSIGN TO PROCURA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-KEY
               ALTERNATE RECORD KEY IS PRC-ATTORNEY-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-PROCURA-STATUS.
           SELECT CUSTMAST    ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF IN CLIENTE-REC
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT PJ-FILE     ASSIGN TO PJMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CNPJ
               ALTERNATE RECORD KEY IS PJ-OWNER-KEY
               FILE STATUS IS WS-PJMAST-STATUS.
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
      * PRC-TRANS-REC is an input-only layout: an action code, the
      * grantor and attorney pair it applies to, and for a register
      * the notary reference, a Y or N for each power, the validity
      * dates (a blank start means today, a blank end means no end
      * date) and the branch that holds the traslado.
       FD  PRC-TRANS RECORDING MODE F.
       01  PRC-TRANS-REC.
           05  PMT-ACTION-CODE        PIC X.
               88  PMT-ACTION-REGISTER    VALUE 'A'.
               88  PMT-ACTION-REVOKE      VALUE 'R'.
           05  PMT-GRANTOR-CPF        PIC X(11).
           05  PMT-ATTORNEY-CPF       PIC X(11).
           05  PMT-NOTARY-REF         PIC X(30).
           05  PMT-POWERS.
               10  PMT-POWER-INQUIRY  PIC X.
               10  PMT-POWER-WITHDRAW PIC X.
               10  PMT-POWER-TRANSFER PIC X.
               10  PMT-POWER-CLOSE    PIC X.
           05  PMT-VALID-FROM         PIC X(8).
           05  PMT-FROM-NUM REDEFINES PMT-VALID-FROM
                                      PIC 9(8).
           05  PMT-VALID-TO           PIC X(8).
           05  PMT-TO-NUM REDEFINES PMT-VALID-TO
                                      PIC 9(8).
           05  PMT-BRANCH             PIC X(4).
           05  PMT-BRANCH-NUM REDEFINES PMT-BRANCH
                                      PIC 9(4).
           05  FILLER                 PIC X(3).
      *
       FD  PROCURA-FILE RECORDING MODE F.
           COPY PROCURA.
      *
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  PJ-FILE RECORDING MODE F.
           COPY PJMAST.
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
       01  WS-PROCURA-STATUS      PIC XX.
       01  WS-CUSTMAST-STATUS     PIC XX.
       01  WS-PJMAST-STATUS       PIC XX.
       01  WS-PJMAST-FLAG         PIC X VALUE 'N'.
           88  PJMAST-AVAILABLE       VALUE 'Y' FALSE 'N'.
       01  WS-COUNTERS.
           05  WS-TRANS-READ-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-REGISTER-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-RENEW-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-REVOKE-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-REJECT-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-OUTPUT-TOTAL        PIC 9(7) VALUE ZEROS.
       01  WS-TOTALS-FLAG         PIC X VALUE 'Y'.
           88  TOTALS-BALANCED        VALUE 'Y' FALSE 'N'.
       01  WS-REJECT-REASON       PIC X(20) VALUE SPACES.
       01  WS-REJECT-CODE         PIC 9(4) VALUE ZEROS.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-FIELDS-FLAG         PIC X VALUE 'Y'.
           88  PRC-FIELDS-VALID       VALUE 'Y' FALSE 'N'.
       01  WS-CHECK-CPF           PIC X(11).
       01  WS-CHECK-OWNER-PJ REDEFINES WS-CHECK-CPF.
           05  WS-CHECK-OWNER-TAG   PIC X(2).
               88  CHECK-IS-COMPANY     VALUE 'PJ'.
           05  FILLER               PIC X(9).
       01  WS-CHECK-PARTY         PIC X(10).
      * Validity-date edit work area.  A date is proved as a real
      * calendar date; WS-EDIT-DATE is left at zeros when it is not.
       01  WS-VALID-FROM          PIC 9(8).
       01  WS-VALID-TO            PIC 9(8).
       01  WS-EDIT-DATE           PIC 9(8).
       01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-YYYY         PIC 9(4).
           05  WS-EDIT-MM           PIC 9(2).
           05  WS-EDIT-DD           PIC 9(2).
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
           OPEN INPUT  PRC-TRANS.
           OPEN I-O PROCURA-FILE
               IF WS-PROCURA-STATUS = '35'
                   CLOSE PROCURA-FILE
                   OPEN OUTPUT PROCURA-FILE
                   CLOSE PROCURA-FILE
                   OPEN I-O PROCURA-FILE
               END-IF.
           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'PRCMAINT UNABLE TO OPEN CUSTMAST - STATUS '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PJ-FILE
           IF WS-PJMAST-STATUS = '00'
               SET PJMAST-AVAILABLE TO TRUE
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
           MOVE 'PRCMAINT' TO SEQ-JOB-NAME
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
           MOVE 'PRCMAINT'      TO RUNCTL-JOB-NAME
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
           CLOSE PRC-TRANS.
           CLOSE PROCURA-FILE.
           CLOSE CUSTMAST.
           IF PJMAST-AVAILABLE
               CLOSE PJ-FILE
           END-IF
           CLOSE EXCEPT-FILE.
           DISPLAY 'PRCMAINT READ ' WS-TRANS-READ-COUNT
                   ' REGISTERED ' WS-REGISTER-COUNT
                   ' RENEWED ' WS-RENEW-COUNT
                   ' REVOKED ' WS-REVOKE-COUNT
                   ' REJECTED ' WS-REJECT-COUNT.
           PERFORM RECONCILE-TOTALS
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           IF COUNTER-OVERFLOWED
               DISPLAY 'PRCMAINT ABORTED - COUNTER OVERFLOWED'
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
           MOVE 'PRCMAINT'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-TRANS-READ-COUNT TO CTLT-READ-COUNT
           COMPUTE CTLT-OUTPUT-COUNT = WS-REGISTER-COUNT
                   + WS-RENEW-COUNT + WS-REVOKE-COUNT
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
           MOVE 'PRCMAINT'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-TRANS-READ-COUNT TO SUMM-RECORD-COUNT
           COMPUTE SUMM-GRAND-TOTAL = WS-REGISTER-COUNT
                   + WS-RENEW-COUNT + WS-REVOKE-COUNT
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'REGISTERED'        TO SUMM-CATEGORY-NAME
           MOVE WS-REGISTER-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'RENEWED'           TO SUMM-CATEGORY-NAME
           MOVE WS-RENEW-COUNT      TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'REVOKED'           TO SUMM-CATEGORY-NAME
           MOVE WS-REVOKE-COUNT     TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'REJECTS'          TO SUMM-CATEGORY-NAME
           MOVE WS-REJECT-COUNT     TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           CLOSE SUMMARY-FILE.
      *
      * RECONCILE-TOTALS is the shop-wide input-total vs. output-total
      * check every load job runs at end of job: every transaction read
      * must land somewhere or the run is a hard error.
       RECONCILE-TOTALS.
           SET TOTALS-BALANCED TO TRUE
           COMPUTE WS-OUTPUT-TOTAL = WS-REGISTER-COUNT
                   + WS-RENEW-COUNT + WS-REVOKE-COUNT
                   + WS-REJECT-COUNT
           IF WS-TRANS-READ-COUNT NOT = WS-OUTPUT-TOTAL
               SET TOTALS-BALANCED TO FALSE
               DISPLAY 'PRCMAINT CONTROL TOTALS OUT OF BALANCE - READ '
                       WS-TRANS-READ-COUNT ' ACCOUNTED FOR '
                       WS-OUTPUT-TOTAL
           END-IF.
      *
       READ-TRANSACTION.
           READ PRC-TRANS
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
               WHEN PMT-ACTION-REGISTER
                   PERFORM APPLY-REGISTER-MANDATE
               WHEN PMT-ACTION-REVOKE
                   PERFORM APPLY-REVOKE-MANDATE
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                   MOVE 4007 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
           END-EVALUATE.
      *
      * APPLY-REGISTER-MANDATE edits the card, then proves both
      * parties against the masters before anything is written.  A
      * pair already on file is renewed in place.
       APPLY-REGISTER-MANDATE.
           PERFORM EDIT-MANDATE-FIELDS
           IF PRC-FIELDS-VALID
               MOVE PMT-GRANTOR-CPF  TO WS-CHECK-CPF
               MOVE 'GRANTOR'        TO WS-CHECK-PARTY
               PERFORM CHECK-PARTY-ON-FILE
           END-IF
           IF PRC-FIELDS-VALID
               MOVE PMT-ATTORNEY-CPF TO WS-CHECK-CPF
               MOVE 'ATTORNEY'       TO WS-CHECK-PARTY
               PERFORM CHECK-PARTY-ON-FILE
           END-IF
           IF PRC-FIELDS-VALID
               MOVE PMT-GRANTOR-CPF  TO PRC-GRANTOR-CPF
               MOVE PMT-ATTORNEY-CPF TO PRC-ATTORNEY-CPF
               READ PROCURA-FILE
                   INVALID KEY
                       PERFORM WRITE-NEW-MANDATE
                   NOT INVALID KEY
                       PERFORM RENEW-MANDATE
               END-READ
           END-IF.
      *
      * EDIT-MANDATE-FIELDS holds the card to the register's edits;
      * the first failure is the reject reason.  Each power is Y or
      * N (a blank reads as N) and at least one must be granted.  A
      * mandate that has already run out is not registered.
       EDIT-MANDATE-FIELDS.
           SET PRC-FIELDS-VALID TO TRUE
           INSPECT PMT-POWERS REPLACING ALL SPACE BY 'N'
           PERFORM VALIDATE-MANDATE-DATES
           EVALUATE TRUE
               WHEN PMT-ATTORNEY-CPF = PMT-GRANTOR-CPF
                   MOVE 'ATTORNEY IS GRANTOR' TO WS-REJECT-REASON
                   MOVE 4034 TO WS-REJECT-CODE
                   SET PRC-FIELDS-VALID TO FALSE
               WHEN PMT-ATTORNEY-CPF IS NOT NUMERIC
                   MOVE 'INVALID ATTORNEY CPF' TO WS-REJECT-REASON
                   MOVE 4006 TO WS-REJECT-CODE
                   SET PRC-FIELDS-VALID TO FALSE
               WHEN PMT-NOTARY-REF = SPACES
                   MOVE 'NOTARY REF MISSING' TO WS-REJECT-REASON
                   MOVE 4034 TO WS-REJECT-CODE
                   SET PRC-FIELDS-VALID TO FALSE
               WHEN PMT-POWER-INQUIRY  NOT = 'Y' AND NOT = 'N'
               WHEN PMT-POWER-WITHDRAW NOT = 'Y' AND NOT = 'N'
               WHEN PMT-POWER-TRANSFER NOT = 'Y' AND NOT = 'N'
               WHEN PMT-POWER-CLOSE    NOT = 'Y' AND NOT = 'N'
               WHEN PMT-POWERS = 'NNNN'
                   MOVE 'INVALID POWERS' TO WS-REJECT-REASON
                   MOVE 4054 TO WS-REJECT-CODE
                   SET PRC-FIELDS-VALID TO FALSE
               WHEN WS-VALID-FROM = ZEROS
                   MOVE 'INVALID VALID-FROM' TO WS-REJECT-REASON
                   MOVE 4027 TO WS-REJECT-CODE
                   SET PRC-FIELDS-VALID TO FALSE
               WHEN WS-VALID-TO = ZEROS
                       OR WS-VALID-TO < WS-VALID-FROM
                       OR WS-VALID-TO < WS-RUN-DATE
                   MOVE 'INVALID VALID-TO' TO WS-REJECT-REASON
                   MOVE 4027 TO WS-REJECT-CODE
                   SET PRC-FIELDS-VALID TO FALSE
               WHEN PMT-BRANCH IS NOT NUMERIC
                       OR PMT-BRANCH-NUM = ZEROS
                   MOVE 'INVALID BRANCH' TO WS-REJECT-REASON
                   MOVE 4037 TO WS-REJECT-CODE
                   SET PRC-FIELDS-VALID TO FALSE
           END-EVALUATE
           IF NOT PRC-FIELDS-VALID
               PERFORM REJECT-TRANSACTION
           END-IF.
      *
      * VALIDATE-MANDATE-DATES takes a blank start as today and a
      * blank end as no end date; either date left at zeros did not
      * prove to be a real calendar date.
       VALIDATE-MANDATE-DATES.
           MOVE ZEROS TO WS-VALID-FROM
           MOVE ZEROS TO WS-VALID-TO
           IF PMT-VALID-FROM = SPACES
               MOVE WS-RUN-DATE TO WS-VALID-FROM
           ELSE
               IF PMT-VALID-FROM IS NUMERIC
                   MOVE PMT-FROM-NUM TO WS-EDIT-DATE
                   PERFORM CHECK-EDIT-CALENDAR
                   MOVE WS-EDIT-DATE TO WS-VALID-FROM
               END-IF
           END-IF
           IF PMT-VALID-TO = SPACES
               MOVE 99999999 TO WS-VALID-TO
           ELSE
               IF PMT-VALID-TO IS NUMERIC
                   MOVE PMT-TO-NUM TO WS-EDIT-DATE
                   PERFORM CHECK-EDIT-CALENDAR
                   MOVE WS-EDIT-DATE TO WS-VALID-TO
               END-IF
           END-IF.
      *
       CHECK-EDIT-CALENDAR.
           IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
               MOVE ZEROS TO WS-EDIT-DATE
           ELSE
               MOVE WS-DAYS-IN-MONTH(WS-EDIT-MM) TO WS-MAX-DAY
               IF WS-EDIT-MM = 2
                   PERFORM CHECK-LEAP-YEAR
               END-IF
               IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-MAX-DAY
                   MOVE ZEROS TO WS-EDIT-DATE
               END-IF
           END-IF.
      *
       CHECK-LEAP-YEAR.
           DIVIDE WS-EDIT-YYYY BY 4 GIVING WS-DATE-QUOT
               REMAINDER WS-DATE-REM
           IF WS-DATE-REM = 0
               DIVIDE WS-EDIT-YYYY BY 100 GIVING WS-DATE-QUOT
                   REMAINDER WS-DATE-REM
               IF WS-DATE-REM NOT = 0
                   MOVE 29 TO WS-MAX-DAY
               ELSE
                   DIVIDE WS-EDIT-YYYY BY 400 GIVING WS-DATE-QUOT
                       REMAINDER WS-DATE-REM
                   IF WS-DATE-REM = 0
                       MOVE 29 TO WS-MAX-DAY
                   END-IF
               END-IF
           END-IF.
      *
      * CHECK-PARTY-ON-FILE proves one side of the mandate: a person
      * on CUSTMAST, or for a grantor a company by its owner key on
      * PJMAST, neither closed, deceased nor blocked.
       CHECK-PARTY-ON-FILE.
           MOVE SPACES TO WS-REJECT-REASON
           IF CHECK-IS-COMPANY AND WS-CHECK-PARTY = 'GRANTOR'
               PERFORM CHECK-COMPANY-GRANTOR
           ELSE
               MOVE WS-CHECK-CPF TO CPF IN CLIENTE-REC
               READ CUSTMAST
                   INVALID KEY
                       SET PRC-FIELDS-VALID TO FALSE
                       MOVE 4006 TO WS-REJECT-CODE
                       STRING WS-CHECK-PARTY DELIMITED BY SPACE
                              ' NOT ON FILE' DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                       END-STRING
                   NOT INVALID KEY
                       IF CLIENTE-PROTECTED
                           SET PRC-FIELDS-VALID TO FALSE
                           MOVE 4032 TO WS-REJECT-CODE
                           STRING WS-CHECK-PARTY DELIMITED BY SPACE
                                  ' NOT ACTIVE' DELIMITED BY SIZE
                               INTO WS-REJECT-REASON
                           END-STRING
                       END-IF
               END-READ
           END-IF
           IF NOT PRC-FIELDS-VALID
               PERFORM REJECT-TRANSACTION
           END-IF.
      *
       CHECK-COMPANY-GRANTOR.
           IF NOT PJMAST-AVAILABLE
               SET PRC-FIELDS-VALID TO FALSE
               MOVE 4006 TO WS-REJECT-CODE
               MOVE 'GRANTOR NOT ON FILE' TO WS-REJECT-REASON
           ELSE
               MOVE WS-CHECK-CPF TO PJ-OWNER-KEY
               READ PJ-FILE KEY IS PJ-OWNER-KEY
                   INVALID KEY
                       SET PRC-FIELDS-VALID TO FALSE
                       MOVE 4006 TO WS-REJECT-CODE
                       MOVE 'GRANTOR NOT ON FILE' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF NOT PJ-ACTIVE
                           SET PRC-FIELDS-VALID TO FALSE
                           MOVE 4032 TO WS-REJECT-CODE
                           MOVE 'GRANTOR NOT ACTIVE'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.
      *
       WRITE-NEW-MANDATE.
           PERFORM FILL-MANDATE-FIELDS
           WRITE PROCURA-REC
               INVALID KEY
                   MOVE 'DUPLICATE MANDATE' TO WS-REJECT-REASON
                   MOVE 4020 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-REGISTER-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-REGISTER-COUNT OVERFLOWED'
                   END-ADD
           END-WRITE.
      *
      * RENEW-MANDATE replaces the instrument, powers and dates of a
      * pair already on file, bringing a revoked mandate back in
      * force under the new traslado.
       RENEW-MANDATE.
           PERFORM FILL-MANDATE-FIELDS
           REWRITE PROCURA-REC
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   MOVE 4008 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-RENEW-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-RENEW-COUNT OVERFLOWED'
                   END-ADD
           END-REWRITE.
      *
       FILL-MANDATE-FIELDS.
           MOVE SPACES              TO PROCURA-REC
           MOVE PMT-GRANTOR-CPF     TO PRC-GRANTOR-CPF
           MOVE PMT-ATTORNEY-CPF    TO PRC-ATTORNEY-CPF
           MOVE PMT-NOTARY-REF      TO PRC-NOTARY-REF
           MOVE PMT-POWERS          TO PRC-POWERS
           MOVE WS-VALID-FROM       TO PRC-VALID-FROM
           MOVE WS-VALID-TO         TO PRC-VALID-TO
           MOVE ZEROS               TO PRC-REVOKED-DATE
           MOVE PMT-BRANCH-NUM      TO PRC-BRANCH
           MOVE WS-RUN-DATE         TO PRC-REGISTERED-DATE
           SET PRC-ACTIVE           TO TRUE.
      *
      * APPLY-REVOKE-MANDATE revokes a mandate in force on the
      * branch's request; the record stays on file with the date.
       APPLY-REVOKE-MANDATE.
           MOVE PMT-GRANTOR-CPF  TO PRC-GRANTOR-CPF
           MOVE PMT-ATTORNEY-CPF TO PRC-ATTORNEY-CPF
           READ PROCURA-FILE
               INVALID KEY
                   MOVE 'MANDATE NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 4021 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   IF PRC-REVOKED
                       MOVE 'ALREADY REVOKED' TO WS-REJECT-REASON
                       MOVE 4033 TO WS-REJECT-CODE
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       PERFORM REVOKE-FOUND-MANDATE
                   END-IF
           END-READ.
      *
       REVOKE-FOUND-MANDATE.
           SET PRC-REVOKED       TO TRUE
           MOVE WS-RUN-DATE      TO PRC-REVOKED-DATE
           REWRITE PROCURA-REC
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   MOVE 4008 TO WS-REJECT-CODE
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-REVOKE-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-REVOKE-COUNT OVERFLOWED'
                   END-ADD
           END-REWRITE.
      *
      * REJECT-TRANSACTION keys the exception by the grantor and
      * carries the attorney's CPF in the input data.
       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REJECT-COUNT OVERFLOWED'
           END-ADD
           MOVE SPACES             TO EXC-REC
           MOVE 'PRCMAINT'         TO EXC-PROGRAM
           MOVE PMT-GRANTOR-CPF    TO EXC-KEY
           MOVE WS-REJECT-CODE     TO EXC-REASON-CODE
           MOVE WS-REJECT-REASON   TO EXC-REASON-TEXT
           MOVE PMT-ATTORNEY-CPF   TO EXC-INPUT-DATA
           WRITE EXC-REC.
      *
      * WRITE-ALERT-RECORD appends this run's problem to the shop-wide
      * alert file so the end-of-night alert report (ALERTRPT) puts it
      * on the one page the morning operator reads, instead of a
      * DISPLAY buried in this job's SYSOUT.
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES            TO ALERT-REC
           MOVE 'PRCMAINT'        TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM PRCMAINT.
