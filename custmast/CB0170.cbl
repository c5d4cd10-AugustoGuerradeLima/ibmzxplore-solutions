      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ESTCERT.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  ESTCERT is the estate balance certificate for the probate
      *  inventory - what the clerks used to piece together from
      *  BALTREND and CUST360 screens once DECDINTK had set a
      *  customer deceased and the family's lawyer wrote in.  Each
      *  request card names the deceased's CPF, the date of death
      *  and the addressee.  The customer must be on the master with
      *  the deceased status.  Every account the deceased held
      *  through CUSTXREF (a procurador's link ends at death and is
      *  not listed) is certified at its BALHIST position on the
      *  date of death - the latest snapshot on or before it, as
      *  CONFLTR takes its as-of balance - with each holder's equal
      *  share, the odd cent going to the first holder on the
      *  cross-reference the way FGCRPT shares.  The deceased's
      *  contracts still being paid on LOANMST follow, and then
      *  every credit posted to those accounts after the date of
      *  death that is not one half of a reversal pair made after
      *  it, as the statement nets them, since a pension or salary
      *  paid after death may have to be returned.  The certificate
      *  prints one per page in CONFLTR's letter layout and every
      *  line is archived to ESTARCH as printed.  A request that
      *  cannot be certified is skipped and listed, and the run then
      *  ends RC 4 with an alert; so does a certificate carrying an
      *  account with no balance on file for the date.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EST-REQ-FILE ASSIGN TO ESTREQ.
           SELECT CUSTMAST    ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF IN CLIENTE-REC
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT XREF-FILE   ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               ALTERNATE RECORD KEY IS XRF-CONTA-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
           SELECT BAL-HIST-FILE ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-BALHIST-STATUS.
           SELECT LOAN-FILE   ASSIGN TO LOANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-CONTRACT
               FILE STATUS IS WS-LOANMST-STATUS.
           SELECT PST-HIST-FILE ASSIGN TO PSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PSTHIST-STATUS.
           SELECT EST-ARCH-FILE ASSIGN TO ESTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECA-KEY
               FILE STATUS IS WS-ESTARCH-STATUS.
           SELECT PRINT-FILE  ASSIGN TO PRTFILE.
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
      * One request card per certificate: the deceased, the date of
      * death and who the certificate is addressed to.
       FD  EST-REQ-FILE RECORDING MODE F.
       01  EST-REQ-REC.
           05  ESR-CPF          PIC X(11).
           05  ESR-DEATH-DATE   PIC X(8).
           05  ESR-ADDRESSEE    PIC X(40).
           05  FILLER           PIC X(21).
      *
       FD  CUSTMAST RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
      *
       FD  BAL-HIST-FILE RECORDING MODE F.
           COPY BALHIST.
      *
       FD  LOAN-FILE RECORDING MODE F.
           COPY LOANMST.
      *
       FD  PST-HIST-FILE RECORDING MODE F.
           COPY PSTHIST.
      *
       FD  EST-ARCH-FILE RECORDING MODE F.
           COPY ESTARCH.
      *
       FD  PRINT-FILE RECORDING MODE F.
       01  PRINT-REC          PIC X(132).
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
           05  WS-REQ-EOF          PIC X VALUE 'N'.
               88  REQUEST-AT-EOF      VALUE 'Y'.
           05  WS-SNAP-FLAG        PIC X VALUE 'N'.
               88  SNAPSHOT-FOUND      VALUE 'Y' FALSE 'N'.
           05  WS-SCAN-FLAG        PIC X VALUE 'N'.
               88  SCAN-DONE           VALUE 'Y' FALSE 'N'.
           05  WS-REQ-OK-FLAG      PIC X VALUE 'N'.
               88  REQUEST-OK          VALUE 'Y' FALSE 'N'.
           05  WS-LOAN-OPEN-FLAG   PIC X VALUE 'N'.
               88  LOAN-FILE-OPEN      VALUE 'Y' FALSE 'N'.
           05  WS-PSTHIST-FLAG     PIC X VALUE 'N'.
               88  PSTHIST-AVAILABLE   VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-CUSTMAST-STATUS      PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-BALHIST-STATUS       PIC XX.
       01  WS-LOANMST-STATUS       PIC XX.
       01  WS-PSTHIST-STATUS       PIC XX.
       01  WS-ESTARCH-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-CERT-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-SKIPPED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-NO-SNAPSHOT-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-ARCHIVED-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-SKIP-REASON          PIC X(30).
      * The certificate in hand.
       01  WS-DECEASED-CPF         PIC X(11).
       01  WS-DECEASED-NOME        PIC X(20).
       01  WS-DEATH-DATE           PIC 9(8).
       01  WS-LINE-NO              PIC 9(4).
       01  WS-CERT-TEXT            PIC X(100).
       01  WS-ACCT-COUNT           PIC 99.
       01  WS-ACCT-IX              PIC 99.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-CONTA        PIC 9(10) OCCURS 50 TIMES.
       01  WS-SCAN-CONTA           PIC 9(10).
       01  WS-FOUND-DATE           PIC 9(8).
       01  WS-FOUND-SALDO          PIC S9(9)V99.
       01  WS-FOUND-AGENCIA        PIC 9(4).
       01  WS-HOLDER-COUNT         PIC 99.
       01  WS-HOLDER-IX            PIC 99.
       01  WS-HOLDER-TABLE.
           05  WS-HOLDER-KEY        PIC X(11) OCCURS 10 TIMES.
       01  WS-SHARE-AMOUNT         PIC S9(9)V99.
       01  WS-FIRST-SHARE          PIC S9(9)V99.
       01  WS-TOTAL-SHARE          PIC S9(11)V99.
       01  WS-TOTAL-LOANS          PIC S9(11)V99.
       01  WS-TOTAL-CREDITS        PIC S9(11)V99.
       01  WS-LOAN-COUNT           PIC 9(3).
       01  WS-CREDIT-COUNT         PIC 9(5).
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS        PIC XX.
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-RUN-NUMBER           PIC 9(7).
       01  WS-RUN-END-TIME         PIC 9(8).
       01  WS-ELAPSED-TIME         PIC 9(8).
      *
      * Certificate lines; each is moved to WS-CERT-TEXT and printed
      * and archived through PRINT-CERT-LINE.
       01  CERT-HDR-LINE.
           05  FILLER         PIC X(48) VALUE
               'ESTATE BALANCE CERTIFICATE - DATE OF DEATH'.
           05  CHL-DEATH-DATE PIC 9(8).
           05  FILLER         PIC X(44) VALUE SPACES.
       01  CERT-RE-LINE.
           05  FILLER         PIC X(18) VALUE 'RE: ESTATE OF'.
           05  CRL-NOME       PIC X(20).
           05  FILLER         PIC X(6)  VALUE ' CPF '.
           05  CRL-CPF        PIC X(11).
           05  FILLER         PIC X(45) VALUE SPACES.
       01  CERT-ACCT-LINE.
           05  FILLER         PIC X(8)  VALUE 'ACCOUNT'.
           05  CAL-CONTA      PIC 9(10).
           05  FILLER         PIC X(8)  VALUE ' BRANCH '.
           05  CAL-AGENCIA    PIC 9(4).
           05  FILLER         PIC X(10) VALUE ' BALANCE '.
           05  CAL-SALDO      PIC -(9)9.99.
           05  FILLER         PIC X(10) VALUE ' AS AT '.
           05  CAL-AS-AT      PIC 9(8).
           05  FILLER         PIC X(29) VALUE SPACES.
       01  CERT-NO-BAL-LINE.
           05  FILLER         PIC X(8)  VALUE 'ACCOUNT'.
           05  CNB-CONTA      PIC 9(10).
           05  FILLER         PIC X(82) VALUE
               ' - NO BALANCE ON FILE ON OR BEFORE THE DATE OF DEATH'.
       01  CERT-HOLDER-LINE.
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  CHD-ROLE       PIC X(12).
           05  CHD-CPF        PIC X(11).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  CHD-NOME       PIC X(20).
           05  FILLER         PIC X(8)  VALUE ' SHARE '.
           05  CHD-SHARE      PIC -(9)9.99.
           05  FILLER         PIC X(31) VALUE SPACES.
       01  CERT-LOAN-LINE.
           05  FILLER         PIC X(9)  VALUE 'CONTRACT'.
           05  CLN-CONTRACT   PIC 9(10).
           05  FILLER         PIC X(9)  VALUE ' ACCOUNT '.
           05  CLN-CONTA      PIC 9(10).
           05  FILLER         PIC X(14) VALUE ' OUTSTANDING '.
           05  CLN-OUTSTANDING PIC -(9)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  CLN-STATUS     PIC X(10).
           05  FILLER         PIC X(24) VALUE SPACES.
       01  CERT-CREDIT-LINE.
           05  FILLER         PIC X(8)  VALUE 'ACCOUNT'.
           05  CCR-CONTA      PIC 9(10).
           05  FILLER         PIC X(7)  VALUE ' POSTED'.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  CCR-DATE       PIC 9(8).
           05  FILLER         PIC X(8)  VALUE ' SOURCE '.
           05  CCR-SOURCE     PIC X(4).
           05  FILLER         PIC X(9)  VALUE ' AMOUNT '.
           05  CCR-AMOUNT     PIC -(9)9.99.
           05  FILLER         PIC X(32) VALUE SPACES.
       01  CERT-TOTAL-LINE.
           05  CTL-LABEL      PIC X(50).
           05  CTL-AMOUNT     PIC -(11)9.99.
           05  FILLER         PIC X(35) VALUE SPACES.
       01  SKIP-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(16) VALUE 'NOT CERTIFIED'.
           05  SKL-CPF        PIC X(11).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  SKL-DATE       PIC X(8).
           05  FILLER         PIC X(3)  VALUE ' - '.
           05  SKL-REASON     PIC X(30).
       01  PRINT-CERT-AREA.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  PCA-TEXT       PIC X(100).
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
           PERFORM CERTIFY-UNTIL-DONE
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT EST-REQ-FILE.
           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'ESTCERT UNABLE TO OPEN CUSTMAST - STATUS '
                   WS-CUSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'ESTCERT UNABLE TO OPEN CUSTXREF - STATUS '
                   WS-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BAL-HIST-FILE
           IF WS-BALHIST-STATUS NOT = '00'
               DISPLAY 'ESTCERT UNABLE TO OPEN BALHIST - STATUS '
                   WS-BALHIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOAN-FILE
           IF WS-LOANMST-STATUS = '00'
               SET LOAN-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'ESTCERT - NO LOAN MASTER - CERTIFICATES '
                       'CARRY NO LOANS'
           END-IF
           OPEN INPUT PST-HIST-FILE
           IF WS-PSTHIST-STATUS = '00'
               SET PSTHIST-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'ESTCERT - NO POSTING HISTORY - CERTIFICATES '
                       'CARRY NO LATER CREDITS'
           END-IF
           OPEN I-O EST-ARCH-FILE
               IF WS-ESTARCH-STATUS = '35'
                   CLOSE EST-ARCH-FILE
                   OPEN OUTPUT EST-ARCH-FILE
                   CLOSE EST-ARCH-FILE
                   OPEN I-O EST-ARCH-FILE
               END-IF.
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'ESTCERT' TO SEQ-JOB-NAME
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
           MOVE 'ESTCERT'       TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       CERTIFY-UNTIL-DONE.
           PERFORM READ-REQUEST
           PERFORM UNTIL REQUEST-AT-EOF OR COUNTER-OVERFLOWED
               PERFORM CERTIFY-ONE-ESTATE
               PERFORM READ-REQUEST
           END-PERFORM.
      *
       READ-REQUEST.
           READ EST-REQ-FILE
               AT END SET REQUEST-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
       CERTIFY-ONE-ESTATE.
           PERFORM CHECK-REQUEST
           IF REQUEST-OK
               PERFORM PRINT-CERTIFICATE
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-SKIPPED-COUNT OVERFLOWED'
               END-ADD
               MOVE ESR-CPF        TO SKL-CPF
               MOVE ESR-DEATH-DATE TO SKL-DATE
               MOVE WS-SKIP-REASON TO SKL-REASON
               IF WS-CERT-COUNT > ZEROS OR WS-SKIPPED-COUNT > 1
                   WRITE PRINT-REC FROM SPACES AFTER ADVANCING PAGE
               END-IF
               WRITE PRINT-REC FROM SKIP-LINE
               DISPLAY 'ESTCERT SKIPPED ' ESR-CPF ' - '
                       WS-SKIP-REASON
           END-IF.
      *
      * CHECK-REQUEST wants a date of death no later than today and
      * a customer on the master who has been set deceased.
       CHECK-REQUEST.
           SET REQUEST-OK TO FALSE
           MOVE SPACES TO WS-SKIP-REASON
           IF ESR-DEATH-DATE IS NOT NUMERIC
               MOVE 'DATE OF DEATH NOT NUMERIC' TO WS-SKIP-REASON
           ELSE
               MOVE ESR-DEATH-DATE TO WS-DEATH-DATE
               IF WS-DEATH-DATE > WS-RUN-DATE
                       OR WS-DEATH-DATE = ZEROS
                   MOVE 'DATE OF DEATH NOT VALID' TO WS-SKIP-REASON
               ELSE
                   MOVE ESR-CPF TO CPF IN CLIENTE-REC
                   READ CUSTMAST
                       INVALID KEY
                           MOVE 'CPF NOT ON CUSTOMER MASTER'
                               TO WS-SKIP-REASON
                       NOT INVALID KEY
                           IF CLIENTE-DECEASED
                               SET REQUEST-OK TO TRUE
                           ELSE
                               MOVE 'CUSTOMER NOT SET DECEASED'
                                   TO WS-SKIP-REASON
                           END-IF
                   END-READ
               END-IF
           END-IF.
      *
      * PRINT-CERTIFICATE is one page per certificate in CONFLTR's
      * letter layout: the accounts at the date of death with the
      * holders' shares, the loans, then the later credits.
       PRINT-CERTIFICATE.
           ADD 1 TO WS-CERT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-CERT-COUNT OVERFLOWED'
           END-ADD
           MOVE ESR-CPF             TO WS-DECEASED-CPF
           MOVE NOME IN CLIENTE-REC TO WS-DECEASED-NOME
           MOVE ZEROS TO WS-LINE-NO
           MOVE ZEROS TO WS-TOTAL-SHARE
           MOVE ZEROS TO WS-TOTAL-LOANS
           MOVE ZEROS TO WS-TOTAL-CREDITS
           PERFORM PURGE-EARLIER-ISSUE
           IF WS-CERT-COUNT > 1 OR WS-SKIPPED-COUNT > ZEROS
               WRITE PRINT-REC FROM SPACES AFTER ADVANCING PAGE
           END-IF
           MOVE WS-DEATH-DATE TO CHL-DEATH-DATE
           MOVE CERT-HDR-LINE TO WS-CERT-TEXT
           PERFORM PRINT-CERT-LINE
           PERFORM PRINT-BLANK-LINE
           MOVE ESR-ADDRESSEE TO WS-CERT-TEXT
           PERFORM PRINT-CERT-LINE
           PERFORM PRINT-BLANK-LINE
           MOVE WS-DECEASED-NOME TO CRL-NOME
           MOVE WS-DECEASED-CPF  TO CRL-CPF
           MOVE CERT-RE-LINE     TO WS-CERT-TEXT
           PERFORM PRINT-CERT-LINE
           PERFORM PRINT-BLANK-LINE
           MOVE 'WE CERTIFY THE BALANCES HELD ON THE DATE OF DEATH:'
               TO WS-CERT-TEXT
           PERFORM PRINT-CERT-LINE
           PERFORM PRINT-BLANK-LINE
           PERFORM LIST-DECEASED-ACCOUNTS
           IF WS-ACCT-COUNT = ZEROS
               MOVE 'NO ACCOUNT IS HELD IN THE NAME OF THE DECEASED.'
                   TO WS-CERT-TEXT
               PERFORM PRINT-CERT-LINE
           END-IF
           PERFORM CERTIFY-ONE-ACCOUNT
               VARYING WS-ACCT-IX FROM 1 BY 1
               UNTIL WS-ACCT-IX > WS-ACCT-COUNT
           MOVE 'TOTAL OF THE DECEASED''S SHARES' TO CTL-LABEL
           MOVE WS-TOTAL-SHARE TO CTL-AMOUNT
           MOVE CERT-TOTAL-LINE TO WS-CERT-TEXT
           PERFORM PRINT-CERT-LINE
           PERFORM PRINT-BLANK-LINE
           PERFORM CERTIFY-LOANS
           PERFORM PRINT-BLANK-LINE
           PERFORM CERTIFY-LATER-CREDITS
           PERFORM PRINT-BLANK-LINE
           MOVE SPACES TO WS-CERT-TEXT
           STRING 'ISSUED ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' FROM OUR RECORDS FOR THE PROBATE INVENTORY.'
                      DELIMITED BY SIZE
                  INTO WS-CERT-TEXT
           END-STRING
           PERFORM PRINT-CERT-LINE.
      *
      * PURGE-EARLIER-ISSUE drops a certificate already archived for
      * this customer today, so a second issue replaces it whole.
       PURGE-EARLIER-ISSUE.
           SET SCAN-DONE TO FALSE
           MOVE WS-DECEASED-CPF TO ECA-CPF
           MOVE WS-RUN-DATE     TO ECA-ISSUE-DATE
           MOVE ZEROS           TO ECA-LINE-NO
           START EST-ARCH-FILE KEY IS NOT LESS THAN ECA-KEY
               INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM PURGE-ONE-LINE UNTIL SCAN-DONE.
      *
       PURGE-ONE-LINE.
           READ EST-ARCH-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   IF ECA-CPF NOT = WS-DECEASED-CPF
                           OR ECA-ISSUE-DATE NOT = WS-RUN-DATE
                       SET SCAN-DONE TO TRUE
                   ELSE
                       DELETE EST-ARCH-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
           END-READ.
      *
      * PRINT-CERT-LINE prints the line and files it in the archive
      * under the next line number.
       PRINT-CERT-LINE.
           MOVE WS-CERT-TEXT TO PCA-TEXT
           WRITE PRINT-REC FROM PRINT-CERT-AREA
           ADD 1 TO WS-LINE-NO
           MOVE SPACES          TO EST-ARCH-REC
           MOVE WS-DECEASED-CPF TO ECA-CPF
           MOVE WS-RUN-DATE     TO ECA-ISSUE-DATE
           MOVE WS-LINE-NO      TO ECA-LINE-NO
           MOVE WS-DEATH-DATE   TO ECA-DEATH-DATE
           MOVE WS-CERT-TEXT    TO ECA-TEXT
           WRITE EST-ARCH-REC
               INVALID KEY
                   REWRITE EST-ARCH-REC
           END-WRITE
           ADD 1 TO WS-ARCHIVED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-ARCHIVED-COUNT OVERFLOWED'
           END-ADD.
      *
       PRINT-BLANK-LINE.
           MOVE SPACES TO WS-CERT-TEXT
           PERFORM PRINT-CERT-LINE.
      *
      * LIST-DECEASED-ACCOUNTS walks the deceased's own links on the
      * cross-reference primary key; a procurador's link is passed.
       LIST-DECEASED-ACCOUNTS.
           MOVE ZEROS TO WS-ACCT-COUNT
           SET SCAN-DONE TO FALSE
           MOVE WS-DECEASED-CPF TO XRF-CPF
           MOVE ZEROS           TO XRF-CONTA-NUM
           START XREF-FILE KEY IS NOT LESS THAN XRF-KEY
               INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM NOTE-ONE-ACCOUNT UNTIL SCAN-DONE.
      *
       NOTE-ONE-ACCOUNT.
           READ XREF-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   IF XRF-CPF NOT = WS-DECEASED-CPF
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF NOT XRF-PROCURADOR
                               AND WS-ACCT-COUNT < 50
                           ADD 1 TO WS-ACCT-COUNT
                           MOVE XRF-CONTA-NUM
                               TO WS-ACCT-CONTA(WS-ACCT-COUNT)
                       END-IF
                   END-IF
           END-READ.
      *
      * CERTIFY-ONE-ACCOUNT prints the account's position on the date
      * of death and every holder's share of it.
       CERTIFY-ONE-ACCOUNT.
           MOVE WS-ACCT-CONTA(WS-ACCT-IX) TO WS-SCAN-CONTA
           PERFORM FIND-DEATH-DATE-SNAPSHOT
           IF NOT SNAPSHOT-FOUND
               ADD 1 TO WS-NO-SNAPSHOT-COUNT
               MOVE WS-SCAN-CONTA    TO CNB-CONTA
               MOVE CERT-NO-BAL-LINE TO WS-CERT-TEXT
               PERFORM PRINT-CERT-LINE
           ELSE
               MOVE WS-SCAN-CONTA    TO CAL-CONTA
               MOVE WS-FOUND-AGENCIA TO CAL-AGENCIA
               MOVE WS-FOUND-SALDO   TO CAL-SALDO
               MOVE WS-FOUND-DATE    TO CAL-AS-AT
               MOVE CERT-ACCT-LINE   TO WS-CERT-TEXT
               PERFORM PRINT-CERT-LINE
               PERFORM GATHER-ACCOUNT-HOLDERS
               DIVIDE WS-FOUND-SALDO BY WS-HOLDER-COUNT
                   GIVING WS-SHARE-AMOUNT
               COMPUTE WS-FIRST-SHARE = WS-FOUND-SALDO
                       - (WS-SHARE-AMOUNT * (WS-HOLDER-COUNT - 1))
               PERFORM PRINT-ONE-HOLDER
                   VARYING WS-HOLDER-IX FROM 1 BY 1
                   UNTIL WS-HOLDER-IX > WS-HOLDER-COUNT
           END-IF.
      *
      * FIND-DEATH-DATE-SNAPSHOT keeps the latest BALHIST position on
      * or before the date of death, CONFLTR's walk.
       FIND-DEATH-DATE-SNAPSHOT.
           SET SNAPSHOT-FOUND TO FALSE
           SET SCAN-DONE TO FALSE
           MOVE WS-SCAN-CONTA TO BH-CONTA-NUM
           MOVE ZEROS         TO BH-RUN-DATE
           START BAL-HIST-FILE KEY IS NOT LESS THAN BH-KEY
               INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-ONE-SNAPSHOT UNTIL SCAN-DONE.
      *
       SCAN-ONE-SNAPSHOT.
           READ BAL-HIST-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   IF BH-CONTA-NUM NOT = WS-SCAN-CONTA
                           OR BH-RUN-DATE > WS-DEATH-DATE
                       SET SCAN-DONE TO TRUE
                   ELSE
                       SET SNAPSHOT-FOUND TO TRUE
                       MOVE BH-RUN-DATE TO WS-FOUND-DATE
                       MOVE BH-SALDO    TO WS-FOUND-SALDO
                       MOVE BH-AGENCIA  TO WS-FOUND-AGENCIA
                   END-IF
           END-READ.
      *
      * GATHER-ACCOUNT-HOLDERS lists everyone holding the account off
      * the alternate key, procuradores aside.  The deceased's own
      * link is always among them.
       GATHER-ACCOUNT-HOLDERS.
           MOVE ZEROS TO WS-HOLDER-COUNT
           SET SCAN-DONE TO FALSE
           MOVE WS-SCAN-CONTA TO XRF-CONTA-NUM
           START XREF-FILE KEY IS EQUAL TO XRF-CONTA-NUM
               INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM NOTE-ONE-HOLDER UNTIL SCAN-DONE
           IF WS-HOLDER-COUNT = ZEROS
               MOVE 1 TO WS-HOLDER-COUNT
               MOVE WS-DECEASED-CPF TO WS-HOLDER-KEY(1)
           END-IF.
      *
       NOTE-ONE-HOLDER.
           READ XREF-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   IF XRF-CONTA-NUM NOT = WS-SCAN-CONTA
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF NOT XRF-PROCURADOR
                               AND WS-HOLDER-COUNT < 10
                           ADD 1 TO WS-HOLDER-COUNT
                           MOVE XRF-CPF
                               TO WS-HOLDER-KEY(WS-HOLDER-COUNT)
                       END-IF
                   END-IF
           END-READ.
      *
       PRINT-ONE-HOLDER.
           MOVE SPACES TO CHD-NOME
           MOVE WS-HOLDER-KEY(WS-HOLDER-IX) TO CHD-CPF
           IF WS-HOLDER-IX = 1
               MOVE WS-FIRST-SHARE TO CHD-SHARE
           ELSE
               MOVE WS-SHARE-AMOUNT TO CHD-SHARE
           END-IF
           IF WS-HOLDER-KEY(WS-HOLDER-IX) = WS-DECEASED-CPF
               MOVE 'DECEASED'       TO CHD-ROLE
               MOVE WS-DECEASED-NOME TO CHD-NOME
               IF WS-HOLDER-IX = 1
                   ADD WS-FIRST-SHARE  TO WS-TOTAL-SHARE
               ELSE
                   ADD WS-SHARE-AMOUNT TO WS-TOTAL-SHARE
               END-IF
           ELSE
               MOVE 'CO-HOLDER'      TO CHD-ROLE
               MOVE WS-HOLDER-KEY(WS-HOLDER-IX)
                   TO CPF IN CLIENTE-REC
               READ CUSTMAST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE NOME IN CLIENTE-REC TO CHD-NOME
               END-READ
           END-IF
           MOVE CERT-HOLDER-LINE TO WS-CERT-TEXT
           PERFORM PRINT-CERT-LINE.
      *
      * CERTIFY-LOANS lists the deceased's contracts still being paid
      * - active or in arrears - off a pass of the loan master.
       CERTIFY-LOANS.
           MOVE 'OUTSTANDING LOANS IN THE NAME OF THE DECEASED:'
               TO WS-CERT-TEXT
           PERFORM PRINT-CERT-LINE
           MOVE ZEROS TO WS-LOAN-COUNT
           IF LOAN-FILE-OPEN
               SET SCAN-DONE TO FALSE
               MOVE ZEROS TO LN-CONTRACT
               START LOAN-FILE KEY IS NOT LESS THAN LN-CONTRACT
                   INVALID KEY SET SCAN-DONE TO TRUE
               END-START
               PERFORM CHECK-ONE-LOAN UNTIL SCAN-DONE
           END-IF
           IF WS-LOAN-COUNT = ZEROS
               MOVE 'NONE' TO WS-CERT-TEXT
               PERFORM PRINT-CERT-LINE
           ELSE
               MOVE 'TOTAL OUTSTANDING' TO CTL-LABEL
               MOVE WS-TOTAL-LOANS      TO CTL-AMOUNT
               MOVE CERT-TOTAL-LINE     TO WS-CERT-TEXT
               PERFORM PRINT-CERT-LINE
           END-IF.
      *
       CHECK-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   IF LN-CPF = WS-DECEASED-CPF
                           AND (LN-ACTIVE OR LN-IN-ARREARS)
                       ADD 1 TO WS-LOAN-COUNT
                       ADD LN-OUTSTANDING TO WS-TOTAL-LOANS
                       MOVE LN-CONTRACT    TO CLN-CONTRACT
                       MOVE LN-CONTA-NUM   TO CLN-CONTA
                       MOVE LN-OUTSTANDING TO CLN-OUTSTANDING
                       IF LN-IN-ARREARS
                           MOVE 'IN ARREARS' TO CLN-STATUS
                       ELSE
                           MOVE 'CURRENT'    TO CLN-STATUS
                       END-IF
                       MOVE CERT-LOAN-LINE TO WS-CERT-TEXT
                       PERFORM PRINT-CERT-LINE
                   END-IF
           END-READ.
      *
      * CERTIFY-LATER-CREDITS lists every credit posted to the
      * deceased's accounts after the date of death and not since
      * reversed.
       CERTIFY-LATER-CREDITS.
           MOVE 'CREDITS RECEIVED AFTER THE DATE OF DEATH:'
               TO WS-CERT-TEXT
           PERFORM PRINT-CERT-LINE
           MOVE ZEROS TO WS-CREDIT-COUNT
           IF PSTHIST-AVAILABLE
               PERFORM SCAN-ACCOUNT-CREDITS
                   VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-COUNT
           END-IF
           IF WS-CREDIT-COUNT = ZEROS
               MOVE 'NONE' TO WS-CERT-TEXT
               PERFORM PRINT-CERT-LINE
           ELSE
               MOVE 'TOTAL CREDITED AFTER THE DATE OF DEATH'
                   TO CTL-LABEL
               MOVE WS-TOTAL-CREDITS TO CTL-AMOUNT
               MOVE CERT-TOTAL-LINE  TO WS-CERT-TEXT
               PERFORM PRINT-CERT-LINE
           END-IF.
      *
       SCAN-ACCOUNT-CREDITS.
           MOVE WS-ACCT-CONTA(WS-ACCT-IX) TO WS-SCAN-CONTA
           SET SCAN-DONE TO FALSE
           MOVE WS-SCAN-CONTA TO PH-CONTA-NUM
           MOVE WS-DEATH-DATE TO PH-POST-DATE
           MOVE 99999         TO PH-SEQ
           START PST-HIST-FILE KEY IS GREATER THAN PH-KEY
               INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM CHECK-ONE-POSTING UNTIL SCAN-DONE.
      *
      * CHECK-ONE-POSTING lists a credit made after the death.  A
      * reversal and the posting it reversed cancel when both fall
      * after the death, as on the statement; either half whose
      * partner is on or before the death date still shows.
       CHECK-ONE-POSTING.
           READ PST-HIST-FILE NEXT RECORD
               AT END SET SCAN-DONE TO TRUE
               NOT AT END
                   IF PH-CONTA-NUM NOT = WS-SCAN-CONTA
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF PH-CREDIT
                               AND (PH-NOT-REVERSED
                                    OR PH-LINK-DATE NOT > WS-DEATH-DATE)
                           ADD 1 TO WS-CREDIT-COUNT
                           ADD PH-AMOUNT TO WS-TOTAL-CREDITS
                           MOVE PH-CONTA-NUM   TO CCR-CONTA
                           MOVE PH-POST-DATE   TO CCR-DATE
                           MOVE PH-SOURCE-CODE TO CCR-SOURCE
                           MOVE PH-AMOUNT      TO CCR-AMOUNT
                           MOVE CERT-CREDIT-LINE TO WS-CERT-TEXT
                           PERFORM PRINT-CERT-LINE
                       END-IF
                   END-IF
           END-READ.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE EST-REQ-FILE.
           CLOSE CUSTMAST.
           CLOSE XREF-FILE.
           CLOSE BAL-HIST-FILE.
           IF LOAN-FILE-OPEN
               CLOSE LOAN-FILE
           END-IF
           IF PSTHIST-AVAILABLE
               CLOSE PST-HIST-FILE
           END-IF
           CLOSE EST-ARCH-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'ESTCERT READ ' WS-READ-COUNT
                   ' CERTIFICATES ' WS-CERT-COUNT
                   ' SKIPPED ' WS-SKIPPED-COUNT
                   ' NO BALANCE ' WS-NO-SNAPSHOT-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'ESTCERT ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SKIPPED-COUNT > ZEROS
                       OR WS-NO-SNAPSHOT-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               MOVE 'ESTATE CERTIFICATES TO CHECK BY HAND'
                   TO WS-ALERT-MESSAGE
               COMPUTE WS-ALERT-COUNT = WS-SKIPPED-COUNT
                       + WS-NO-SNAPSHOT-COUNT
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
           MOVE 'ESTCERT'           TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-CERT-COUNT       TO CTLT-OUTPUT-COUNT
           MOVE WS-SKIPPED-COUNT    TO CTLT-REJECT-COUNT
           IF WS-READ-COUNT = WS-CERT-COUNT + WS-SKIPPED-COUNT
               SET CTLT-BALANCED TO TRUE
           ELSE
               SET CTLT-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the grand total broken out by category.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'ESTCERT'           TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-CERT-COUNT       TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'SKIPPED'           TO SUMM-CATEGORY-NAME
           MOVE WS-SKIPPED-COUNT    TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'NO BALANCE'        TO SUMM-CATEGORY-NAME
           MOVE WS-NO-SNAPSHOT-COUNT TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'LINES ARCHIVED'    TO SUMM-CATEGORY-NAME
           MOVE WS-ARCHIVED-COUNT   TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           CLOSE SUMMARY-FILE.
      *
      * WRITE-ALERT-RECORD appends this run's problem to the shop-wide
      * alert file so the end-of-night alert report (ALERTRPT) puts it
      * on the one page the morning operator reads, instead of a
      * DISPLAY buried in this job's SYSOUT.
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES            TO ALERT-REC
           MOVE 'ESTCERT'         TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM ESTCERT.
