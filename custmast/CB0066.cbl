      *  KYCDONE card file of reviewed CPFs stamps the review done
      *  first, so a completed review reschedules before it can land
      *  on the worklist again.
      *  Company customers on the legal-entity master (PJMAST) are
      *  scored after the people, their control records keyed by the
      *  owner key their accounts are linked under.  A company has no
      *  age profile; a young company - founded inside the last two
      *  years - takes the points instead.  The worklist shows the
      *  CNPJ and razao social, and a done card for a company carries
      *  the CNPJ with the CPF left blank.
      *  The heading and each branch's worklist lines are also written,
      *  tagged with the branch, to the RPTDIST extract (RPTDIST.cpy)
      *  so the report burster (RPTBURST) sends each branch only its
      *  own reviews.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KYC-CPF
               FILE STATUS IS WS-KYC-STATUS.
           SELECT PJ-FILE     ASSIGN TO PJMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CNPJ
               ALTERNATE RECORD KEY IS PJ-OWNER-KEY
               FILE STATUS IS WS-PJMAST-STATUS.
           SELECT DONE-FILE   ASSIGN TO KYCDONE
               FILE STATUS IS WS-DONE-STATUS.
           SELECT SORT-WORK   ASSIGN TO SORTWK01.
           SELECT PRINT-FILE  ASSIGN TO PRTFILE.
           SELECT DIST-FILE   ASSIGN TO RPTDIST.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE ASSIGN TO RUNSEQ
               ORGANIZATION IS INDEXED
      *
       FD  KYC-FILE RECORDING MODE F.
           COPY KYCREC.
      *
       FD  PJ-FILE RECORDING MODE F.
           COPY PJMAST.
      *
      * One reviewed CPF per card, reported back by the branch once
      * the review interview is done and filed.
       FD  DONE-FILE RECORDING MODE F.
       01  DONE-CARD-REC.
           05  DONE-CPF         PIC X(11).
           05  DONE-CNPJ        PIC X(14).
           05  FILLER           PIC X(55).
      *
      * Sort work file: the branch leads so the worklist prints each
      * branch's reviews together.  SRT-CPF holds the CNPJ for a
      * company.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-AGENCIA    PIC 9(4).
           05  SRT-CPF        PIC X(14).
           05  SRT-NOME       PIC X(20).
           05  SRT-TIER       PIC X.
           05  SRT-DUE-DATE   PIC 9(8).
      *
       FD  PRINT-FILE RECORDING MODE F.
       01  PRINT-REC          PIC X(132).
      *
       FD  DIST-FILE RECORDING MODE F.
           COPY RPTDIST.
      *
       FD  RUN-CTL-FILE RECORDING MODE F.
           COPY RUNCTL.
               88  SORT-AT-EOF         VALUE 'Y'.
           05  WS-XREF-SCAN-FLAG   PIC X VALUE 'N'.
               88  XREF-SCAN-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-PJMAST-EOF       PIC X VALUE 'N'.
               88  PJMAST-AT-EOF       VALUE 'Y'.
           05  WS-PJMAST-FLAG      PIC X VALUE 'N'.
               88  PJMAST-AVAILABLE    VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-CUSTMAST-STATUS      PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-KYC-STATUS           PIC XX.
       01  WS-DONE-STATUS          PIC XX.
       01  WS-PJMAST-STATUS        PIC XX.
      * Line sequence on the branch distribution extract.
       01  WS-DIST-SEQ             PIC 9(7) VALUE ZEROS.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(4).
           05  WS-PTS-STALE        PIC 9(3) VALUE 10.
           05  WS-PTS-COMPL-HOLD   PIC 9(3) VALUE 40.
           05  WS-PTS-BLOCKED      PIC 9(3) VALUE 25.
           05  WS-PTS-NEW-COMPANY  PIC 9(3) VALUE 15.
      * A company founded fewer than this many years before the run
      * scores as young.
       01  WS-NEW-COMPANY-YEARS    PIC 9(2) VALUE 2.
       01  WS-YOUNG-SINCE          PIC 9(8).
       01  WS-YOUNG-SINCE-X REDEFINES WS-YOUNG-SINCE.
           05  WS-YOUNG-YYYY       PIC 9(4).
           05  FILLER              PIC 9(4).
      * The date a first-time record takes as its last review.
       01  WS-ORIGIN-DATE          PIC 9(8).
       01  WS-EXP-HIGH-LIMIT       PIC 9(9) VALUE 500000.
       01  WS-EXP-MED-LIMIT        PIC 9(9) VALUE 100000.
       01  WS-EXP-LOW-LIMIT        PIC 9(9) VALUE 10000.
           05  BHL-AGENCIA    PIC 9(4).
       01  DETAIL-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  DTL-CPF        PIC X(14).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-NOME       PIC X(20).
           05  FILLER         PIC X(6)  VALUE ' TIER '.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PJ-FILE
           IF WS-PJMAST-STATUS = '00'
               SET PJMAST-AVAILABLE TO TRUE
           END-IF
           OPEN I-O KYC-FILE
               IF WS-KYC-STATUS = '35'
                   CLOSE KYC-FILE
                   OPEN I-O KYC-FILE
               END-IF.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT DIST-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           PERFORM FLATTEN-DATE
           MOVE WS-DAY-NUM-OUT TO WS-RUN-DAY-NUM
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           MOVE HDR-LINE-1   TO RDS-PRINT-LINE
           MOVE ZEROS        TO RDS-BRANCH
           SET RDS-HEADING   TO TRUE
           PERFORM WRITE-DIST-LINE
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
               AT END SET DONE-AT-EOF TO TRUE
               NOT AT END
                   MOVE DONE-CPF TO KYC-CPF
                   IF DONE-CPF = SPACES
                       PERFORM FIND-COMPANY-OWNER-KEY
                   END-IF
                   READ KYC-FILE
                       INVALID KEY
                           DISPLAY 'KYCREVW DONE CARD FOR UNKNOWN '
                   END-READ
           END-READ.
      *
      * FIND-COMPANY-OWNER-KEY turns a company's done card into the
      * owner key its control record is filed under; an unknown CNPJ
      * leaves the key blank and the card reports as unknown.
       FIND-COMPANY-OWNER-KEY.
           IF PJMAST-AVAILABLE
               MOVE DONE-CNPJ TO PJ-CNPJ
               READ PJ-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PJ-OWNER-KEY TO KYC-CPF
               END-READ
           END-IF.
      *
      * ZERO-EXPOSURES clears every control record's exposure so the
      * balance roll-up that follows rebuilds it from tonight's file -
      * an account closed since last month must stop counting.
           PERFORM UNTIL CUSTMAST-AT-EOF OR COUNTER-OVERFLOWED
               PERFORM SCORE-ONE-CUSTOMER
               PERFORM READ-CUSTMAST
           END-PERFORM
           IF PJMAST-AVAILABLE
               PERFORM SCORE-COMPANIES
           END-IF.
      *
      * SCORE-COMPANIES walks the legal-entity master the same way,
      * from its first CNPJ.
       SCORE-COMPANIES.
           MOVE LOW-VALUES TO PJ-CNPJ
           START PJ-FILE KEY IS NOT LESS THAN PJ-CNPJ
               INVALID KEY SET PJMAST-AT-EOF TO TRUE
           END-START
           IF NOT PJMAST-AT-EOF
               PERFORM READ-PJMAST
           END-IF
           PERFORM UNTIL PJMAST-AT-EOF OR COUNTER-OVERFLOWED
               PERFORM SCORE-ONE-COMPANY
               PERFORM READ-PJMAST
           END-PERFORM.
      *
       READ-PJMAST.
           READ PJ-FILE NEXT RECORD
               AT END SET PJMAST-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
       SCORE-ONE-COMPANY.
           MOVE PJ-OWNER-KEY TO KYC-CPF
           READ KYC-FILE
               INVALID KEY
                   MOVE SPACES      TO KYC-REC
                   MOVE PJ-OWNER-KEY TO KYC-CPF
                   MOVE ZEROS       TO KYC-EXPOSURE
                   MOVE ZEROS       TO KYC-AGENCIA
                   MOVE ZEROS       TO KYC-ACTIVITY-DATE
                   MOVE ZEROS       TO KYC-SCORE
                   MOVE ZEROS       TO KYC-LAST-REVIEW
                   MOVE ZEROS       TO KYC-NEXT-REVIEW
                   MOVE ZEROS       TO KYC-SCORE-DATE
                   PERFORM COMPUTE-COMPANY-SCORE
                   WRITE KYC-REC
               NOT INVALID KEY
                   PERFORM COMPUTE-COMPANY-SCORE
                   REWRITE KYC-REC
           END-READ
           ADD 1 TO WS-SCORED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-SCORED-COUNT OVERFLOWED'
           END-ADD
           IF KYC-NEXT-REVIEW <= WS-RUN-DATE
               ADD 1 TO WS-DUE-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-DUE-COUNT OVERFLOWED'
               END-ADD
               MOVE KYC-AGENCIA         TO SRT-AGENCIA
               MOVE PJ-CNPJ             TO SRT-CPF
               MOVE PJ-RAZAO-SOCIAL     TO SRT-NOME
               MOVE KYC-RISK-TIER       TO SRT-TIER
               MOVE KYC-NEXT-REVIEW     TO SRT-DUE-DATE
               RELEASE SORT-REC
           END-IF.
      *
       READ-CUSTMAST.
           READ CUSTMAST
      * first-time record takes the customer's load date as its last
      * review - the account opening was the original identification.
       COMPUTE-SCORE-AND-TIER.
           PERFORM ADD-EXPOSURE-POINTS
           PERFORM COMPUTE-CUSTOMER-AGE
           EVALUATE TRUE
               WHEN WS-AGE < ZEROS
           IF CLIENTE-BLOCKED IN CLIENTE-REC
               ADD WS-PTS-BLOCKED TO WS-SCORE
           END-IF
           MOVE CLIENTE-LOAD-DATE IN CLIENTE-REC TO WS-ORIGIN-DATE
           PERFORM SET-TIER-AND-SCHEDULE.
      *
      * COMPUTE-COMPANY-SCORE is COMPUTE-SCORE-AND-TIER for a company:
      * the young-company points stand in for the age profile, and
      * the company's own status holds count as a person's do.
       COMPUTE-COMPANY-SCORE.
           PERFORM ADD-EXPOSURE-POINTS
           MOVE WS-RUN-DATE TO WS-YOUNG-SINCE
           SUBTRACT WS-NEW-COMPANY-YEARS FROM WS-YOUNG-YYYY
           IF PJ-DATA-FUNDACAO > WS-YOUNG-SINCE
               ADD WS-PTS-NEW-COMPANY TO WS-SCORE
           END-IF
           PERFORM CHECK-ACTIVITY-STALE
           IF PJ-COMPL-HOLD
               ADD WS-PTS-COMPL-HOLD TO WS-SCORE
           END-IF
           IF PJ-BLOCKED
               ADD WS-PTS-BLOCKED TO WS-SCORE
           END-IF
           MOVE PJ-LOAD-DATE TO WS-ORIGIN-DATE
           PERFORM SET-TIER-AND-SCHEDULE.
      *
       ADD-EXPOSURE-POINTS.
           MOVE ZEROS TO WS-SCORE
           EVALUATE TRUE
               WHEN KYC-EXPOSURE >= WS-EXP-HIGH-LIMIT
                   ADD WS-PTS-EXP-HIGH TO WS-SCORE
               WHEN KYC-EXPOSURE >= WS-EXP-MED-LIMIT
                   ADD WS-PTS-EXP-MED TO WS-SCORE
               WHEN KYC-EXPOSURE >= WS-EXP-LOW-LIMIT
                   ADD WS-PTS-EXP-LOW TO WS-SCORE
           END-EVALUATE.
      *
       SET-TIER-AND-SCHEDULE.
           MOVE WS-SCORE TO KYC-SCORE
           EVALUATE TRUE
               WHEN WS-SCORE >= WS-TIER-HIGH-SCORE
           END-IF
           MOVE WS-RUN-DATE TO KYC-SCORE-DATE
           IF KYC-LAST-REVIEW = ZEROS
               MOVE WS-ORIGIN-DATE TO KYC-LAST-REVIEW
           END-IF
           PERFORM SCHEDULE-NEXT-REVIEW.
      *
                   MOVE SRT-AGENCIA TO BHL-AGENCIA
                   WRITE PRINT-REC FROM SPACES
                   WRITE PRINT-REC FROM BRANCH-HDR-LINE
                   MOVE BRANCH-HDR-LINE TO RDS-PRINT-LINE
                   MOVE SRT-AGENCIA     TO RDS-BRANCH
                   SET RDS-BRANCH-LINE  TO TRUE
                   PERFORM WRITE-DIST-LINE
               END-IF
               MOVE SRT-CPF      TO DTL-CPF
               MOVE SRT-NOME     TO DTL-NOME
               MOVE SRT-TIER     TO DTL-TIER
               MOVE SRT-DUE-DATE TO DTL-DUE
               WRITE PRINT-REC FROM DETAIL-LINE
               MOVE DETAIL-LINE  TO RDS-PRINT-LINE
               MOVE SRT-AGENCIA  TO RDS-BRANCH
               SET RDS-BRANCH-LINE TO TRUE
               PERFORM WRITE-DIST-LINE
               PERFORM RETURN-SORTED-REVIEW
           END-PERFORM.
      *
      * WRITE-DIST-LINE writes the print line just set up to the branch
      * distribution extract, numbered so the burster keeps the
      * report's own order.
       WRITE-DIST-LINE.
           MOVE 'KYCREVW'   TO RDS-REPORT-ID
           MOVE WS-RUN-DATE TO RDS-RUN-DATE
           ADD 1 TO WS-DIST-SEQ
           MOVE WS-DIST-SEQ TO RDS-LINE-SEQ
           WRITE RPT-DIST-REC.
      *
       RETURN-SORTED-REVIEW.
           RETURN SORT-WORK
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE CUSTMAST.
           CLOSE KYC-FILE.
           IF PJMAST-AVAILABLE
               CLOSE PJ-FILE
           END-IF
           CLOSE PRINT-FILE.
           CLOSE DIST-FILE.
           DISPLAY 'KYCREVW READ ' WS-READ-COUNT
                   ' SCORED ' WS-SCORED-COUNT
                   ' DUE ' WS-DUE-COUNT
