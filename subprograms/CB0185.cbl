      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BKSCAN.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  BKSCAN is the shared backup-figures routine, a CALLed
      *  subroutine in the JOBDEP mold: given one of the file ids on
      *  the backup file list (BKFILES.cpy) it reads that file end to
      *  end and hands back its record count, the first and last keys
      *  read and a hash total of its amount field (a numeric field
      *  stands in on the files that carry no money).  BKMANIF calls
      *  it against the live files to write the manifest and BKVERIFY
      *  against a restored copy, so both sides of the comparison are
      *  figured by the same code.
      *  The masters are read on their own DD names.  The control
      *  files are read on BK-prefixed DD names (BKRUNCTL, BKRUNSEQ,
      *  BKDLYCTL, BKBUSDAT) so the calling job's own run control,
      *  which goes to RUNCTL, RUNSEQ and DAILYCTL, never lands in the
      *  copy being figured.
      *  A record limit above zero stops the figures at that many
      *  records and only counts the rest - for an append-only log
      *  whose restored copy may carry records written after the
      *  manifest.  An id the routine has no scan for comes back
      *  unknown; a file that will not open comes back missing.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPF IN CLIENTE-REC
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SALDO-FILE   ASSIGN TO SALDOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTA-NUM IN SALDO-REC
               FILE STATUS IS WS-FILE-STATUS.
           SELECT XREF-FILE    ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOAN-FILE    ASSIGN TO LOANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-CONTRACT
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BAL-HIST-FILE ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT POST-HIST-FILE ASSIGN TO PSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT FIRST-LAST   ASSIGN TO COMBINED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID-OUT
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RUN-CTL-FILE ASSIGN TO BKRUNCTL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RUN-SEQ-FILE ASSIGN TO BKRUNSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEQ-JOB-NAME
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DAILY-CTL-FILE ASSIGN TO BKDLYCTL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BUS-DATE-FILE ASSIGN TO BKBUSDAT
               FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CUSTMAST-FILE RECORDING MODE F.
           COPY CLIENTE.
      *
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
      *
       FD  LOAN-FILE RECORDING MODE F.
           COPY LOANMST.
      *
       FD  BAL-HIST-FILE RECORDING MODE F.
           COPY BALHIST.
      *
       FD  POST-HIST-FILE RECORDING MODE F.
           COPY PSTHIST.
      *
       FD  FIRST-LAST RECORDING MODE F.
           COPY FIRSTLST.
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
       FD  BUS-DATE-FILE RECORDING MODE F.
           COPY BUSDATE.
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS      PIC XX.
       01  WS-SCAN-EOF         PIC X.
           88  SCAN-AT-EOF         VALUE 'Y'.
      * The key and hash amount of the record just read.
       01  WS-SCAN-KEY         PIC X(24).
       01  WS-SCAN-AMOUNT      PIC S9(11)V99.
      *------------------
       LINKAGE SECTION.
      *------------------
       01  LS-BK-FILE-ID       PIC X(8).
       01  LS-BK-LIMIT         PIC 9(9).
       01  LS-BK-RESULT        PIC X.
           88  BK-FILE-FOUND       VALUE 'Y'.
           88  BK-FILE-MISSING     VALUE 'N'.
           88  BK-FILE-UNKNOWN     VALUE 'U'.
       01  LS-BK-COUNT         PIC 9(9).
       01  LS-BK-LOW-KEY       PIC X(24).
       01  LS-BK-HIGH-KEY      PIC X(24).
       01  LS-BK-HASH-TOTAL    PIC S9(15)V99.
       01  LS-BK-HASH-FIELD    PIC X(12).
       01  LS-BK-BEYOND-COUNT  PIC 9(9).
      *------------------
       PROCEDURE DIVISION USING LS-BK-FILE-ID LS-BK-LIMIT
                                 LS-BK-RESULT LS-BK-COUNT
                                 LS-BK-LOW-KEY LS-BK-HIGH-KEY
                                 LS-BK-HASH-TOTAL LS-BK-HASH-FIELD
                                 LS-BK-BEYOND-COUNT.
      *------------------
       MAIN-LOGIC.
           SET BK-FILE-FOUND TO TRUE
           MOVE ZEROS  TO LS-BK-COUNT
           MOVE ZEROS  TO LS-BK-BEYOND-COUNT
           MOVE ZEROS  TO LS-BK-HASH-TOTAL
           MOVE SPACES TO LS-BK-LOW-KEY
           MOVE SPACES TO LS-BK-HIGH-KEY
           MOVE SPACES TO LS-BK-HASH-FIELD
           MOVE 'N'    TO WS-SCAN-EOF
           EVALUATE LS-BK-FILE-ID
               WHEN 'CUSTMAST'
                   PERFORM SCAN-CUSTMAST
               WHEN 'SALDOFIL'
                   PERFORM SCAN-SALDOFIL
               WHEN 'CUSTXREF'
                   PERFORM SCAN-CUSTXREF
               WHEN 'LOANMST'
                   PERFORM SCAN-LOANMST
               WHEN 'BALHIST'
                   PERFORM SCAN-BALHIST
               WHEN 'PSTHIST'
                   PERFORM SCAN-PSTHIST
               WHEN 'COMBINED'
                   PERFORM SCAN-COMBINED
               WHEN 'RUNCTL'
                   PERFORM SCAN-RUNCTL
               WHEN 'RUNSEQ'
                   PERFORM SCAN-RUNSEQ
               WHEN 'DAILYCTL'
                   PERFORM SCAN-DAILYCTL
               WHEN 'BUSDATE'
                   PERFORM SCAN-BUSDATE
               WHEN OTHER
                   SET BK-FILE-UNKNOWN TO TRUE
           END-EVALUATE
           GOBACK.
      *
      * The customer master carries no money; its load dates stand
      * in as the hash field.
       SCAN-CUSTMAST.
           MOVE 'LOAD DATE' TO LS-BK-HASH-FIELD
           OPEN INPUT CUSTMAST-FILE
           IF WS-FILE-STATUS NOT = '00'
               SET BK-FILE-MISSING TO TRUE
           ELSE
               PERFORM READ-CUSTMAST UNTIL SCAN-AT-EOF
               CLOSE CUSTMAST-FILE
           END-IF.
      *
       READ-CUSTMAST.
           READ CUSTMAST-FILE
               AT END SET SCAN-AT-EOF TO TRUE
               NOT AT END
                   MOVE CPF TO WS-SCAN-KEY
                   IF CLIENTE-LOAD-DATE IS NUMERIC
                       MOVE CLIENTE-LOAD-DATE TO WS-SCAN-AMOUNT
                   ELSE
                       MOVE ZEROS TO WS-SCAN-AMOUNT
                   END-IF
                   PERFORM COUNT-SCANNED-RECORD
           END-READ.
      *
       SCAN-SALDOFIL.
           MOVE 'SALDO' TO LS-BK-HASH-FIELD
           OPEN INPUT SALDO-FILE
           IF WS-FILE-STATUS NOT = '00'
               SET BK-FILE-MISSING TO TRUE
           ELSE
               PERFORM READ-SALDOFIL UNTIL SCAN-AT-EOF
               CLOSE SALDO-FILE
           END-IF.
      *
       READ-SALDOFIL.
           READ SALDO-FILE
               AT END SET SCAN-AT-EOF TO TRUE
               NOT AT END
                   MOVE CONTA-NUM TO WS-SCAN-KEY
                   MOVE SALDO     TO WS-SCAN-AMOUNT
                   PERFORM COUNT-SCANNED-RECORD
           END-READ.
      *
       SCAN-CUSTXREF.
           MOVE 'CONTA-NUM' TO LS-BK-HASH-FIELD
           OPEN INPUT XREF-FILE
           IF WS-FILE-STATUS NOT = '00'
               SET BK-FILE-MISSING TO TRUE
           ELSE
               PERFORM READ-CUSTXREF UNTIL SCAN-AT-EOF
               CLOSE XREF-FILE
           END-IF.
      *
       READ-CUSTXREF.
           READ XREF-FILE
               AT END SET SCAN-AT-EOF TO TRUE
               NOT AT END
                   MOVE XRF-KEY       TO WS-SCAN-KEY
                   MOVE XRF-CONTA-NUM TO WS-SCAN-AMOUNT
                   PERFORM COUNT-SCANNED-RECORD
           END-READ.
      *
       SCAN-LOANMST.
           MOVE 'OUTSTANDING' TO LS-BK-HASH-FIELD
           OPEN INPUT LOAN-FILE
           IF WS-FILE-STATUS NOT = '00'
               SET BK-FILE-MISSING TO TRUE
           ELSE
               PERFORM READ-LOANMST UNTIL SCAN-AT-EOF
               CLOSE LOAN-FILE
           END-IF.
      *
       READ-LOANMST.
           READ LOAN-FILE
               AT END SET SCAN-AT-EOF TO TRUE
               NOT AT END
                   MOVE LN-CONTRACT    TO WS-SCAN-KEY
                   MOVE LN-OUTSTANDING TO WS-SCAN-AMOUNT
                   PERFORM COUNT-SCANNED-RECORD
           END-READ.
      *
       SCAN-BALHIST.
           MOVE 'BH-SALDO' TO LS-BK-HASH-FIELD
           OPEN INPUT BAL-HIST-FILE
           IF WS-FILE-STATUS NOT = '00'
               SET BK-FILE-MISSING TO TRUE
           ELSE
               PERFORM READ-BALHIST UNTIL SCAN-AT-EOF
               CLOSE BAL-HIST-FILE
           END-IF.
      *
       READ-BALHIST.
           READ BAL-HIST-FILE
               AT END SET SCAN-AT-EOF TO TRUE
               NOT AT END
                   MOVE BH-KEY   TO WS-SCAN-KEY
                   MOVE BH-SALDO TO WS-SCAN-AMOUNT
                   PERFORM COUNT-SCANNED-RECORD
           END-READ.
      *
       SCAN-PSTHIST.
           MOVE 'PH-AMOUNT' TO LS-BK-HASH-FIELD
           OPEN INPUT POST-HIST-FILE
           IF WS-FILE-STATUS NOT = '00'
               SET BK-FILE-MISSING TO TRUE
           ELSE
               PERFORM READ-PSTHIST UNTIL SCAN-AT-EOF
               CLOSE POST-HIST-FILE
           END-IF.
      *
       READ-PSTHIST.
           READ POST-HIST-FILE
               AT END SET SCAN-AT-EOF TO TRUE
               NOT AT END
                   MOVE PH-KEY    TO WS-SCAN-KEY
                   MOVE PH-AMOUNT TO WS-SCAN-AMOUNT
                   PERFORM COUNT-SCANNED-RECORD
           END-READ.
      *
      * The combined name file carries no money either; its merge
      * dates stand in.
       SCAN-COMBINED.
           MOVE 'MERGE DATE' TO LS-BK-HASH-FIELD
           OPEN INPUT FIRST-LAST
           IF WS-FILE-STATUS NOT = '00'
               SET BK-FILE-MISSING TO TRUE
           ELSE
               PERFORM READ-COMBINED UNTIL SCAN-AT-EOF
               CLOSE FIRST-LAST
           END-IF.
      *
       READ-COMBINED.
           READ FIRST-LAST
               AT END SET SCAN-AT-EOF TO TRUE
               NOT AT END
                   MOVE EMP-ID-OUT TO WS-SCAN-KEY
                   IF COMBINED-MERGE-DATE IS NUMERIC
                       MOVE COMBINED-MERGE-DATE TO WS-SCAN-AMOUNT
                   ELSE
                       MOVE ZEROS TO WS-SCAN-AMOUNT
                   END-IF
                   PERFORM COUNT-SCANNED-RECORD
           END-READ.
      *
      * RUNCTL is read in file order - first and last header written
      * - and hashed on the run numbers.
       SCAN-RUNCTL.
           MOVE 'RUN NUMBER' TO LS-BK-HASH-FIELD
           OPEN INPUT RUN-CTL-FILE
           IF WS-FILE-STATUS NOT = '00'
               SET BK-FILE-MISSING TO TRUE
           ELSE
               PERFORM READ-RUNCTL UNTIL SCAN-AT-EOF
               CLOSE RUN-CTL-FILE
           END-IF.
      *
       READ-RUNCTL.
           READ RUN-CTL-FILE
               AT END SET SCAN-AT-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-SCAN-KEY
                   STRING RUNCTL-JOB-NAME RUNCTL-RUN-DATE
                       DELIMITED BY SIZE INTO WS-SCAN-KEY
                   MOVE RUNCTL-RUN-NUMBER TO WS-SCAN-AMOUNT
                   PERFORM COUNT-SCANNED-RECORD
           END-READ.
      *
       SCAN-RUNSEQ.
           MOVE 'LAST NUMBER' TO LS-BK-HASH-FIELD
           OPEN INPUT RUN-SEQ-FILE
           IF WS-FILE-STATUS NOT = '00'
               SET BK-FILE-MISSING TO TRUE
           ELSE
               PERFORM READ-RUNSEQ UNTIL SCAN-AT-EOF
               CLOSE RUN-SEQ-FILE
           END-IF.
      *
       READ-RUNSEQ.
           READ RUN-SEQ-FILE
               AT END SET SCAN-AT-EOF TO TRUE
               NOT AT END
                   MOVE SEQ-JOB-NAME    TO WS-SCAN-KEY
                   MOVE SEQ-LAST-NUMBER TO WS-SCAN-AMOUNT
                   PERFORM COUNT-SCANNED-RECORD
           END-READ.
      *
       SCAN-DAILYCTL.
           MOVE 'READ COUNT' TO LS-BK-HASH-FIELD
           OPEN INPUT DAILY-CTL-FILE
           IF WS-FILE-STATUS NOT = '00'
               SET BK-FILE-MISSING TO TRUE
           ELSE
               PERFORM READ-DAILYCTL UNTIL SCAN-AT-EOF
               CLOSE DAILY-CTL-FILE
           END-IF.
      *
       READ-DAILYCTL.
           READ DAILY-CTL-FILE
               AT END SET SCAN-AT-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-SCAN-KEY
                   STRING CTLT-JOB-NAME CTLT-RUN-DATE
                       DELIMITED BY SIZE INTO WS-SCAN-KEY
                   MOVE CTLT-READ-COUNT TO WS-SCAN-AMOUNT
                   PERFORM COUNT-SCANNED-RECORD
           END-READ.
      *
       SCAN-BUSDATE.
           MOVE 'BUS DATE' TO LS-BK-HASH-FIELD
           OPEN INPUT BUS-DATE-FILE
           IF WS-FILE-STATUS NOT = '00'
               SET BK-FILE-MISSING TO TRUE
           ELSE
               PERFORM READ-BUSDATE UNTIL SCAN-AT-EOF
               CLOSE BUS-DATE-FILE
           END-IF.
      *
       READ-BUSDATE.
           READ BUS-DATE-FILE
               AT END SET SCAN-AT-EOF TO TRUE
               NOT AT END
                   MOVE BUS-CURRENT-DATE TO WS-SCAN-KEY
                   MOVE BUS-CURRENT-DATE TO WS-SCAN-AMOUNT
                   PERFORM COUNT-SCANNED-RECORD
           END-READ.
      *
      * COUNT-SCANNED-RECORD adds the record to the figures, or past
      * the caller's limit only to the count beyond it.
       COUNT-SCANNED-RECORD.
           IF LS-BK-LIMIT > ZEROS AND LS-BK-COUNT NOT < LS-BK-LIMIT
               ADD 1 TO LS-BK-BEYOND-COUNT
           ELSE
               ADD 1 TO LS-BK-COUNT
               IF LS-BK-COUNT = 1
                   MOVE WS-SCAN-KEY TO LS-BK-LOW-KEY
               END-IF
               MOVE WS-SCAN-KEY    TO LS-BK-HIGH-KEY
               ADD WS-SCAN-AMOUNT  TO LS-BK-HASH-TOTAL
           END-IF.
      *
       END PROGRAM BKSCAN.
