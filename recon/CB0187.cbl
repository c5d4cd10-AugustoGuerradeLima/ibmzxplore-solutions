      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BKVERIFY.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  BKVERIFY proves a restore.  Run against a restored copy of
      *  the night's backup - the restored files allocated on the
      *  same DD names BKSCAN reads - it takes the manifest BKMANIF
      *  (CB0186) wrote with the backup (BKMANF), has BKSCAN figure
      *  each restored file the same way, and reports file by file
      *  whether the copy is complete and consistent: the same record
      *  count, the same first and last keys and the same hash total.
      *  The append-only control logs are held only to the records
      *  the manifest counted; anything on the end was written after
      *  the manifest was taken and is noted, not failed.  Every file
      *  on the backup list (BKFILES.cpy) must appear in the manifest,
      *  and the manifest must be for one business date.  Any file
      *  that fails ends the run RC 8 with an alert.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO BKMANF
               FILE STATUS IS WS-BKMANF-STATUS.
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
       FD  MANIFEST-FILE RECORDING MODE F.
           COPY BKMANF.
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
       COPY BKFILES.
       01  FLAGS.
           05  WS-MANIFEST-EOF     PIC X VALUE 'N'.
               88  MANIFEST-AT-EOF     VALUE 'Y' FALSE 'N'.
           05  WS-FILE-PASS-FLAG   PIC X VALUE 'N'.
               88  FILE-PASSED         VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-BKMANF-STATUS        PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-MANIFEST-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-PASS-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-FAIL-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-UNLISTED-COUNT     PIC 9(7) VALUE ZEROS.
      * Which files on the backup list the manifest accounted for.
       01  WS-BK-SEEN-TABLE.
           05  WS-BK-SEEN          PIC X OCCURS 11 TIMES.
       01  WS-BK                   PIC 9(2).
       01  WS-VERDICT              PIC X(24).
      * Parameters for the shared BKSCAN backup-figures subroutine.
       01  WS-SCAN-FILE-ID         PIC X(8).
       01  WS-SCAN-LIMIT           PIC 9(9).
       01  WS-SCAN-RESULT          PIC X.
           88  SCAN-FILE-FOUND         VALUE 'Y'.
           88  SCAN-FILE-MISSING       VALUE 'N'.
           88  SCAN-FILE-UNKNOWN       VALUE 'U'.
       01  WS-SCAN-COUNT           PIC 9(9).
       01  WS-SCAN-LOW-KEY         PIC X(24).
       01  WS-SCAN-HIGH-KEY        PIC X(24).
       01  WS-SCAN-HASH-TOTAL      PIC S9(15)V99.
       01  WS-SCAN-HASH-FIELD      PIC X(12).
       01  WS-SCAN-BEYOND-COUNT    PIC 9(9).
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS        PIC XX.
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-RUN-NUMBER           PIC 9(7).
       01  WS-RUN-END-TIME         PIC 9(8).
       01  WS-ELAPSED-TIME         PIC 9(8).
      *
       01  HDR-LINE-1.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(40) VALUE
               'RESTORE VERIFICATION - BACKUP OF'.
           05  HDR-MANIFEST-DATE PIC 9(8).
       01  COLUMN-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(10) VALUE 'FILE'.
           05  FILLER         PIC X(8)  VALUE 'KIND'.
           05  FILLER         PIC X(15) VALUE '   MANIFEST'.
           05  FILLER         PIC X(15) VALUE '   RESTORED'.
           05  FILLER         PIC X(26) VALUE
               '           MANIFEST HASH'.
           05  FILLER         PIC X(26) VALUE
               '           RESTORED HASH'.
           05  FILLER         PIC X(24) VALUE 'VERDICT'.
       01  DETAIL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-FILE       PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-KIND       PIC X(6).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-MAN-COUNT  PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-RST-COUNT  PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-MAN-HASH   PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-RST-HASH   PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-VERDICT    PIC X(24).
       01  KEY-LINE.
           05  FILLER         PIC X(11) VALUE SPACES.
           05  KEY-LABEL      PIC X(16).
           05  KEY-LOW        PIC X(24).
           05  FILLER         PIC X(3)  VALUE ' - '.
           05  KEY-HIGH       PIC X(24).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  KEY-HASH-NOTE  PIC X(30).
       01  BEYOND-LINE.
           05  FILLER         PIC X(11) VALUE SPACES.
           05  BYD-COUNT      PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(50) VALUE
               ' RECORDS WRITTEN AFTER THE MANIFEST - NOT HELD'.
       01  TOTAL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  TOT-LABEL      PIC X(30).
           05  TOT-COUNT      PIC Z,ZZZ,ZZ9.
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
           PERFORM READ-MANIFEST
           PERFORM UNTIL MANIFEST-AT-EOF OR COUNTER-OVERFLOWED
               PERFORM VERIFY-ONE-FILE
               PERFORM READ-MANIFEST
           END-PERFORM
           PERFORM REPORT-UNLISTED-FILES
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT MANIFEST-FILE
           IF WS-BKMANF-STATUS NOT = '00'
               DISPLAY 'BKVERIFY UNABLE TO OPEN BKMANF - STATUS '
                   WS-BKMANF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           MOVE ALL 'N' TO WS-BK-SEEN-TABLE
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'BKVERIFY' TO SEQ-JOB-NAME
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
           MOVE 'BKVERIFY'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * READ-MANIFEST reads the next manifest record; the first one
      * read fixes the backup's business date for the report heading.
       READ-MANIFEST.
           READ MANIFEST-FILE
               AT END SET MANIFEST-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
                   IF WS-READ-COUNT = 1
                       MOVE BKM-RUN-DATE TO WS-MANIFEST-DATE
                       MOVE BKM-RUN-DATE TO HDR-MANIFEST-DATE
                       WRITE PRINT-REC FROM HDR-LINE-1
                       WRITE PRINT-REC FROM SPACES
                       WRITE PRINT-REC FROM COLUMN-HDR-LINE
                   END-IF
           END-READ.
      *
      * VERIFY-ONE-FILE refigures one manifest file from the restored
      * copy and reaches its verdict - the first difference found, in
      * the order count, key range, hash total.
       VERIFY-ONE-FILE.
           PERFORM MARK-FILE-SEEN
           SET FILE-PASSED TO FALSE
           MOVE ZEROS  TO WS-SCAN-COUNT
           MOVE ZEROS  TO WS-SCAN-HASH-TOTAL
           MOVE ZEROS  TO WS-SCAN-BEYOND-COUNT
           MOVE SPACES TO WS-SCAN-LOW-KEY
           MOVE SPACES TO WS-SCAN-HIGH-KEY
           MOVE 'N'    TO WS-SCAN-RESULT
           EVALUATE TRUE
               WHEN BKM-RUN-DATE NOT = WS-MANIFEST-DATE
                   MOVE 'MANIFEST DATE DIFFERS' TO WS-VERDICT
               WHEN NOT BKM-FILE-TAKEN
                   MOVE 'NOT IN BACKUP'       TO WS-VERDICT
               WHEN OTHER
                   PERFORM SCAN-RESTORED-FILE
           END-EVALUATE
           IF FILE-PASSED
               ADD 1 TO WS-PASS-COUNT
           ELSE
               ADD 1 TO WS-FAIL-COUNT
           END-IF
           PERFORM PRINT-ONE-FILE.
      *
      * MARK-FILE-SEEN ticks the manifest file off the backup list.
       MARK-FILE-SEEN.
           PERFORM VARYING WS-BK FROM 1 BY 1
                   UNTIL WS-BK > WS-BK-FILE-COUNT
               IF WS-BK-FILE-ID(WS-BK) = BKM-FILE-ID
                   MOVE 'Y' TO WS-BK-SEEN(WS-BK)
               END-IF
           END-PERFORM.
      *
      * SCAN-RESTORED-FILE has BKSCAN figure the restored copy.  An
      * append log is figured only as far as the manifest counted -
      * a log empty at the manifest has every restored record beyond.
       SCAN-RESTORED-FILE.
           MOVE BKM-FILE-ID TO WS-SCAN-FILE-ID
           IF BKM-APPEND-LOG
               MOVE BKM-RECORD-COUNT TO WS-SCAN-LIMIT
           ELSE
               MOVE ZEROS            TO WS-SCAN-LIMIT
           END-IF
           CALL 'BKSCAN' USING WS-SCAN-FILE-ID WS-SCAN-LIMIT
                               WS-SCAN-RESULT WS-SCAN-COUNT
                               WS-SCAN-LOW-KEY WS-SCAN-HIGH-KEY
                               WS-SCAN-HASH-TOTAL WS-SCAN-HASH-FIELD
                               WS-SCAN-BEYOND-COUNT
           IF BKM-APPEND-LOG AND BKM-RECORD-COUNT = ZEROS
               MOVE WS-SCAN-COUNT TO WS-SCAN-BEYOND-COUNT
               MOVE ZEROS         TO WS-SCAN-COUNT
               MOVE ZEROS         TO WS-SCAN-HASH-TOTAL
               MOVE SPACES        TO WS-SCAN-LOW-KEY
               MOVE SPACES        TO WS-SCAN-HIGH-KEY
           END-IF
           EVALUATE TRUE
               WHEN SCAN-FILE-UNKNOWN
                   MOVE 'NO SCAN FOR THIS FILE'  TO WS-VERDICT
               WHEN SCAN-FILE-MISSING
                   MOVE 'FILE NOT RESTORED'      TO WS-VERDICT
               WHEN WS-SCAN-COUNT < BKM-RECORD-COUNT
                   MOVE 'RECORDS MISSING'        TO WS-VERDICT
               WHEN WS-SCAN-COUNT > BKM-RECORD-COUNT
                   MOVE 'EXTRA RECORDS'          TO WS-VERDICT
               WHEN WS-SCAN-LOW-KEY  NOT = BKM-LOW-KEY
               WHEN WS-SCAN-HIGH-KEY NOT = BKM-HIGH-KEY
                   MOVE 'KEY RANGE DIFFERS'      TO WS-VERDICT
               WHEN WS-SCAN-HASH-TOTAL NOT = BKM-HASH-TOTAL
                   MOVE 'HASH TOTAL DIFFERS'     TO WS-VERDICT
               WHEN OTHER
                   MOVE 'COMPLETE AND CONSISTENT' TO WS-VERDICT
                   SET FILE-PASSED TO TRUE
           END-EVALUATE.
      *
      * PRINT-ONE-FILE prints the file's figures side by side, then
      * both key ranges when the restored copy was read.
       PRINT-ONE-FILE.
           MOVE BKM-FILE-ID        TO DTL-FILE
           IF BKM-APPEND-LOG
               MOVE 'LOG'          TO DTL-KIND
           ELSE
               MOVE 'MASTER'       TO DTL-KIND
           END-IF
           MOVE BKM-RECORD-COUNT   TO DTL-MAN-COUNT
           MOVE WS-SCAN-COUNT      TO DTL-RST-COUNT
           MOVE BKM-HASH-TOTAL     TO DTL-MAN-HASH
           MOVE WS-SCAN-HASH-TOTAL TO DTL-RST-HASH
           MOVE WS-VERDICT         TO DTL-VERDICT
           WRITE PRINT-REC FROM DETAIL-LINE
           IF SCAN-FILE-FOUND
               MOVE 'MANIFEST KEYS'    TO KEY-LABEL
               MOVE BKM-LOW-KEY        TO KEY-LOW
               MOVE BKM-HIGH-KEY       TO KEY-HIGH
               MOVE SPACES             TO KEY-HASH-NOTE
               STRING 'HASHED ON ' BKM-HASH-FIELD
                   DELIMITED BY SIZE INTO KEY-HASH-NOTE
               WRITE PRINT-REC FROM KEY-LINE
               MOVE 'RESTORED KEYS'    TO KEY-LABEL
               MOVE WS-SCAN-LOW-KEY    TO KEY-LOW
               MOVE WS-SCAN-HIGH-KEY   TO KEY-HIGH
               MOVE SPACES             TO KEY-HASH-NOTE
               WRITE PRINT-REC FROM KEY-LINE
           END-IF
           IF WS-SCAN-BEYOND-COUNT > ZEROS
               MOVE WS-SCAN-BEYOND-COUNT TO BYD-COUNT
               WRITE PRINT-REC FROM BEYOND-LINE
           END-IF
           DISPLAY 'BKVERIFY ' BKM-FILE-ID ' ' WS-VERDICT.
      *
      * REPORT-UNLISTED-FILES fails every file on the backup list the
      * manifest did not account for.
       REPORT-UNLISTED-FILES.
           IF WS-READ-COUNT = ZEROS
               MOVE ZEROS TO HDR-MANIFEST-DATE
               WRITE PRINT-REC FROM HDR-LINE-1
               WRITE PRINT-REC FROM SPACES
               WRITE PRINT-REC FROM COLUMN-HDR-LINE
           END-IF
           PERFORM VARYING WS-BK FROM 1 BY 1
                   UNTIL WS-BK > WS-BK-FILE-COUNT
               IF WS-BK-SEEN(WS-BK) NOT = 'Y'
                   ADD 1 TO WS-UNLISTED-COUNT
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE SPACES               TO DETAIL-LINE
                   MOVE WS-BK-FILE-ID(WS-BK) TO DTL-FILE
                   MOVE 'NOT IN MANIFEST'    TO DTL-VERDICT
                   WRITE PRINT-REC FROM DETAIL-LINE
                   DISPLAY 'BKVERIFY ' WS-BK-FILE-ID(WS-BK)
                           ' NOT IN MANIFEST'
               END-IF
           END-PERFORM.
      *
       CLOSE-STOP.
           WRITE PRINT-REC FROM SPACES
           MOVE 'MANIFEST RECORDS READ'  TO TOT-LABEL
           MOVE WS-READ-COUNT         TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'FILES COMPLETE AND CONSISTENT' TO TOT-LABEL
           MOVE WS-PASS-COUNT         TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'FILES FAILED'        TO TOT-LABEL
           MOVE WS-FAIL-COUNT         TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           MOVE 'LISTED FILES NOT IN MANIFEST' TO TOT-LABEL
           MOVE WS-UNLISTED-COUNT     TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE MANIFEST-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'BKVERIFY MANIFEST RECORDS ' WS-READ-COUNT
                   ' CONSISTENT ' WS-PASS-COUNT
                   ' FAILED ' WS-FAIL-COUNT.
           EVALUATE TRUE
               WHEN COUNTER-OVERFLOWED
                   DISPLAY 'BKVERIFY ABORTED - COUNTER OVERFLOWED'
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE 'RESTORE VERIFICATION ABORTED'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-READ-COUNT TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               WHEN WS-FAIL-COUNT > ZEROS
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE 'RESTORE NOT VERIFIED' TO WS-ALERT-MESSAGE
                   MOVE WS-FAIL-COUNT TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'BKVERIFY'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-PASS-COUNT       TO CTLT-OUTPUT-COUNT
           MOVE WS-FAIL-COUNT       TO CTLT-REJECT-COUNT
           IF WS-FAIL-COUNT = ZEROS
               SET CTLT-BALANCED TO TRUE
           ELSE
               SET CTLT-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the files broken out by verdict.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'BKVERIFY'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-PASS-COUNT       TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'FILES CONSISTENT'  TO SUMM-CATEGORY-NAME
           MOVE WS-PASS-COUNT       TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'FILES FAILED'      TO SUMM-CATEGORY-NAME
           MOVE WS-FAIL-COUNT       TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'NOT IN MANIFEST'   TO SUMM-CATEGORY-NAME
           MOVE WS-UNLISTED-COUNT   TO SUMM-CATEGORY-COUNT
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
           MOVE 'BKVERIFY'        TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM BKVERIFY.
