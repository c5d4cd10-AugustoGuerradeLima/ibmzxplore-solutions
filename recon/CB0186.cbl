      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BKMANIF.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  BKMANIF is the last step of the night, run once the night's
      *  updates are in and the files have been copied for the
      *  off-site backup.  For every file on the backup list
      *  (BKFILES.cpy) it has BKSCAN read the file end to end and
      *  writes one manifest record (BKMANF) carrying the business
      *  date, the record count, the first and last keys and a hash
      *  total of the file's amount field.  The manifest travels with
      *  the copies; BKVERIFY (CB0187) holds a restored copy to it.
      *  A file on the list that cannot be opened is still written to
      *  the manifest, marked absent, and the run ends RC 8 with an
      *  alert - a backup missing a file is not one to rely on.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO BKMANF
               FILE STATUS IS WS-BKMANF-STATUS.
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
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-BKMANF-STATUS        PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-LISTED-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-TAKEN-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-ABSENT-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-BK                   PIC 9(2).
      * Parameters for the shared BKSCAN backup-figures subroutine.
       01  WS-SCAN-FILE-ID         PIC X(8).
       01  WS-SCAN-LIMIT           PIC 9(9) VALUE ZEROS.
       01  WS-SCAN-RESULT          PIC X.
           88  SCAN-FILE-FOUND         VALUE 'Y'.
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
           PERFORM VARYING WS-BK FROM 1 BY 1
                   UNTIL WS-BK > WS-BK-FILE-COUNT
                      OR COUNTER-OVERFLOWED
               PERFORM TAKE-ONE-FILE
           END-PERFORM
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN OUTPUT MANIFEST-FILE
           IF WS-BKMANF-STATUS NOT = '00'
               DISPLAY 'BKMANIF UNABLE TO OPEN BKMANF - STATUS '
                   WS-BKMANF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'BKMANIF' TO SEQ-JOB-NAME
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
           MOVE 'BKMANIF'       TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * TAKE-ONE-FILE figures one listed file and writes its manifest
      * record - taken, or absent when BKSCAN could not open it.
       TAKE-ONE-FILE.
           ADD 1 TO WS-LISTED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-LISTED-COUNT OVERFLOWED'
           END-ADD
           MOVE WS-BK-FILE-ID(WS-BK) TO WS-SCAN-FILE-ID
           CALL 'BKSCAN' USING WS-SCAN-FILE-ID WS-SCAN-LIMIT
                               WS-SCAN-RESULT WS-SCAN-COUNT
                               WS-SCAN-LOW-KEY WS-SCAN-HIGH-KEY
                               WS-SCAN-HASH-TOTAL WS-SCAN-HASH-FIELD
                               WS-SCAN-BEYOND-COUNT
           MOVE SPACES                 TO BK-MANIFEST-REC
           MOVE WS-RUN-DATE            TO BKM-RUN-DATE
           MOVE WS-BK-FILE-ID(WS-BK)   TO BKM-FILE-ID
           MOVE WS-BK-FILE-KIND(WS-BK) TO BKM-FILE-KIND
           MOVE WS-SCAN-HASH-FIELD     TO BKM-HASH-FIELD
           ACCEPT BKM-TAKEN-TIME FROM TIME
           IF SCAN-FILE-FOUND
               SET BKM-FILE-TAKEN TO TRUE
               MOVE WS-SCAN-COUNT      TO BKM-RECORD-COUNT
               MOVE WS-SCAN-LOW-KEY    TO BKM-LOW-KEY
               MOVE WS-SCAN-HIGH-KEY   TO BKM-HIGH-KEY
               MOVE WS-SCAN-HASH-TOTAL TO BKM-HASH-TOTAL
               ADD 1 TO WS-TAKEN-COUNT
           ELSE
               SET BKM-FILE-ABSENT TO TRUE
               MOVE ZEROS              TO BKM-RECORD-COUNT
               MOVE ZEROS              TO BKM-HASH-TOTAL
               ADD 1 TO WS-ABSENT-COUNT
               DISPLAY 'BKMANIF FILE ' WS-SCAN-FILE-ID
                       ' COULD NOT BE READ - MARKED ABSENT'
           END-IF
           WRITE BK-MANIFEST-REC
           DISPLAY 'BKMANIF ' BKM-FILE-ID ' RECORDS ' BKM-RECORD-COUNT
                   ' LOW ' BKM-LOW-KEY ' HIGH ' BKM-HIGH-KEY.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE MANIFEST-FILE.
           DISPLAY 'BKMANIF FILES LISTED ' WS-LISTED-COUNT
                   ' TAKEN ' WS-TAKEN-COUNT
                   ' ABSENT ' WS-ABSENT-COUNT.
           EVALUATE TRUE
               WHEN COUNTER-OVERFLOWED
                   DISPLAY 'BKMANIF ABORTED - COUNTER OVERFLOWED'
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE 'BACKUP MANIFEST ABORTED' TO WS-ALERT-MESSAGE
                   MOVE WS-LISTED-COUNT TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               WHEN WS-ABSENT-COUNT > ZEROS
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE 'BACKUP MANIFEST INCOMPLETE'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-ABSENT-COUNT TO WS-ALERT-COUNT
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
           MOVE 'BKMANIF'           TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-LISTED-COUNT     TO CTLT-READ-COUNT
           MOVE WS-TAKEN-COUNT      TO CTLT-OUTPUT-COUNT
           MOVE WS-ABSENT-COUNT     TO CTLT-REJECT-COUNT
           IF WS-ABSENT-COUNT = ZEROS
               SET CTLT-BALANCED TO TRUE
           ELSE
               SET CTLT-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the listed files broken out by whether they were taken.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'BKMANIF'           TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-LISTED-COUNT     TO SUMM-RECORD-COUNT
           MOVE WS-TAKEN-COUNT      TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'FILES TAKEN'       TO SUMM-CATEGORY-NAME
           MOVE WS-TAKEN-COUNT      TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'FILES ABSENT'      TO SUMM-CATEGORY-NAME
           MOVE WS-ABSENT-COUNT     TO SUMM-CATEGORY-COUNT
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
           MOVE 'BKMANIF'         TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM BKMANIF.
