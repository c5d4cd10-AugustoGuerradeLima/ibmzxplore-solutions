      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AVGBAL.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  AVGBAL is the month-end average daily balance (saldo medio)
      *  run - the figure every credit decision and product talk
      *  starts from, which used to mean adding up thirty days of
      *  BALTREND pages by hand.  Scheduled after BALSNAP on the last
      *  business night of the month, it walks the balance file and,
      *  for each account, reads the BALHIST snapshots for the
      *  business date's calendar month.  Every calendar day counts:
      *  a weekend, holiday, or the days after the last business day
      *  carry the previous day's balance, the first days of the
      *  month carry the last snapshot of the month before, and an
      *  account opened in the month averages over the days it held
      *  a balance.  The averages go on AVGBAL (AVGBAL.cpy) keyed by
      *  account and month; the file holds a rolling twelve months,
      *  anything older dropped by the same run, and a rerun for the
      *  month replaces that month's figures.  CUST360 and the credit
      *  desk's ODUTIL read it.  The distribution report prints the
      *  month's averages branch by branch and tier by tier, with
      *  account counts, totals, and the mean, then the shop-wide
      *  tier totals.  An account on the balance file with no
      *  snapshot for the month is counted and warned about.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDO-FILE   ASSIGN TO SALDOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTA-NUM IN SALDO-REC.
           SELECT BAL-HIST-FILE ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-BALHIST-STATUS.
           SELECT AVG-BAL-FILE ASSIGN TO AVGBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABL-KEY
               FILE STATUS IS WS-AVGBAL-STATUS.
           SELECT PRINT-FILE   ASSIGN TO PRTFILE.
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
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
      *
       FD  BAL-HIST-FILE RECORDING MODE F.
           COPY BALHIST.
      *
       FD  AVG-BAL-FILE RECORDING MODE F.
           COPY AVGBAL.
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
           05  WS-SALDO-EOF        PIC X VALUE 'N'.
               88  SALDO-AT-EOF        VALUE 'Y'.
           05  WS-SNAP-SCAN-FLAG   PIC X VALUE 'N'.
               88  SNAPSHOT-SCAN-DONE  VALUE 'Y' FALSE 'N'.
           05  WS-BALANCE-FLAG     PIC X VALUE 'N'.
               88  BALANCE-KNOWN       VALUE 'Y' FALSE 'N'.
           05  WS-AVGBAL-EOF       PIC X VALUE 'N'.
               88  AVGBAL-AT-EOF       VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-BALHIST-STATUS       PIC XX.
       01  WS-AVGBAL-STATUS        PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(4).
           05  WS-RUN-MM           PIC 9(2).
           05  WS-RUN-DD           PIC 9(2).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-WRITTEN-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-NO-HISTORY-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-PURGED-COUNT       PIC 9(7) VALUE ZEROS.
      * The month being averaged - the business date's calendar month
      * - and the window the snapshot walk reads: from the first of
      * the month before, for the balance carried into day one, to
      * the month's last calendar day.
       01  WS-AVG-MONTH            PIC 9(6).
       01  WS-MONTH-START.
           05  WS-MONTH-START-YM   PIC 9(6).
           05  FILLER              PIC 9(2) VALUE 01.
       01  WS-MONTH-START-DATE REDEFINES WS-MONTH-START
                                   PIC 9(8).
       01  WS-MONTH-END.
           05  WS-MONTH-END-YM     PIC 9(6).
           05  WS-MONTH-LAST-DAY   PIC 9(2).
       01  WS-MONTH-END-DATE REDEFINES WS-MONTH-END
                                   PIC 9(8).
       01  WS-PRIOR-START.
           05  WS-PRIOR-YYYY       PIC 9(4).
           05  WS-PRIOR-MM         PIC 9(2).
           05  FILLER              PIC 9(2) VALUE 01.
       01  WS-PRIOR-START-DATE REDEFINES WS-PRIOR-START
                                   PIC 9(8).
      * The oldest month kept - eleven months back, so the file holds
      * twelve months counting this one.
       01  WS-KEEP-FROM.
           05  WS-KEEP-YYYY        PIC 9(4).
           05  WS-KEEP-MM          PIC 9(2).
       01  WS-KEEP-FROM-MONTH REDEFINES WS-KEEP-FROM
                                   PIC 9(6).
      * Calendar work area (same table-load idiom as CUSTMAINT's
      * WS-DAYS-IN-MONTH).
       01  WS-DAYS-TABLE-INIT.
           05  FILLER               PIC 99 VALUE 31.
           05  FILLER               PIC 99 VALUE 28.
           05  FILLER               PIC 99 VALUE 31.
           05  FILLER               PIC 99 VALUE 30.
           05  FILLER               PIC 99 VALUE 31.
           05  FILLER               PIC 99 VALUE 30.
           05  FILLER               PIC 99 VALUE 31.
           05  FILLER               PIC 99 VALUE 31.
           05  FILLER               PIC 99 VALUE 30.
           05  FILLER               PIC 99 VALUE 31.
           05  FILLER               PIC 99 VALUE 30.
           05  FILLER               PIC 99 VALUE 31.
       01  WS-DAYS-TABLE REDEFINES WS-DAYS-TABLE-INIT.
           05  WS-DAYS-IN-MONTH     PIC 99 OCCURS 12 TIMES.
       01  WS-DATE-QUOT             PIC 9(6).
       01  WS-DATE-REM              PIC 9(3).
      * One account's month, built snapshot by snapshot.
       01  WS-SNAP-DATE             PIC 9(8).
       01  WS-SNAP-DATE-X REDEFINES WS-SNAP-DATE.
           05  FILLER               PIC 9(6).
           05  WS-SNAP-DD           PIC 9(2).
       01  WS-NEXT-DAY              PIC 9(2).
       01  WS-SPAN-DAYS             PIC 9(2).
       01  WS-DAYS-COUNTED          PIC 9(2).
       01  WS-CARRY-SALDO           PIC S9(9)V99.
       01  WS-BALANCE-DAYS          PIC S9(13)V99.
       01  WS-AVG-SALDO             PIC S9(9)V99.
      * Averages by branch and tier for the distribution report -
      * tier entry 4 catches an out-of-range tier, as on TRIALBAL.
       01  WS-TIER-SUB             PIC 9.
       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY-COUNT   PIC 9(3) VALUE ZEROS.
           05  WS-BR-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-BR-IDX.
               10  WS-BR-AGENCIA       PIC 9(4).
               10  WS-BR-TIER OCCURS 4 TIMES.
                   15  WS-BR-COUNT     PIC 9(7).
                   15  WS-BR-AMOUNT    PIC S9(13)V99.
       01  WS-BR-FOUND-FLAG        PIC X VALUE 'N'.
           88  BRANCH-ENTRY-FOUND      VALUE 'Y' FALSE 'N'.
       01  WS-BR-DROPPED-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-TIER-TOTALS.
           05  WS-TIER-ENTRY OCCURS 4 TIMES.
               10  WS-TR-COUNT         PIC 9(7).
               10  WS-TR-AMOUNT        PIC S9(13)V99.
       01  WS-BRANCH-COUNT         PIC 9(7).
       01  WS-BRANCH-AMOUNT        PIC S9(13)V99.
       01  WS-BRANCH-SUM-COUNT     PIC 9(7).
       01  WS-BRANCH-SUM-AMOUNT    PIC S9(13)V99.
       01  WS-GRAND-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-GRAND-TOTAL          PIC S9(13)V99 VALUE ZEROS.
       01  WS-MEAN-AMOUNT          PIC S9(11)V99.
      * Parameters for the shared BRNVAL branch-master lookup.
       01  WS-BRNVAL-NUMBER        PIC 9(4).
       01  WS-BRNVAL-RESULT        PIC X VALUE 'Y'.
       01  WS-BRNVAL-NAME          PIC X(20).
       01  WS-BRNVAL-REGION        PIC X(10).
      *
       01  HDR-LINE-1.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(44) VALUE
               'AVERAGE DAILY BALANCE DISTRIBUTION - MONTH '.
           05  HDR-MONTH      PIC 9(6).
       01  BRANCH-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(9)  VALUE 'AGENCIA '.
           05  BHL-AGENCIA    PIC 9(4).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  BHL-BRN-NAME   PIC X(20).
       01  DIST-LINE.
           05  FILLER         PIC X(3)  VALUE SPACE.
           05  DSL-LABEL      PIC X(12).
           05  FILLER         PIC X(10) VALUE ' ACCOUNTS '.
           05  DSL-COUNT      PIC ZZZZZZ9.
           05  FILLER         PIC X(8)  VALUE ' TOTAL '.
           05  DSL-AMOUNT     PIC -(13)9.99.
           05  FILLER         PIC X(7)  VALUE ' MEAN '.
           05  DSL-MEAN       PIC -(11)9.99.
       01  COUNT-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  CNL-LABEL      PIC X(30).
           05  CNL-COUNT      PIC ZZZZZZ9.
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS        PIC XX.
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-RUN-NUMBER           PIC 9(7).
       01  WS-RUN-END-TIME         PIC 9(8).
       01  WS-ELAPSED-TIME         PIC 9(8).
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
           PERFORM AVERAGE-UNTIL-DONE
           PERFORM PURGE-OLD-MONTHS
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT BAL-HIST-FILE
           IF WS-BALHIST-STATUS NOT = '00'
               DISPLAY 'AVGBAL UNABLE TO OPEN BALHIST - STATUS '
                   WS-BALHIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O AVG-BAL-FILE
           IF WS-AVGBAL-STATUS = '35'
               CLOSE AVG-BAL-FILE
               OPEN OUTPUT AVG-BAL-FILE
               CLOSE AVG-BAL-FILE
               OPEN I-O AVG-BAL-FILE
           END-IF.
           OPEN INPUT  SALDO-FILE.
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM SET-MONTH-WINDOW
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > 4
               MOVE ZEROS TO WS-TR-COUNT(WS-TIER-SUB)
               MOVE ZEROS TO WS-TR-AMOUNT(WS-TIER-SUB)
           END-PERFORM
           MOVE WS-AVG-MONTH TO HDR-MONTH
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           PERFORM START-RUN-CONTROL.
      *
      * SET-MONTH-WINDOW derives the month's first and last calendar
      * days, the first of the month before, and the oldest month the
      * rolling file keeps.
       SET-MONTH-WINDOW.
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-AVG-MONTH
           MOVE WS-AVG-MONTH TO WS-MONTH-START-YM
           MOVE WS-AVG-MONTH TO WS-MONTH-END-YM
           MOVE WS-DAYS-IN-MONTH(WS-RUN-MM) TO WS-MONTH-LAST-DAY
           IF WS-RUN-MM = 2
               PERFORM CHECK-LEAP-YEAR
           END-IF
           IF WS-RUN-MM = 1
               COMPUTE WS-PRIOR-YYYY = WS-RUN-YYYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-RUN-YYYY TO WS-PRIOR-YYYY
               COMPUTE WS-PRIOR-MM = WS-RUN-MM - 1
           END-IF
           IF WS-RUN-MM = 12
               MOVE WS-RUN-YYYY TO WS-KEEP-YYYY
               MOVE 1 TO WS-KEEP-MM
           ELSE
               COMPUTE WS-KEEP-YYYY = WS-RUN-YYYY - 1
               COMPUTE WS-KEEP-MM = WS-RUN-MM + 1
           END-IF.
      *
       CHECK-LEAP-YEAR.
           DIVIDE WS-RUN-YYYY BY 4 GIVING WS-DATE-QUOT
               REMAINDER WS-DATE-REM
           IF WS-DATE-REM = 0
               DIVIDE WS-RUN-YYYY BY 100 GIVING WS-DATE-QUOT
                   REMAINDER WS-DATE-REM
               IF WS-DATE-REM NOT = 0
                   MOVE 29 TO WS-MONTH-LAST-DAY
               ELSE
                   DIVIDE WS-RUN-YYYY BY 400 GIVING WS-DATE-QUOT
                       REMAINDER WS-DATE-REM
                   IF WS-DATE-REM = 0
                       MOVE 29 TO WS-MONTH-LAST-DAY
                   END-IF
               END-IF
           END-IF.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'AVGBAL' TO SEQ-JOB-NAME
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
           MOVE 'AVGBAL'        TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       AVERAGE-UNTIL-DONE.
           PERFORM READ-SALDO
           PERFORM UNTIL SALDO-AT-EOF OR COUNTER-OVERFLOWED
               PERFORM AVERAGE-ONE-ACCOUNT
               PERFORM READ-SALDO
           END-PERFORM.
      *
       READ-SALDO.
           READ SALDO-FILE
               AT END SET SALDO-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
      * AVERAGE-ONE-ACCOUNT positions the history on the first of the
      * month before and walks the account's snapshots through the
      * month's end.  Each snapshot closes the span of days since the
      * one before at that earlier balance; the span from the last
      * snapshot to the month's last calendar day closes at the end.
       AVERAGE-ONE-ACCOUNT.
           MOVE ZEROS TO WS-BALANCE-DAYS
           MOVE ZEROS TO WS-DAYS-COUNTED
           MOVE ZEROS TO WS-CARRY-SALDO
           MOVE 1     TO WS-NEXT-DAY
           SET BALANCE-KNOWN TO FALSE
           SET SNAPSHOT-SCAN-DONE TO FALSE
           MOVE CONTA-NUM IN SALDO-REC TO BH-CONTA-NUM
           MOVE WS-PRIOR-START-DATE    TO BH-RUN-DATE
           START BAL-HIST-FILE KEY IS NOT LESS THAN BH-KEY
               INVALID KEY SET SNAPSHOT-SCAN-DONE TO TRUE
           END-START
           PERFORM WALK-ONE-SNAPSHOT UNTIL SNAPSHOT-SCAN-DONE
           IF BALANCE-KNOWN
               COMPUTE WS-SPAN-DAYS =
                   WS-MONTH-LAST-DAY - WS-NEXT-DAY + 1
               PERFORM ADD-BALANCE-SPAN
           END-IF
           IF WS-DAYS-COUNTED = ZEROS
               ADD 1 TO WS-NO-HISTORY-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-NO-HISTORY-COUNT OVERFLOWED'
               END-ADD
           ELSE
               COMPUTE WS-AVG-SALDO ROUNDED =
                   WS-BALANCE-DAYS / WS-DAYS-COUNTED
               PERFORM WRITE-AVERAGE-RECORD
               PERFORM TALLY-BRANCH-TIER
           END-IF.
      *
       WALK-ONE-SNAPSHOT.
           READ BAL-HIST-FILE NEXT RECORD
               AT END SET SNAPSHOT-SCAN-DONE TO TRUE
               NOT AT END
                   IF BH-CONTA-NUM NOT = CONTA-NUM IN SALDO-REC
                           OR BH-RUN-DATE > WS-MONTH-END-DATE
                       SET SNAPSHOT-SCAN-DONE TO TRUE
                   ELSE
                       IF BH-RUN-DATE < WS-MONTH-START-DATE
                           MOVE BH-SALDO TO WS-CARRY-SALDO
                           SET BALANCE-KNOWN TO TRUE
                       ELSE
                           MOVE BH-RUN-DATE TO WS-SNAP-DATE
                           IF BALANCE-KNOWN
                               COMPUTE WS-SPAN-DAYS =
                                   WS-SNAP-DD - WS-NEXT-DAY
                               PERFORM ADD-BALANCE-SPAN
                           END-IF
                           MOVE BH-SALDO   TO WS-CARRY-SALDO
                           MOVE WS-SNAP-DD TO WS-NEXT-DAY
                           SET BALANCE-KNOWN TO TRUE
                       END-IF
                   END-IF
           END-READ.
      *
       ADD-BALANCE-SPAN.
           COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
                   + WS-CARRY-SALDO * WS-SPAN-DAYS
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-BALANCE-DAYS OVERFLOWED'
           END-COMPUTE
           ADD WS-SPAN-DAYS TO WS-DAYS-COUNTED.
      *
      * WRITE-AVERAGE-RECORD files the month's figure; a rerun for the
      * same month replaces it.
       WRITE-AVERAGE-RECORD.
           MOVE SPACES                     TO AVG-BAL-REC
           MOVE CONTA-NUM IN SALDO-REC     TO ABL-CONTA-NUM
           MOVE WS-AVG-MONTH               TO ABL-MONTH
           MOVE WS-AVG-SALDO               TO ABL-AVG-SALDO
           MOVE WS-CARRY-SALDO             TO ABL-MONTH-END-SALDO
           MOVE WS-DAYS-COUNTED            TO ABL-DAYS-COUNTED
           MOVE SALDO-AGENCIA IN SALDO-REC TO ABL-AGENCIA
           MOVE ACCT-TIER IN SALDO-REC     TO ABL-ACCT-TIER
           MOVE WS-RUN-DATE                TO ABL-GEN-DATE
           WRITE AVG-BAL-REC
               INVALID KEY
                   REWRITE AVG-BAL-REC
           END-WRITE
           ADD 1 TO WS-WRITTEN-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-WRITTEN-COUNT OVERFLOWED'
           END-ADD.
      *
       TALLY-BRANCH-TIER.
           IF ACCT-TIER >= 1 AND ACCT-TIER <= 3
               MOVE ACCT-TIER TO WS-TIER-SUB
           ELSE
               MOVE 4 TO WS-TIER-SUB
           END-IF
           ADD 1 TO WS-TR-COUNT(WS-TIER-SUB)
           ADD WS-AVG-SALDO TO WS-TR-AMOUNT(WS-TIER-SUB)
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TR-AMOUNT OVERFLOWED'
           END-ADD
           SET BRANCH-ENTRY-FOUND TO FALSE
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL BRANCH-ENTRY-FOUND
                   OR WS-BR-IDX > WS-BR-ENTRY-COUNT
               IF WS-BR-AGENCIA(WS-BR-IDX) = SALDO-AGENCIA
                   SET BRANCH-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF BRANCH-ENTRY-FOUND
               SET WS-BR-IDX DOWN BY 1
               ADD 1 TO WS-BR-COUNT(WS-BR-IDX, WS-TIER-SUB)
               ADD WS-AVG-SALDO
                   TO WS-BR-AMOUNT(WS-BR-IDX, WS-TIER-SUB)
           ELSE
               IF WS-BR-ENTRY-COUNT < 100
                   ADD 1 TO WS-BR-ENTRY-COUNT
                   SET WS-BR-IDX TO WS-BR-ENTRY-COUNT
                   INITIALIZE WS-BR-ENTRY(WS-BR-IDX)
                   MOVE SALDO-AGENCIA TO WS-BR-AGENCIA(WS-BR-IDX)
                   MOVE 1 TO WS-BR-COUNT(WS-BR-IDX, WS-TIER-SUB)
                   MOVE WS-AVG-SALDO
                       TO WS-BR-AMOUNT(WS-BR-IDX, WS-TIER-SUB)
               ELSE
                   ADD 1 TO WS-BR-DROPPED-COUNT
               END-IF
           END-IF.
      *
      * PURGE-OLD-MONTHS walks the whole average file and drops every
      * month older than the rolling twelve, closed accounts included.
       PURGE-OLD-MONTHS.
           IF NOT COUNTER-OVERFLOWED
               SET AVGBAL-AT-EOF TO FALSE
               MOVE LOW-VALUES TO ABL-KEY
               START AVG-BAL-FILE KEY IS NOT LESS THAN ABL-KEY
                   INVALID KEY SET AVGBAL-AT-EOF TO TRUE
               END-START
               PERFORM PURGE-ONE-MONTH UNTIL AVGBAL-AT-EOF
           END-IF.
      *
       PURGE-ONE-MONTH.
           READ AVG-BAL-FILE NEXT RECORD
               AT END SET AVGBAL-AT-EOF TO TRUE
               NOT AT END
                   IF ABL-MONTH < WS-KEEP-FROM-MONTH
                       DELETE AVG-BAL-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                       ADD 1 TO WS-PURGED-COUNT
                           ON SIZE ERROR
                               SET COUNTER-OVERFLOWED TO TRUE
                               DISPLAY 'WS-PURGED-COUNT OVERFLOWED'
                       END-ADD
                   END-IF
           END-READ.
      *
       CLOSE-STOP.
           PERFORM PRINT-DISTRIBUTION
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE SALDO-FILE.
           CLOSE BAL-HIST-FILE.
           CLOSE AVG-BAL-FILE.
           CLOSE PRINT-FILE.
           DISPLAY 'AVGBAL READ ' WS-READ-COUNT
                   ' AVERAGED ' WS-WRITTEN-COUNT
                   ' NO HISTORY ' WS-NO-HISTORY-COUNT
                   ' PURGED ' WS-PURGED-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'AVGBAL ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NO-HISTORY-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
                   MOVE 'ACCOUNTS WITH NO BALANCE HISTORY'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-NO-HISTORY-COUNT TO WS-ALERT-COUNT
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               PERFORM WRITE-ALERT-RECORD
           END-IF.
           GOBACK.
      *
      * PRINT-DISTRIBUTION prints each branch's tiers with a branch
      * line under them, then the shop-wide tier lines and the grand
      * total.  A tier with no accounts at a branch prints no line.
       PRINT-DISTRIBUTION.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-ENTRY-COUNT
               PERFORM PRINT-ONE-BRANCH
           END-PERFORM
           IF WS-BR-DROPPED-COUNT > ZEROS
               DISPLAY 'AVGBAL BRANCH TABLE FULL - '
                       WS-BR-DROPPED-COUNT ' ACCOUNT(S) NOT RECAPPED'
           END-IF
           WRITE PRINT-REC FROM SPACES
           MOVE SPACES TO PRINT-REC
           MOVE ' ALL BRANCHES' TO PRINT-REC
           WRITE PRINT-REC
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > 4
               ADD WS-TR-COUNT(WS-TIER-SUB)  TO WS-GRAND-COUNT
               ADD WS-TR-AMOUNT(WS-TIER-SUB) TO WS-GRAND-TOTAL
               IF WS-TR-COUNT(WS-TIER-SUB) > ZEROS
                   PERFORM SET-TIER-LABEL
                   MOVE WS-TR-COUNT(WS-TIER-SUB)  TO WS-BRANCH-COUNT
                   MOVE WS-TR-AMOUNT(WS-TIER-SUB) TO WS-BRANCH-AMOUNT
                   PERFORM WRITE-DIST-LINE
               END-IF
           END-PERFORM
           MOVE 'GRAND TOTAL'  TO DSL-LABEL
           MOVE WS-GRAND-COUNT TO WS-BRANCH-COUNT
           MOVE WS-GRAND-TOTAL TO WS-BRANCH-AMOUNT
           PERFORM WRITE-DIST-LINE
           WRITE PRINT-REC FROM SPACES
           MOVE 'BALANCE RECORDS READ'      TO CNL-LABEL
           MOVE WS-READ-COUNT               TO CNL-COUNT
           WRITE PRINT-REC FROM COUNT-LINE
           MOVE 'AVERAGES FILED'            TO CNL-LABEL
           MOVE WS-WRITTEN-COUNT            TO CNL-COUNT
           WRITE PRINT-REC FROM COUNT-LINE
           MOVE 'NO SNAPSHOT IN THE MONTH'  TO CNL-LABEL
           MOVE WS-NO-HISTORY-COUNT         TO CNL-COUNT
           WRITE PRINT-REC FROM COUNT-LINE
           MOVE 'MONTHS PAST TWELVE DROPPED' TO CNL-LABEL
           MOVE WS-PURGED-COUNT             TO CNL-COUNT
           WRITE PRINT-REC FROM COUNT-LINE.
      *
       PRINT-ONE-BRANCH.
           MOVE WS-BR-AGENCIA(WS-BR-IDX) TO BHL-AGENCIA
           MOVE WS-BR-AGENCIA(WS-BR-IDX) TO WS-BRNVAL-NUMBER
           CALL 'BRNVAL' USING WS-BRNVAL-NUMBER WS-BRNVAL-RESULT
                               WS-BRNVAL-NAME WS-BRNVAL-REGION
           MOVE WS-BRNVAL-NAME TO BHL-BRN-NAME
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM BRANCH-HDR-LINE
           MOVE ZEROS TO WS-BRANCH-SUM-COUNT
           MOVE ZEROS TO WS-BRANCH-SUM-AMOUNT
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > 4
               IF WS-BR-COUNT(WS-BR-IDX, WS-TIER-SUB) > ZEROS
                   ADD WS-BR-COUNT(WS-BR-IDX, WS-TIER-SUB)
                       TO WS-BRANCH-SUM-COUNT
                   ADD WS-BR-AMOUNT(WS-BR-IDX, WS-TIER-SUB)
                       TO WS-BRANCH-SUM-AMOUNT
                   PERFORM SET-TIER-LABEL
                   MOVE WS-BR-COUNT(WS-BR-IDX, WS-TIER-SUB)
                       TO WS-BRANCH-COUNT
                   MOVE WS-BR-AMOUNT(WS-BR-IDX, WS-TIER-SUB)
                       TO WS-BRANCH-AMOUNT
                   PERFORM WRITE-DIST-LINE
               END-IF
           END-PERFORM
           MOVE 'BRANCH'             TO DSL-LABEL
           MOVE WS-BRANCH-SUM-COUNT  TO WS-BRANCH-COUNT
           MOVE WS-BRANCH-SUM-AMOUNT TO WS-BRANCH-AMOUNT
           PERFORM WRITE-DIST-LINE.
      *
       SET-TIER-LABEL.
           IF WS-TIER-SUB = 4
               MOVE 'TIER INVALID' TO DSL-LABEL
           ELSE
               MOVE SPACES TO DSL-LABEL
               STRING 'TIER ' DELIMITED BY SIZE
                      WS-TIER-SUB DELIMITED BY SIZE
                      INTO DSL-LABEL
               END-STRING
           END-IF.
      *
       WRITE-DIST-LINE.
           MOVE WS-BRANCH-COUNT  TO DSL-COUNT
           MOVE WS-BRANCH-AMOUNT TO DSL-AMOUNT
           IF WS-BRANCH-COUNT > ZEROS
               COMPUTE WS-MEAN-AMOUNT ROUNDED =
                   WS-BRANCH-AMOUNT / WS-BRANCH-COUNT
           ELSE
               MOVE ZEROS TO WS-MEAN-AMOUNT
           END-IF
           MOVE WS-MEAN-AMOUNT   TO DSL-MEAN
           WRITE PRINT-REC FROM DIST-LINE.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'AVGBAL'            TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-WRITTEN-COUNT    TO CTLT-OUTPUT-COUNT
           MOVE WS-NO-HISTORY-COUNT TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED        TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary -
      * headers plus one detail line with the record count and grand
      * total - instead of an ad hoc DISPLAY.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'AVGBAL'            TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-WRITTEN-COUNT    TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           CLOSE SUMMARY-FILE.
      *
      * WRITE-ALERT-RECORD appends this run's problem to the shop-wide
      * alert file so the end-of-night alert report (ALERTRPT) puts it
      * on the one page the morning operator reads, instead of a
      * DISPLAY buried in this job's SYSOUT.
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES            TO ALERT-REC
           MOVE 'AVGBAL'          TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM AVGBAL.
