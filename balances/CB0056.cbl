      *  credit desk sees how far each agreed line is used instead of
      *  only hearing about an account when it blows past its limit.
      *  Merge-by-key shape follows DRCRBAL: both files walk forward in
      *  CONTA-NUM order.  Each line also carries the account's saldo
      *  medio from the AVGBAL month-end file - the latest month's
      *  average daily balance and the mean over the months on file,
      *  up to twelve - so the desk weighs the draw against what the
      *  customer normally keeps.  Blank until the first month-end
      *  run has reached the account; AVGBAL itself is optional.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTA-NUM IN SALDO-REC.
           SELECT AVG-BAL-FILE ASSIGN TO AVGBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABL-KEY
               FILE STATUS IS WS-AVGBAL-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTFIL.
           SELECT PRINT-FILE  ASSIGN TO PRTFILE.
      *-------------
      *
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
      *
       FD  AVG-BAL-FILE RECORDING MODE F.
           COPY AVGBAL.
      *
       FD  ALERT-FILE RECORDING MODE F.
           COPY ALERTREC.
           05  WS-SALDO-EOF        PIC X VALUE 'N'.
               88  SALDO-AT-EOF        VALUE 'Y'.
       01  WS-OVRDRFT-STATUS       PIC XX.
       01  WS-AVGBAL-STATUS        PIC XX.
      * The facility account's saldo medio - latest month, and the
      * mean over the rolling months on file.
       01  WS-AVG-SCAN-FLAG        PIC X VALUE 'N'.
           88  AVERAGE-SCAN-DONE       VALUE 'Y' FALSE 'N'.
       01  WS-AVG-MONTHS           PIC 9(2).
       01  WS-AVG-LAST-SALDO       PIC S9(9)V99.
       01  WS-AVG-SUM              PIC S9(11)V99.
       01  WS-AVG-MEAN             PIC S9(9)V99.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-FACILITY-COUNT     PIC 9(7) VALUE ZEROS.
           05  FILLER         PIC X(9)  VALUE 'EXPIRES'.
           05  FILLER         PIC X(14) VALUE 'DRAWN'.
           05  FILLER         PIC X(6)  VALUE 'PCT'.
           05  FILLER         PIC X(11) VALUE 'STATUS'.
           05  FILLER         PIC X(14) VALUE 'AVG LAST MTH'.
           05  FILLER         PIC X(14) VALUE 'AVG 12 MTHS'.
       01  DETAIL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-CONTA      PIC 9(10).
           05  DTL-PCT        PIC ZZZZ9.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-STATUS     PIC X(10).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-AVG-FIGURES.
               10  DTL-AVG-LAST   PIC -(9)9.99.
               10  FILLER         PIC X(1)  VALUE SPACE.
               10  DTL-AVG-MEAN   PIC -(9)9.99.
           05  DTL-AVG-NONE REDEFINES DTL-AVG-FIGURES
                              PIC X(27).
       01  TOTAL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(12) VALUE 'FACILITIES '.
       OPEN-FILES.
           OPEN INPUT OVERDRAFT-FILE.
           OPEN INPUT SALDO-FILE.
           OPEN INPUT AVG-BAL-FILE.
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           IF WS-OVRDRFT-STATUS NOT = '00'
               CLOSE OVERDRAFT-FILE
           END-IF.
           CLOSE SALDO-FILE.
           IF WS-AVGBAL-STATUS = '00'
               CLOSE AVG-BAL-FILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY 'ODUTIL FACILITIES ' WS-FACILITY-COUNT
                   ' DRAWN ' WS-DRAWN-COUNT
                   MOVE 'UNDRAWN'   TO DTL-STATUS
               END-IF
           END-IF
           PERFORM FIND-AVERAGE-BALANCE
           IF WS-AVG-MONTHS > ZEROS
               COMPUTE WS-AVG-MEAN ROUNDED = WS-AVG-SUM / WS-AVG-MONTHS
               MOVE WS-AVG-LAST-SALDO TO DTL-AVG-LAST
               MOVE WS-AVG-MEAN       TO DTL-AVG-MEAN
           ELSE
               MOVE '      NO DATA'   TO DTL-AVG-NONE
           END-IF
           WRITE PRINT-REC FROM DETAIL-LINE.
      *
      * FIND-AVERAGE-BALANCE walks the facility account's months on
      * AVGBAL, oldest first, keeping the latest month's average and
      * the sum for the mean.
       FIND-AVERAGE-BALANCE.
           MOVE ZEROS TO WS-AVG-MONTHS
           MOVE ZEROS TO WS-AVG-SUM
           MOVE ZEROS TO WS-AVG-LAST-SALDO
           IF WS-AVGBAL-STATUS = '00'
               SET AVERAGE-SCAN-DONE TO FALSE
               MOVE OD-CONTA-NUM TO ABL-CONTA-NUM
               MOVE ZEROS        TO ABL-MONTH
               START AVG-BAL-FILE KEY IS NOT LESS THAN ABL-KEY
                   INVALID KEY SET AVERAGE-SCAN-DONE TO TRUE
               END-START
               PERFORM SCAN-ONE-AVERAGE UNTIL AVERAGE-SCAN-DONE
           END-IF.
      *
       SCAN-ONE-AVERAGE.
           READ AVG-BAL-FILE NEXT RECORD
               AT END SET AVERAGE-SCAN-DONE TO TRUE
               NOT AT END
                   IF ABL-CONTA-NUM NOT = OD-CONTA-NUM
                       SET AVERAGE-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-AVG-MONTHS
                       ADD ABL-AVG-SALDO TO WS-AVG-SUM
                       MOVE ABL-AVG-SALDO TO WS-AVG-LAST-SALDO
                   END-IF
           END-READ.
      *
       PRINT-TOTAL-LINE.
           MOVE WS-FACILITY-COUNT TO TOT-FACILITIES
