      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FXPOSRPT.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  FXPOSRPT is the nightly FX position report on the day's
      *  BRL/USD conversions between customers' own accounts, keyed
      *  at the TELLER desk and recorded on FXTRADE.  Every trade of
      *  the business date is listed with its rates, and the recap
      *  gives the dollars the bank bought and sold, the net dollar
      *  position the treasury desk has to cover, the reais paid out
      *  and taken in, and the spread income.  The spread on each
      *  trade is handed to the ledger as an item under the FXSPREAD
      *  GL mapping on the FXSPRGL feed for GLEXTR.  A trade priced
      *  on the wrong side of the middle rate (a spread below zero)
      *  is listed, booked as the loss it is, and raised as an alert.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-TRADE-FILE ASSIGN TO FXTRADE
               FILE STATUS IS WS-FXTRADE-STATUS.
           SELECT GL-ITEM-OUT ASSIGN TO FXSPRGL.
           SELECT PRINT-FILE  ASSIGN TO PRTFILE.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE ASSIGN TO RUNSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-JOB-NAME
               FILE STATUS IS WS-RUNSEQ-STATUS.
           SELECT DAILY-CTL-FILE ASSIGN TO DAILYCTL.
           SELECT CTL-TOTAL-FILE ASSIGN TO CTLTODAY.
           SELECT ALERT-FILE ASSIGN TO ALERTFIL.
           SELECT SUMMARY-FILE ASSIGN TO SUMRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FX-TRADE-FILE RECORDING MODE F.
           COPY FXTRADE.
      *
       FD  GL-ITEM-OUT RECORDING MODE F.
           COPY GLITEM.
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
       FD  CTL-TOTAL-FILE RECORDING MODE F.
           COPY CTLTOTAL.
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
           05  WS-FXTRADE-EOF      PIC X VALUE 'N'.
               88  FXTRADE-AT-EOF      VALUE 'Y'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-FXTRADE-STATUS       PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-TRADE-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-BOUGHT-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-SOLD-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-GL-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-ADVERSE-COUNT      PIC 9(7) VALUE ZEROS.
      * The day's position: dollars bought from customers against the
      * reais paid for them, dollars sold against the reais taken.
       01  WS-USD-BOUGHT           PIC S9(11)V99 VALUE ZEROS.
       01  WS-BRL-PAID             PIC S9(11)V99 VALUE ZEROS.
       01  WS-USD-SOLD             PIC S9(11)V99 VALUE ZEROS.
       01  WS-BRL-RECEIVED         PIC S9(11)V99 VALUE ZEROS.
       01  WS-NET-USD              PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-SPREAD         PIC S9(11)V99 VALUE ZEROS.
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
               'FX POSITION - OWN-ACCOUNT CONVERSIONS'.
           05  FILLER         PIC X(10) VALUE 'RUN DATE '.
           05  HDR-RUN-DATE   PIC 9(8).
       01  TRADE-HDR-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(12) VALUE 'CPF'.
           05  FILLER         PIC X(5)  VALUE 'SIDE'.
           05  FILLER         PIC X(11) VALUE 'FROM'.
           05  FILLER         PIC X(11) VALUE 'TO'.
           05  FILLER         PIC X(15) VALUE '    USD AMOUNT'.
           05  FILLER         PIC X(15) VALUE '    BRL AMOUNT'.
           05  FILLER         PIC X(12) VALUE '   MID RATE'.
           05  FILLER         PIC X(12) VALUE '  DEAL RATE'.
           05  FILLER         PIC X(12) VALUE '     SPREAD'.
           05  FILLER         PIC X(5)  VALUE 'AGEN'.
           05  FILLER         PIC X(8)  VALUE 'OPERATOR'.
       01  TRADE-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  TRL-CPF        PIC X(11).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  TRL-SIDE       PIC X(4).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  TRL-FROM       PIC 9(10).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  TRL-TO         PIC 9(10).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  TRL-USD        PIC Z(10)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  TRL-BRL        PIC Z(10)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  TRL-MID        PIC ZZ9.999999.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  TRL-DEAL       PIC ZZ9.999999.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  TRL-SPREAD     PIC -(7)9.99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  TRL-AGENCIA    PIC 9(4).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  TRL-OPERATOR   PIC X(8).
       01  RECAP-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(40) VALUE
               'DAY''S POSITION'.
       01  RECAP-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  RCL-LABEL      PIC X(24).
           05  RCL-COUNT      PIC ZZZZZZ9.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  RCL-AMOUNT     PIC -(11)9.99.
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
           PERFORM LIST-UNTIL-DONE
           PERFORM PRINT-RECAP
           PERFORM CLOSE-STOP.
      *
      * OPEN-FILES opens the trade file as optional: a business day
      * with no conversions keyed leaves no FXTRADE, and the report
      * prints an empty position rather than failing.
       OPEN-FILES.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           OPEN INPUT FX-TRADE-FILE
           IF WS-FXTRADE-STATUS NOT = '00'
               SET FXTRADE-AT-EOF TO TRUE
               DISPLAY 'FXPOSRPT - NO FXTRADE FILE - NO TRADES TODAY'
           END-IF
           OPEN OUTPUT GL-ITEM-OUT.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM TRADE-HDR-LINE
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'FXPOSRPT' TO SEQ-JOB-NAME
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
           MOVE 'FXPOSRPT'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       LIST-UNTIL-DONE.
           PERFORM LIST-ONE-TRADE
               UNTIL FXTRADE-AT-EOF OR COUNTER-OVERFLOWED.
      *
      * LIST-ONE-TRADE takes the business date's trades only; FXTRADE
      * is appended by every TELLER session, so earlier days' trades
      * stay on it for the COAF roll-up and the audit trail.
       LIST-ONE-TRADE.
           READ FX-TRADE-FILE
               AT END SET FXTRADE-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
                   IF FXT-TRADE-DATE = WS-RUN-DATE
                       PERFORM TALLY-ONE-TRADE
                   END-IF
           END-READ.
      *
       TALLY-ONE-TRADE.
           ADD 1 TO WS-TRADE-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TRADE-COUNT OVERFLOWED'
           END-ADD
           IF FXT-BANK-BUYS
               MOVE 'BUY'  TO TRL-SIDE
               ADD 1 TO WS-BOUGHT-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-BOUGHT-COUNT OVERFLOWED'
               END-ADD
               ADD FXT-FX-AMOUNT TO WS-USD-BOUGHT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-USD-BOUGHT OVERFLOWED'
               END-ADD
               ADD FXT-BRL-AMOUNT TO WS-BRL-PAID
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-BRL-PAID OVERFLOWED'
               END-ADD
           ELSE
               MOVE 'SELL' TO TRL-SIDE
               ADD 1 TO WS-SOLD-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-SOLD-COUNT OVERFLOWED'
               END-ADD
               ADD FXT-FX-AMOUNT TO WS-USD-SOLD
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-USD-SOLD OVERFLOWED'
               END-ADD
               ADD FXT-BRL-AMOUNT TO WS-BRL-RECEIVED
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-BRL-RECEIVED OVERFLOWED'
               END-ADD
           END-IF
           ADD FXT-SPREAD-BRL TO WS-TOTAL-SPREAD
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-SPREAD OVERFLOWED'
           END-ADD
           IF FXT-SPREAD-BRL < ZEROS
               ADD 1 TO WS-ADVERSE-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-ADVERSE-COUNT OVERFLOWED'
               END-ADD
           END-IF
           IF FXT-SPREAD-BRL NOT = ZEROS
               PERFORM WRITE-SPREAD-ITEM
           END-IF
           MOVE FXT-CPF        TO TRL-CPF
           MOVE FXT-FROM-CONTA TO TRL-FROM
           MOVE FXT-TO-CONTA   TO TRL-TO
           MOVE FXT-FX-AMOUNT  TO TRL-USD
           MOVE FXT-BRL-AMOUNT TO TRL-BRL
           MOVE FXT-MID-RATE   TO TRL-MID
           MOVE FXT-DEAL-RATE  TO TRL-DEAL
           MOVE FXT-SPREAD-BRL TO TRL-SPREAD
           MOVE FXT-AGENCIA    TO TRL-AGENCIA
           MOVE FXT-OPERATOR   TO TRL-OPERATOR
           WRITE PRINT-REC FROM TRADE-LINE.
      *
      * WRITE-SPREAD-ITEM hands the trade's spread to the ledger under
      * the FXSPREAD mapping, keyed by the account the money came
      * from; a negative spread books as the loss with the mapped
      * accounts reversed.
       WRITE-SPREAD-ITEM.
           MOVE SPACES           TO GL-ITEM-REC
           MOVE 'FXSPREAD'       TO GLI-SOURCE
           MOVE FXT-FROM-CONTA   TO GLI-KEY
           MOVE FXT-SPREAD-BRL   TO GLI-AMOUNT
           MOVE WS-RUN-DATE      TO GLI-POST-DATE
           MOVE 'FXPOSRPT'       TO GLI-PROGRAM
           WRITE GL-ITEM-REC
           ADD 1 TO WS-GL-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-GL-COUNT OVERFLOWED'
           END-ADD.
      *
      * PRINT-RECAP prints the day's position.  The net position is
      * the dollars bought less the dollars sold: positive, the bank
      * is long dollars and the treasury desk sells them on.
       PRINT-RECAP.
           COMPUTE WS-NET-USD = WS-USD-BOUGHT - WS-USD-SOLD
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM RECAP-HDR-LINE
           MOVE 'USD BOUGHT'         TO RCL-LABEL
           MOVE WS-BOUGHT-COUNT      TO RCL-COUNT
           MOVE WS-USD-BOUGHT        TO RCL-AMOUNT
           WRITE PRINT-REC FROM RECAP-LINE
           MOVE 'BRL PAID FOR IT'    TO RCL-LABEL
           MOVE WS-BOUGHT-COUNT      TO RCL-COUNT
           MOVE WS-BRL-PAID          TO RCL-AMOUNT
           WRITE PRINT-REC FROM RECAP-LINE
           MOVE 'USD SOLD'           TO RCL-LABEL
           MOVE WS-SOLD-COUNT        TO RCL-COUNT
           MOVE WS-USD-SOLD          TO RCL-AMOUNT
           WRITE PRINT-REC FROM RECAP-LINE
           MOVE 'BRL RECEIVED FOR IT' TO RCL-LABEL
           MOVE WS-SOLD-COUNT        TO RCL-COUNT
           MOVE WS-BRL-RECEIVED      TO RCL-AMOUNT
           WRITE PRINT-REC FROM RECAP-LINE
           MOVE 'NET USD POSITION'   TO RCL-LABEL
           MOVE WS-TRADE-COUNT       TO RCL-COUNT
           MOVE WS-NET-USD           TO RCL-AMOUNT
           WRITE PRINT-REC FROM RECAP-LINE
           MOVE 'SPREAD INCOME BRL'  TO RCL-LABEL
           MOVE WS-GL-COUNT          TO RCL-COUNT
           MOVE WS-TOTAL-SPREAD      TO RCL-AMOUNT
           WRITE PRINT-REC FROM RECAP-LINE
           IF WS-ADVERSE-COUNT > ZEROS
               MOVE 'PRICED AGAINST BANK' TO RCL-LABEL
               MOVE WS-ADVERSE-COUNT TO RCL-COUNT
               MOVE ZEROS            TO RCL-AMOUNT
               WRITE PRINT-REC FROM RECAP-LINE
           END-IF.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-CTL-TOTALS
           PERFORM WRITE-SUMMARY-REPORT
           IF WS-FXTRADE-STATUS = '00'
               CLOSE FX-TRADE-FILE
           END-IF
           CLOSE GL-ITEM-OUT.
           CLOSE PRINT-FILE.
           DISPLAY 'FXPOSRPT READ ' WS-READ-COUNT
                   ' TRADES ' WS-TRADE-COUNT
                   ' BOUGHT ' WS-BOUGHT-COUNT
                   ' SOLD ' WS-SOLD-COUNT
                   ' SPREAD ITEMS ' WS-GL-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'FXPOSRPT ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ADVERSE-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               MOVE 'FX TRADES PRICED AGAINST THE BANK'
                   TO WS-ALERT-MESSAGE
               MOVE WS-ADVERSE-COUNT TO WS-ALERT-COUNT
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
           MOVE 'FXPOSRPT'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-TRADE-COUNT      TO CTLT-READ-COUNT
           MOVE WS-GL-COUNT         TO CTLT-OUTPUT-COUNT
           MOVE ZEROS               TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED        TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS appends the spread handed to the ledger this
      * run to the CTLTODAY control-total file so CTLRECON reconciles
      * the money as well as the counts.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES           TO CTL-TOTAL-REC
           MOVE 'FXPOSRPT'       TO CTL-JOB-ID
           MOVE WS-RUN-DATE      TO CTL-RUN-DATE
           MOVE WS-GL-COUNT      TO CTL-RECORD-COUNT
           MOVE WS-TOTAL-SPREAD  TO CTL-DOLLAR-TOTAL
           WRITE CTL-TOTAL-REC
           CLOSE CTL-TOTAL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the trades broken out by side.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'FXPOSRPT'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-TRADE-COUNT      TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE 'BANK BOUGHT USD'   TO SUMM-CATEGORY-NAME
           MOVE WS-BOUGHT-COUNT     TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'BANK SOLD USD'     TO SUMM-CATEGORY-NAME
           MOVE WS-SOLD-COUNT       TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'PRICED AGAINST'    TO SUMM-CATEGORY-NAME
           MOVE WS-ADVERSE-COUNT    TO SUMM-CATEGORY-COUNT
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
           MOVE 'FXPOSRPT'        TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM FXPOSRPT.
