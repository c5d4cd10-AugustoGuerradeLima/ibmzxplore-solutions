      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    IOFACCR.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  IOFACCR is the nightly IOF accrual on overdraft usage.  Each
      *  account the nightly SALDO leaves negative accrues IOFTBL.cpy's
      *  daily rate on the amount drawn for every day since its last
      *  accrual (so a holiday weekend is not lost, and a rerun the
      *  same night adds nothing), plus the additional rate on any
      *  overdraft drawn since the night before, on the account's
      *  IOFACUM record.  The first run in a new month charges the
      *  month just ended as a single debit under the IOF source code
      *  on the IOFPST feed into the PSTTRAN stream, hands the same
      *  amount to the ledger as an IOF item on the IOFGL feed, and
      *  adds it to the primary holder's year on IOFYEAR for the
      *  informe.  The report lists every charge raised and the
      *  night's accrual by branch.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDO-FILE  ASSIGN TO SALDOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTA-NUM IN SALDO-REC.
           SELECT IOF-ACCUM-FILE ASSIGN TO IOFACUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IOA-CONTA-NUM
               FILE STATUS IS WS-IOFACUM-STATUS.
           SELECT IOF-YEAR-FILE ASSIGN TO IOFYEAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IOY-KEY
               FILE STATUS IS WS-IOFYEAR-STATUS.
           SELECT XREF-FILE   ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               ALTERNATE RECORD KEY IS XRF-CONTA-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
           SELECT POSTING-OUT ASSIGN TO IOFPST.
           SELECT GL-ITEM-OUT ASSIGN TO IOFGL.
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
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
      *
       FD  IOF-ACCUM-FILE RECORDING MODE F.
           COPY IOFACUM.
      *
       FD  IOF-YEAR-FILE RECORDING MODE F.
           COPY IOFYEAR.
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
      *
      * The monthly IOF debits in PSTTRAN's own layout; the JCL
      * concatenates every feed into the PSTMERGE consolidation
      * sort's input, which orders the lot by account for DRCRCAP.
       FD  POSTING-OUT RECORDING MODE F.
       01  POSTING-OUT-REC.
           05  PST-CONTA-NUM        PIC X(10).
           05  PST-AMOUNT           PIC X(11).
           05  PST-DC-CODE          PIC X.
           05  PST-POST-DATE        PIC X(8).
           05  PST-SOURCE-CODE      PIC X(4).
           05  FILLER               PIC X(46).
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
       COPY IOFTBL.
       01  FLAGS.
           05  WS-SALDO-EOF        PIC X VALUE 'N'.
               88  SALDO-AT-EOF        VALUE 'Y'.
           05  WS-ACCUM-FLAG       PIC X VALUE 'N'.
               88  ACCUM-FOUND         VALUE 'Y' FALSE 'N'.
           05  WS-PRIMARY-FLAG     PIC X VALUE 'N'.
               88  PRIMARY-FOUND       VALUE 'Y' FALSE 'N'.
           05  WS-XREF-FLAG        PIC X VALUE 'N'.
               88  XREF-SCAN-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-IOFACUM-STATUS       PIC XX.
       01  WS-IOFYEAR-STATUS       PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM       PIC 9(6).
           05  FILLER              PIC 9(2).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-ACCRUED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-CHARGED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-NO-OWNER-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-ACCRUED        PIC S9(9)V9(4) VALUE ZEROS.
       01  WS-TOTAL-CHARGED        PIC S9(11)V99 VALUE ZEROS.
      * Accrual work area for the account in hand.
       01  WS-DRAWN-AMOUNT         PIC S9(9)V99.
       01  WS-NEW-DRAWN            PIC S9(9)V99.
       01  WS-ACCRUAL-DAYS         PIC 9(5).
       01  WS-NIGHT-IOF            PIC S9(7)V9(4).
       01  WS-CHARGE-AMOUNT        PIC S9(7)V99.
       01  WS-CHARGE-YEAR          PIC 9(4).
       01  WS-OWNER-CPF            PIC X(11).
      * Display view of the posting amount for the PSTTRAN feed, the
      * same redefine shape DRCRCAP reads it back through.
       01  WS-POST-AMOUNT-X        PIC X(11).
       01  WS-POST-AMOUNT-NUM REDEFINES WS-POST-AMOUNT-X
                                   PIC 9(9)V99.
      * Day-number work area: the flat day-number arithmetic shared
      * with DORMRPT and INTACCR.
       01  WS-RUN-DAY-NUM          PIC 9(7).
       01  WS-LAST-DAY-NUM         PIC 9(7).
       01  WS-DATE-WORK            PIC 9(8).
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY        PIC 9(4).
           05  WS-DATE-MM          PIC 9(2).
           05  WS-DATE-DD          PIC 9(2).
       01  WS-DAY-NUM-OUT          PIC 9(7).
      * Per-branch accrual recap accumulators, the INTACCR table shape.
       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY-COUNT   PIC 9(3) VALUE ZEROS.
           05  WS-BR-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-BR-IDX.
               10  WS-BR-AGENCIA       PIC 9(4).
               10  WS-BR-COUNT         PIC 9(7).
               10  WS-BR-AMOUNT        PIC S9(9)V9(4).
       01  WS-BR-FOUND-FLAG         PIC X VALUE 'N'.
           88  BRANCH-ENTRY-FOUND       VALUE 'Y' FALSE 'N'.
       01  WS-BR-DROPPED-COUNT      PIC 9(5) VALUE ZEROS.
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
               'OVERDRAFT IOF ACCRUAL AND CHARGES'.
       01  CHARGE-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(40) VALUE
               'MONTHLY IOF CHARGES RAISED'.
       01  CHARGE-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(8)  VALUE 'ACCOUNT '.
           05  CHL-CONTA      PIC 9(10).
           05  FILLER         PIC X(7)  VALUE ' MONTH '.
           05  CHL-MONTH      PIC 9(6).
           05  FILLER         PIC X(6)  VALUE ' DAYS '.
           05  CHL-DAYS       PIC ZZ9.
           05  FILLER         PIC X(6)  VALUE ' CPF '.
           05  CHL-CPF        PIC X(11).
           05  FILLER         PIC X(5)  VALUE ' IOF '.
           05  CHL-AMOUNT     PIC -(7)9.99.
       01  BRANCH-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(40) VALUE
               'TONIGHT''S ACCRUAL BY BRANCH'.
       01  BRANCH-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(8)  VALUE 'AGENCIA '.
           05  BRL-AGENCIA    PIC 9(4).
           05  FILLER         PIC X(10) VALUE ' ACCOUNTS '.
           05  BRL-COUNT      PIC ZZZZZZ9.
           05  FILLER         PIC X(9)  VALUE ' ACCRUED '.
           05  BRL-AMOUNT     PIC -(9)9.9999.
       01  TOTAL-LINE.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(19) VALUE 'ACCRUED TONIGHT '.
           05  TTL-ACCRUED    PIC -(9)9.9999.
           05  FILLER         PIC X(10) VALUE ' CHARGED '.
           05  TTL-CHARGED    PIC -(11)9.99.
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
           PERFORM ACCRUE-UNTIL-DONE
           PERFORM PRINT-RECAP
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT SALDO-FILE.
           OPEN I-O IOF-ACCUM-FILE
           IF WS-IOFACUM-STATUS = '35'
               OPEN OUTPUT IOF-ACCUM-FILE
               CLOSE IOF-ACCUM-FILE
               OPEN I-O IOF-ACCUM-FILE
           END-IF
           OPEN I-O IOF-YEAR-FILE
           IF WS-IOFYEAR-STATUS = '35'
               OPEN OUTPUT IOF-YEAR-FILE
               CLOSE IOF-YEAR-FILE
               OPEN I-O IOF-YEAR-FILE
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'IOFACCR UNABLE TO OPEN CUSTXREF - STATUS '
                   WS-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT POSTING-OUT.
           OPEN OUTPUT GL-ITEM-OUT.
           OPEN OUTPUT PRINT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           PERFORM FLATTEN-DATE
           MOVE WS-DAY-NUM-OUT TO WS-RUN-DAY-NUM
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM CHARGE-HDR-LINE
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'IOFACCR' TO SEQ-JOB-NAME
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
           MOVE 'IOFACCR'       TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       ACCRUE-UNTIL-DONE.
           PERFORM ACCRUE-ONE-ACCOUNT
               UNTIL SALDO-AT-EOF OR COUNTER-OVERFLOWED.
      *
      * ACCRUE-ONE-ACCOUNT charges a finished month first, so the
      * night's accrual always lands in the month it belongs to, then
      * accrues on tonight's balance.  An account that has never been
      * overdrawn has no IOFACUM record and none is made for it.
       ACCRUE-ONE-ACCOUNT.
           READ SALDO-FILE
               AT END SET SALDO-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
                   PERFORM READ-ACCUMULATOR
                   IF ACCUM-FOUND AND IOA-MONTH < WS-RUN-YYYYMM
                       PERFORM CLOSE-ACCRUAL-MONTH
                   END-IF
                   IF SALDO < ZEROS OR ACCUM-FOUND
                       PERFORM ACCRUE-TONIGHT
                   END-IF
           END-READ.
      *
       READ-ACCUMULATOR.
           SET ACCUM-FOUND TO FALSE
           MOVE CONTA-NUM TO IOA-CONTA-NUM
           READ IOF-ACCUM-FILE
               INVALID KEY
                   MOVE CONTA-NUM     TO IOA-CONTA-NUM
                   MOVE WS-RUN-YYYYMM TO IOA-MONTH
                   MOVE ZEROS         TO IOA-ACCRUED IOA-DAYS
                                         IOA-LAST-DATE IOA-PRIOR-DRAWN
               NOT INVALID KEY
                   SET ACCUM-FOUND TO TRUE
           END-READ.
      *
      * CLOSE-ACCRUAL-MONTH charges the month just ended - rounded to
      * the centavo, a month that rounds to nothing is simply closed -
      * and opens the run month on the same record.
       CLOSE-ACCRUAL-MONTH.
           COMPUTE WS-CHARGE-AMOUNT ROUNDED = IOA-ACCRUED
           IF WS-CHARGE-AMOUNT > ZEROS
               PERFORM CHARGE-MONTH-IOF
           END-IF
           MOVE WS-RUN-YYYYMM TO IOA-MONTH
           MOVE ZEROS         TO IOA-ACCRUED IOA-DAYS.
      *
      * CHARGE-MONTH-IOF raises the single monthly debit, the ledger
      * item, and the primary holder's annual total.  An account with
      * no holder on the cross-reference is still charged; only the
      * annual total has nowhere to go, and that is an alert.
       CHARGE-MONTH-IOF.
           MOVE SPACES           TO POSTING-OUT-REC
           MOVE CONTA-NUM        TO PST-CONTA-NUM
           MOVE WS-CHARGE-AMOUNT TO WS-POST-AMOUNT-NUM
           MOVE WS-POST-AMOUNT-X TO PST-AMOUNT
           MOVE 'D'              TO PST-DC-CODE
           MOVE WS-RUN-DATE      TO PST-POST-DATE
           MOVE 'IOF'            TO PST-SOURCE-CODE
           WRITE POSTING-OUT-REC
           MOVE SPACES           TO GL-ITEM-REC
           MOVE 'IOF'            TO GLI-SOURCE
           MOVE CONTA-NUM        TO GLI-KEY
           MOVE WS-CHARGE-AMOUNT TO GLI-AMOUNT
           MOVE WS-RUN-DATE      TO GLI-POST-DATE
           MOVE 'IOFACCR'        TO GLI-PROGRAM
           WRITE GL-ITEM-REC
           ADD 1 TO WS-CHARGED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-CHARGED-COUNT OVERFLOWED'
           END-ADD
           ADD WS-CHARGE-AMOUNT TO WS-TOTAL-CHARGED
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-CHARGED OVERFLOWED'
           END-ADD
           PERFORM FIND-OWNER
           IF WS-OWNER-CPF = SPACES
               ADD 1 TO WS-NO-OWNER-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-NO-OWNER-COUNT OVERFLOWED'
               END-ADD
           ELSE
               PERFORM ADD-TO-IOF-YEAR
           END-IF
           MOVE CONTA-NUM        TO CHL-CONTA
           MOVE IOA-MONTH        TO CHL-MONTH
           MOVE IOA-DAYS         TO CHL-DAYS
           MOVE WS-OWNER-CPF     TO CHL-CPF
           MOVE WS-CHARGE-AMOUNT TO CHL-AMOUNT
           WRITE PRINT-REC FROM CHARGE-LINE.
      *
      * ADD-TO-IOF-YEAR files the charge under the year of the month
      * it was accrued in, so December's IOF charged in January still
      * lands on December's informe.
       ADD-TO-IOF-YEAR.
           MOVE IOA-MONTH(1:4) TO WS-CHARGE-YEAR
           MOVE WS-OWNER-CPF   TO IOY-CPF
           MOVE WS-CHARGE-YEAR TO IOY-YEAR
           READ IOF-YEAR-FILE
               INVALID KEY
                   MOVE WS-OWNER-CPF     TO IOY-CPF
                   MOVE WS-CHARGE-YEAR   TO IOY-YEAR
                   MOVE WS-CHARGE-AMOUNT TO IOY-OVERDRAFT-IOF
                   MOVE ZEROS            TO IOY-LOAN-IOF
                   MOVE WS-RUN-DATE      TO IOY-LAST-UPDATE
                   WRITE IOF-YEAR-REC
               NOT INVALID KEY
                   ADD WS-CHARGE-AMOUNT  TO IOY-OVERDRAFT-IOF
                   MOVE WS-RUN-DATE      TO IOY-LAST-UPDATE
                   REWRITE IOF-YEAR-REC
           END-READ.
      *
      * ACCRUE-TONIGHT adds the daily rate on the amount drawn for
      * the days since the last accrual, and the additional rate on
      * whatever was drawn beyond last night's overdraft.  A second
      * run on the same business date finds no days and no new
      * drawing, so it adds nothing.
       ACCRUE-TONIGHT.
           MOVE ZEROS TO WS-DRAWN-AMOUNT WS-NEW-DRAWN WS-NIGHT-IOF
           IF SALDO < ZEROS
               COMPUTE WS-DRAWN-AMOUNT = ZEROS - SALDO
           END-IF
           PERFORM COMPUTE-ACCRUAL-DAYS
           IF WS-DRAWN-AMOUNT > IOA-PRIOR-DRAWN
               COMPUTE WS-NEW-DRAWN = WS-DRAWN-AMOUNT - IOA-PRIOR-DRAWN
           END-IF
           COMPUTE WS-NIGHT-IOF ROUNDED =
               (WS-DRAWN-AMOUNT * WS-IOF-DAILY-RATE * WS-ACCRUAL-DAYS)
               + (WS-NEW-DRAWN * WS-IOF-ADDL-RATE)
           ADD WS-NIGHT-IOF    TO IOA-ACCRUED
           IF WS-DRAWN-AMOUNT > ZEROS
               ADD WS-ACCRUAL-DAYS TO IOA-DAYS
           END-IF
           MOVE WS-RUN-DATE     TO IOA-LAST-DATE
           MOVE WS-DRAWN-AMOUNT TO IOA-PRIOR-DRAWN
           IF ACCUM-FOUND
               REWRITE IOF-ACCUM-REC
           ELSE
               WRITE IOF-ACCUM-REC
           END-IF
           IF WS-NIGHT-IOF > ZEROS
               PERFORM TALLY-ACCRUAL
           END-IF.
      *
      * COMPUTE-ACCRUAL-DAYS is INTACCR's gap rule: the days since the
      * last accrual, one for an account accruing for the first time.
       COMPUTE-ACCRUAL-DAYS.
           IF IOA-LAST-DATE = ZEROS
               MOVE 1 TO WS-ACCRUAL-DAYS
           ELSE
               MOVE IOA-LAST-DATE TO WS-DATE-WORK
               PERFORM FLATTEN-DATE
               MOVE WS-DAY-NUM-OUT TO WS-LAST-DAY-NUM
               IF WS-RUN-DAY-NUM > WS-LAST-DAY-NUM
                   COMPUTE WS-ACCRUAL-DAYS =
                       WS-RUN-DAY-NUM - WS-LAST-DAY-NUM
               ELSE
                   MOVE ZEROS TO WS-ACCRUAL-DAYS
               END-IF
           END-IF.
      *
       TALLY-ACCRUAL.
           ADD 1 TO WS-ACCRUED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-ACCRUED-COUNT OVERFLOWED'
           END-ADD
           ADD WS-NIGHT-IOF TO WS-TOTAL-ACCRUED
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-ACCRUED OVERFLOWED'
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
               ADD 1            TO WS-BR-COUNT(WS-BR-IDX)
               ADD WS-NIGHT-IOF TO WS-BR-AMOUNT(WS-BR-IDX)
           ELSE
               IF WS-BR-ENTRY-COUNT < 100
                   ADD 1 TO WS-BR-ENTRY-COUNT
                   SET WS-BR-IDX TO WS-BR-ENTRY-COUNT
                   MOVE SALDO-AGENCIA TO WS-BR-AGENCIA(WS-BR-IDX)
                   MOVE 1             TO WS-BR-COUNT(WS-BR-IDX)
                   MOVE WS-NIGHT-IOF  TO WS-BR-AMOUNT(WS-BR-IDX)
               ELSE
                   ADD 1 TO WS-BR-DROPPED-COUNT
               END-IF
           END-IF.
      *
      * FIND-OWNER pulls the account's PRIMARY holder - joint holders
      * and procuradores sit behind the same duplicate alternate key,
      * so the account's links are walked until the primary turns up.
      * An account with no primary link falls back to the first holder
      * found.
       FIND-OWNER.
           SET PRIMARY-FOUND TO FALSE
           SET XREF-SCAN-DONE TO FALSE
           MOVE SPACES TO WS-OWNER-CPF
           MOVE CONTA-NUM TO XRF-CONTA-NUM
           READ XREF-FILE KEY IS XRF-CONTA-NUM
               INVALID KEY
                   SET XREF-SCAN-DONE TO TRUE
               NOT INVALID KEY
                   MOVE XRF-CPF TO WS-OWNER-CPF
                   IF XRF-PRIMARY-HOLDER
                       SET PRIMARY-FOUND TO TRUE
                   END-IF
           END-READ
           PERFORM SCAN-CO-HOLDERS
               UNTIL XREF-SCAN-DONE OR PRIMARY-FOUND.
      *
       SCAN-CO-HOLDERS.
           READ XREF-FILE NEXT RECORD
               AT END SET XREF-SCAN-DONE TO TRUE
               NOT AT END
                   IF XRF-CONTA-NUM NOT = CONTA-NUM
                       SET XREF-SCAN-DONE TO TRUE
                   ELSE
                       IF XRF-PRIMARY-HOLDER
                           MOVE XRF-CPF TO WS-OWNER-CPF
                           SET PRIMARY-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.
      *
      * FLATTEN-DATE turns WS-DATE-WORK (YYYYMMDD) into the
      * approximate day number shared with DORMRPT's aging.
       FLATTEN-DATE.
           COMPUTE WS-DAY-NUM-OUT =
               (WS-DATE-YYYY * 365) + (WS-DATE-MM * 30) + WS-DATE-DD.
      *
       PRINT-RECAP.
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM BRANCH-HDR-LINE
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-ENTRY-COUNT
               MOVE WS-BR-AGENCIA(WS-BR-IDX) TO BRL-AGENCIA
               MOVE WS-BR-COUNT(WS-BR-IDX)   TO BRL-COUNT
               MOVE WS-BR-AMOUNT(WS-BR-IDX)  TO BRL-AMOUNT
               WRITE PRINT-REC FROM BRANCH-LINE
           END-PERFORM
           IF WS-BR-DROPPED-COUNT > ZEROS
               DISPLAY 'IOFACCR BRANCH TABLE FULL - '
                       WS-BR-DROPPED-COUNT ' ACCOUNT(S) NOT RECAPPED'
           END-IF
           MOVE WS-TOTAL-ACCRUED TO TTL-ACCRUED
           MOVE WS-TOTAL-CHARGED TO TTL-CHARGED
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM TOTAL-LINE.
      *
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-CTL-TOTALS
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE SALDO-FILE.
           CLOSE IOF-ACCUM-FILE.
           CLOSE IOF-YEAR-FILE.
           CLOSE XREF-FILE.
           CLOSE POSTING-OUT.
           CLOSE GL-ITEM-OUT.
           CLOSE PRINT-FILE.
           DISPLAY 'IOFACCR READ ' WS-READ-COUNT
                   ' ACCRUED ' WS-ACCRUED-COUNT
                   ' CHARGED ' WS-CHARGED-COUNT
                   ' NO OWNER ' WS-NO-OWNER-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'IOFACCR ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NO-OWNER-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 4 OR RETURN-CODE = 8
               MOVE RETURN-CODE TO WS-ALERT-SEVERITY
               MOVE 'IOF CHARGED WITH NO HOLDER FOR THE YEAR'
                   TO WS-ALERT-MESSAGE
               MOVE WS-NO-OWNER-COUNT TO WS-ALERT-COUNT
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
           MOVE 'IOFACCR'           TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-CHARGED-COUNT    TO CTLT-OUTPUT-COUNT
           MOVE ZEROS               TO CTLT-REJECT-COUNT
           SET CTLT-BALANCED        TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS appends the IOF charged this run to the
      * CTLTODAY control-total file so CTLRECON reconciles the money
      * as well as the counts.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES           TO CTL-TOTAL-REC
           MOVE 'IOFACCR'        TO CTL-JOB-ID
           MOVE WS-RUN-DATE      TO CTL-RUN-DATE
           MOVE WS-CHARGED-COUNT TO CTL-RECORD-COUNT
           MOVE WS-TOTAL-CHARGED TO CTL-DOLLAR-TOTAL
           WRITE CTL-TOTAL-REC
           CLOSE CTL-TOTAL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the accruals and charges broken out.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'IOFACCR'           TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-ACCRUED-COUNT    TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE 'ACCRUED'           TO SUMM-CATEGORY-NAME
           MOVE WS-ACCRUED-COUNT    TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'MONTH CHARGED'     TO SUMM-CATEGORY-NAME
           MOVE WS-CHARGED-COUNT    TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           MOVE 'NO OWNER'          TO SUMM-CATEGORY-NAME
           MOVE WS-NO-OWNER-COUNT   TO SUMM-CATEGORY-COUNT
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
           MOVE 'IOFACCR'         TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM IOFACCR.
