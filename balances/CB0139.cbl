      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CARDSETL.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  CARDSETL is the card network's daily settlement intake.  The
      *  branches place each card authorization as a BALHOLD hold
      *  through HOLDMNT, quoting the network's authorization
      *  reference; days later the transaction settles on this file.
      *  The file arrives in the envelope the clearing and payroll
      *  intakes already accept - header with date and sequence (the
      *  CARDFSEQ high-water mark, CHQINTAK's rule), details, trailer
      *  with the count AND the amount hash (PAYINTAK's rule) - and
      *  any envelope failure refuses the file whole with return code
      *  12.  Accepted items sort onto the account and each is matched
      *  to its authorization hold by account and reference: the
      *  settled amount posts as a CARD debit on the CARDPST feed into
      *  the PSTTRAN stream and the hold is released, whatever the
      *  authorized amount was - the network's figure is the one that
      *  left.  A settlement that matches no open hold, an item whose
      *  account fails its check digit, and every card hold still
      *  open past the days in CARDTBL with no settlement go on the
      *  exception report (PRTFILE) for the desk; a settled amount
      *  that differs from the authorization is listed there too.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENVELOPE-FILE ASSIGN TO CARDSTIN.
           SELECT FILE-SEQ-CTL  ASSIGN TO CARDFSEQ
               FILE STATUS IS WS-FILESEQ-STATUS.
           SELECT HOLD-FILE     ASSIGN TO BALHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT SORT-WORK     ASSIGN TO SORTWK01.
           SELECT POSTING-OUT   ASSIGN TO CARDPST.
           SELECT PRINT-FILE    ASSIGN TO PRTFILE.
           SELECT RUN-CTL-FILE  ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE  ASSIGN TO RUNSEQ
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
      * The enveloped settlement file: header with date and sequence,
      * one settled transaction per detail, trailer with count and
      * amount hash.
       FD  ENVELOPE-FILE RECORDING MODE F.
       01  ENVELOPE-REC.
           05  ENV-TYPE             PIC X.
               88  ENV-HEADER           VALUE 'H'.
               88  ENV-DETAIL           VALUE 'D'.
               88  ENV-TRAILER          VALUE 'T'.
           05  ENV-DATA             PIC X(79).
       01  ENVELOPE-HDR REDEFINES ENVELOPE-REC.
           05  FILLER               PIC X.
           05  ENV-FILE-DATE        PIC X(8).
           05  ENV-FILE-SEQ         PIC X(6).
           05  FILLER               PIC X(65).
       01  ENVELOPE-DTL REDEFINES ENVELOPE-REC.
           05  FILLER               PIC X.
           05  ENV-CONTA-NUM        PIC X(10).
           05  ENV-AUTH-REF         PIC X(6).
           05  ENV-AMOUNT           PIC X(11).
           05  ENV-TXN-DATE         PIC X(8).
           05  FILLER               PIC X(44).
       01  ENVELOPE-TRL REDEFINES ENVELOPE-REC.
           05  FILLER               PIC X.
           05  ENV-REC-COUNT        PIC X(7).
           05  ENV-HASH-TOTAL       PIC X(13).
           05  FILLER               PIC X(59).
      *
      * The acceptance control record: the last accepted file's
      * sequence number, rolled forward only when a file passes.
       FD  FILE-SEQ-CTL RECORDING MODE F.
       01  FILE-SEQ-REC.
           05  FSQ-LAST-SEQ         PIC 9(6).
           05  FSQ-LAST-DATE        PIC 9(8).
           05  FILLER               PIC X(66).
      *
       FD  HOLD-FILE RECORDING MODE F.
           COPY BALHOLD.
      *
      * The settled items sort onto the account so the feed lands in
      * DRCRCAP's order.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-CONTA      PIC 9(10).
           05  SRT-AUTH-REF   PIC X(6).
           05  SRT-AMOUNT     PIC 9(9)V99.
           05  SRT-TXN-DATE   PIC X(8).
      *
      * The card debits in PSTTRAN's own layout; the JCL concatenates
      * every feed into the PSTMERGE consolidation sort's input.
       FD  POSTING-OUT RECORDING MODE F.
       01  POSTING-OUT-REC.
           05  PST-CONTA-NUM        PIC X(10).
           05  PST-AMOUNT           PIC X(11).
           05  PST-DC-CODE          PIC X.
           05  PST-POST-DATE        PIC X(8).
           05  PST-SOURCE-CODE      PIC X(4).
           05  FILLER               PIC X(46).
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
       COPY CARDTBL.
       01  FLAGS.
           05  WS-ENVELOPE-EOF     PIC X VALUE 'N'.
               88  ENVELOPE-AT-EOF     VALUE 'Y'.
           05  WS-HEADER-FLAG      PIC X VALUE 'N'.
               88  HEADER-SEEN         VALUE 'Y'.
           05  WS-TRAILER-FLAG     PIC X VALUE 'N'.
               88  TRAILER-SEEN        VALUE 'Y'.
           05  WS-ACCEPT-FLAG      PIC X VALUE 'Y'.
               88  FILE-IS-ACCEPTED    VALUE 'Y' FALSE 'N'.
           05  WS-SORT-EOF         PIC X VALUE 'N'.
               88  SORT-AT-EOF         VALUE 'Y'.
           05  WS-HOLD-SCAN        PIC X VALUE 'N'.
               88  HOLD-SCAN-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-HOLD-MATCH       PIC X VALUE 'N'.
               88  HOLD-MATCHED        VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-FILESEQ-STATUS       PIC XX.
       01  WS-HOLD-STATUS          PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-DETAIL-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-SETTLED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-UNMATCHED-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-STALE-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-SETTLED        PIC S9(11)V99 VALUE ZEROS.
       01  WS-FILE-TOTAL           PIC 9(11)V99 VALUE ZEROS.
       01  WS-LAST-SEQ             PIC 9(6) VALUE ZEROS.
       01  WS-FILE-SEQ             PIC 9(6) VALUE ZEROS.
       01  WS-TRAILER-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-TRAILER-HASH         PIC 9(11)V99 VALUE ZEROS.
       01  WS-HASH-X               PIC X(13).
       01  WS-HASH-NUM REDEFINES WS-HASH-X
                                   PIC 9(11)V99.
       01  WS-REFUSE-REASON        PIC X(40) VALUE SPACES.
       01  WS-AMOUNT-X             PIC X(11).
       01  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-X
                                   PIC 9(9)V99.
      * Parameters for the shared ACCTCHK check-digit subroutine.
       01  WS-ACCTCHK-NUMBER       PIC X(10).
       01  WS-ACCTCHK-RESULT       PIC X VALUE 'Y'.
           88  ACCT-NUM-VALID          VALUE 'Y' FALSE 'N'.
      * Parameters for the shared PERCHK period-status check - an
      * intake must not raise postings dated inside a closed period.
       01  WS-PERCHK-DATE          PIC 9(8).
       01  WS-PERCHK-RESULT        PIC X VALUE 'Y'.
           88  PERIOD-IS-OPEN          VALUE 'Y' FALSE 'N'.
      * Day-number work area for the stale-hold age (FLATTEN-DATE).
       01  WS-RUN-DAY-NUM          PIC 9(7).
       01  WS-HOLD-AGE             PIC S9(7).
       01  WS-DATE-WORK            PIC 9(8).
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY        PIC 9(4).
           05  WS-DATE-MM          PIC 9(2).
           05  WS-DATE-DD          PIC 9(2).
       01  WS-DAY-NUM-OUT          PIC 9(7).
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
      *
       01  HDR-LINE-1.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(40) VALUE
               'CARD SETTLEMENT EXCEPTIONS'.
       01  EXC-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  EXL-TEXT       PIC X(26).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  EXL-CONTA      PIC X(10).
           05  FILLER         PIC X(6)  VALUE ' AUTH '.
           05  EXL-AUTH-REF   PIC X(6).
           05  FILLER         PIC X(9)  VALUE ' SETTLED '.
           05  EXL-SETTLED    PIC Z(8)9.99.
           05  FILLER         PIC X(12) VALUE ' AUTHORIZED '.
           05  EXL-AUTHORIZED PIC Z(8)9.99.
           05  FILLER         PIC X(8)  VALUE ' PLACED '.
           05  EXL-PLACED     PIC 9(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  EXL-DAYS       PIC ZZZ9.
       01  TOTAL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(8)  VALUE 'SETTLED '.
           05  TTL-SETTLED    PIC ZZZZZZ9.
           05  FILLER         PIC X(8)  VALUE ' AMOUNT '.
           05  TTL-AMOUNT     PIC Z(10)9.99.
           05  FILLER         PIC X(11) VALUE ' UNMATCHED '.
           05  TTL-UNMATCHED  PIC ZZZZZZ9.
           05  FILLER         PIC X(7)  VALUE ' STALE '.
           05  TTL-STALE      PIC ZZZZZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      * MAIN-LOGIC is the program's only entry point, PERFORMing each
      * step in order so no paragraph runs by falling through into the
      * next one physically.
       MAIN-LOGIC.
           PERFORM OPEN-FILES
           SORT SORT-WORK
               ON ASCENDING KEY SRT-CONTA SRT-AUTH-REF
               INPUT PROCEDURE IS VALIDATE-ENVELOPE
               OUTPUT PROCEDURE IS SETTLE-SORTED-ITEMS
           IF FILE-IS-ACCEPTED AND NOT COUNTER-OVERFLOWED
               PERFORM LIST-STALE-HOLDS
           END-IF
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT ENVELOPE-FILE.
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = '35'
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           OPEN OUTPUT POSTING-OUT.
           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           CALL 'GETBDAT' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-PERCHK-DATE
           CALL 'PERCHK' USING WS-PERCHK-DATE WS-PERCHK-RESULT
           IF NOT PERIOD-IS-OPEN
               DISPLAY 'CARDSETL CANNOT START - THE BUSINESS '
                       'DATE FALLS IN A CLOSED PERIOD'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           PERFORM FLATTEN-DATE
           MOVE WS-DAY-NUM-OUT TO WS-RUN-DAY-NUM
           PERFORM READ-FILE-SEQ
           PERFORM START-RUN-CONTROL.
      *
       READ-FILE-SEQ.
           OPEN INPUT FILE-SEQ-CTL
           IF WS-FILESEQ-STATUS = '00'
               READ FILE-SEQ-CTL
                   AT END CONTINUE
                   NOT AT END
                       MOVE FSQ-LAST-SEQ TO WS-LAST-SEQ
               END-READ
               CLOSE FILE-SEQ-CTL
           END-IF.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'CARDSETL' TO SEQ-JOB-NAME
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
           MOVE 'CARDSETL'      TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * VALIDATE-ENVELOPE is the CUSTVAL acceptance walk: header
      * first, exactly one trailer at the end, trailer count and hash
      * equal to the details between, sequence advancing.
       VALIDATE-ENVELOPE.
           PERFORM READ-ENVELOPE
           PERFORM UNTIL ENVELOPE-AT-EOF
                   OR NOT FILE-IS-ACCEPTED
               EVALUATE TRUE
                   WHEN ENV-HEADER
                       PERFORM CHECK-HEADER
                   WHEN ENV-DETAIL
                       PERFORM CHECK-DETAIL
                   WHEN ENV-TRAILER
                       PERFORM CHECK-TRAILER
                   WHEN OTHER
                       MOVE 'UNKNOWN RECORD TYPE' TO WS-REFUSE-REASON
                       SET FILE-IS-ACCEPTED TO FALSE
               END-EVALUATE
               PERFORM READ-ENVELOPE
           END-PERFORM
           IF FILE-IS-ACCEPTED
               PERFORM CHECK-ENVELOPE-COMPLETE
           END-IF
           IF FILE-IS-ACCEPTED
               PERFORM ADVANCE-FILE-SEQ
           END-IF.
      *
       READ-ENVELOPE.
           READ ENVELOPE-FILE
               AT END SET ENVELOPE-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
       CHECK-HEADER.
           IF HEADER-SEEN
               MOVE 'SECOND HEADER IN FILE' TO WS-REFUSE-REASON
               SET FILE-IS-ACCEPTED TO FALSE
           ELSE
               IF WS-READ-COUNT NOT = 1
                   MOVE 'HEADER NOT FIRST RECORD' TO WS-REFUSE-REASON
                   SET FILE-IS-ACCEPTED TO FALSE
               ELSE
                   SET HEADER-SEEN TO TRUE
                   IF ENV-FILE-SEQ IS NUMERIC
                       MOVE ENV-FILE-SEQ TO WS-FILE-SEQ
                       IF WS-FILE-SEQ <= WS-LAST-SEQ
                           MOVE 'FILE SEQ NOT ADVANCING'
                               TO WS-REFUSE-REASON
                           SET FILE-IS-ACCEPTED TO FALSE
                       END-IF
                   ELSE
                       MOVE 'FILE SEQ NOT NUMERIC'
                           TO WS-REFUSE-REASON
                       SET FILE-IS-ACCEPTED TO FALSE
                   END-IF
               END-IF
           END-IF.
      *
      * CHECK-DETAIL counts and hashes every readable detail; a
      * failed check digit goes to the exception report rather than
      * refusing the file - the hash still covers it.
       CHECK-DETAIL.
           EVALUATE TRUE
               WHEN NOT HEADER-SEEN
                   MOVE 'DETAIL BEFORE HEADER' TO WS-REFUSE-REASON
                   SET FILE-IS-ACCEPTED TO FALSE
               WHEN TRAILER-SEEN
                   MOVE 'DETAIL AFTER TRAILER' TO WS-REFUSE-REASON
                   SET FILE-IS-ACCEPTED TO FALSE
               WHEN ENV-CONTA-NUM IS NOT NUMERIC
               WHEN ENV-AMOUNT IS NOT NUMERIC
                   MOVE 'UNREADABLE DETAIL' TO WS-REFUSE-REASON
                   SET FILE-IS-ACCEPTED TO FALSE
               WHEN OTHER
                   ADD 1 TO WS-DETAIL-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-DETAIL-COUNT OVERFLOWED'
                   END-ADD
                   MOVE ENV-AMOUNT TO WS-AMOUNT-X
                   ADD WS-AMOUNT-NUM TO WS-FILE-TOTAL
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-FILE-TOTAL OVERFLOWED'
                   END-ADD
                   MOVE ENV-CONTA-NUM TO WS-ACCTCHK-NUMBER
                   CALL 'ACCTCHK' USING WS-ACCTCHK-NUMBER
                                        WS-ACCTCHK-RESULT
                   IF NOT ACCT-NUM-VALID
                       MOVE SPACES        TO EXC-LINE
                       MOVE 'BAD ACCOUNT CHECK DIGIT' TO EXL-TEXT
                       MOVE ENV-CONTA-NUM TO EXL-CONTA
                       MOVE ENV-AUTH-REF  TO EXL-AUTH-REF
                       MOVE WS-AMOUNT-NUM TO EXL-SETTLED
                       PERFORM WRITE-UNMATCHED-LINE
                   ELSE
                       MOVE ENV-CONTA-NUM TO SRT-CONTA
                       MOVE ENV-AUTH-REF  TO SRT-AUTH-REF
                       MOVE WS-AMOUNT-NUM TO SRT-AMOUNT
                       MOVE ENV-TXN-DATE  TO SRT-TXN-DATE
                       RELEASE SORT-REC
                   END-IF
           END-EVALUATE.
      *
       CHECK-TRAILER.
           IF TRAILER-SEEN
               MOVE 'SECOND TRAILER IN FILE' TO WS-REFUSE-REASON
               SET FILE-IS-ACCEPTED TO FALSE
           ELSE
               SET TRAILER-SEEN TO TRUE
               IF ENV-REC-COUNT IS NUMERIC
                       AND ENV-HASH-TOTAL IS NUMERIC
                   MOVE ENV-REC-COUNT  TO WS-TRAILER-COUNT
                   MOVE ENV-HASH-TOTAL TO WS-HASH-X
                   MOVE WS-HASH-NUM    TO WS-TRAILER-HASH
               ELSE
                   MOVE 'TRAILER NOT NUMERIC' TO WS-REFUSE-REASON
                   SET FILE-IS-ACCEPTED TO FALSE
               END-IF
           END-IF.
      *
       CHECK-ENVELOPE-COMPLETE.
           EVALUATE TRUE
               WHEN NOT HEADER-SEEN
                   MOVE 'NO HEADER RECORD' TO WS-REFUSE-REASON
                   SET FILE-IS-ACCEPTED TO FALSE
               WHEN NOT TRAILER-SEEN
                   MOVE 'NO TRAILER RECORD' TO WS-REFUSE-REASON
                   SET FILE-IS-ACCEPTED TO FALSE
               WHEN WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                   MOVE 'TRAILER COUNT MISMATCH' TO WS-REFUSE-REASON
                   SET FILE-IS-ACCEPTED TO FALSE
               WHEN WS-TRAILER-HASH NOT = WS-FILE-TOTAL
                   MOVE 'TRAILER HASH MISMATCH' TO WS-REFUSE-REASON
                   SET FILE-IS-ACCEPTED TO FALSE
           END-EVALUATE.
      *
      * ADVANCE-FILE-SEQ rolls the high-water mark only for a file
      * that passed whole, so a refused file can be re-sent under the
      * same number.
       ADVANCE-FILE-SEQ.
           OPEN OUTPUT FILE-SEQ-CTL
           MOVE SPACES      TO FILE-SEQ-REC
           MOVE WS-FILE-SEQ TO FSQ-LAST-SEQ
           MOVE WS-RUN-DATE TO FSQ-LAST-DATE
           WRITE FILE-SEQ-REC
           CLOSE FILE-SEQ-CTL.
      *
      * SETTLE-SORTED-ITEMS works the sorted items; a refused envelope
      * settles nothing.
       SETTLE-SORTED-ITEMS.
           PERFORM RETURN-SORTED-ITEM
           PERFORM UNTIL SORT-AT-EOF OR COUNTER-OVERFLOWED
               IF FILE-IS-ACCEPTED
                   PERFORM SETTLE-ONE-ITEM
               END-IF
               PERFORM RETURN-SORTED-ITEM
           END-PERFORM.
      *
       RETURN-SORTED-ITEM.
           RETURN SORT-WORK
               AT END SET SORT-AT-EOF TO TRUE
           END-RETURN.
      *
       SETTLE-ONE-ITEM.
           PERFORM FIND-AUTH-HOLD
           IF HOLD-MATCHED
               PERFORM POST-CARD-DEBIT
               PERFORM RELEASE-AUTH-HOLD
           ELSE
               MOVE SPACES         TO EXC-LINE
               MOVE 'SETTLEMENT WITH NO HOLD' TO EXL-TEXT
               MOVE SRT-CONTA      TO EXL-CONTA
               MOVE SRT-AUTH-REF   TO EXL-AUTH-REF
               MOVE SRT-AMOUNT     TO EXL-SETTLED
               PERFORM WRITE-UNMATCHED-LINE
           END-IF.
      *
      * FIND-AUTH-HOLD walks the account's holds for the open one
      * carrying this authorization reference; a hold still pending
      * approval counts - the money has gone either way.
       FIND-AUTH-HOLD.
           SET HOLD-MATCHED TO FALSE
           SET HOLD-SCAN-DONE TO FALSE
           MOVE SRT-CONTA TO HLD-CONTA-NUM
           MOVE ZEROS     TO HLD-SEQ
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY SET HOLD-SCAN-DONE TO TRUE
           END-START
           PERFORM TRY-ONE-HOLD UNTIL HOLD-SCAN-DONE.
      *
       TRY-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END SET HOLD-SCAN-DONE TO TRUE
               NOT AT END
                   IF HLD-CONTA-NUM NOT = SRT-CONTA
                       SET HOLD-SCAN-DONE TO TRUE
                   ELSE
                       IF HLD-AUTH-REF = SRT-AUTH-REF
                               AND (HLD-ACTIVE OR HLD-PENDING)
                           SET HOLD-MATCHED TO TRUE
                           SET HOLD-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.
      *
       POST-CARD-DEBIT.
           MOVE SPACES       TO POSTING-OUT-REC
           MOVE SRT-CONTA    TO PST-CONTA-NUM
           MOVE SRT-AMOUNT   TO WS-AMOUNT-NUM
           MOVE WS-AMOUNT-X  TO PST-AMOUNT
           MOVE 'D'          TO PST-DC-CODE
           MOVE WS-RUN-DATE  TO PST-POST-DATE
           MOVE 'CARD'       TO PST-SOURCE-CODE
           WRITE POSTING-OUT-REC
           ADD 1 TO WS-SETTLED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-SETTLED-COUNT OVERFLOWED'
           END-ADD
           ADD SRT-AMOUNT TO WS-TOTAL-SETTLED
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-SETTLED OVERFLOWED'
           END-ADD.
      *
      * RELEASE-AUTH-HOLD ends the hold in the record just matched
      * and lists a settlement that differs from its authorization.
       RELEASE-AUTH-HOLD.
           IF HLD-AMOUNT NOT = SRT-AMOUNT
               MOVE SPACES          TO EXC-LINE
               MOVE 'SETTLED AMOUNT DIFFERS' TO EXL-TEXT
               MOVE SRT-CONTA       TO EXL-CONTA
               MOVE SRT-AUTH-REF    TO EXL-AUTH-REF
               MOVE SRT-AMOUNT      TO EXL-SETTLED
               MOVE HLD-AMOUNT      TO EXL-AUTHORIZED
               MOVE HLD-PLACED-DATE TO EXL-PLACED
               WRITE PRINT-REC FROM EXC-LINE
           END-IF
           SET HLD-RELEASED TO TRUE
           MOVE 'CARDSETL' TO HLD-APPROVED-BY
           REWRITE BAL-HOLD-REC
           END-REWRITE.
      *
       WRITE-UNMATCHED-LINE.
           WRITE PRINT-REC FROM EXC-LINE
           ADD 1 TO WS-UNMATCHED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-UNMATCHED-COUNT OVERFLOWED'
           END-ADD.
      *
      * LIST-STALE-HOLDS walks the whole hold file, after tonight's
      * releases, for card holds still open past the allowed days.
       LIST-STALE-HOLDS.
           SET HOLD-SCAN-DONE TO FALSE
           MOVE ZEROS TO HLD-CONTA-NUM
           MOVE ZEROS TO HLD-SEQ
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY SET HOLD-SCAN-DONE TO TRUE
           END-START
           PERFORM CHECK-ONE-HOLD-AGE UNTIL HOLD-SCAN-DONE.
      *
       CHECK-ONE-HOLD-AGE.
           READ HOLD-FILE NEXT RECORD
               AT END SET HOLD-SCAN-DONE TO TRUE
               NOT AT END
                   IF HLD-AUTH-REF NOT = SPACES
                           AND (HLD-ACTIVE OR HLD-PENDING)
                       MOVE HLD-PLACED-DATE TO WS-DATE-WORK
                       PERFORM FLATTEN-DATE
                       COMPUTE WS-HOLD-AGE =
                           WS-RUN-DAY-NUM - WS-DAY-NUM-OUT
                       IF WS-HOLD-AGE > WS-CARD-STALE-DAYS
                           PERFORM LIST-ONE-STALE-HOLD
                       END-IF
                   END-IF
           END-READ.
      *
       LIST-ONE-STALE-HOLD.
           MOVE SPACES          TO EXC-LINE
           MOVE 'HOLD NOT SETTLED'  TO EXL-TEXT
           MOVE HLD-CONTA-NUM   TO EXL-CONTA
           MOVE HLD-AUTH-REF    TO EXL-AUTH-REF
           MOVE HLD-AMOUNT      TO EXL-AUTHORIZED
           MOVE HLD-PLACED-DATE TO EXL-PLACED
           MOVE WS-HOLD-AGE     TO EXL-DAYS
           WRITE PRINT-REC FROM EXC-LINE
           ADD 1 TO WS-STALE-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-STALE-COUNT OVERFLOWED'
           END-ADD.
      *
      * FLATTEN-DATE turns WS-DATE-WORK (YYYYMMDD) into the
      * approximate day number shared with DORMRPT's aging.
       FLATTEN-DATE.
           COMPUTE WS-DAY-NUM-OUT =
               (WS-DATE-YYYY * 365) + (WS-DATE-MM * 30) + WS-DATE-DD.
      *
       CLOSE-STOP.
           MOVE WS-SETTLED-COUNT   TO TTL-SETTLED
           MOVE WS-TOTAL-SETTLED   TO TTL-AMOUNT
           MOVE WS-UNMATCHED-COUNT TO TTL-UNMATCHED
           MOVE WS-STALE-COUNT     TO TTL-STALE
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM TOTAL-LINE
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-CTL-TOTALS
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE ENVELOPE-FILE.
           CLOSE HOLD-FILE.
           CLOSE POSTING-OUT.
           CLOSE PRINT-FILE.
           DISPLAY 'CARDSETL READ ' WS-READ-COUNT
                   ' DETAILS ' WS-DETAIL-COUNT
                   ' SETTLED ' WS-SETTLED-COUNT
                   ' UNMATCHED ' WS-UNMATCHED-COUNT
                   ' STALE HOLDS ' WS-STALE-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'CARDSETL ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-ALERT-SEVERITY
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF NOT FILE-IS-ACCEPTED
                   DISPLAY 'CARDSETL FILE REFUSED - '
                           WS-REFUSE-REASON
                   MOVE 12 TO RETURN-CODE
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE 'CARD SETTLEMENT FILE REFUSED'
                       TO WS-ALERT-MESSAGE
                   PERFORM WRITE-ALERT-RECORD
               ELSE
                   IF WS-UNMATCHED-COUNT > ZEROS
                           OR WS-STALE-COUNT > ZEROS
                       MOVE 4 TO RETURN-CODE
                       MOVE 4 TO WS-ALERT-SEVERITY
                       MOVE 'CARD SETTLEMENT EXCEPTIONS LISTED'
                           TO WS-ALERT-MESSAGE
                       COMPUTE WS-ALERT-COUNT =
                           WS-UNMATCHED-COUNT + WS-STALE-COUNT
                       PERFORM WRITE-ALERT-RECORD
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER appends this run's control totals to the
      * shop-wide DAILYCTL file so the multi-file total comparison
      * report (CTLRPT) can show every batch job's counts side by side.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES              TO CTL-TRAILER-REC
           MOVE 'CARDSETL'          TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-DETAIL-COUNT     TO CTLT-READ-COUNT
           MOVE WS-SETTLED-COUNT    TO CTLT-OUTPUT-COUNT
           MOVE WS-UNMATCHED-COUNT  TO CTLT-REJECT-COUNT
           IF WS-DETAIL-COUNT = WS-SETTLED-COUNT + WS-UNMATCHED-COUNT
               SET CTLT-BALANCED TO TRUE
           ELSE
               SET CTLT-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS appends the run's settled dollar total to the
      * CTLTODAY control-total file so CTLRECON reconciles the money
      * as well as the counts.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES           TO CTL-TOTAL-REC
           MOVE 'CARDSETL'       TO CTL-JOB-ID
           MOVE WS-RUN-DATE      TO CTL-RUN-DATE
           MOVE WS-SETTLED-COUNT TO CTL-RECORD-COUNT
           MOVE WS-TOTAL-SETTLED TO CTL-DOLLAR-TOTAL
           WRITE CTL-TOTAL-REC
           CLOSE CTL-TOTAL-FILE.
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
           MOVE 'CARDSETL'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-DETAIL-COUNT     TO SUMM-RECORD-COUNT
           MOVE WS-TOTAL-SETTLED    TO SUMM-GRAND-TOTAL
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
           MOVE 'CARDSETL'        TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM CARDSETL.
