      *  restart this job - the restart skips the committed accounts
      *  and its OPEN OUTPUT overwrites the journal the backout has
      *  already consumed.
      *  On a partitioned night each branch-range partition posts its
      *  own INTACCR partition's register: the INTPART card (the same
      *  card that partition's INTACCR ran with) names the partition,
      *  the step runs as INTPOST and the partition number in RUNSEQ,
      *  RUNCTL and the rerun guard, and its POSTREG, BALJRNL and
      *  INTPCKPT DDs are the partition's own - so a failed partition
      *  backs out and restarts from its own checkpoint and journal
      *  without disturbing the others.  The checkpoint carries the
      *  partition number and a checkpoint left by another partition
      *  holds the run.  A register record outside the partition's
      *  branches is rejected, not posted, so a register handed to
      *  the wrong partition cannot post twice.  The partition's
      *  totals go on PARTCTL instead of DAILYCTL; INTMERGE proves
      *  them against the accrual partitions and writes the INTPOST
      *  header and trailer the downstream jobs wait for.  The
      *  INTACCR prerequisite is the same either way - on a
      *  partitioned night INTMERGE writes it once the accrual
      *  partitions have proved.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-RUNSEQ-STATUS.
           SELECT DAILY-CTL-FILE ASSIGN TO DAILYCTL.
           SELECT SUMMARY-FILE ASSIGN TO SUMRPT.
           SELECT PART-CARD-FILE ASSIGN TO INTPART
               FILE STATUS IS WS-PARTCARD-STATUS.
           SELECT PART-CTL-FILE ASSIGN TO PARTCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-KEY
               FILE STATUS IS WS-PARTCTL-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
           05  CKPT-REG-POSITION     PIC 9(7).
           05  CKPT-POSTED-COUNT     PIC 9(7).
           05  CKPT-RUN-DATE         PIC 9(8).
           05  CKPT-PARTITION-ID     PIC 9(2).
           05  FILLER                PIC X(46).
      *
       FD  EXCEPT-FILE RECORDING MODE F.
           COPY EXCREC.
      *
       FD  SUMMARY-FILE RECORDING MODE F.
       01  SUMMARY-REC        PIC X(80).
      *
       FD  PART-CARD-FILE RECORDING MODE F.
           COPY PARTCARD.
      *
       FD  PART-CTL-FILE RECORDING MODE F.
           COPY PARTCTL.
      *
       WORKING-STORAGE SECTION.
       COPY SUMMRPT.
       01  WS-DEP-RUN-DATE          PIC 9(8).
       01  WS-DEP-FOUND             PIC X.
           88  DEP-JOB-RAN              VALUE 'Y' FALSE 'N'.
      * Branch-range partition: the job name this run answers to and
      * the SALDO-AGENCIA range its register may carry.  With no
      * INTPART card the run is the single run over every branch.
       01  WS-JOB-NAME              PIC X(10) VALUE 'INTPOST'.
       01  WS-PARTCARD-STATUS       PIC XX.
       01  WS-PARTCTL-STATUS        PIC XX.
       01  WS-PARTITION-FLAG        PIC X VALUE 'N'.
           88  PARTITIONED-RUN          VALUE 'Y' FALSE 'N'.
       01  WS-PARTITION-ID          PIC 9(2) VALUE ZEROS.
       01  WS-AGENCIA-FROM          PIC 9(4) VALUE ZEROS.
       01  WS-AGENCIA-TO            PIC 9(4) VALUE 9999.
      * The money on every register record read, restart skips
      * included, for the partition's control record - INTMERGE
      * proves it against what the accrual partition wrote.
       01  WS-REG-GROSS             PIC S9(11)V99 VALUE ZEROS.
       01  WS-REG-TAX               PIC S9(11)V99 VALUE ZEROS.
       01  WS-REG-NET               PIC S9(11)V99 VALUE ZEROS.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
       OPEN-FILES.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM READ-PARTITION-CARD.
           PERFORM CHECK-PREREQ-JOBS.
           PERFORM CHECK-PRIOR-RUN.
           PERFORM CHECK-FOR-RESTART.
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF CKPT-PARTITION-ID IS NUMERIC
                               AND CKPT-PARTITION-ID
                                   NOT = WS-PARTITION-ID
                           DISPLAY 'INTPOST - CHECKPOINT ON FILE '
                                   'BELONGS TO PARTITION '
                                   CKPT-PARTITION-ID ' NOT '
                                   WS-PARTITION-ID ' - CHECK THE '
                                   'INTPCKPT DD'
                           MOVE 8 TO WS-ALERT-SEVERITY
                           MOVE 'INTPCKPT OF ANOTHER PARTITION - HELD'
                               TO WS-ALERT-MESSAGE
                           MOVE ZEROS TO WS-ALERT-COUNT
                           PERFORM WRITE-ALERT-RECORD
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       SET IS-RESTART-RUN TO TRUE
                       MOVE CKPT-LAST-CONTA TO WS-RESTART-CONTA
                       DISPLAY 'INTPOST RESTARTING PAST ACCOUNT '
               PERFORM READ-POSTING
           END-PERFORM.
      *
      * READ-PARTITION-CARD takes this run's partition and branch
      * range from the INTPART card when there is one; a card that
      * does not name a partition and a sensible range stops the run
      * with return code 12, the way INTACCR treats it.
       READ-PARTITION-CARD.
           OPEN INPUT PART-CARD-FILE
           IF WS-PARTCARD-STATUS = '00'
               READ PART-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM ACCEPT-PARTITION-CARD
               END-READ
               CLOSE PART-CARD-FILE
           END-IF.
      *
       ACCEPT-PARTITION-CARD.
           IF PTC-PARTITION-ID IS NOT NUMERIC
                   OR PTC-AGENCIA-FROM IS NOT NUMERIC
                   OR PTC-AGENCIA-TO IS NOT NUMERIC
               DISPLAY 'INTPOST - INTPART CARD IS NOT A VALID '
                       'PARTITION - ' PART-CARD-REC(1:10)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PTC-PARTITION-ID = ZEROS
                   OR PTC-AGENCIA-FROM > PTC-AGENCIA-TO
               DISPLAY 'INTPOST - INTPART CARD IS NOT A VALID '
                       'PARTITION - ' PART-CARD-REC(1:10)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET PARTITIONED-RUN TO TRUE
           MOVE PTC-PARTITION-ID TO WS-PARTITION-ID
           MOVE PTC-AGENCIA-FROM TO WS-AGENCIA-FROM
           MOVE PTC-AGENCIA-TO   TO WS-AGENCIA-TO
           MOVE SPACES TO WS-JOB-NAME
           STRING 'INTPOST' WS-PARTITION-ID DELIMITED BY SIZE
               INTO WS-JOB-NAME
           DISPLAY 'INTPOST PARTITION ' WS-PARTITION-ID
                   ' - BRANCHES ' WS-AGENCIA-FROM ' TO '
                   WS-AGENCIA-TO.
      *
      * CHECK-PREREQ-JOBS refuses to start until INTACCR has a
      * completed RUNCTL header for today - posting a register that was
      * never accrued (or a stale one from yesterday) is the ordering
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE WS-JOB-NAME TO SEQ-JOB-NAME
           OPEN I-O RUN-SEQ-FILE
           IF WS-RUNSEQ-STATUS = '35'
               OPEN OUTPUT RUN-SEQ-FILE
               GIVING WS-ELAPSED-TIME
           OPEN EXTEND RUN-CTL-FILE
           MOVE SPACES          TO RUN-CTL-REC
           MOVE WS-JOB-NAME     TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
       POST-UNTIL-DONE.
           PERFORM UNTIL POSTING-AT-EOF OR COUNTER-OVERFLOWED
               EVALUATE TRUE
                   WHEN IPR-AGENCIA < WS-AGENCIA-FROM
                           OR IPR-AGENCIA > WS-AGENCIA-TO
                       PERFORM REJECT-OUTSIDE-PARTITION
                       PERFORM READ-POSTING
                   WHEN SALDO-AT-EOF
                       PERFORM REJECT-MISSING-ACCOUNT
                       PERFORM READ-POSTING
       CLOSE-STOP.
           PERFORM FINISH-RUN-CONTROL
           PERFORM RECONCILE-TOTALS
           IF PARTITIONED-RUN
               PERFORM WRITE-PARTITION-TOTALS
           ELSE
               PERFORM WRITE-DAILY-TRAILER
           END-IF
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE POSTING-FILE.
           CLOSE SALDO-FILE.
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-PARTITION-TOTALS records the partition's counts and the
      * money its register carried on PARTCTL for INTMERGE to prove.
      * A restarted partition replaces its own record; only a run
      * with whole counters and balanced totals is complete.
       WRITE-PARTITION-TOTALS.
           OPEN I-O PART-CTL-FILE
           IF WS-PARTCTL-STATUS = '35'
               OPEN OUTPUT PART-CTL-FILE
               CLOSE PART-CTL-FILE
               OPEN I-O PART-CTL-FILE
           END-IF
           MOVE SPACES                TO PART-CTL-REC
           MOVE 'INTPOST'             TO PCT-JOB-NAME
           MOVE WS-RUN-DATE           TO PCT-RUN-DATE
           MOVE WS-PARTITION-ID       TO PCT-PARTITION-ID
           MOVE WS-AGENCIA-FROM       TO PCT-AGENCIA-FROM
           MOVE WS-AGENCIA-TO         TO PCT-AGENCIA-TO
           MOVE WS-RUN-NUMBER         TO PCT-RUN-NUMBER
           MOVE WS-READ-COUNT         TO PCT-READ-COUNT
           MOVE WS-POSTED-COUNT       TO PCT-OUTPUT-COUNT
           MOVE WS-REJECT-COUNT       TO PCT-REJECT-COUNT
           MOVE WS-RESUMED-SKIP-COUNT TO PCT-SKIP-COUNT
           MOVE WS-REG-GROSS          TO PCT-GROSS
           MOVE WS-REG-TAX            TO PCT-TAX
           MOVE WS-REG-NET            TO PCT-NET
           IF COUNTER-OVERFLOWED OR NOT TOTALS-BALANCED
               SET PCT-FAILED   TO TRUE
           ELSE
               SET PCT-COMPLETE TO TRUE
           END-IF
           REWRITE PART-CTL-REC
               INVALID KEY
                   WRITE PART-CTL-REC
           END-REWRITE
           CLOSE PART-CTL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary -
      * headers plus one detail line with the record count and grand
      * total - instead of an ad hoc DISPLAY.
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE WS-JOB-NAME         TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-POSTED-COUNT     TO SUMM-GRAND-TOTAL
                               SET COUNTER-OVERFLOWED TO TRUE
                               DISPLAY 'WS-READ-COUNT OVERFLOWED'
                       END-ADD
                       PERFORM ADD-REGISTER-MONEY
               END-READ
           END-IF.
      *
       ADD-REGISTER-MONEY.
           ADD IPR-INTEREST TO WS-REG-GROSS
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REG-GROSS OVERFLOWED'
           END-ADD
           ADD IPR-TAX TO WS-REG-TAX
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REG-TAX OVERFLOWED'
           END-ADD
           ADD IPR-NET TO WS-REG-NET
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REG-NET OVERFLOWED'
           END-ADD.
      *
       READ-SALDO.
           IF NOT SALDO-AT-EOF
               WS-READ-COUNT + WS-RESUMED-SKIP-COUNT
           MOVE WS-POSTED-COUNT TO CKPT-POSTED-COUNT
           MOVE WS-RUN-DATE     TO CKPT-RUN-DATE
           MOVE WS-PARTITION-ID TO CKPT-PARTITION-ID
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.
      *
           MOVE 'ACCT NOT ON FILE'  TO EXC-REASON-TEXT
           WRITE EXC-REC.
      *
      * REJECT-OUTSIDE-PARTITION refuses a register record for a
      * branch this partition does not own - the register on POSTREG
      * is not this partition's, and posting it could post another
      * partition's accounts twice.
       REJECT-OUTSIDE-PARTITION.
           ADD 1 TO WS-REJECT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REJECT-COUNT OVERFLOWED'
           END-ADD
           MOVE IPR-CONTA-NUM       TO WS-CONTA-KEY
           MOVE SPACES              TO EXC-REC
           MOVE 'INTPOST'           TO EXC-PROGRAM
           MOVE WS-CONTA-KEY        TO EXC-KEY
           SET EXC-OUTSIDE-PARTITION TO TRUE
           MOVE 'OUTSIDE PARTITION' TO EXC-REASON-TEXT
           MOVE IPR-AGENCIA         TO EXC-INPUT-DATA
           WRITE EXC-REC.
      *
      *
      * WRITE-ALERT-RECORD appends this run's problem to the shop-wide
      * alert file so the end-of-night alert report (ALERTRPT) puts it
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES            TO ALERT-REC
           MOVE WS-JOB-NAME       TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
      * code 12 unless the operator supplied the RUNOVRD override
      * card, and an accepted override is itself logged.
       CHECK-PRIOR-RUN.
           MOVE WS-JOB-NAME TO WS-DEP-JOB-NAME
           MOVE WS-RUN-DATE TO WS-DEP-RUN-DATE
           CALL 'JOBDEP' USING WS-DEP-JOB-NAME WS-DEP-RUN-DATE
                               WS-DEP-FOUND
           IF DEP-JOB-RAN
               PERFORM READ-OVERRIDE-CARD
               IF OVERRIDE-SUPPLIED
                   DISPLAY WS-JOB-NAME ' RERUN OVERRIDE ACCEPTED FOR '
                           WS-RUN-DATE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'SAME-DATE RERUN OVERRIDE ACCEPTED'
                   MOVE ZEROS TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               ELSE
                   DISPLAY WS-JOB-NAME ' ALREADY RAN FOR ' WS-RUN-DATE
                           ' - RERUN REFUSED WITHOUT RUNOVRD CARD'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
