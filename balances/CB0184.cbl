      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    INTMERGE.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  INTMERGE closes out a partitioned interest night.  INTACCR
      *  (CB0017) and INTPOST (CB0024) can run as concurrent
      *  branch-range partitions, one partition card (PARTCARD.cpy)
      *  each; every partition writes its own register and its own
      *  control totals on PARTCTL and a run header under its own
      *  job name, but none of them writes the INTACCR or INTPOST
      *  header the rest of the night waits for.  This job does, and
      *  only once the partitions prove.  It runs twice, the MERGPARM
      *  card naming the phase:
      *    ACCRUAL - after the INTACCR partitions.  The partition
      *      registers, concatenated on POSTPART, are sorted back into
      *      the one CONTA-NUM-ordered POSTREG register a single run
      *      writes, for the jobs downstream of INTPOST.  The proof:
      *      the card set on INTPARTS covers branches 0000 to 9999
      *      with no gap and no overlap; every partition has complete
      *      INTACCR totals for tonight, run with its own card; each
      *      partition's slice of the registers matches its totals in
      *      count, gross, tax and net; the partitions' read counts
      *      add up to the accounts on SALDOFIL, as a single run's
      *      would; and the partition totals add up to the merged
      *      register with no account twice.  Then the INTACCR run
      *      header, DAILYCTL trailer and CTLTODAY total are written
      *      as a single run writes them, and the INTPOST partitions
      *      may start.
      *    POSTING - after the INTPOST partitions.  Every partition
      *      must have complete, balanced INTPOST totals, and the
      *      register each one posted must be the one its accrual
      *      partition wrote, record for record and centavo for
      *      centavo.  Then the INTPOST run header and DAILYCTL
      *      trailer are written and the downstream jobs may start.
      *  A proof that fails writes nothing the night waits on: the
      *  run ends with return code 8 and an alert, the proof listing
      *  on PRTFILE shows which partition is wrong, and once that
      *  partition alone has been rerun (or backed out and restarted)
      *  this job is simply run again.  An accepted phase is guarded
      *  against a same-date rerun like any other job.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHASE-CARD-FILE ASSIGN TO MERGPARM
               FILE STATUS IS WS-PHASE-STATUS.
           SELECT PART-CARD-FILE ASSIGN TO INTPARTS
               FILE STATUS IS WS-PARTCARD-STATUS.
           SELECT PART-CTL-FILE ASSIGN TO PARTCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-KEY
               FILE STATUS IS WS-PARTCTL-STATUS.
           SELECT PART-REG-FILE ASSIGN TO POSTPART.
           SELECT MERGED-REG-FILE ASSIGN TO POSTREG.
           SELECT SORT-WORK   ASSIGN TO SORTWK01.
           SELECT SALDO-FILE   ASSIGN TO SALDOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTA-NUM IN SALDO-REC.
           SELECT PRINT-FILE  ASSIGN TO PRTFILE.
           SELECT ALERT-FILE  ASSIGN TO ALERTFIL.
           SELECT OVERRIDE-FILE ASSIGN TO RUNOVRD
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT RUN-CTL-FILE ASSIGN TO RUNCTL.
           SELECT RUN-SEQ-FILE ASSIGN TO RUNSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-JOB-NAME
               FILE STATUS IS WS-RUNSEQ-STATUS.
           SELECT DAILY-CTL-FILE ASSIGN TO DAILYCTL.
           SELECT CTL-TOTAL-FILE ASSIGN TO CTLTODAY.
           SELECT SUMMARY-FILE ASSIGN TO SUMRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      * One card: ACCRUAL or POSTING in the first seven positions.
       FD  PHASE-CARD-FILE RECORDING MODE F.
       01  PHASE-CARD-REC.
           05  PHC-PHASE           PIC X(7).
           05  FILLER              PIC X(73).
      *
       FD  PART-CARD-FILE RECORDING MODE F.
           COPY PARTCARD.
      *
       FD  PART-CTL-FILE RECORDING MODE F.
           COPY PARTCTL.
      *
      * The partition registers and the merged register are both in
      * INT-POST-REC's layout (POSTREG.cpy), worked in storage below.
       FD  PART-REG-FILE RECORDING MODE F.
       01  PART-REG-REC        PIC X(62).
      *
       FD  MERGED-REG-FILE RECORDING MODE F.
       01  MERGED-REG-REC      PIC X(62).
      *
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-CONTA-NUM   PIC 9(10).
           05  FILLER          PIC X(52).
      *
       FD  SALDO-FILE RECORDING MODE F.
           COPY SALDOREC.
      *
       FD  PRINT-FILE RECORDING MODE F.
       01  PRINT-REC          PIC X(132).
      *
       FD  ALERT-FILE RECORDING MODE F.
           COPY ALERTREC.
      *
      * One optional override card: the literal word OVERRIDE in the
      * first eight positions authorizes a same-date rerun.
       FD  OVERRIDE-FILE RECORDING MODE F.
       01  OVERRIDE-REC.
           05  OVR-TEXT        PIC X(80).
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
       FD  SUMMARY-FILE RECORDING MODE F.
       01  SUMMARY-REC        PIC X(80).
      *
       WORKING-STORAGE SECTION.
       COPY SUMMRPT.
       COPY POSTREG.
       01  FLAGS.
           05  WS-PART-CARD-EOF    PIC X VALUE 'N'.
               88  PART-CARD-AT-EOF    VALUE 'Y'.
           05  WS-PART-REG-EOF     PIC X VALUE 'N'.
               88  PART-REG-AT-EOF     VALUE 'Y'.
           05  WS-SORT-EOF         PIC X VALUE 'N'.
               88  SORT-AT-EOF         VALUE 'Y'.
           05  WS-SALDO-EOF        PIC X VALUE 'N'.
               88  SALDO-AT-EOF        VALUE 'Y'.
           05  WS-COVER-FLAG       PIC X VALUE 'N'.
               88  COVER-CHAIN-DONE    VALUE 'Y' FALSE 'N'.
           05  WS-PART-FOUND-FLAG  PIC X VALUE 'N'.
               88  PARTITION-FOUND     VALUE 'Y' FALSE 'N'.
           05  WS-PROOF-FLAG       PIC X VALUE 'Y'.
               88  PROOF-HOLDS         VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-RUN-DATE             PIC 9(8).
      * The phase this run proves, and the job it accepts for.
       01  WS-PHASE-STATUS         PIC XX.
       01  WS-PHASE                PIC X(7) VALUE SPACES.
           88  ACCRUAL-PHASE           VALUE 'ACCRUAL'.
           88  POSTING-PHASE           VALUE 'POSTING'.
       01  WS-JOB-NAME             PIC X(10) VALUE SPACES.
       01  WS-PARTCARD-STATUS      PIC XX.
       01  WS-PARTCTL-STATUS       PIC XX.
      * The partition set from INTPARTS, with what each partition's
      * totals record says and what its slice of the registers holds.
       01  WS-PART-MAX             PIC 9(3) VALUE 20.
       01  WS-PART-TABLE.
           05  WS-PART-COUNT       PIC 9(3) VALUE ZEROS.
           05  WS-PART-ENTRY OCCURS 20 TIMES.
               10  WS-PT-ID            PIC 9(2).
               10  WS-PT-FROM          PIC 9(4).
               10  WS-PT-TO            PIC 9(4).
               10  WS-PT-VERDICT       PIC X(24).
               10  WS-PT-ACC-READ      PIC 9(7).
               10  WS-PT-ACC-OUTPUT    PIC 9(7).
               10  WS-PT-ACC-REJECT    PIC 9(7).
               10  WS-PT-ACC-SKIP      PIC 9(7).
               10  WS-PT-ACC-GROSS     PIC S9(11)V99.
               10  WS-PT-ACC-TAX       PIC S9(11)V99.
               10  WS-PT-ACC-NET       PIC S9(11)V99.
               10  WS-PT-PST-READ      PIC 9(7).
               10  WS-PT-PST-OUTPUT    PIC 9(7).
               10  WS-PT-PST-REJECT    PIC 9(7).
               10  WS-PT-PST-SKIP      PIC 9(7).
               10  WS-PT-PST-GROSS     PIC S9(11)V99.
               10  WS-PT-PST-TAX       PIC S9(11)V99.
               10  WS-PT-PST-NET       PIC S9(11)V99.
               10  WS-PT-REG-COUNT     PIC 9(7).
               10  WS-PT-REG-GROSS     PIC S9(11)V99.
               10  WS-PT-REG-TAX       PIC S9(11)V99.
               10  WS-PT-REG-NET       PIC S9(11)V99.
       01  WS-PT                   PIC 9(3).
       01  WS-PT-HIT               PIC 9(3).
       01  WS-VERDICT-TEXT         PIC X(24).
      * Branch cover of the card set.
       01  WS-COVER-NEXT           PIC 9(5).
       01  WS-COVER-SIZE           PIC 9(6).
      * The partitions' totals added up.
       01  WS-SUM-TOTALS.
           05  WS-SUM-READ         PIC 9(9) VALUE ZEROS.
           05  WS-SUM-OUTPUT       PIC 9(9) VALUE ZEROS.
           05  WS-SUM-REJECT       PIC 9(9) VALUE ZEROS.
           05  WS-SUM-SKIP         PIC 9(9) VALUE ZEROS.
           05  WS-SUM-GROSS        PIC S9(11)V99 VALUE ZEROS.
           05  WS-SUM-TAX          PIC S9(11)V99 VALUE ZEROS.
           05  WS-SUM-NET          PIC S9(11)V99 VALUE ZEROS.
      * The merged register, the balance file, and what did not fit.
       01  WS-MERGE-TOTALS.
           05  WS-REG-READ-COUNT   PIC 9(9) VALUE ZEROS.
           05  WS-MERGED-COUNT     PIC 9(9) VALUE ZEROS.
           05  WS-MERGED-GROSS     PIC S9(11)V99 VALUE ZEROS.
           05  WS-MERGED-TAX       PIC S9(11)V99 VALUE ZEROS.
           05  WS-MERGED-NET       PIC S9(11)V99 VALUE ZEROS.
           05  WS-SALDO-COUNT      PIC 9(9) VALUE ZEROS.
           05  WS-STRAY-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-STALE-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-DUPLICATE-COUNT  PIC 9(7) VALUE ZEROS.
       01  WS-LAST-CONTA           PIC 9(10) VALUE ZEROS.
       01  WS-FAULT-COUNT          PIC 9(5) VALUE ZEROS.
      *
       01  HDR-LINE-1.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(32) VALUE
               'INTEREST PARTITION PROOF - '.
           05  HDR-PHASE      PIC X(7).
           05  FILLER         PIC X(12) VALUE ' PHASE FOR '.
           05  HDR-RUN-DATE   PIC 9(8).
       01  COLUMN-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(6)  VALUE 'PART'.
           05  FILLER         PIC X(11) VALUE 'BRANCHES'.
           05  FILLER         PIC X(9)  VALUE '     READ'.
           05  FILLER         PIC X(9)  VALUE '   OUTPUT'.
           05  FILLER         PIC X(9)  VALUE '   REJECT'.
           05  FILLER         PIC X(9)  VALUE '  SKIPPED'.
           05  FILLER         PIC X(17) VALUE '            GROSS'.
           05  FILLER         PIC X(17) VALUE '              NET'.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  FILLER         PIC X(24) VALUE 'VERDICT'.
       01  DETAIL-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  DTL-PART       PIC 9(2).
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  DTL-FROM       PIC 9(4).
           05  FILLER         PIC X(1)  VALUE '-'.
           05  DTL-TO         PIC 9(4).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-READ       PIC Z(8)9.
           05  DTL-OUTPUT     PIC Z(8)9.
           05  DTL-REJECT     PIC Z(8)9.
           05  DTL-SKIP       PIC Z(8)9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-GROSS      PIC -(11)9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-NET        PIC -(11)9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  DTL-VERDICT    PIC X(24).
       01  COUNT-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  CNT-LABEL      PIC X(40).
           05  CNT-COUNT      PIC ZZZ,ZZZ,ZZ9.
       01  MONEY-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  MNY-LABEL      PIC X(40).
           05  MNY-AMOUNT     PIC -(11)9.99.
       01  VERDICT-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  VRD-TEXT       PIC X(60).
      * Work area for the shop-wide alert record.
       01  WS-ALERT-SEVERITY        PIC 9 VALUE ZEROS.
       01  WS-ALERT-MESSAGE         PIC X(40) VALUE SPACES.
       01  WS-ALERT-COUNT           PIC 9(7) VALUE ZEROS.
      * Same-date rerun guard work area.
       01  WS-OVERRIDE-STATUS       PIC XX.
       01  WS-OVERRIDE-FLAG         PIC X VALUE 'N'.
           88  OVERRIDE-SUPPLIED        VALUE 'Y' FALSE 'N'.
      * Run-control header work area (shared shop-wide pattern).
       01  WS-RUNSEQ-STATUS         PIC XX.
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-NUMBER            PIC 9(7).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-ELAPSED-TIME          PIC 9(8).
      * Parameters for the shared JOBDEP dependency-check subroutine.
       01  WS-DEP-JOB-NAME          PIC X(10).
       01  WS-DEP-RUN-DATE          PIC 9(8).
       01  WS-DEP-FOUND             PIC X.
           88  DEP-JOB-RAN              VALUE 'Y' FALSE 'N'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      * MAIN-LOGIC is the program's only entry point, PERFORMing each
      * step in order so no paragraph runs by falling through into the
      * next one physically.
       MAIN-LOGIC.
           PERFORM OPEN-FILES
           PERFORM LOAD-PARTITION-CARDS
           PERFORM CHECK-PARTITION-COVER
           PERFORM LOAD-PARTITION-TOTALS
           IF ACCRUAL-PHASE
               SORT SORT-WORK
                   ON ASCENDING KEY SRT-CONTA-NUM
                   INPUT PROCEDURE IS READ-PARTITION-REGISTERS
                   OUTPUT PROCEDURE IS WRITE-MERGED-REGISTER
               PERFORM COUNT-BALANCE-FILE
               PERFORM PROVE-ACCRUAL
           ELSE
               PERFORM PROVE-POSTING
           END-IF
           PERFORM PRINT-PROOF
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM READ-PHASE-CARD.
           PERFORM CHECK-PREREQ-JOBS.
           PERFORM CHECK-PRIOR-RUN.
           OPEN INPUT PART-CTL-FILE
           IF WS-PARTCTL-STATUS NOT = '00'
               DISPLAY 'INTMERGE CANNOT START - NO PARTCTL PARTITION '
                       'TOTALS - STATUS ' WS-PARTCTL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE.
           IF ACCRUAL-PHASE
               OPEN INPUT  PART-REG-FILE
               OPEN OUTPUT MERGED-REG-FILE
           END-IF.
           MOVE WS-PHASE    TO HDR-PHASE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE PRINT-REC FROM HDR-LINE-1
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM COLUMN-HDR-LINE
           PERFORM START-RUN-CONTROL.
      *
      * READ-PHASE-CARD takes the phase from MERGPARM.  No card, or a
      * card naming neither phase, stops the run with return code 12
      * - guessing the phase could accept the wrong job.
       READ-PHASE-CARD.
           OPEN INPUT PHASE-CARD-FILE
           IF WS-PHASE-STATUS = '00'
               READ PHASE-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PHC-PHASE TO WS-PHASE
               END-READ
               CLOSE PHASE-CARD-FILE
           END-IF
           EVALUATE TRUE
               WHEN ACCRUAL-PHASE
                   MOVE 'INTACCR' TO WS-JOB-NAME
               WHEN POSTING-PHASE
                   MOVE 'INTPOST' TO WS-JOB-NAME
               WHEN OTHER
                   DISPLAY 'INTMERGE - MERGPARM CARD MUST NAME THE '
                           'ACCRUAL OR POSTING PHASE'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
      * CHECK-PREREQ-JOBS: the posting phase proves the INTPOST
      * partitions against accrual partitions this job has already
      * accepted, so it refuses to start without tonight's INTACCR
      * header.  The accrual phase needs no header - the partition
      * totals on PARTCTL are what it proves.
       CHECK-PREREQ-JOBS.
           IF POSTING-PHASE
               MOVE 'INTACCR'   TO WS-DEP-JOB-NAME
               MOVE WS-RUN-DATE TO WS-DEP-RUN-DATE
               CALL 'JOBDEP' USING WS-DEP-JOB-NAME WS-DEP-RUN-DATE
                                   WS-DEP-FOUND
               IF NOT DEP-JOB-RAN
                   DISPLAY 'INTMERGE CANNOT START - PREREQUISITE '
                           'INTACCR HAS NO COMPLETED RUN FOR '
                           WS-RUN-DATE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ - under the job
      * the phase accepts for, since the header it writes is that
      * job's header.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE WS-JOB-NAME TO SEQ-JOB-NAME
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
           MOVE WS-JOB-NAME     TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
      * LOAD-PARTITION-CARDS reads the night's partition set.  A card
      * that is not a valid partition, a partition number used twice,
      * or more partitions than the table holds is a fault - the set
      * itself has to be right before anything is proved against it.
       LOAD-PARTITION-CARDS.
           OPEN INPUT PART-CARD-FILE
           IF WS-PARTCARD-STATUS NOT = '00'
               DISPLAY 'INTMERGE CANNOT START - NO INTPARTS '
                       'PARTITION CARDS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ONE-CARD UNTIL PART-CARD-AT-EOF
           CLOSE PART-CARD-FILE
           IF WS-PART-COUNT = ZEROS
               DISPLAY 'INTMERGE - INTPARTS HOLDS NO PARTITION CARD'
               PERFORM RECORD-FAULT
           END-IF.
      *
       LOAD-ONE-CARD.
           READ PART-CARD-FILE
               AT END SET PART-CARD-AT-EOF TO TRUE
               NOT AT END
                   PERFORM ACCEPT-ONE-CARD
           END-READ.
      *
       ACCEPT-ONE-CARD.
           IF PTC-PARTITION-ID IS NOT NUMERIC
                   OR PTC-AGENCIA-FROM IS NOT NUMERIC
                   OR PTC-AGENCIA-TO IS NOT NUMERIC
               DISPLAY 'INTMERGE - INVALID PARTITION CARD '
                       PART-CARD-REC(1:10)
               PERFORM RECORD-FAULT
           ELSE
               IF PTC-PARTITION-ID = ZEROS
                       OR PTC-AGENCIA-FROM > PTC-AGENCIA-TO
                   DISPLAY 'INTMERGE - INVALID PARTITION CARD '
                           PART-CARD-REC(1:10)
                   PERFORM RECORD-FAULT
               ELSE
                   PERFORM ADD-PARTITION-ENTRY
               END-IF
           END-IF.
      *
       ADD-PARTITION-ENTRY.
           SET PARTITION-FOUND TO FALSE
           PERFORM VARYING WS-PT FROM 1 BY 1
                   UNTIL WS-PT > WS-PART-COUNT
               IF WS-PT-ID(WS-PT) = PTC-PARTITION-ID
                   SET PARTITION-FOUND TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN PARTITION-FOUND
                   DISPLAY 'INTMERGE - PARTITION ' PTC-PARTITION-ID
                           ' HAS MORE THAN ONE CARD'
                   PERFORM RECORD-FAULT
               WHEN WS-PART-COUNT NOT < WS-PART-MAX
                   DISPLAY 'INTMERGE - PARTITION TABLE FULL - '
                           'PARTITION ' PTC-PARTITION-ID ' NOT HELD'
                   PERFORM RECORD-FAULT
               WHEN OTHER
                   ADD 1 TO WS-PART-COUNT
                   MOVE WS-PART-COUNT    TO WS-PT
                   INITIALIZE WS-PART-ENTRY(WS-PT)
                   MOVE PTC-PARTITION-ID TO WS-PT-ID(WS-PT)
                   MOVE PTC-AGENCIA-FROM TO WS-PT-FROM(WS-PT)
                   MOVE PTC-AGENCIA-TO   TO WS-PT-TO(WS-PT)
                   MOVE 'PROVED'         TO WS-PT-VERDICT(WS-PT)
           END-EVALUATE.
      *
      * CHECK-PARTITION-COVER walks the ranges from branch 0000, each
      * range having to start where the last one ended, until one
      * ends at 9999.  A chain that breaks is a gap (or an overlap
      * that moved a start); ranges that reach 9999 but add up to
      * more than the 10000 branches overlap somewhere.
       CHECK-PARTITION-COVER.
           IF WS-PART-COUNT > ZEROS
               MOVE ZEROS TO WS-COVER-NEXT
               SET COVER-CHAIN-DONE TO FALSE
               PERFORM FOLLOW-COVER-CHAIN UNTIL COVER-CHAIN-DONE
               MOVE ZEROS TO WS-COVER-SIZE
               PERFORM VARYING WS-PT FROM 1 BY 1
                       UNTIL WS-PT > WS-PART-COUNT
                   COMPUTE WS-COVER-SIZE = WS-COVER-SIZE
                       + WS-PT-TO(WS-PT) - WS-PT-FROM(WS-PT) + 1
               END-PERFORM
               IF WS-COVER-SIZE NOT = 10000
                   DISPLAY 'INTMERGE - PARTITION RANGES OVERLAP OR '
                           'LEAVE BRANCHES OUT - ' WS-COVER-SIZE
                           ' BRANCH NUMBERS COVERED'
                   PERFORM RECORD-FAULT
               END-IF
           END-IF.
      *
       FOLLOW-COVER-CHAIN.
           SET PARTITION-FOUND TO FALSE
           MOVE ZEROS TO WS-PT-HIT
           PERFORM VARYING WS-PT FROM 1 BY 1
                   UNTIL WS-PT > WS-PART-COUNT OR PARTITION-FOUND
               IF WS-PT-FROM(WS-PT) = WS-COVER-NEXT
                   SET PARTITION-FOUND TO TRUE
                   MOVE WS-PT TO WS-PT-HIT
               END-IF
           END-PERFORM
           IF NOT PARTITION-FOUND
               DISPLAY 'INTMERGE - NO PARTITION STARTS AT BRANCH '
                       WS-COVER-NEXT(2:4)
               PERFORM RECORD-FAULT
               SET COVER-CHAIN-DONE TO TRUE
           ELSE
               IF WS-PT-TO(WS-PT-HIT) = 9999
                   SET COVER-CHAIN-DONE TO TRUE
               ELSE
                   COMPUTE WS-COVER-NEXT = WS-PT-TO(WS-PT-HIT) + 1
               END-IF
           END-IF.
      *
      * LOAD-PARTITION-TOTALS fetches each partition's INTACCR totals,
      * and in the posting phase its INTPOST totals too.  A partition
      * with no totals for tonight, totals from a failed run, or
      * totals from a run made with a different card cannot prove.
       LOAD-PARTITION-TOTALS.
           PERFORM VARYING WS-PT FROM 1 BY 1
                   UNTIL WS-PT > WS-PART-COUNT
               PERFORM LOAD-ACCRUAL-TOTALS
               IF POSTING-PHASE
                   PERFORM LOAD-POSTING-TOTALS
               END-IF
           END-PERFORM.
      *
       LOAD-ACCRUAL-TOTALS.
           MOVE 'INTACCR'       TO PCT-JOB-NAME
           MOVE WS-RUN-DATE     TO PCT-RUN-DATE
           MOVE WS-PT-ID(WS-PT) TO PCT-PARTITION-ID
           READ PART-CTL-FILE
               INVALID KEY
                   MOVE 'NO INTACCR TOTALS' TO WS-VERDICT-TEXT
                   PERFORM SET-PARTITION-FAULT
               NOT INVALID KEY
                   MOVE PCT-READ-COUNT   TO WS-PT-ACC-READ(WS-PT)
                   MOVE PCT-OUTPUT-COUNT TO WS-PT-ACC-OUTPUT(WS-PT)
                   MOVE PCT-REJECT-COUNT TO WS-PT-ACC-REJECT(WS-PT)
                   MOVE PCT-SKIP-COUNT   TO WS-PT-ACC-SKIP(WS-PT)
                   MOVE PCT-GROSS        TO WS-PT-ACC-GROSS(WS-PT)
                   MOVE PCT-TAX          TO WS-PT-ACC-TAX(WS-PT)
                   MOVE PCT-NET          TO WS-PT-ACC-NET(WS-PT)
                   PERFORM CHECK-TOTALS-RECORD
           END-READ.
      *
       LOAD-POSTING-TOTALS.
           MOVE 'INTPOST'       TO PCT-JOB-NAME
           MOVE WS-RUN-DATE     TO PCT-RUN-DATE
           MOVE WS-PT-ID(WS-PT) TO PCT-PARTITION-ID
           READ PART-CTL-FILE
               INVALID KEY
                   MOVE 'NO INTPOST TOTALS' TO WS-VERDICT-TEXT
                   PERFORM SET-PARTITION-FAULT
               NOT INVALID KEY
                   MOVE PCT-READ-COUNT   TO WS-PT-PST-READ(WS-PT)
                   MOVE PCT-OUTPUT-COUNT TO WS-PT-PST-OUTPUT(WS-PT)
                   MOVE PCT-REJECT-COUNT TO WS-PT-PST-REJECT(WS-PT)
                   MOVE PCT-SKIP-COUNT   TO WS-PT-PST-SKIP(WS-PT)
                   MOVE PCT-GROSS        TO WS-PT-PST-GROSS(WS-PT)
                   MOVE PCT-TAX          TO WS-PT-PST-TAX(WS-PT)
                   MOVE PCT-NET          TO WS-PT-PST-NET(WS-PT)
                   PERFORM CHECK-TOTALS-RECORD
           END-READ.
      *
       CHECK-TOTALS-RECORD.
           IF NOT PCT-COMPLETE
               MOVE SPACES TO WS-VERDICT-TEXT
               STRING PCT-JOB-NAME DELIMITED BY SPACE
                      ' RUN FAILED' DELIMITED BY SIZE
                   INTO WS-VERDICT-TEXT
               PERFORM SET-PARTITION-FAULT
           END-IF
           IF PCT-AGENCIA-FROM NOT = WS-PT-FROM(WS-PT)
                   OR PCT-AGENCIA-TO NOT = WS-PT-TO(WS-PT)
               MOVE SPACES TO WS-VERDICT-TEXT
               STRING PCT-JOB-NAME DELIMITED BY SPACE
                      ' RAN OTHER BRANCHES' DELIMITED BY SIZE
                   INTO WS-VERDICT-TEXT
               PERFORM SET-PARTITION-FAULT
           END-IF.
      *
      * READ-PARTITION-REGISTERS is the sort's input side: every
      * record of every partition register, tallied to the partition
      * that owns its branch.  A record for tonight's date in no
      * partition's range, or dated any other night, is counted as a
      * fault but still merged, so the listing accounts for it.
       READ-PARTITION-REGISTERS.
           PERFORM READ-PART-REGISTER
           PERFORM UNTIL PART-REG-AT-EOF OR COUNTER-OVERFLOWED
               PERFORM TALLY-REGISTER-RECORD
               RELEASE SORT-REC FROM INT-POST-REC
               PERFORM READ-PART-REGISTER
           END-PERFORM.
      *
       READ-PART-REGISTER.
           READ PART-REG-FILE INTO INT-POST-REC
               AT END SET PART-REG-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REG-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-REG-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
       TALLY-REGISTER-RECORD.
           IF IPR-RUN-DATE NOT = WS-RUN-DATE
               ADD 1 TO WS-STALE-COUNT
           END-IF
           SET PARTITION-FOUND TO FALSE
           MOVE ZEROS TO WS-PT-HIT
           PERFORM VARYING WS-PT FROM 1 BY 1
                   UNTIL WS-PT > WS-PART-COUNT OR PARTITION-FOUND
               IF IPR-AGENCIA NOT < WS-PT-FROM(WS-PT)
                       AND IPR-AGENCIA NOT > WS-PT-TO(WS-PT)
                   SET PARTITION-FOUND TO TRUE
                   MOVE WS-PT TO WS-PT-HIT
               END-IF
           END-PERFORM
           IF PARTITION-FOUND
               MOVE WS-PT-HIT TO WS-PT
               ADD 1            TO WS-PT-REG-COUNT(WS-PT)
               ADD IPR-INTEREST TO WS-PT-REG-GROSS(WS-PT)
               ADD IPR-TAX      TO WS-PT-REG-TAX(WS-PT)
               ADD IPR-NET      TO WS-PT-REG-NET(WS-PT)
           ELSE
               ADD 1 TO WS-STRAY-COUNT
           END-IF.
      *
      * WRITE-MERGED-REGISTER is the sort's output side: the single
      * CONTA-NUM-ordered POSTREG a single run would have written.
      * The same account twice means two partitions accrued it.
       WRITE-MERGED-REGISTER.
           PERFORM RETURN-SORTED-RECORD
           PERFORM UNTIL SORT-AT-EOF OR COUNTER-OVERFLOWED
               IF WS-MERGED-COUNT > ZEROS
                       AND IPR-CONTA-NUM = WS-LAST-CONTA
                   ADD 1 TO WS-DUPLICATE-COUNT
               END-IF
               MOVE IPR-CONTA-NUM TO WS-LAST-CONTA
               WRITE MERGED-REG-REC FROM INT-POST-REC
               ADD 1 TO WS-MERGED-COUNT
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-MERGED-COUNT OVERFLOWED'
               END-ADD
               ADD IPR-INTEREST TO WS-MERGED-GROSS
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-MERGED-GROSS OVERFLOWED'
               END-ADD
               ADD IPR-TAX TO WS-MERGED-TAX
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-MERGED-TAX OVERFLOWED'
               END-ADD
               ADD IPR-NET TO WS-MERGED-NET
                   ON SIZE ERROR
                       SET COUNTER-OVERFLOWED TO TRUE
                       DISPLAY 'WS-MERGED-NET OVERFLOWED'
               END-ADD
               PERFORM RETURN-SORTED-RECORD
           END-PERFORM.
      *
       RETURN-SORTED-RECORD.
           RETURN SORT-WORK INTO INT-POST-REC
               AT END SET SORT-AT-EOF TO TRUE
           END-RETURN.
      *
      * COUNT-BALANCE-FILE counts the accounts a single run would
      * have read - the partitions' read counts must add up to it.
       COUNT-BALANCE-FILE.
           OPEN INPUT SALDO-FILE
           PERFORM UNTIL SALDO-AT-EOF
               READ SALDO-FILE
                   AT END SET SALDO-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SALDO-COUNT
                           ON SIZE ERROR
                               SET COUNTER-OVERFLOWED TO TRUE
                               DISPLAY 'WS-SALDO-COUNT OVERFLOWED'
                       END-ADD
               END-READ
           END-PERFORM
           CLOSE SALDO-FILE.
      *
      * PROVE-ACCRUAL holds each partition's register slice to its
      * INTACCR totals, then the partitions together to the balance
      * file and the merged register.
       PROVE-ACCRUAL.
           PERFORM VARYING WS-PT FROM 1 BY 1
                   UNTIL WS-PT > WS-PART-COUNT
               IF WS-PT-REG-COUNT(WS-PT)
                           NOT = WS-PT-ACC-OUTPUT(WS-PT)
                       OR WS-PT-REG-GROSS(WS-PT)
                           NOT = WS-PT-ACC-GROSS(WS-PT)
                       OR WS-PT-REG-TAX(WS-PT)
                           NOT = WS-PT-ACC-TAX(WS-PT)
                       OR WS-PT-REG-NET(WS-PT)
                           NOT = WS-PT-ACC-NET(WS-PT)
                   MOVE 'REGISTER DIFFERS' TO WS-VERDICT-TEXT
                   PERFORM SET-PARTITION-FAULT
               END-IF
               ADD WS-PT-ACC-READ(WS-PT)   TO WS-SUM-READ
               ADD WS-PT-ACC-OUTPUT(WS-PT) TO WS-SUM-OUTPUT
               ADD WS-PT-ACC-REJECT(WS-PT) TO WS-SUM-REJECT
               ADD WS-PT-ACC-SKIP(WS-PT)   TO WS-SUM-SKIP
               ADD WS-PT-ACC-GROSS(WS-PT)  TO WS-SUM-GROSS
               ADD WS-PT-ACC-TAX(WS-PT)    TO WS-SUM-TAX
               ADD WS-PT-ACC-NET(WS-PT)    TO WS-SUM-NET
           END-PERFORM
           IF WS-SUM-READ NOT = WS-SALDO-COUNT
               DISPLAY 'INTMERGE - PARTITIONS READ ' WS-SUM-READ
                       ' ACCOUNTS, SALDOFIL HOLDS ' WS-SALDO-COUNT
               PERFORM RECORD-FAULT
           END-IF
           IF WS-SUM-OUTPUT NOT = WS-MERGED-COUNT
                   OR WS-SUM-GROSS NOT = WS-MERGED-GROSS
                   OR WS-SUM-TAX NOT = WS-MERGED-TAX
                   OR WS-SUM-NET NOT = WS-MERGED-NET
               DISPLAY 'INTMERGE - PARTITION TOTALS DO NOT ADD UP TO '
                       'THE MERGED REGISTER'
               PERFORM RECORD-FAULT
           END-IF
           IF WS-STRAY-COUNT > ZEROS
               DISPLAY 'INTMERGE - ' WS-STRAY-COUNT ' REGISTER '
                       'RECORD(S) IN NO PARTITION''S BRANCHES'
               PERFORM RECORD-FAULT
           END-IF
           IF WS-STALE-COUNT > ZEROS
               DISPLAY 'INTMERGE - ' WS-STALE-COUNT ' REGISTER '
                       'RECORD(S) NOT DATED ' WS-RUN-DATE
               PERFORM RECORD-FAULT
           END-IF
           IF WS-DUPLICATE-COUNT > ZEROS
               DISPLAY 'INTMERGE - ' WS-DUPLICATE-COUNT ' ACCOUNT(S) '
                       'ACCRUED BY MORE THAN ONE PARTITION'
               PERFORM RECORD-FAULT
           END-IF.
      *
      * PROVE-POSTING holds each INTPOST partition to the register
      * its accrual partition wrote: every record read, the same
      * money, and every record posted, rejected or passed on restart.
       PROVE-POSTING.
           PERFORM VARYING WS-PT FROM 1 BY 1
                   UNTIL WS-PT > WS-PART-COUNT
               IF WS-PT-PST-READ(WS-PT)
                           NOT = WS-PT-ACC-OUTPUT(WS-PT)
                       OR WS-PT-PST-GROSS(WS-PT)
                           NOT = WS-PT-ACC-GROSS(WS-PT)
                       OR WS-PT-PST-TAX(WS-PT)
                           NOT = WS-PT-ACC-TAX(WS-PT)
                       OR WS-PT-PST-NET(WS-PT)
                           NOT = WS-PT-ACC-NET(WS-PT)
                   MOVE 'POSTED REGISTER DIFFERS' TO WS-VERDICT-TEXT
                   PERFORM SET-PARTITION-FAULT
               END-IF
               IF WS-PT-PST-READ(WS-PT) NOT = WS-PT-PST-OUTPUT(WS-PT)
                       + WS-PT-PST-REJECT(WS-PT) + WS-PT-PST-SKIP(WS-PT)
                   MOVE 'POSTING OUT OF BALANCE' TO WS-VERDICT-TEXT
                   PERFORM SET-PARTITION-FAULT
               END-IF
               ADD WS-PT-PST-READ(WS-PT)   TO WS-SUM-READ
               ADD WS-PT-PST-OUTPUT(WS-PT) TO WS-SUM-OUTPUT
               ADD WS-PT-PST-REJECT(WS-PT) TO WS-SUM-REJECT
               ADD WS-PT-PST-SKIP(WS-PT)   TO WS-SUM-SKIP
               ADD WS-PT-PST-GROSS(WS-PT)  TO WS-SUM-GROSS
               ADD WS-PT-PST-TAX(WS-PT)    TO WS-SUM-TAX
               ADD WS-PT-PST-NET(WS-PT)    TO WS-SUM-NET
           END-PERFORM.
      *
      * SET-PARTITION-FAULT fails the proof and gives the partition
      * its first fault as its verdict.
       SET-PARTITION-FAULT.
           IF WS-PT-VERDICT(WS-PT) = 'PROVED'
               MOVE WS-VERDICT-TEXT TO WS-PT-VERDICT(WS-PT)
           END-IF
           DISPLAY 'INTMERGE - PARTITION ' WS-PT-ID(WS-PT) ' - '
                   WS-VERDICT-TEXT
           PERFORM RECORD-FAULT.
      *
       RECORD-FAULT.
           SET PROOF-HOLDS TO FALSE
           ADD 1 TO WS-FAULT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-FAULT-COUNT OVERFLOWED'
           END-ADD.
      *
      * PRINT-PROOF lists each partition with the figures the phase
      * proves, the partitions together, and the verdict.
       PRINT-PROOF.
           PERFORM VARYING WS-PT FROM 1 BY 1
                   UNTIL WS-PT > WS-PART-COUNT
               MOVE WS-PT-ID(WS-PT)      TO DTL-PART
               MOVE WS-PT-FROM(WS-PT)    TO DTL-FROM
               MOVE WS-PT-TO(WS-PT)      TO DTL-TO
               IF ACCRUAL-PHASE
                   MOVE WS-PT-ACC-READ(WS-PT)   TO DTL-READ
                   MOVE WS-PT-ACC-OUTPUT(WS-PT) TO DTL-OUTPUT
                   MOVE WS-PT-ACC-REJECT(WS-PT) TO DTL-REJECT
                   MOVE WS-PT-ACC-SKIP(WS-PT)   TO DTL-SKIP
                   MOVE WS-PT-ACC-GROSS(WS-PT)  TO DTL-GROSS
                   MOVE WS-PT-ACC-NET(WS-PT)    TO DTL-NET
               ELSE
                   MOVE WS-PT-PST-READ(WS-PT)   TO DTL-READ
                   MOVE WS-PT-PST-OUTPUT(WS-PT) TO DTL-OUTPUT
                   MOVE WS-PT-PST-REJECT(WS-PT) TO DTL-REJECT
                   MOVE WS-PT-PST-SKIP(WS-PT)   TO DTL-SKIP
                   MOVE WS-PT-PST-GROSS(WS-PT)  TO DTL-GROSS
                   MOVE WS-PT-PST-NET(WS-PT)    TO DTL-NET
               END-IF
               MOVE WS-PT-VERDICT(WS-PT) TO DTL-VERDICT
               WRITE PRINT-REC FROM DETAIL-LINE
           END-PERFORM
           WRITE PRINT-REC FROM SPACES
           MOVE ZEROS          TO DTL-PART
           MOVE ZEROS          TO DTL-FROM
           MOVE 9999           TO DTL-TO
           MOVE WS-SUM-READ    TO DTL-READ
           MOVE WS-SUM-OUTPUT  TO DTL-OUTPUT
           MOVE WS-SUM-REJECT  TO DTL-REJECT
           MOVE WS-SUM-SKIP    TO DTL-SKIP
           MOVE WS-SUM-GROSS   TO DTL-GROSS
           MOVE WS-SUM-NET     TO DTL-NET
           MOVE 'ALL PARTITIONS' TO DTL-VERDICT
           WRITE PRINT-REC FROM DETAIL-LINE
           IF ACCRUAL-PHASE
               PERFORM PRINT-MERGE-FIGURES
           END-IF
           WRITE PRINT-REC FROM SPACES
           MOVE SPACES TO VRD-TEXT
           IF PROOF-HOLDS AND NOT COUNTER-OVERFLOWED
               STRING 'PARTITIONS PROVE - ' DELIMITED BY SIZE
                      WS-JOB-NAME DELIMITED BY SPACE
                      ' ACCEPTED' DELIMITED BY SIZE
                   INTO VRD-TEXT
           ELSE
               STRING 'PARTITIONS DO NOT PROVE - ' DELIMITED BY SIZE
                      WS-JOB-NAME DELIMITED BY SPACE
                      ' NOT ACCEPTED' DELIMITED BY SIZE
                   INTO VRD-TEXT
           END-IF
           WRITE PRINT-REC FROM VERDICT-LINE.
      *
       PRINT-MERGE-FIGURES.
           WRITE PRINT-REC FROM SPACES
           MOVE 'ACCOUNTS ON SALDOFIL'       TO CNT-LABEL
           MOVE WS-SALDO-COUNT               TO CNT-COUNT
           WRITE PRINT-REC FROM COUNT-LINE
           MOVE 'PARTITION REGISTER RECORDS READ' TO CNT-LABEL
           MOVE WS-REG-READ-COUNT            TO CNT-COUNT
           WRITE PRINT-REC FROM COUNT-LINE
           MOVE 'MERGED REGISTER RECORDS'    TO CNT-LABEL
           MOVE WS-MERGED-COUNT              TO CNT-COUNT
           WRITE PRINT-REC FROM COUNT-LINE
           MOVE 'MERGED REGISTER GROSS'      TO MNY-LABEL
           MOVE WS-MERGED-GROSS              TO MNY-AMOUNT
           WRITE PRINT-REC FROM MONEY-LINE
           MOVE 'MERGED REGISTER TAX'        TO MNY-LABEL
           MOVE WS-MERGED-TAX                TO MNY-AMOUNT
           WRITE PRINT-REC FROM MONEY-LINE
           MOVE 'MERGED REGISTER NET'        TO MNY-LABEL
           MOVE WS-MERGED-NET                TO MNY-AMOUNT
           WRITE PRINT-REC FROM MONEY-LINE
           MOVE 'RECORDS IN NO PARTITION'    TO CNT-LABEL
           MOVE WS-STRAY-COUNT               TO CNT-COUNT
           WRITE PRINT-REC FROM COUNT-LINE
           MOVE 'RECORDS OF ANOTHER NIGHT'   TO CNT-LABEL
           MOVE WS-STALE-COUNT               TO CNT-COUNT
           WRITE PRINT-REC FROM COUNT-LINE
           MOVE 'ACCOUNTS IN TWO PARTITIONS' TO CNT-LABEL
           MOVE WS-DUPLICATE-COUNT           TO CNT-COUNT
           WRITE PRINT-REC FROM COUNT-LINE.
      *
      * CLOSE-STOP accepts the phase only on a clean proof: the run
      * header, trailer and control total the night waits on are
      * written then and not otherwise.
       CLOSE-STOP.
           IF PROOF-HOLDS AND NOT COUNTER-OVERFLOWED
               PERFORM FINISH-RUN-CONTROL
               PERFORM WRITE-DAILY-TRAILER
               IF ACCRUAL-PHASE
                   PERFORM WRITE-CTL-TOTALS
               END-IF
           END-IF
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE PART-CTL-FILE.
           CLOSE PRINT-FILE.
           IF ACCRUAL-PHASE
               CLOSE PART-REG-FILE
               CLOSE MERGED-REG-FILE
           END-IF.
           DISPLAY 'INTMERGE ' WS-PHASE ' PARTITIONS ' WS-PART-COUNT
                   ' READ ' WS-SUM-READ
                   ' OUTPUT ' WS-SUM-OUTPUT
                   ' FAULTS ' WS-FAULT-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'INTMERGE ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-ALERT-SEVERITY
               MOVE 'CONTROL COUNTER OVERFLOWED' TO WS-ALERT-MESSAGE
               MOVE ZEROS TO WS-ALERT-COUNT
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF NOT PROOF-HOLDS
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING 'PARTITIONS DO NOT PROVE - ' DELIMITED BY SIZE
                          WS-JOB-NAME DELIMITED BY SPACE
                          ' HELD' DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
                   MOVE WS-FAULT-COUNT TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
      *
      * WRITE-DAILY-TRAILER writes the accepted job's DAILYCTL trailer
      * from the partitions' totals, laid out exactly as a single run
      * of that job lays it out - INTACCR's dormant accounts riding
      * in the reject column - so CTLRPT sees one night, not pieces.
       WRITE-DAILY-TRAILER.
           OPEN EXTEND DAILY-CTL-FILE
           MOVE SPACES            TO CTL-TRAILER-REC
           MOVE WS-JOB-NAME       TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE       TO CTLT-RUN-DATE
           MOVE WS-SUM-READ       TO CTLT-READ-COUNT
           MOVE WS-SUM-OUTPUT     TO CTLT-OUTPUT-COUNT
           IF ACCRUAL-PHASE
               COMPUTE CTLT-REJECT-COUNT =
                   WS-SUM-REJECT + WS-SUM-SKIP
           ELSE
               MOVE WS-SUM-REJECT TO CTLT-REJECT-COUNT
           END-IF
           SET CTLT-BALANCED      TO TRUE
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS writes INTACCR's CTLTODAY interest total from
      * the merged register, the figure CTLRECON reconciles.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES            TO CTL-TOTAL-REC
           MOVE 'INTACCR'         TO CTL-JOB-ID
           MOVE WS-RUN-DATE       TO CTL-RUN-DATE
           MOVE WS-MERGED-COUNT   TO CTL-RECORD-COUNT
           MOVE WS-MERGED-GROSS   TO CTL-DOLLAR-TOTAL
           WRITE CTL-TOTAL-REC
           CLOSE CTL-TOTAL-FILE.
      *
      * WRITE-SUMMARY-REPORT prints this run's end-of-job summary with
      * the partitions and the proof faults broken out.
       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-FILE
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-1
           WRITE SUMMARY-REC FROM SPACES
           WRITE SUMMARY-REC FROM SUMM-HDR-LINE-2
           MOVE SPACES              TO SUMM-DETAIL-LINE
           MOVE 'INTMERGE'          TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-SUM-READ         TO SUMM-RECORD-COUNT
           MOVE WS-SUM-OUTPUT       TO SUMM-GRAND-TOTAL
           WRITE SUMMARY-REC FROM SUMM-DETAIL-LINE
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'PARTITIONS'        TO SUMM-CATEGORY-NAME
           MOVE WS-PART-COUNT       TO SUMM-CATEGORY-COUNT
           WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           IF ACCRUAL-PHASE
               MOVE SPACES            TO SUMM-CATEGORY-LINE
               MOVE 'MERGED RECORDS'  TO SUMM-CATEGORY-NAME
               MOVE WS-MERGED-COUNT   TO SUMM-CATEGORY-COUNT
               WRITE SUMMARY-REC FROM SUMM-CATEGORY-LINE
           END-IF
           MOVE SPACES              TO SUMM-CATEGORY-LINE
           MOVE 'PROOF FAULTS'      TO SUMM-CATEGORY-NAME
           MOVE WS-FAULT-COUNT      TO SUMM-CATEGORY-COUNT
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
           MOVE 'INTMERGE'        TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
      * CHECK-PRIOR-RUN is the same-business-date duplicate run guard:
      * once a phase has been accepted its job's RUNCTL header is on
      * file, and accepting it again would write a second set of
      * totals for the night.  A rerun is refused with return code 12
      * unless the operator supplied the RUNOVRD override card, and an
      * accepted override is itself logged.  A phase that did not
      * prove wrote no header, so it reruns freely.
       CHECK-PRIOR-RUN.
           MOVE WS-JOB-NAME TO WS-DEP-JOB-NAME
           MOVE WS-RUN-DATE TO WS-DEP-RUN-DATE
           CALL 'JOBDEP' USING WS-DEP-JOB-NAME WS-DEP-RUN-DATE
                               WS-DEP-FOUND
           IF DEP-JOB-RAN
               PERFORM READ-OVERRIDE-CARD
               IF OVERRIDE-SUPPLIED
                   DISPLAY 'INTMERGE RERUN OVERRIDE ACCEPTED FOR '
                           WS-RUN-DATE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'SAME-DATE RERUN OVERRIDE ACCEPTED'
                       TO WS-ALERT-MESSAGE
                   MOVE ZEROS TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               ELSE
                   DISPLAY 'INTMERGE - ' WS-JOB-NAME ' ALREADY '
                           'ACCEPTED FOR ' WS-RUN-DATE
                           ' - RERUN REFUSED WITHOUT RUNOVRD CARD'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
       READ-OVERRIDE-CARD.
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS = '00'
               READ OVERRIDE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF OVR-TEXT(1:8) = 'OVERRIDE'
                           SET OVERRIDE-SUPPLIED TO TRUE
                       END-IF
               END-READ
               CLOSE OVERRIDE-FILE
           END-IF.
       END PROGRAM INTMERGE.
