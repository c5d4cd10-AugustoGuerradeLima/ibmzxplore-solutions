      *-----------------------------------------------------------------
      *  PART-CTL-REC - one partition's control totals for one night,
      *  keyed by job (INTACCR or INTPOST), business date and
      *  partition.  A partitioned INTACCR or INTPOST step writes it
      *  at CLOSE-STOP in place of the DAILYCTL trailer and CTLTODAY
      *  total a single run writes; INTMERGE proves the set against
      *  the combined register and writes those single-run totals
      *  itself.  For INTACCR the skips are dormant accounts and the
      *  money is what the partition accrued; for INTPOST the skips
      *  are accounts a restart passed as already posted and the
      *  money is what the partition's register carried.  A partition
      *  rerun after a failure rewrites its own record and touches
      *  no other.
      *-----------------------------------------------------------------
       01  PART-CTL-REC.
           05  PCT-KEY.
               10  PCT-JOB-NAME     PIC X(8).
               10  PCT-RUN-DATE     PIC 9(8).
               10  PCT-PARTITION-ID PIC 9(2).
           05  PCT-AGENCIA-FROM     PIC 9(4).
           05  PCT-AGENCIA-TO       PIC 9(4).
           05  PCT-RUN-NUMBER       PIC 9(7).
           05  PCT-READ-COUNT       PIC 9(7).
           05  PCT-OUTPUT-COUNT     PIC 9(7).
           05  PCT-REJECT-COUNT     PIC 9(7).
           05  PCT-SKIP-COUNT       PIC 9(7).
           05  PCT-GROSS            PIC S9(11)V99 COMP-3.
           05  PCT-TAX              PIC S9(11)V99 COMP-3.
           05  PCT-NET              PIC S9(11)V99 COMP-3.
      *  PCT-STATUS: complete only when the partition finished with
      *  its counters whole and, for INTPOST, its totals balanced.
           05  PCT-STATUS           PIC X.
               88  PCT-COMPLETE         VALUE 'C'.
               88  PCT-FAILED           VALUE 'F'.
           05  FILLER               PIC X(17).
