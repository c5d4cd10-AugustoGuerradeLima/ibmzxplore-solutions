      *  an envelope failure refuses the file whole with return code
      *  12 and the sequence mark not advanced.  The summary report
      *  is the per-run reconciliation: items read, translated per
      *  action, and rejected.  Each accepted termination is also
      *  written to HRLEAVE, so the leaver reconciliation (LVRRECON)
      *  can close the leaver's sign-on and permission grants the same
      *  night instead of waiting on the security desk.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT ENVELOPE-FILE ASSIGN TO HRFEEDIN.
           SELECT NAME-TRANS    ASSIGN TO HRNTRN.
           SELECT LEAVER-FILE   ASSIGN TO HRLEAVE.
           SELECT FILE-SEQ-CTL  ASSIGN TO HRFSEQ
               FILE STATUS IS WS-FILESEQ-STATUS.
           SELECT EXCEPT-FILE   ASSIGN TO EXCFILE.
           05  NTRN-EXTRA             PIC X(10).
           05  FILLER                 PIC X(44).
      *
      * The day's accepted terminations, for LVRRECON.
       FD  LEAVER-FILE RECORDING MODE F.
           COPY HRLEAVER.
      *
      * The acceptance control record: the last accepted file's
      * sequence number, rolled forward only when a file passes.
       FD  FILE-SEQ-CTL RECORDING MODE F.
       OPEN-FILES.
           OPEN INPUT  ENVELOPE-FILE.
           OPEN OUTPUT NAME-TRANS.
           OPEN OUTPUT LEAVER-FILE.
           OPEN OUTPUT EXCEPT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           PERFORM READ-FILE-SEQ
                       END-ADD
                   WHEN OTHER
                       PERFORM WRITE-TRANS-PAIR-DELETE
                       PERFORM WRITE-LEAVER-RECORD
                       ADD 1 TO WS-TERMINATION-COUNT
                           ON SIZE ERROR
                               SET COUNTER-OVERFLOWED TO TRUE
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TRANS-OUT-COUNT OVERFLOWED'
           END-ADD.
      *
      * WRITE-LEAVER-RECORD hands one accepted termination on to the
      * leaver reconciliation.
       WRITE-LEAVER-RECORD.
           MOVE SPACES      TO HR-LEAVER-REC
           MOVE HRD-EMP-ID  TO LVR-EMP-ID
           MOVE WS-RUN-DATE TO LVR-TERM-DATE
           MOVE WS-FILE-SEQ TO LVR-FILE-SEQ
           WRITE HR-LEAVER-REC.
      *
       REJECT-ONE-ITEM.
           ADD 1 TO WS-REJECT-COUNT
           PERFORM WRITE-SUMMARY-REPORT
           CLOSE ENVELOPE-FILE.
           CLOSE NAME-TRANS.
           CLOSE LEAVER-FILE.
           CLOSE EXCEPT-FILE.
           DISPLAY 'HRINTAKE ITEMS ' WS-DETAIL-COUNT
                   ' HIRES ' WS-HIRE-COUNT
