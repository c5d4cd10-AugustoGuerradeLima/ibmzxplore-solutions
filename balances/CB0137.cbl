      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CCFRPT.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  CCFRPT is the nightly reporting run to the CCF, the central
      *  bad-cheque registry.  It reads tonight's return file as
      *  CHQINTAK wrote it and takes the returns the regulation makes
      *  reportable - 12 (want of funds on second presentment), 13
      *  (closed account) and 14 (spurious practice).  Each is charged
      *  to the issuer: the account's primary holder found through
      *  CUSTXREF's account key.  The incident goes on the CCF
      *  register (CCFREG.cpy), a detail goes on the CCF inclusion
      *  file, and the customer's cheque privilege (CHQPRIV.cpy) is
      *  suspended so the branches see it on CUST360 and issue no new
      *  cheque book.  The run then walks the register for incidents
      *  whose proof of payment a supervisor has approved at the
      *  CCFMNT desk, sends each on the CCF exclusion file and marks
      *  it excluded; the privilege is restored once the customer has
      *  no incident left open.  Both files carry the registry's
      *  header and trailer count.  A reportable return with no
      *  owning CPF goes to the shared EXCFILE; a cheque already on
      *  the register (a third presentment) is not reported twice.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-IN    ASSIGN TO CHQRET
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT XREF-FILE    ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               ALTERNATE RECORD KEY IS XRF-CONTA-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
           SELECT CCF-FILE     ASSIGN TO CCFREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCF-KEY
               FILE STATUS IS WS-CCF-STATUS.
           SELECT PRIV-FILE    ASSIGN TO CHQPRIV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CPF
               FILE STATUS IS WS-PRIV-STATUS.
           SELECT INCL-FILE    ASSIGN TO CCFINCL.
           SELECT EXCL-FILE    ASSIGN TO CCFEXCL.
           SELECT EXCEPT-FILE  ASSIGN TO EXCFILE.
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
      * CHQINTAK's return file, one item per record: the cheque, the
      * drawn account, the amount, the reason and the return date.
       FD  RETURN-IN RECORDING MODE F.
       01  RETURN-IN-REC.
           05  RTN-CHQ-NUMBER       PIC X(10).
           05  RTN-CONTA-NUM        PIC X(10).
           05  RTN-AMOUNT           PIC 9(9)V99.
           05  RTN-REASON-CODE      PIC X(2).
               88  RTN-CCF-REPORTABLE   VALUES '12' '13' '14'.
           05  RTN-RETURN-DATE      PIC 9(8).
           05  FILLER               PIC X(39).
      *
       FD  XREF-FILE RECORDING MODE F.
           COPY CUSTXREF.
      *
       FD  CCF-FILE RECORDING MODE F.
           COPY CCFREG.
      *
       FD  PRIV-FILE RECORDING MODE F.
           COPY CHQPRIV.
      *
      * The inclusion and exclusion files share the registry's record
      * shape, built in CCF-OUT-AREA below.
       FD  INCL-FILE RECORDING MODE F.
       01  INCL-OUT-REC           PIC X(80).
      *
       FD  EXCL-FILE RECORDING MODE F.
       01  EXCL-OUT-REC           PIC X(80).
      *
       FD  EXCEPT-FILE RECORDING MODE F.
           COPY EXCREC.
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
           05  WS-RETURN-EOF       PIC X VALUE 'N'.
               88  RETURN-AT-EOF       VALUE 'Y'.
           05  WS-CCF-SCAN         PIC X VALUE 'N'.
               88  CCF-SCAN-DONE       VALUE 'Y' FALSE 'N'.
           05  WS-XREF-SCAN        PIC X VALUE 'N'.
               88  XREF-SCAN-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-PRIMARY-FLAG     PIC X VALUE 'N'.
               88  PRIMARY-FOUND       VALUE 'Y' FALSE 'N'.
           05  WS-COUNTER-OVERFLOW PIC X VALUE 'N'.
               88  COUNTER-OVERFLOWED  VALUE 'Y' FALSE 'N'.
       01  WS-RETURN-STATUS        PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-CCF-STATUS           PIC XX.
       01  WS-PRIV-STATUS          PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-INCLUDED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-EXCLUDED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-SKIPPED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-INCLUDED       PIC S9(11)V99 VALUE ZEROS.
       01  WS-OWNER-CPF            PIC X(11).
       01  WS-OWNER-CONTA          PIC 9(10).
       01  WS-REJECT-CODE          PIC 9(4).
       01  WS-REJECT-REASON        PIC X(20).
      * The registry's record: a header with the file date and kind,
      * one detail per incident, a trailer with the detail count.
       01  CCF-OUT-AREA.
           05  COF-TYPE             PIC X.
           05  COF-DATA             PIC X(79).
       01  CCF-OUT-HDR REDEFINES CCF-OUT-AREA.
           05  FILLER               PIC X.
           05  COF-FILE-DATE        PIC 9(8).
           05  COF-FILE-KIND        PIC X(4).
           05  FILLER               PIC X(67).
       01  CCF-OUT-DTL REDEFINES CCF-OUT-AREA.
           05  FILLER               PIC X.
           05  COF-CPF              PIC X(11).
           05  COF-CONTA-NUM        PIC 9(10).
           05  COF-CHQ-NUMBER       PIC X(10).
           05  COF-AMOUNT           PIC 9(9)V99.
           05  COF-REASON           PIC X(2).
           05  COF-RETURN-DATE      PIC 9(8).
           05  COF-EVENT-DATE       PIC 9(8).
           05  FILLER               PIC X(19).
       01  CCF-OUT-TRL REDEFINES CCF-OUT-AREA.
           05  FILLER               PIC X.
           05  COF-REC-COUNT        PIC 9(7).
           05  FILLER               PIC X(72).
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
           PERFORM INCLUDE-UNTIL-DONE
           PERFORM SEND-APPROVED-EXCLUSIONS
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT RETURN-IN
           IF WS-RETURN-STATUS NOT = '00'
               SET RETURN-AT-EOF TO TRUE
               DISPLAY 'CCFRPT - NO RETURN FILE TONIGHT'
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'CCFRPT UNABLE TO OPEN CUSTXREF - STATUS '
                   WS-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CCF-FILE
           IF WS-CCF-STATUS = '35'
               OPEN OUTPUT CCF-FILE
               CLOSE CCF-FILE
               OPEN I-O CCF-FILE
           END-IF
           OPEN I-O PRIV-FILE
           IF WS-PRIV-STATUS = '35'
               OPEN OUTPUT PRIV-FILE
               CLOSE PRIV-FILE
               OPEN I-O PRIV-FILE
           END-IF
           OPEN OUTPUT INCL-FILE.
           OPEN OUTPUT EXCL-FILE.
           OPEN OUTPUT EXCEPT-FILE.
           CALL 'GETBDAT' USING WS-RUN-DATE.
           MOVE SPACES      TO CCF-OUT-AREA
           MOVE 'H'         TO COF-TYPE
           MOVE WS-RUN-DATE TO COF-FILE-DATE
           MOVE 'INCL'      TO COF-FILE-KIND
           WRITE INCL-OUT-REC FROM CCF-OUT-AREA
           MOVE 'EXCL'      TO COF-FILE-KIND
           WRITE EXCL-OUT-REC FROM CCF-OUT-AREA
           PERFORM START-RUN-CONTROL.
      *
      * START-RUN-CONTROL captures this run's start timestamp and looks
      * up its next sequential run number in RUNSEQ.  The header record
      * itself is written by FINISH-RUN-CONTROL at CLOSE-STOP once the
      * elapsed run time is known, since RUNCTL is append-only.
       START-RUN-CONTROL.
           MOVE SPACES TO SEQ-JOB-NAME
           MOVE 'CCFRPT' TO SEQ-JOB-NAME
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
           MOVE 'CCFRPT'        TO RUNCTL-JOB-NAME
           MOVE WS-RUN-DATE     TO RUNCTL-RUN-DATE
           MOVE WS-RUN-TIME     TO RUNCTL-RUN-TIME
           MOVE WS-RUN-NUMBER   TO RUNCTL-RUN-NUMBER
           MOVE WS-ELAPSED-TIME TO RUNCTL-ELAPSED-TIME
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.
      *
       INCLUDE-UNTIL-DONE.
           PERFORM READ-RETURN
           PERFORM INCLUDE-AND-READ
               UNTIL RETURN-AT-EOF OR COUNTER-OVERFLOWED.
      *
       INCLUDE-AND-READ.
           PERFORM WORK-ONE-RETURN
           PERFORM READ-RETURN.
      *
       READ-RETURN.
           READ RETURN-IN
               AT END SET RETURN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'WS-READ-COUNT OVERFLOWED'
                   END-ADD
           END-READ.
      *
      * WORK-ONE-RETURN passes over every return the registry does
      * not want (want of funds on first presentment, stops, the
      * unreadable items) and charges a reportable one to its issuer.
       WORK-ONE-RETURN.
           EVALUATE TRUE
               WHEN NOT RTN-CCF-REPORTABLE
                   PERFORM COUNT-SKIPPED-RETURN
               WHEN RTN-CONTA-NUM IS NOT NUMERIC
                   MOVE 'INVALID ACCOUNT' TO WS-REJECT-REASON
                   MOVE 4024 TO WS-REJECT-CODE
                   PERFORM REJECT-RETURN
               WHEN OTHER
                   MOVE RTN-CONTA-NUM TO WS-OWNER-CONTA
                   PERFORM FIND-ISSUER
                   IF WS-OWNER-CPF = SPACES
                       MOVE 'NO OWNING CPF' TO WS-REJECT-REASON
                       MOVE 4022 TO WS-REJECT-CODE
                       PERFORM REJECT-RETURN
                   ELSE
                       PERFORM RECORD-INCIDENT
                   END-IF
           END-EVALUATE.
      *
       COUNT-SKIPPED-RETURN.
           ADD 1 TO WS-SKIPPED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-SKIPPED-COUNT OVERFLOWED'
           END-ADD.
      *
      * FIND-ISSUER pulls the account's PRIMARY holder, the DORMRPT
      * walk over the duplicate alternate key; a joint account with
      * no primary link charges the first holder found.
       FIND-ISSUER.
           SET PRIMARY-FOUND TO FALSE
           SET XREF-SCAN-DONE TO FALSE
           MOVE SPACES TO WS-OWNER-CPF
           MOVE WS-OWNER-CONTA TO XRF-CONTA-NUM
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
                   IF XRF-CONTA-NUM NOT = WS-OWNER-CONTA
                       SET XREF-SCAN-DONE TO TRUE
                   ELSE
                       IF XRF-PRIMARY-HOLDER
                           MOVE XRF-CPF TO WS-OWNER-CPF
                           SET PRIMARY-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.
      *
      * RECORD-INCIDENT lands the incident on the register; the keyed
      * WRITE's INVALID KEY is the already-reported check.
       RECORD-INCIDENT.
           MOVE SPACES          TO CCF-INC-REC
           MOVE WS-OWNER-CPF    TO CCF-CPF
           MOVE WS-OWNER-CONTA  TO CCF-CONTA-NUM
           MOVE RTN-CHQ-NUMBER  TO CCF-CHQ-NUMBER
           MOVE RTN-AMOUNT      TO CCF-AMOUNT
           MOVE RTN-REASON-CODE TO CCF-REASON
           MOVE RTN-RETURN-DATE TO CCF-RETURN-DATE
           MOVE WS-RUN-DATE     TO CCF-INCL-DATE
           SET CCF-INCLUDED     TO TRUE
           MOVE ZEROS           TO CCF-PAID-DATE
           MOVE ZEROS           TO CCF-EXCL-DATE
           WRITE CCF-INC-REC
               INVALID KEY
                   PERFORM COUNT-SKIPPED-RETURN
               NOT INVALID KEY
                   PERFORM WRITE-INCLUSION
                   PERFORM SUSPEND-PRIVILEGE
           END-WRITE.
      *
       WRITE-INCLUSION.
           MOVE SPACES          TO CCF-OUT-AREA
           MOVE 'D'             TO COF-TYPE
           MOVE CCF-CPF         TO COF-CPF
           MOVE CCF-CONTA-NUM   TO COF-CONTA-NUM
           MOVE CCF-CHQ-NUMBER  TO COF-CHQ-NUMBER
           MOVE RTN-AMOUNT      TO COF-AMOUNT
           MOVE CCF-REASON      TO COF-REASON
           MOVE CCF-RETURN-DATE TO COF-RETURN-DATE
           MOVE WS-RUN-DATE     TO COF-EVENT-DATE
           WRITE INCL-OUT-REC FROM CCF-OUT-AREA
           ADD 1 TO WS-INCLUDED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-INCLUDED-COUNT OVERFLOWED'
           END-ADD
           ADD RTN-AMOUNT TO WS-TOTAL-INCLUDED
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-INCLUDED OVERFLOWED'
           END-ADD.
      *
      * SUSPEND-PRIVILEGE suspends the customer's cheque privilege and
      * counts the incident open against it.
       SUSPEND-PRIVILEGE.
           MOVE WS-OWNER-CPF TO PRV-CPF
           READ PRIV-FILE
               INVALID KEY
                   MOVE SPACES       TO CHQ-PRIV-REC
                   MOVE WS-OWNER-CPF TO PRV-CPF
                   SET PRV-SUSPENDED TO TRUE
                   MOVE WS-RUN-DATE  TO PRV-SUSPENDED-DATE
                   MOVE ZEROS        TO PRV-RESTORED-DATE
                   MOVE 1            TO PRV-OPEN-INCIDENTS
                   WRITE CHQ-PRIV-REC
                   END-WRITE
               NOT INVALID KEY
                   IF NOT PRV-SUSPENDED
                       SET PRV-SUSPENDED TO TRUE
                       MOVE WS-RUN-DATE TO PRV-SUSPENDED-DATE
                       MOVE ZEROS       TO PRV-RESTORED-DATE
                       MOVE ZEROS       TO PRV-OPEN-INCIDENTS
                   END-IF
                   ADD 1 TO PRV-OPEN-INCIDENTS
                       ON SIZE ERROR
                           SET COUNTER-OVERFLOWED TO TRUE
                           DISPLAY 'PRV-OPEN-INCIDENTS OVERFLOWED'
                   END-ADD
                   REWRITE CHQ-PRIV-REC
                   END-REWRITE
           END-READ.
      *
       REJECT-RETURN.
           ADD 1 TO WS-REJECT-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-REJECT-COUNT OVERFLOWED'
           END-ADD
           MOVE SPACES           TO EXC-REC
           MOVE 'CCFRPT'         TO EXC-PROGRAM
           MOVE RTN-CHQ-NUMBER   TO EXC-KEY
           MOVE WS-REJECT-CODE   TO EXC-REASON-CODE
           MOVE WS-REJECT-REASON TO EXC-REASON-TEXT
           MOVE RETURN-IN-REC(1:30) TO EXC-INPUT-DATA
           WRITE EXC-REC.
      *
      * SEND-APPROVED-EXCLUSIONS walks the whole register for the
      * incidents a supervisor has cleared since the last run.
       SEND-APPROVED-EXCLUSIONS.
           IF NOT COUNTER-OVERFLOWED
               SET CCF-SCAN-DONE TO FALSE
               MOVE LOW-VALUES TO CCF-KEY
               START CCF-FILE KEY IS NOT LESS THAN CCF-KEY
                   INVALID KEY SET CCF-SCAN-DONE TO TRUE
               END-START
               PERFORM EXCLUDE-ONE-INCIDENT UNTIL CCF-SCAN-DONE
           END-IF.
      *
       EXCLUDE-ONE-INCIDENT.
           READ CCF-FILE NEXT RECORD
               AT END SET CCF-SCAN-DONE TO TRUE
               NOT AT END
                   IF CCF-EXCL-APPROVED
                       SET CCF-EXCLUDED TO TRUE
                       MOVE WS-RUN-DATE TO CCF-EXCL-DATE
                       REWRITE CCF-INC-REC
                       END-REWRITE
                       PERFORM WRITE-EXCLUSION
                       PERFORM RELEASE-PRIVILEGE
                   END-IF
           END-READ.
      *
       WRITE-EXCLUSION.
           MOVE SPACES          TO CCF-OUT-AREA
           MOVE 'D'             TO COF-TYPE
           MOVE CCF-CPF         TO COF-CPF
           MOVE CCF-CONTA-NUM   TO COF-CONTA-NUM
           MOVE CCF-CHQ-NUMBER  TO COF-CHQ-NUMBER
           MOVE CCF-AMOUNT      TO COF-AMOUNT
           MOVE CCF-REASON      TO COF-REASON
           MOVE CCF-RETURN-DATE TO COF-RETURN-DATE
           MOVE CCF-PAID-DATE   TO COF-EVENT-DATE
           WRITE EXCL-OUT-REC FROM CCF-OUT-AREA
           ADD 1 TO WS-EXCLUDED-COUNT
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-EXCLUDED-COUNT OVERFLOWED'
           END-ADD.
      *
      * RELEASE-PRIVILEGE counts the incident closed and restores the
      * privilege when it was the customer's last open one.
       RELEASE-PRIVILEGE.
           MOVE CCF-CPF TO PRV-CPF
           READ PRIV-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-OPEN-INCIDENTS > ZEROS
                       SUBTRACT 1 FROM PRV-OPEN-INCIDENTS
                   END-IF
                   IF PRV-OPEN-INCIDENTS = ZEROS
                       SET PRV-RESTORED TO TRUE
                       MOVE WS-RUN-DATE TO PRV-RESTORED-DATE
                   END-IF
                   REWRITE CHQ-PRIV-REC
                   END-REWRITE
           END-READ.
      *
       CLOSE-STOP.
           MOVE SPACES            TO CCF-OUT-AREA
           MOVE 'T'               TO COF-TYPE
           MOVE WS-INCLUDED-COUNT TO COF-REC-COUNT
           WRITE INCL-OUT-REC FROM CCF-OUT-AREA
           MOVE WS-EXCLUDED-COUNT TO COF-REC-COUNT
           WRITE EXCL-OUT-REC FROM CCF-OUT-AREA
           PERFORM FINISH-RUN-CONTROL
           PERFORM WRITE-DAILY-TRAILER
           PERFORM WRITE-CTL-TOTALS
           PERFORM WRITE-SUMMARY-REPORT
           IF WS-RETURN-STATUS = '00'
               CLOSE RETURN-IN
           END-IF
           CLOSE XREF-FILE.
           CLOSE CCF-FILE.
           CLOSE PRIV-FILE.
           CLOSE INCL-FILE.
           CLOSE EXCL-FILE.
           CLOSE EXCEPT-FILE.
           DISPLAY 'CCFRPT READ ' WS-READ-COUNT
                   ' INCLUDED ' WS-INCLUDED-COUNT
                   ' EXCLUDED ' WS-EXCLUDED-COUNT
                   ' SKIPPED ' WS-SKIPPED-COUNT
                   ' REJECTED ' WS-REJECT-COUNT.
           IF COUNTER-OVERFLOWED
               DISPLAY 'CCFRPT ABORTED - COUNTER OVERFLOWED'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-ALERT-SEVERITY
               PERFORM WRITE-ALERT-RECORD
           ELSE
               IF WS-REJECT-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE 'CCF RETURNS WITH NO ISSUER ON FILE'
                       TO WS-ALERT-MESSAGE
                   MOVE WS-REJECT-COUNT TO WS-ALERT-COUNT
                   PERFORM WRITE-ALERT-RECORD
               ELSE
                   MOVE 0 TO RETURN-CODE
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
           MOVE 'CCFRPT'            TO CTLT-JOB-NAME
           MOVE WS-RUN-DATE         TO CTLT-RUN-DATE
           MOVE WS-READ-COUNT       TO CTLT-READ-COUNT
           MOVE WS-INCLUDED-COUNT   TO CTLT-OUTPUT-COUNT
           MOVE WS-REJECT-COUNT     TO CTLT-REJECT-COUNT
           IF WS-READ-COUNT = WS-INCLUDED-COUNT + WS-SKIPPED-COUNT
                            + WS-REJECT-COUNT
               SET CTLT-BALANCED TO TRUE
           ELSE
               SET CTLT-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CTL-TRAILER-REC
           CLOSE DAILY-CTL-FILE.
      *
      * WRITE-CTL-TOTALS appends the amount reported to the registry
      * to the CTLTODAY control-total file so CTLRECON reconciles the
      * money as well as the counts.
       WRITE-CTL-TOTALS.
           OPEN EXTEND CTL-TOTAL-FILE
           MOVE SPACES            TO CTL-TOTAL-REC
           MOVE 'CCFRPT'          TO CTL-JOB-ID
           MOVE WS-RUN-DATE       TO CTL-RUN-DATE
           MOVE WS-INCLUDED-COUNT TO CTL-RECORD-COUNT
           MOVE WS-TOTAL-INCLUDED TO CTL-DOLLAR-TOTAL
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
           MOVE 'CCFRPT'            TO SUMM-JOB-NAME
           MOVE WS-RUN-DATE         TO SUMM-RUN-DATE
           MOVE WS-READ-COUNT       TO SUMM-RECORD-COUNT
           MOVE WS-TOTAL-INCLUDED   TO SUMM-GRAND-TOTAL
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
           MOVE 'CCFRPT'          TO ALR-JOB-NAME
           MOVE WS-RUN-DATE       TO ALR-RUN-DATE
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-MESSAGE  TO ALR-MESSAGE
           MOVE WS-ALERT-COUNT    TO ALR-KEY-COUNT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
      *
       END PROGRAM CCFRPT.
