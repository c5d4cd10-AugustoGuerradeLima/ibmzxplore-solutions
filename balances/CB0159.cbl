      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ODAPDSK.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  ODAPDSK is the supervisor's desk for the pre-approved
      *  overdraft proposals the monthly ODPROP run (CB0158) files on
      *  ODPROPS.  It walks the pending queue in account order,
      *  showing each proposal's figure beside the scoring inputs
      *  behind it, and takes approve, reject or skip per item - or
      *  approves the rest of the queue in one go once the supervisor
      *  has seen enough.  An approval is the only way a proposal
      *  reaches OVRDRFT: the facility is created or its limit raised,
      *  stamped with the approving supervisor and date, and runs a
      *  year from the approval (a 29 February approval expires on
      *  the 28th).  A proposal the account no longer needs - a limit
      *  at least as large was keyed by hand since the run - is marked
      *  superseded and the facility left alone.  The desk is for
      *  supervisors only, and every decision writes a SESSLOG entry.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OD-PROP-FILE ASSIGN TO ODPROPS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODP-CONTA-NUM
               FILE STATUS IS WS-ODPROPS-STATUS.
           SELECT OVERDRAFT-FILE ASSIGN TO OVRDRFT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-CONTA-NUM
               FILE STATUS IS WS-OVRDRFT-STATUS.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  OD-PROP-FILE RECORDING MODE F.
           COPY ODPROP.
      *
       FD  OVERDRAFT-FILE RECORDING MODE F.
           COPY OVRDRFT.
      *
       FD  SESS-LOG-FILE RECORDING MODE F.
           COPY SESSLOG.
      *
       WORKING-STORAGE SECTION.
       01  WS-ODPROPS-STATUS    PIC XX.
       01  WS-OVRDRFT-STATUS    PIC XX.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL        PIC 9 VALUE 1.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-TIME          PIC 9(8).
       01  WS-EXPIRY-DATE       PIC 9(8).
       01  WS-EXPIRY-DATE-X REDEFINES WS-EXPIRY-DATE.
           05  WS-EXPIRY-YYYY   PIC 9(4).
           05  WS-EXPIRY-MMDD   PIC 9(4).
       01  WS-LOG-ACTION        PIC X(12).
       01  WS-SIGNON-RESULT     PIC X VALUE 'N'.
       01  WS-DECISION          PIC X.
       01  WS-SCAN-FLAG         PIC X VALUE 'N'.
           88  PROP-SCAN-DONE       VALUE 'Y' FALSE 'N'.
       01  WS-APPROVE-ALL-FLAG  PIC X VALUE 'N'.
           88  APPROVE-ALL-REST     VALUE 'Y'.
       01  WS-HAVE-FACILITY     PIC X VALUE 'N'.
           88  FACILITY-ON-FILE     VALUE 'Y' FALSE 'N'.
       01  WS-LIVE-LIMIT        PIC 9(9)V99.
       01  WS-PENDING-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-APPROVED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-REJECTED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-SUPERSEDED-COUNT  PIC 9(5) VALUE ZEROS.
       01  WS-SHOW-AMOUNT       PIC Z(9)9.99.
       01  WS-SHOW-CURRENT      PIC Z(9)9.99.
       01  WS-SHOW-AVG          PIC -(9)9.99.
       01  WS-SHOW-PAYROLL      PIC -(9)9.99.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       RUN-APPROVAL-DESK.
           PERFORM SIGN-ON-OPERATOR
           IF WS-SIGNON-RESULT NOT = 'Y'
               STOP RUN
           END-IF
           IF WS-AUTH-LEVEL < 2
               DISPLAY 'OVERDRAFT APPROVAL IS A SUPERVISOR FUNCTION'
               STOP RUN
           END-IF
           OPEN I-O OD-PROP-FILE
           IF WS-ODPROPS-STATUS NOT = '00'
               DISPLAY 'NO OVERDRAFT PROPOSALS ON FILE'
               STOP RUN
           END-IF
           OPEN I-O OVERDRAFT-FILE
           IF WS-OVRDRFT-STATUS = '35'
               CLOSE OVERDRAFT-FILE
               OPEN OUTPUT OVERDRAFT-FILE
               CLOSE OVERDRAFT-FILE
               OPEN I-O OVERDRAFT-FILE
           END-IF
           OPEN EXTEND SESS-LOG-FILE
           PERFORM WORK-APPROVAL-QUEUE
           DISPLAY 'APPROVED ' WS-APPROVED-COUNT
                   ' REJECTED ' WS-REJECTED-COUNT
                   ' SUPERSEDED ' WS-SUPERSEDED-COUNT
           CLOSE OD-PROP-FILE
           CLOSE OVERDRAFT-FILE
           CLOSE SESS-LOG-FILE
           STOP RUN.
      *
      * SIGN-ON-OPERATOR runs the shared OPRSIGN sign-on (password,
      * expiry, lockout) before anything is offered.  A facility
      * approved today runs to the same day next year.
       SIGN-ON-OPERATOR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-EXPIRY-DATE
           ADD 1 TO WS-EXPIRY-YYYY
           IF WS-EXPIRY-MMDD = 0229
               MOVE 0228 TO WS-EXPIRY-MMDD
           END-IF
           CALL 'OPRSIGN' USING WS-OPERATOR-ID WS-AUTH-LEVEL
                                WS-SIGNON-RESULT.
      *
      * WORK-APPROVAL-QUEUE walks every pending proposal and takes the
      * supervisor's decision per item - the DELAPPR shape.
       WORK-APPROVAL-QUEUE.
           SET PROP-SCAN-DONE TO FALSE
           MOVE ZEROS TO ODP-CONTA-NUM
           START OD-PROP-FILE KEY IS NOT LESS THAN ODP-CONTA-NUM
               INVALID KEY SET PROP-SCAN-DONE TO TRUE
           END-START
           PERFORM DECIDE-ONE-PENDING UNTIL PROP-SCAN-DONE
           IF WS-PENDING-COUNT = ZEROS
               DISPLAY 'NO OVERDRAFT PROPOSALS PENDING APPROVAL'
           END-IF.
      *
       DECIDE-ONE-PENDING.
           READ OD-PROP-FILE NEXT RECORD
               AT END SET PROP-SCAN-DONE TO TRUE
               NOT AT END
                   IF ODP-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                       IF APPROVE-ALL-REST
                           MOVE 'A' TO WS-DECISION
                       ELSE
                           PERFORM SHOW-PROPOSAL
                           DISPLAY 'APPROVE (A), REJECT (R), S TO '
                                   'SKIP, OR Z TO APPROVE ALL THE '
                                   'REST: '
                           ACCEPT WS-DECISION
                       END-IF
                       PERFORM RECORD-DECISION
                   END-IF
           END-READ.
      *
       SHOW-PROPOSAL.
           MOVE ODP-PROPOSED-LIMIT  TO WS-SHOW-AMOUNT
           MOVE ODP-CURRENT-LIMIT   TO WS-SHOW-CURRENT
           MOVE ODP-AVG-MEAN        TO WS-SHOW-AVG
           MOVE ODP-PAYROLL-MONTHLY TO WS-SHOW-PAYROLL
           DISPLAY ' '
           DISPLAY 'ACCOUNT ' ODP-CONTA-NUM ' CPF ' ODP-CPF
                   ' PROPOSED ON ' ODP-PROPOSAL-DATE
           DISPLAY '  LIMIT NOW ' WS-SHOW-CURRENT
                   '  PROPOSED ' WS-SHOW-AMOUNT
                   '  SCORE ' ODP-SCORE
           DISPLAY '  SALDO MEDIO ' WS-SHOW-AVG
                   ' OVER ' ODP-AVG-MONTHS ' MONTHS'
           DISPLAY '  SALARY ' WS-SHOW-PAYROLL ' A MONTH IN '
                   ODP-PAYROLL-MONTHS ' OF 2 MONTHS'
           DISPLAY '  RETURNED CHEQUES IN 12 MONTHS '
                   ODP-RETURN-COUNT '  KYC TIER ' ODP-KYC-TIER
           IF ODP-LOAN-RENEGOTIATED
               DISPLAY '  HOLDER HAS A RENEGOTIATED LOAN'
           END-IF.
      *
       RECORD-DECISION.
           EVALUATE WS-DECISION
               WHEN 'Z'
               WHEN 'z'
                   MOVE 'Y' TO WS-APPROVE-ALL-FLAG
                   PERFORM APPROVE-PROPOSAL
               WHEN 'A'
               WHEN 'a'
                   PERFORM APPROVE-PROPOSAL
               WHEN 'R'
               WHEN 'r'
                   SET ODP-REJECTED TO TRUE
                   MOVE WS-OPERATOR-ID TO ODP-DECIDED-BY
                   MOVE WS-RUN-DATE    TO ODP-DECISION-DATE
                   REWRITE OD-PROP-REC
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'ODPROPREJ' TO WS-LOG-ACTION
                   PERFORM LOG-SESSION-ACTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      * APPROVE-PROPOSAL re-reads the facility first: a limit keyed by
      * hand since the run may already cover the proposal.
       APPROVE-PROPOSAL.
           MOVE ZEROS TO WS-LIVE-LIMIT
           SET FACILITY-ON-FILE TO FALSE
           MOVE ODP-CONTA-NUM TO OD-CONTA-NUM
           READ OVERDRAFT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET FACILITY-ON-FILE TO TRUE
                   IF OD-EXPIRY-DATE >= WS-RUN-DATE
                       MOVE OD-LIMIT TO WS-LIVE-LIMIT
                   END-IF
           END-READ
           MOVE WS-OPERATOR-ID TO ODP-DECIDED-BY
           MOVE WS-RUN-DATE    TO ODP-DECISION-DATE
           IF WS-LIVE-LIMIT NOT < ODP-PROPOSED-LIMIT
               SET ODP-SUPERSEDED TO TRUE
               REWRITE OD-PROP-REC
               ADD 1 TO WS-SUPERSEDED-COUNT
               DISPLAY 'ACCOUNT ' ODP-CONTA-NUM ' ALREADY HAS THIS '
                       'LIMIT OR MORE - PROPOSAL SUPERSEDED'
               MOVE 'ODPROPSUPER' TO WS-LOG-ACTION
           ELSE
               MOVE ODP-CONTA-NUM      TO OD-CONTA-NUM
               MOVE ODP-PROPOSED-LIMIT TO OD-LIMIT
               MOVE WS-EXPIRY-DATE     TO OD-EXPIRY-DATE
               MOVE WS-OPERATOR-ID     TO OD-APPROVED-BY
               MOVE WS-RUN-DATE        TO OD-APPROVED-DATE
               IF FACILITY-ON-FILE
                   REWRITE OVERDRAFT-REC
               ELSE
                   WRITE OVERDRAFT-REC
               END-IF
               SET ODP-APPROVED TO TRUE
               MOVE WS-EXPIRY-DATE TO ODP-EXPIRY-DATE
               REWRITE OD-PROP-REC
               ADD 1 TO WS-APPROVED-COUNT
               MOVE 'ODPROPAPPR' TO WS-LOG-ACTION
           END-IF
           PERFORM LOG-SESSION-ACTION.
      *
      * LOG-SESSION-ACTION appends one session-log record per desk
      * decision, feeding the daily who-did-what report (SESSRPT).
       LOG-SESSION-ACTION.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES          TO SESS-LOG-REC
           MOVE WS-OPERATOR-ID  TO SLG-OPERATOR
           MOVE WS-RUN-DATE     TO SLG-RUN-DATE
           MOVE WS-RUN-TIME     TO SLG-RUN-TIME
           MOVE 'ODAPDSK'       TO SLG-PROGRAM
           MOVE WS-LOG-ACTION   TO SLG-ACTION
           MOVE ODP-CONTA-NUM   TO SLG-KEY
           WRITE SESS-LOG-REC.
      *
       END PROGRAM ODAPDSK.
