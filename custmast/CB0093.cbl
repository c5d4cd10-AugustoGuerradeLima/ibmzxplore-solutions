      *  file (rebuilt every run), and the control report reconciles
      *  the year's withholding total against what the year's GL
      *  journal interface booked under the IRTAX mapping - a
      *  difference is an alert, not a footnote.  The IOF each
      *  customer paid during the year - overdraft IOF charged by
      *  IOFACCR and loan IOF charged at disbursement by LOANMNT -
      *  comes off the IOFYEAR totals and prints on the same informe.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INF-CPF
               FILE STATUS IS WS-INFWORK-STATUS.
           SELECT IOF-YEAR-FILE ASSIGN TO IOFYEAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IOY-KEY
               FILE STATUS IS WS-IOFYEAR-STATUS.
           SELECT GL-JRNL-FILE ASSIGN TO GLJRNLY
               FILE STATUS IS WS-GLJRNL-STATUS.
           SELECT PRINT-FILE  ASSIGN TO PRTFILE.
           05  INF-GROSS        PIC S9(11)V99 COMP-3.
           05  INF-TAX          PIC S9(11)V99 COMP-3.
           05  INF-CLOSING      PIC S9(11)V99 COMP-3.
           05  INF-IOF          PIC S9(11)V99 COMP-3.
           05  FILLER           PIC X(41).
      *
      * The year's GL journal interface records, read back to prove
      * the withholding booked under IRTAX matches what the informes
      * report - GLEXTR's own record shapes.
       FD  IOF-YEAR-FILE RECORDING MODE F.
           COPY IOFYEAR.
      *
       FD  GL-JRNL-FILE RECORDING MODE F.
       01  GL-JRNL-REC.
           05  GLJ-TYPE         PIC X.
               88  SALDO-AT-EOF        VALUE 'Y'.
           05  WS-INFWORK-EOF      PIC X VALUE 'N'.
               88  INFWORK-AT-EOF      VALUE 'Y' FALSE 'N'.
           05  WS-IOFYEAR-EOF      PIC X VALUE 'N'.
               88  IOFYEAR-AT-EOF      VALUE 'Y'.
           05  WS-GLJRNL-EOF       PIC X VALUE 'N'.
               88  GLJRNL-AT-EOF       VALUE 'Y'.
           05  WS-PRIMARY-FLAG     PIC X VALUE 'N'.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-CUSTMAST-STATUS      PIC XX.
       01  WS-INFWORK-STATUS       PIC XX.
       01  WS-IOFYEAR-STATUS       PIC XX.
       01  WS-GLJRNL-STATUS        PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-COUNTERS.
           05  WS-NO-MASTER-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-GROSS          PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-TAX            PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-IOF            PIC S9(13)V99 VALUE ZEROS.
       01  WS-GL-IRTAX-TOTAL       PIC S9(13)V99 VALUE ZEROS.
       01  WS-TAX-DIFFERENCE       PIC S9(13)V99 VALUE ZEROS.
       01  WS-SCAN-CONTA           PIC 9(10).
       MAIN-LOGIC.
           PERFORM OPEN-FILES
           PERFORM ROLL-UP-REGISTERS
           PERFORM ROLL-UP-IOF
           PERFORM ROLL-UP-CLOSING-BALANCES
           PERFORM SUM-GL-IRTAX
           PERFORM PRINT-INFORMES
                   MOVE WS-OWNER-CPF TO INF-CPF
                   MOVE WS-WORK-AMOUNT TO INF-GROSS
                   MOVE IPR-TAX      TO INF-TAX
                   MOVE ZEROS        TO INF-CLOSING INF-IOF
                   WRITE INF-WORK-REC
               NOT INVALID KEY
                   ADD WS-WORK-AMOUNT TO INF-GROSS
                   DISPLAY 'WS-TOTAL-TAX OVERFLOWED'
           END-ADD.
      *
      * ROLL-UP-IOF adds the year's IOF from IOFYEAR, already kept by
      * CPF, to each customer's informe.  A customer who paid IOF but
      * earned no interest still gets an informe.
       ROLL-UP-IOF.
           OPEN INPUT IOF-YEAR-FILE
           IF WS-IOFYEAR-STATUS NOT = '00'
               SET IOFYEAR-AT-EOF TO TRUE
           END-IF
           PERFORM ROLL-ONE-IOF-YEAR
               UNTIL IOFYEAR-AT-EOF OR COUNTER-OVERFLOWED
           IF WS-IOFYEAR-STATUS NOT = '35'
               CLOSE IOF-YEAR-FILE
           END-IF.
      *
       ROLL-ONE-IOF-YEAR.
           READ IOF-YEAR-FILE NEXT RECORD
               AT END SET IOFYEAR-AT-EOF TO TRUE
               NOT AT END
                   IF IOY-YEAR = IHD-YEAR
                       COMPUTE WS-WORK-AMOUNT =
                           IOY-OVERDRAFT-IOF + IOY-LOAN-IOF
                       PERFORM ADD-TO-WORK-IOF
                   END-IF
           END-READ.
      *
       ADD-TO-WORK-IOF.
           MOVE IOY-CPF TO INF-CPF
           READ INF-WORK-FILE
               INVALID KEY
                   MOVE SPACES         TO INF-WORK-REC
                   MOVE IOY-CPF        TO INF-CPF
                   MOVE ZEROS          TO INF-GROSS INF-TAX
                                          INF-CLOSING
                   MOVE WS-WORK-AMOUNT TO INF-IOF
                   WRITE INF-WORK-REC
               NOT INVALID KEY
                   ADD WS-WORK-AMOUNT  TO INF-IOF
                   REWRITE INF-WORK-REC
           END-READ
           ADD WS-WORK-AMOUNT TO WS-TOTAL-IOF
               ON SIZE ERROR
                   SET COUNTER-OVERFLOWED TO TRUE
                   DISPLAY 'WS-TOTAL-IOF OVERFLOWED'
           END-ADD.
      *
      * ROLL-UP-CLOSING-BALANCES walks the balance file and adds each
      * account's year-end SALDO to its primary holder's informe.
       ROLL-UP-CLOSING-BALANCES.
           WRITE PRINT-REC FROM MONEY-LINE
           MOVE 'CLOSING BALANCE'    TO MNY-LABEL
           MOVE INF-CLOSING          TO MNY-AMOUNT
           WRITE PRINT-REC FROM MONEY-LINE
           MOVE 'IOF PAID'           TO MNY-LABEL
           MOVE INF-IOF              TO MNY-AMOUNT
           WRITE PRINT-REC FROM MONEY-LINE.
      *
       CLOSE-STOP.
           MOVE 'IR WITHHELD REPORTED'     TO CTL-LABEL
           MOVE WS-TOTAL-TAX               TO CTL-AMOUNT
           WRITE CTL-PRINT-REC FROM CTL-DETAIL-LINE
           MOVE 'IOF PAID REPORTED'        TO CTL-LABEL
           MOVE WS-TOTAL-IOF               TO CTL-AMOUNT
           WRITE CTL-PRINT-REC FROM CTL-DETAIL-LINE
           MOVE 'IRTAX BOOKED IN GL'       TO CTL-LABEL
           MOVE WS-GL-IRTAX-TOTAL          TO CTL-AMOUNT
           WRITE CTL-PRINT-REC FROM CTL-DETAIL-LINE
