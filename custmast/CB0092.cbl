      *  whatever the live files have moved on to.  The page layout
      *  follows STMTGEN's; every reprint is marked REPRINT so it can
      *  never pass for the original.  Branches field several of
      *  these a week.  The desk reprints the annual fee statement
      *  too: F asks for the customer's CPF and the year, and the
      *  page comes back from the FEESTMT capture on FEEARCH, fee
      *  types and months as sent.  FEEARCH is optional here - until
      *  the first annual run there is nothing on it to reprint.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAR-KEY
               FILE STATUS IS WS-STMTARCH-STATUS.
           SELECT FEE-ARCH-FILE ASSIGN TO FEEARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSA-KEY
               FILE STATUS IS WS-FEEARCH-STATUS.
           SELECT PRINT-FILE  ASSIGN TO PRTFILE.
      *-------------
       DATA DIVISION.
       FILE SECTION.
       FD  STMT-ARCH-FILE RECORDING MODE F.
           COPY STMTARCH.
      *
       FD  FEE-ARCH-FILE RECORDING MODE F.
           COPY FEEARCH.
      *
       FD  PRINT-FILE RECORDING MODE F.
       01  PRINT-REC          PIC X(132).
      *
       WORKING-STORAGE SECTION.
       COPY FEETBL.
       01  WS-STMTARCH-STATUS   PIC XX.
       01  WS-FEEARCH-STATUS    PIC XX.
       01  WS-INQUIRY-ANSWER    PIC X(11).
       01  WS-INQUIRY-CONTA     PIC 9(10).
       01  WS-INQUIRY-PERIOD    PIC 9(8).
       01  WS-INQUIRY-CPF       PIC X(11).
       01  WS-INQUIRY-YEAR      PIC 9(4).
       01  WS-REQUEST-FLAG      PIC X VALUE 'S'.
           88  FEE-STMT-REQUEST     VALUE 'F'.
           88  ACCOUNT-STMT-REQUEST VALUE 'S'.
       01  WS-MONTH-SUB         PIC 99.
       01  WS-TYPE-SUB          PIC 9.
       01  WS-MONTH-TOTAL       PIC S9(11)V99.
       01  WS-STMT-TYPE-TOTALS.
           05  WS-STMT-TYPE-TOTAL OCCURS 5 TIMES
                                PIC S9(11)V99.
       01  WS-MONTH-NAME-INIT   PIC X(36) VALUE
           'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-INIT.
           05  WS-MONTH-NAME OCCURS 12 TIMES
                                PIC X(3).
       01  WS-REPRINT-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-DONE-FLAG         PIC X VALUE 'N'.
           88  OPERATOR-IS-DONE     VALUE 'Y'.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  MNY-LABEL      PIC X(20).
           05  MNY-AMOUNT     PIC -(9)9.99.
       01  FEE-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(33) VALUE
               'EXTRATO ANUAL DE TARIFAS - ANO '.
           05  FHD-YEAR       PIC 9(4).
           05  FILLER         PIC X(10) VALUE ' REPRINT '.
       01  COL-HDR-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(5)  VALUE 'MONTH'.
           05  CHD-NAME       PIC X(14) OCCURS 5 TIMES.
           05  FILLER         PIC X(14) VALUE '         TOTAL'.
       01  FEE-MONTH-LINE.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FML-MONTH      PIC X(5).
           05  FML-AMOUNT     PIC -(10)9.99 OCCURS 5 TIMES.
           05  FML-TOTAL      PIC -(10)9.99.
      *------------------
       PROCEDURE DIVISION.
      *------------------
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FEE-ARCH-FILE
           OPEN OUTPUT PRINT-FILE
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 5
               MOVE WS-FEE-TYPE-NAME(WS-TYPE-SUB)
                 TO CHD-NAME(WS-TYPE-SUB)
           END-PERFORM
           PERFORM UNTIL OPERATOR-IS-DONE
               PERFORM ACCEPT-REQUEST
               IF NOT OPERATOR-IS-DONE
               END-IF
           END-PERFORM
           CLOSE STMT-ARCH-FILE
           IF WS-FEEARCH-STATUS = '00'
               CLOSE FEE-ARCH-FILE
           END-IF
           CLOSE PRINT-FILE
           DISPLAY 'STMTRPRT REPRINTED ' WS-REPRINT-COUNT
           STOP RUN.
      *
       ACCEPT-REQUEST.
           DISPLAY ' '.
           DISPLAY 'ENTER ACCOUNT (10 DIGITS), F FOR A FEE '
                   'STATEMENT, OR X TO EXIT: '.
           ACCEPT WS-INQUIRY-ANSWER.
           SET ACCOUNT-STMT-REQUEST TO TRUE
           EVALUATE TRUE
               WHEN WS-INQUIRY-ANSWER = 'X' OR WS-INQUIRY-ANSWER = 'x'
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN WS-INQUIRY-ANSWER = 'F' OR WS-INQUIRY-ANSWER = 'f'
                   SET FEE-STMT-REQUEST TO TRUE
                   DISPLAY 'CUSTOMER CPF: '
                   ACCEPT WS-INQUIRY-CPF
                   DISPLAY 'STATEMENT YEAR (YYYY): '
                   ACCEPT WS-INQUIRY-YEAR
               WHEN WS-INQUIRY-ANSWER(1:10) IS NUMERIC
                   MOVE WS-INQUIRY-ANSWER(1:10) TO WS-INQUIRY-CONTA
                   DISPLAY 'STATEMENT PERIOD (YYYYMMDD): '
                   ACCEPT WS-INQUIRY-PERIOD
               WHEN OTHER
                   DISPLAY 'ACCOUNT MUST BE 10 DIGITS'
                   MOVE ZEROS TO WS-INQUIRY-CONTA
           END-EVALUATE.
      *
       REPRINT-ONE-STATEMENT.
           EVALUATE TRUE
               WHEN FEE-STMT-REQUEST
                   PERFORM REPRINT-FEE-STATEMENT
               WHEN WS-INQUIRY-CONTA = ZEROS
                   CONTINUE
               WHEN OTHER
                   MOVE WS-INQUIRY-CONTA  TO SAR-CONTA-NUM
                   MOVE WS-INQUIRY-PERIOD TO SAR-PERIOD
                   READ STMT-ARCH-FILE
                       INVALID KEY
                           DISPLAY 'NO ARCHIVED STATEMENT FOR '
                                   WS-INQUIRY-CONTA ' PERIOD '
                                   WS-INQUIRY-PERIOD
                       NOT INVALID KEY
                           PERFORM PRINT-ARCHIVED-STATEMENT
                           ADD 1 TO WS-REPRINT-COUNT
                           DISPLAY 'REPRINT WRITTEN'
                   END-READ
           END-EVALUATE.
      *
       REPRINT-FEE-STATEMENT.
           IF WS-FEEARCH-STATUS NOT = '00'
               DISPLAY 'NO FEE STATEMENTS ARCHIVED YET'
           ELSE
               MOVE WS-INQUIRY-CPF  TO FSA-CPF
               MOVE WS-INQUIRY-YEAR TO FSA-YEAR
               READ FEE-ARCH-FILE
                   INVALID KEY
                       DISPLAY 'NO ARCHIVED FEE STATEMENT FOR '
                               WS-INQUIRY-CPF ' YEAR '
                               WS-INQUIRY-YEAR
                   NOT INVALID KEY
                       PERFORM PRINT-ARCHIVED-FEE-STATEMENT
                       ADD 1 TO WS-REPRINT-COUNT
                       DISPLAY 'REPRINT WRITTEN'
               END-READ
           MOVE 'CLOSING BALANCE'  TO MNY-LABEL
           MOVE SAR-CLOSING        TO MNY-AMOUNT
           WRITE PRINT-REC FROM MONEY-LINE.
      *
      * PRINT-ARCHIVED-FEE-STATEMENT is FEESTMT's page, rebuilt from
      * the captured record: address block, a line per month with a
      * column per fee type, and the year's totals.
       PRINT-ARCHIVED-FEE-STATEMENT.
           MOVE FSA-YEAR TO FHD-YEAR
           IF WS-REPRINT-COUNT > ZEROS
               WRITE PRINT-REC FROM SPACES AFTER ADVANCING PAGE
           END-IF
           WRITE PRINT-REC FROM FEE-HDR-LINE
           WRITE PRINT-REC FROM SPACES
           MOVE SPACES TO ADR-TEXT
           MOVE FSA-NOME TO ADR-TEXT
           WRITE PRINT-REC FROM ADDR-LINE
           MOVE SPACES TO ADR-TEXT
           STRING FSA-LOGRADOURO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FSA-NUMERO DELIMITED BY SIZE
                  INTO ADR-TEXT
           END-STRING
           WRITE PRINT-REC FROM ADDR-LINE
           MOVE SPACES TO ADR-TEXT
           MOVE FSA-COMPLEMENTO TO ADR-TEXT
           WRITE PRINT-REC FROM ADDR-LINE
           MOVE SPACES TO ADR-TEXT
           STRING FSA-CIDADE DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FSA-UF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FSA-CEP DELIMITED BY SIZE
                  INTO ADR-TEXT
           END-STRING
           WRITE PRINT-REC FROM ADDR-LINE
           WRITE PRINT-REC FROM SPACES
           WRITE PRINT-REC FROM COL-HDR-LINE
           INITIALIZE WS-STMT-TYPE-TOTALS
           PERFORM PRINT-ONE-FEE-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
           WRITE PRINT-REC FROM SPACES
           MOVE 'YEAR'        TO FML-MONTH
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 5
               MOVE WS-STMT-TYPE-TOTAL(WS-TYPE-SUB)
                 TO FML-AMOUNT(WS-TYPE-SUB)
           END-PERFORM
           MOVE FSA-TOTAL     TO FML-TOTAL
           WRITE PRINT-REC FROM FEE-MONTH-LINE.
      *
       PRINT-ONE-FEE-MONTH.
           MOVE WS-MONTH-NAME(WS-MONTH-SUB) TO FML-MONTH
           MOVE ZEROS TO WS-MONTH-TOTAL
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 5
               MOVE FSA-FEE(WS-MONTH-SUB, WS-TYPE-SUB)
                 TO FML-AMOUNT(WS-TYPE-SUB)
               ADD FSA-FEE(WS-MONTH-SUB, WS-TYPE-SUB)
                 TO WS-MONTH-TOTAL
                    WS-STMT-TYPE-TOTAL(WS-TYPE-SUB)
           END-PERFORM
           MOVE WS-MONTH-TOTAL TO FML-TOTAL
           WRITE PRINT-REC FROM FEE-MONTH-LINE.
      *
       END PROGRAM STMTRPRT.
