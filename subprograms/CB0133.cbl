      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    IDXRATE.
       AUTHOR.        Otto B Named.
      *-----------------------------------------------------------------
      *  IDXRATE is the shared benchmark index subroutine: given an
      *  index type (CDI or SELIC) and a period - after the FROM date,
      *  up to and including the TO date - it answers the sum of the
      *  daily rates published on IDXHIST for the period and the
      *  number of days that carried a rate, so INTACCR and LOANBILL
      *  price a floating contract from the same index days.  Days
      *  with no publication (weekends, holidays) simply earn nothing
      *  for the index part.  When no history file is present the
      *  routine answers zero days and the caller decides what that
      *  means for its contract.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-HIST-FILE ASSIGN TO IDXHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-KEY
               FILE STATUS IS WS-IDXHIST-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  IDX-HIST-FILE RECORDING MODE F.
           COPY IDXHIST.
      *
       WORKING-STORAGE SECTION.
       01  WS-IDXHIST-STATUS   PIC XX.
       01  WS-OPEN-STATE       PIC X VALUE 'N'.
           88  FILE-NOT-OPENED     VALUE 'N'.
           88  FILE-IS-OPEN        VALUE 'O'.
           88  FILE-UNAVAILABLE    VALUE 'U'.
       01  WS-SCAN-FLAG        PIC X.
           88  INDEX-SCAN-DONE     VALUE 'Y' FALSE 'N'.
      *------------------
       LINKAGE SECTION.
      *------------------
       01  LS-IDX-TYPE         PIC X(4).
       01  LS-IDX-FROM         PIC 9(8).
       01  LS-IDX-TO           PIC 9(8).
       01  LS-IDX-SUM          PIC 9(3)V9(8).
       01  LS-IDX-DAYS         PIC 9(5).
      *------------------
       PROCEDURE DIVISION USING LS-IDX-TYPE LS-IDX-FROM LS-IDX-TO
                                 LS-IDX-SUM LS-IDX-DAYS.
      *------------------
       MAIN-LOGIC.
           IF FILE-NOT-OPENED
               PERFORM OPEN-INDEX-FILE
           END-IF
           MOVE ZEROS TO LS-IDX-SUM
           MOVE ZEROS TO LS-IDX-DAYS
           IF FILE-UNAVAILABLE
               GOBACK
           END-IF
           PERFORM SUM-PERIOD-RATES
           GOBACK.
      *
       OPEN-INDEX-FILE.
           OPEN INPUT IDX-HIST-FILE
           IF WS-IDXHIST-STATUS NOT = '00'
               SET FILE-UNAVAILABLE TO TRUE
               DISPLAY 'IDXRATE - NO IDXHIST FILE - NO INDEX RATES '
                       'THIS RUN'
           ELSE
               SET FILE-IS-OPEN TO TRUE
           END-IF.
      *
      * SUM-PERIOD-RATES positions just past the FROM date - the day
      * the caller last priced through - and adds each published rate
      * up to the TO date.
       SUM-PERIOD-RATES.
           SET INDEX-SCAN-DONE TO FALSE
           MOVE LS-IDX-TYPE TO IDX-TYPE
           MOVE LS-IDX-FROM TO IDX-DATE
           START IDX-HIST-FILE KEY IS GREATER THAN IDX-KEY
               INVALID KEY SET INDEX-SCAN-DONE TO TRUE
           END-START
           PERFORM SUM-ONE-RATE UNTIL INDEX-SCAN-DONE.
      *
       SUM-ONE-RATE.
           READ IDX-HIST-FILE NEXT RECORD
               AT END SET INDEX-SCAN-DONE TO TRUE
               NOT AT END
                   IF IDX-TYPE NOT = LS-IDX-TYPE
                           OR IDX-DATE > LS-IDX-TO
                       SET INDEX-SCAN-DONE TO TRUE
                   ELSE
                       ADD IDX-DAILY-RATE TO LS-IDX-SUM
                       ADD 1 TO LS-IDX-DAYS
                   END-IF
           END-READ.
      *
       END PROGRAM IDXRATE.
