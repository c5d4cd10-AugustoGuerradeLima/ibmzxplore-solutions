      *-----------------------------------------------------------------
      *  STMX-LOG-REC - the audit trail of statement exports: one
      *  record per export STMTEXP (CB0179) made or refused - which
      *  account and period, in which format, asked for by whom and
      *  through which route (a STMXPARM card or the STMXDESK queue),
      *  the item count and the opening and closing balances sent,
      *  and where in tonight's OFX and CNAB datasets the export
      *  starts, so one customer's file can be cut out and resent.
      *  SXL-EXPORT-NUM is the number the export went out under (the
      *  OFX TRNUID and the CNAB file sequence).  An export whose
      *  items do not carry the opening balance to the closing one
      *  is still sent, but logged W so it is looked at.
      *-----------------------------------------------------------------
       01  STMX-LOG-REC.
           05  SXL-RUN-DATE         PIC 9(8).
           05  SXL-RUN-TIME         PIC 9(8).
           05  SXL-CONTA-NUM        PIC 9(10).
           05  SXL-DATE-FROM        PIC 9(8).
           05  SXL-DATE-TO          PIC 9(8).
           05  SXL-FORMAT           PIC X.
           05  SXL-ORIGIN           PIC X(4).
               88  SXL-FROM-PARM        VALUE 'PARM'.
               88  SXL-FROM-DESK        VALUE 'DESK'.
           05  SXL-REQUESTED-BY     PIC X(8).
           05  SXL-EXPORT-NUM       PIC 9(6).
           05  SXL-ITEM-COUNT       PIC 9(7).
           05  SXL-OPENING          PIC S9(9)V99 COMP-3.
           05  SXL-CLOSING          PIC S9(9)V99 COMP-3.
           05  SXL-OFX-FIRST-LINE   PIC 9(7).
           05  SXL-CNAB-FIRST-REC   PIC 9(7).
           05  SXL-RESULT           PIC X.
               88  SXL-EXPORTED         VALUE 'E'.
               88  SXL-NOT-PROVED       VALUE 'W'.
               88  SXL-REFUSED          VALUE 'X'.
           05  SXL-REASON           PIC X(30).
           05  FILLER               PIC X(10).
