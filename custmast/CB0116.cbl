      *  every CUSTXREF record the CPF holds, and removing it clears
      *  them, so the monthly activity report (STAFFRPT) and anyone
      *  reading the xref can tell a staff account without a second
      *  lookup.  Every change writes a SESSLOG entry.  The list
      *  shows a leaver's link - one the leaver reconciliation
      *  (LVRRECON) is keeping under watch - with its watch-until
      *  date.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
                   DISPLAY '  ' SLK-CPF ' EMP ' SLK-EMP-ID
                           ' OPER ' SLK-OPERATOR
                           ' SINCE ' SLK-LINK-DATE
                   IF SLK-LEAVER-DATE IS NUMERIC
                           AND SLK-LEAVER-DATE NOT = ZEROS
                       DISPLAY '      LEAVER ' SLK-LEAVER-DATE
                               ' WATCHED UNTIL ' SLK-WATCH-UNTIL
                   END-IF
           END-READ.
      *
      * LOG-SESSION-ACTION appends one session-log record per link
