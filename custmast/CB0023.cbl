      *  the live customer master, and DISPLAYs the full CLIENTE record
      *  - name, address, birth date, gender - so front-line staff can
      *  answer a customer question without going through IT.
      *  A standard operator is kept to the customers of their own
      *  branches by the shared BRNSCOPE check, which tells them when
      *  a CPF belongs elsewhere; the desk logs it as BRNREFUSE.  A
      *  contact the notification gateway keeps failing to reach is
      *  marked so the branch can ask the customer for a working one.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
       01  WS-CONTACT-FLAG      PIC X VALUE 'N'.
           88  CONTACT-LIST-DONE    VALUE 'Y' FALSE 'N'.
       01  WS-CONTACT-COUNT     PIC 9(3).
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM     PIC X(8) VALUE 'CUSTINQ'.
       01  WS-SCOPE-KEY-TYPE    PIC X VALUE 'C'.
       01  WS-SCOPE-KEY         PIC X(11).
       01  WS-SCOPE-RESULT      PIC X.
           88  KEY-IN-SCOPE         VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
           END-IF.
      *
       LOOKUP-CUSTOMER.
           MOVE WS-INQUIRY-CPF TO WS-SCOPE-KEY
           CALL 'BRNSCOPE' USING WS-OPERATOR-ID WS-SCOPE-PROGRAM
                                 WS-SCOPE-KEY-TYPE WS-SCOPE-KEY
                                 WS-SCOPE-RESULT
           IF KEY-IN-SCOPE
               MOVE WS-INQUIRY-CPF TO CPF IN CLIENTE-REC
               READ CUSTMAST
                   INVALID KEY
                       DISPLAY 'NO CUSTOMER FOUND FOR CPF '
                               WS-INQUIRY-CPF
                   NOT INVALID KEY
                       PERFORM DISPLAY-CUSTOMER
                       PERFORM LOG-SESSION-ACTION
               END-READ
           ELSE
               MOVE 'BRNREFUSE' TO WS-LOG-ACTION
               PERFORM LOG-SESSION-ACTION
           END-IF.
      *
      * Display depth follows the operator's authorization level: a
      * standard operator sees a masked CPF, no RG, and the age
                           DISPLAY 'CONTACT    : ' CNT-TYPE ' '
                                   CNT-VALUE
                       END-IF
                       IF CNT-FAILING
                           DISPLAY '             DELIVERY FAILING - '
                                   'PLEASE UPDATE THIS CONTACT'
                       END-IF
                   END-IF
           END-READ.
      *
