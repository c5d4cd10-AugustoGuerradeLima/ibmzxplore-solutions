      *  RG, age instead of birth date), every contact record, every
      *  account reached through the cross-reference with its latest
      *  BALHIST end-of-night position and holder role, and the
      *  customer's last few audit-trail actions.  A customer whose
      *  cheque privilege is suspended for a CCF bad-cheque incident
      *  (CHQPRIV, set by CCFRPT) is flagged under the status line so
      *  the counter issues no new cheque book.  Every lookup writes
      *  one SESSLOG entry, full-detail displays logged as such.
      *  Under each account the saldo medio shows from the AVGBAL
      *  month-end file: the latest month's average daily balance and
      *  the mean over the months on file, up to twelve.
      *  The customer's relationship manager (gerente) shows under
      *  the status line from the RMDESK assignment (RMASGN) and the
      *  officer master (RMOFFCR), flagged when the officer has left
      *  so the counter knows the customer needs a new one.
      *  A fourteen-digit entry is a CNPJ: the company's record from
      *  the legal-entity master (PJMAST) shows with the people who
      *  stand behind it (PJSOCIO) and the accounts linked under its
      *  owner key.  A person's screen lists the companies they are a
      *  beneficial owner or legal representative of.
      *  A standard operator is kept to the customers of their own
      *  branches by the shared BRNSCOPE check - a company by the
      *  accounts under its owner key - which tells them when the CPF
      *  or CNPJ belongs elsewhere; the desk logs it as BRNREFUSE.
      *-----------------------------------------------------------------
      *--------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-BALHIST-STATUS.
           SELECT AVG-BAL-FILE ASSIGN TO AVGBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABL-KEY
               FILE STATUS IS WS-AVGBAL-STATUS.
           SELECT PRIV-FILE ASSIGN TO CHQPRIV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CPF
               FILE STATUS IS WS-PRIV-STATUS.
           SELECT RM-ASGN-FILE ASSIGN TO RMASGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMA-CPF
               ALTERNATE RECORD KEY IS RMA-OFFICER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RMASGN-STATUS.
           SELECT RM-OFFICER-FILE ASSIGN TO RMOFFCR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMO-OFFICER-ID
               FILE STATUS IS WS-RMOFFCR-STATUS.
           SELECT PJ-FILE ASSIGN TO PJMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CNPJ
               ALTERNATE RECORD KEY IS PJ-OWNER-KEY
               FILE STATUS IS WS-PJMAST-STATUS.
           SELECT PJ-PARTY-FILE ASSIGN TO PJSOCIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJP-KEY
               ALTERNATE RECORD KEY IS PJP-CPF
                   WITH DUPLICATES
               FILE STATUS IS WS-PJSOCIO-STATUS.
           SELECT AUDIT-FILE ASSIGN TO CUSTAUD
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SESS-LOG-FILE ASSIGN TO SESSLOG.
      *
       FD  BAL-HIST-FILE RECORDING MODE F.
           COPY BALHIST.
      *
       FD  AVG-BAL-FILE RECORDING MODE F.
           COPY AVGBAL.
      *
       FD  PRIV-FILE RECORDING MODE F.
           COPY CHQPRIV.
      *
       FD  RM-ASGN-FILE RECORDING MODE F.
           COPY RMASGN.
      *
       FD  RM-OFFICER-FILE RECORDING MODE F.
           COPY RMOFFCR.
      *
       FD  PJ-FILE RECORDING MODE F.
           COPY PJMAST.
      *
       FD  PJ-PARTY-FILE RECORDING MODE F.
           COPY PJSOCIO.
      *
       FD  AUDIT-FILE RECORDING MODE F.
           COPY CUSTAUD.
       01  WS-CONTACT-STATUS    PIC XX.
       01  WS-XREF-STATUS       PIC XX.
       01  WS-BALHIST-STATUS    PIC XX.
       01  WS-AVGBAL-STATUS     PIC XX.
       01  WS-PRIV-STATUS       PIC XX.
       01  WS-RMASGN-STATUS     PIC XX.
       01  WS-RMOFFCR-STATUS    PIC XX.
       01  WS-AUDIT-STATUS      PIC XX.
       01  WS-PJMAST-STATUS     PIC XX.
       01  WS-PJSOCIO-STATUS    PIC XX.
       01  WS-PJ-FILES-FLAG     PIC X VALUE 'N'.
           88  PJ-FILES-AVAILABLE   VALUE 'Y' FALSE 'N'.
       01  WS-INQUIRY-DOC       PIC X(14).
       01  WS-INQUIRY-CPF       PIC X(11).
       01  WS-INQUIRY-CNPJ      PIC X(14).
       01  WS-PARTY-FLAG        PIC X VALUE 'N'.
           88  PARTY-LIST-DONE      VALUE 'Y' FALSE 'N'.
       01  WS-PARTY-COUNT       PIC 9(3).
       01  WS-SHARE-ED          PIC ZZ9.99.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL        PIC 9 VALUE 1.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-FOUND-DATE        PIC 9(8).
       01  WS-FOUND-SALDO       PIC S9(9)V99.
       01  WS-SALDO-ED          PIC -(9)9.99.
      * The account's saldo medio - latest month, and the mean over
      * the rolling months on file.
       01  WS-AVG-SCAN-FLAG     PIC X VALUE 'N'.
           88  AVERAGE-SCAN-DONE    VALUE 'Y' FALSE 'N'.
       01  WS-AVG-MONTHS        PIC 9(2).
       01  WS-AVG-LAST-MONTH    PIC 9(6).
       01  WS-AVG-LAST-SALDO    PIC S9(9)V99.
       01  WS-AVG-SUM           PIC S9(11)V99.
       01  WS-AVG-MEAN          PIC S9(9)V99.
       01  WS-AVG-MEAN-ED       PIC -(9)9.99.
       01  WS-AUDIT-EOF-FLAG    PIC X VALUE 'N'.
           88  AUDIT-AT-EOF         VALUE 'Y' FALSE 'N'.
      * The last few audit actions, kept as a ring of five - the scan
               10  WS-AUD-DATE     PIC 9(8).
               10  WS-AUD-WHO      PIC X(8).
       01  WS-AUD-SHOWN         PIC 9(1).
      * Parameters for the shared BRNSCOPE branch-scope check.
       01  WS-SCOPE-PROGRAM     PIC X(8) VALUE 'CUST360'.
       01  WS-SCOPE-KEY-TYPE    PIC X VALUE 'C'.
       01  WS-SCOPE-KEY         PIC X(11).
       01  WS-SCOPE-RESULT      PIC X.
           88  KEY-IN-SCOPE         VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
               DISPLAY 'CUST360 - NO BALANCE HISTORY - POSITIONS '
                       'WILL NOT BE SHOWN'
           END-IF
           OPEN INPUT AVG-BAL-FILE
           OPEN INPUT PRIV-FILE
           OPEN INPUT RM-ASGN-FILE
           OPEN INPUT RM-OFFICER-FILE
           OPEN INPUT PJ-FILE
           OPEN INPUT PJ-PARTY-FILE
           IF WS-PJMAST-STATUS = '00' AND WS-PJSOCIO-STATUS = '00'
               SET PJ-FILES-AVAILABLE TO TRUE
           END-IF
           PERFORM UNTIL OPERATOR-IS-DONE
               PERFORM ACCEPT-CPF
               IF NOT OPERATOR-IS-DONE
                   IF WS-INQUIRY-DOC(12:3) = SPACES
                       PERFORM LOOKUP-CUSTOMER
                   ELSE
                       PERFORM LOOKUP-COMPANY
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CUSTMAST
           IF WS-BALHIST-STATUS = '00'
               CLOSE BAL-HIST-FILE
           END-IF
           IF WS-AVGBAL-STATUS = '00'
               CLOSE AVG-BAL-FILE
           END-IF
           IF WS-PRIV-STATUS = '00'
               CLOSE PRIV-FILE
           END-IF
           IF WS-RMASGN-STATUS = '00'
               CLOSE RM-ASGN-FILE
           END-IF
           IF WS-RMOFFCR-STATUS = '00'
               CLOSE RM-OFFICER-FILE
           END-IF
           IF PJ-FILES-AVAILABLE
               CLOSE PJ-FILE
               CLOSE PJ-PARTY-FILE
           END-IF
           CLOSE SESS-LOG-FILE
           STOP RUN.
      *
      *
       ACCEPT-CPF.
           DISPLAY ' '.
           DISPLAY 'ENTER CPF (11 DIGITS) OR CNPJ (14 DIGITS) TO '
                   'LOOK UP, OR X TO EXIT: '.
           ACCEPT WS-INQUIRY-DOC.
           MOVE WS-INQUIRY-DOC TO WS-INQUIRY-CPF
           MOVE WS-INQUIRY-DOC TO WS-INQUIRY-CNPJ
           IF WS-INQUIRY-DOC = 'X' OR WS-INQUIRY-DOC = 'x'
               SET OPERATOR-IS-DONE TO TRUE
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
                       PERFORM DISPLAY-ACCOUNTS
                       PERFORM DISPLAY-AUDIT-TRAIL
                       DISPLAY '--------------------'
                               '--------------------'
                       PERFORM LOG-SESSION-ACTION
               END-READ
           ELSE
               MOVE 'BRNREFUSE' TO WS-LOG-ACTION
               PERFORM LOG-SESSION-ACTION
           END-IF.
      *
      * Display depth follows the operator's authorization level, the
      * same masking rules as CUSTINQ: a standard operator sees a
       DISPLAY-CUSTOMER.
           DISPLAY '----------------------------------------'.
           PERFORM DISPLAY-STATUS-LINE
           PERFORM DISPLAY-CHEQUE-PRIVILEGE
           PERFORM DISPLAY-RELATIONSHIP-MANAGER
           IF WS-AUTH-LEVEL >= 2
               MOVE 'FULLDETAIL' TO WS-LOG-ACTION
               DISPLAY 'CPF        : ' CPF IN CLIENTE-REC
               END-IF
           END-IF
           DISPLAY 'GENERO     : ' GENERO IN CLIENTE-REC.
           PERFORM DISPLAY-CONTACTS
           PERFORM DISPLAY-COMPANY-LINKS.
      *
       COMPUTE-CUSTOMER-AGE.
           IF DIA IN CLIENTE-REC IS NOT NUMERIC
               WHEN OTHER
                   DISPLAY 'STATUS     : ' CLIENTE-STATUS IN CLIENTE-REC
           END-EVALUATE.
      *
      * DISPLAY-CHEQUE-PRIVILEGE shows the CCF suspension only while
      * it stands; a customer never suspended, or since restored, gets
      * no line.
       DISPLAY-CHEQUE-PRIVILEGE.
           IF WS-PRIV-STATUS = '00'
               MOVE WS-INQUIRY-CPF TO PRV-CPF
               READ PRIV-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRV-SUSPENDED
                           DISPLAY 'CHEQUES    : *** SUSPENDED - CCF '
                                   'SINCE ' PRV-SUSPENDED-DATE
                                   ' - NO NEW CHEQUE BOOK ***'
                       END-IF
               END-READ
           END-IF.
      *
      * DISPLAY-RELATIONSHIP-MANAGER names the customer's gerente from
      * the RMDESK assignment.  No line at all where the assignment
      * file is not in the run.
       DISPLAY-RELATIONSHIP-MANAGER.
           IF WS-RMASGN-STATUS = '00'
               MOVE WS-INQUIRY-CPF TO RMA-CPF
               READ RM-ASGN-FILE
                   INVALID KEY
                       DISPLAY 'GERENTE    : NONE ASSIGNED'
                   NOT INVALID KEY
                       PERFORM SHOW-ASSIGNED-OFFICER
               END-READ
           END-IF.
      *
       SHOW-ASSIGNED-OFFICER.
           MOVE SPACES         TO RM-OFFICER-REC
           MOVE RMA-OFFICER-ID TO RMO-OFFICER-ID
           IF WS-RMOFFCR-STATUS = '00'
               READ RM-OFFICER-FILE
                   INVALID KEY
                       MOVE SPACES TO RMO-NAME
               END-READ
           END-IF
           DISPLAY 'GERENTE    : ' RMA-OFFICER-ID ' ' RMO-NAME
                   ' SINCE ' RMA-SINCE-DATE
           IF RMO-LEFT
               DISPLAY '             *** OFFICER HAS LEFT - '
                       'CUSTOMER NEEDS A NEW GERENTE ***'
           END-IF.
      *
       DISPLAY-CONTACTS.
           IF WS-CONTACT-STATUS = '00'
                   END-IF
           END-READ.
      *
      * DISPLAY-COMPANY-LINKS lists every company the customer stands
      * behind, read through the party file's CPF alternate key.
       DISPLAY-COMPANY-LINKS.
           IF PJ-FILES-AVAILABLE
               SET PARTY-LIST-DONE TO FALSE
               MOVE WS-INQUIRY-CPF TO PJP-CPF
               START PJ-PARTY-FILE KEY IS EQUAL TO PJP-CPF
                   INVALID KEY SET PARTY-LIST-DONE TO TRUE
               END-START
               PERFORM DISPLAY-ONE-COMPANY-LINK UNTIL PARTY-LIST-DONE
           END-IF.
      *
       DISPLAY-ONE-COMPANY-LINK.
           READ PJ-PARTY-FILE NEXT RECORD
               AT END SET PARTY-LIST-DONE TO TRUE
               NOT AT END
                   IF PJP-CPF NOT = WS-INQUIRY-CPF
                       SET PARTY-LIST-DONE TO TRUE
                   ELSE
                       MOVE SPACES   TO PJ-RAZAO-SOCIAL
                       MOVE PJP-CNPJ TO PJ-CNPJ
                       READ PJ-FILE
                           INVALID KEY
                               MOVE SPACES TO PJ-RAZAO-SOCIAL
                       END-READ
                       IF PJP-BENEFICIAL-OWNER
                           MOVE PJP-SHARE-PCT TO WS-SHARE-ED
                           DISPLAY 'COMPANY    : ' PJP-CNPJ ' '
                                   PJ-RAZAO-SOCIAL ' OWNER '
                                   WS-SHARE-ED '%'
                       ELSE
                           DISPLAY 'COMPANY    : ' PJP-CNPJ ' '
                                   PJ-RAZAO-SOCIAL ' LEGAL REP'
                       END-IF
                   END-IF
           END-READ.
      *
      * LOOKUP-COMPANY is LOOKUP-CUSTOMER for a CNPJ: the company's
      * record, its parties, then its accounts through the owner key
      * it is linked under on the cross-reference.
       LOOKUP-COMPANY.
           IF NOT PJ-FILES-AVAILABLE
               DISPLAY 'NO COMPANY FOUND FOR CNPJ ' WS-INQUIRY-CNPJ
           ELSE
               MOVE WS-INQUIRY-CNPJ TO PJ-CNPJ
               READ PJ-FILE
                   INVALID KEY
                       DISPLAY 'NO COMPANY FOUND FOR CNPJ '
                               WS-INQUIRY-CNPJ
                   NOT INVALID KEY
                       MOVE PJ-OWNER-KEY TO WS-INQUIRY-CPF
                       PERFORM SHOW-COMPANY-IN-SCOPE
               END-READ
           END-IF.
      *
      * SHOW-COMPANY-IN-SCOPE fences the company by the accounts
      * under its owner key, then shows it.
       SHOW-COMPANY-IN-SCOPE.
           MOVE PJ-OWNER-KEY TO WS-SCOPE-KEY
           CALL 'BRNSCOPE' USING WS-OPERATOR-ID WS-SCOPE-PROGRAM
                                 WS-SCOPE-KEY-TYPE WS-SCOPE-KEY
                                 WS-SCOPE-RESULT
           IF KEY-IN-SCOPE
               PERFORM DISPLAY-COMPANY
               PERFORM DISPLAY-PARTIES
               PERFORM DISPLAY-ACCOUNTS
               DISPLAY '--------------------'
                       '--------------------'
               MOVE 'COMPANY' TO WS-LOG-ACTION
               PERFORM LOG-SESSION-ACTION
           ELSE
               MOVE 'BRNREFUSE' TO WS-LOG-ACTION
               PERFORM LOG-SESSION-ACTION
           END-IF.
      *
       DISPLAY-COMPANY.
           DISPLAY '----------------------------------------'.
           EVALUATE TRUE
               WHEN PJ-ACTIVE
                   DISPLAY 'STATUS     : ACTIVE'
               WHEN PJ-CLOSED
                   DISPLAY 'STATUS     : *** CLOSED SINCE '
                           PJ-STATUS-DATE ' ***'
               WHEN PJ-BLOCKED
                   DISPLAY 'STATUS     : *** BLOCKED PENDING '
                           'INVESTIGATION ***'
               WHEN PJ-COMPL-HOLD
                   DISPLAY 'STATUS     : *** COMPLIANCE HOLD SINCE '
                           PJ-STATUS-DATE ' ***'
               WHEN OTHER
                   DISPLAY 'STATUS     : ' PJ-STATUS
           END-EVALUATE
           DISPLAY 'CNPJ       : ' PJ-CNPJ.
           DISPLAY 'RAZAO SOC. : ' PJ-RAZAO-SOCIAL.
           DISPLAY 'FANTASIA   : ' PJ-NOME-FANTASIA.
           DISPLAY 'FUNDACAO   : ' PJ-DATA-FUNDACAO
                   '  NATUREZA ' PJ-NATUREZA-JURIDICA.
           DISPLAY 'ENDERECO   : ' PJ-LOGRADOURO ' ' PJ-NUMERO.
           DISPLAY '             ' PJ-COMPLEMENTO.
           DISPLAY '             ' PJ-CIDADE '/' PJ-UF ' ' PJ-CEP.
      *
      * DISPLAY-PARTIES lists the company's beneficial owners and legal
      * representatives, CPFs masked under the CUSTINQ rules for a
      * standard operator.
       DISPLAY-PARTIES.
           IF PJ-FILES-AVAILABLE
               MOVE ZEROS TO WS-PARTY-COUNT
               SET PARTY-LIST-DONE TO FALSE
               MOVE WS-INQUIRY-CNPJ TO PJP-CNPJ
               MOVE LOW-VALUES      TO PJP-CPF
               MOVE LOW-VALUES      TO PJP-ROLE
               START PJ-PARTY-FILE KEY IS NOT LESS THAN PJP-KEY
                   INVALID KEY SET PARTY-LIST-DONE TO TRUE
               END-START
               PERFORM DISPLAY-ONE-PARTY UNTIL PARTY-LIST-DONE
               IF WS-PARTY-COUNT = ZEROS
                   DISPLAY 'PARTIES    : NONE ON FILE'
               END-IF
           END-IF.
      *
       DISPLAY-ONE-PARTY.
           READ PJ-PARTY-FILE NEXT RECORD
               AT END SET PARTY-LIST-DONE TO TRUE
               NOT AT END
                   IF PJP-CNPJ NOT = WS-INQUIRY-CNPJ
                       SET PARTY-LIST-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-PARTY-COUNT
                       MOVE PJP-CPF TO CPF IN CLIENTE-REC
                       READ CUSTMAST
                           INVALID KEY
                               MOVE SPACES TO NOME IN CLIENTE-REC
                       END-READ
                       IF WS-AUTH-LEVEL >= 2
                           MOVE PJP-CPF TO WS-MASKED-CPF
                       ELSE
                           MOVE '***.***.***-**' TO WS-MASKED-CPF
                           MOVE PJP-CPF(8:2) TO WS-MASKED-CPF(10:2)
                       END-IF
                       IF PJP-BENEFICIAL-OWNER
                           MOVE PJP-SHARE-PCT TO WS-SHARE-ED
                           DISPLAY 'PARTY      : ' WS-MASKED-CPF ' '
                                   NOME IN CLIENTE-REC ' OWNER '
                                   WS-SHARE-ED '%'
                       ELSE
                           DISPLAY 'PARTY      : ' WS-MASKED-CPF ' '
                                   NOME IN CLIENTE-REC ' LEGAL REP'
                       END-IF
                   END-IF
           END-READ.
      *
      * DISPLAY-ACCOUNTS walks the customer's cross-reference links
      * and shows each account with its holder role and latest
      * end-of-night position from the BALHIST snapshot - the BALINQ
                                   ' ROLE ' XRF-HOLDER-ROLE
                                   ' NO SNAPSHOT ON FILE'
                       END-IF
                       PERFORM DISPLAY-AVERAGE-BALANCE
                   END-IF
           END-READ.
      *
                   END-IF
           END-READ.
      *
      * DISPLAY-AVERAGE-BALANCE walks the account's months on AVGBAL
      * - oldest first, so the last one read is the latest - and shows
      * that month's average with the mean over all of them.  No line
      * before the first month-end run has reached the account.
       DISPLAY-AVERAGE-BALANCE.
           IF WS-AVGBAL-STATUS = '00'
               MOVE ZEROS TO WS-AVG-MONTHS
               MOVE ZEROS TO WS-AVG-SUM
               SET AVERAGE-SCAN-DONE TO FALSE
               MOVE WS-HELD-CONTA TO ABL-CONTA-NUM
               MOVE ZEROS         TO ABL-MONTH
               START AVG-BAL-FILE KEY IS NOT LESS THAN ABL-KEY
                   INVALID KEY SET AVERAGE-SCAN-DONE TO TRUE
               END-START
               PERFORM SCAN-ONE-AVERAGE UNTIL AVERAGE-SCAN-DONE
               IF WS-AVG-MONTHS > ZEROS
                   COMPUTE WS-AVG-MEAN ROUNDED =
                       WS-AVG-SUM / WS-AVG-MONTHS
                   MOVE WS-AVG-LAST-SALDO TO WS-SALDO-ED
                   MOVE WS-AVG-MEAN       TO WS-AVG-MEAN-ED
                   DISPLAY '             SALDO MEDIO '
                           WS-AVG-LAST-MONTH ' ' WS-SALDO-ED
                           ' MEAN ' WS-AVG-MONTHS ' MONTHS '
                           WS-AVG-MEAN-ED
               END-IF
           END-IF.
      *
       SCAN-ONE-AVERAGE.
           READ AVG-BAL-FILE NEXT RECORD
               AT END SET AVERAGE-SCAN-DONE TO TRUE
               NOT AT END
                   IF ABL-CONTA-NUM NOT = WS-HELD-CONTA
                       SET AVERAGE-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-AVG-MONTHS
                       ADD ABL-AVG-SALDO TO WS-AVG-SUM
                       MOVE ABL-MONTH     TO WS-AVG-LAST-MONTH
                       MOVE ABL-AVG-SALDO TO WS-AVG-LAST-SALDO
                   END-IF
           END-READ.
      *
      * DISPLAY-AUDIT-TRAIL runs the sequential audit file and shows
      * the customer's newest five actions - the file is opened and
      * closed per lookup so each inquiry sees tonight's appends too.
