           IF WS-AUTH-LEVEL >= 2
               DISPLAY '  9. CLEAR MASTER INTERLOCK (SUPERVISOR)'
           END-IF
           MOVE 'LOANSETL' TO WS-PERM-FUNCTION
           PERFORM CHECK-FUNCTION-PERMIT
           IF FUNCTION-PERMITTED
               DISPLAY ' 11. LOAN PAYOFF AND SETTLEMENT'
           END-IF
           MOVE 'LOANRNEG' TO WS-PERM-FUNCTION
           PERFORM CHECK-FUNCTION-PERMIT
           IF FUNCTION-PERMITTED
               DISPLAY ' 12. LOAN RENEGOTIATION'
           END-IF
           MOVE 'STOPMNT' TO WS-PERM-FUNCTION
           PERFORM CHECK-FUNCTION-PERMIT
           IF FUNCTION-PERMITTED
               DISPLAY ' 13. CHEQUE STOP-PAYMENT ORDERS'
           END-IF
           MOVE 'DDMNT' TO WS-PERM-FUNCTION
           PERFORM CHECK-FUNCTION-PERMIT
           IF FUNCTION-PERMITTED
               DISPLAY ' 14. DIRECT DEBIT MANDATES'
           END-IF
           MOVE 'PORTMNT' TO WS-PERM-FUNCTION
           PERFORM CHECK-FUNCTION-PERMIT
           IF FUNCTION-PERMITTED
               DISPLAY ' 15. SALARY PORTABILITY'
           END-IF
           MOVE 'PKGMNT' TO WS-PERM-FUNCTION
           PERFORM CHECK-FUNCTION-PERMIT
           IF FUNCTION-PERMITTED
               DISPLAY ' 16. SERVICE PACKAGES'
           END-IF
           MOVE 'RMDESK' TO WS-PERM-FUNCTION
           PERFORM CHECK-FUNCTION-PERMIT
           IF FUNCTION-PERMITTED
               DISPLAY ' 17. RELATIONSHIP MANAGERS'
           END-IF
           MOVE 'OUVDESK' TO WS-PERM-FUNCTION
           PERFORM CHECK-FUNCTION-PERMIT
           IF FUNCTION-PERMITTED
               DISPLAY ' 18. COMPLAINT CASES (OUVIDORIA)'
           END-IF
           MOVE 'AMLDESK' TO WS-PERM-FUNCTION
           PERFORM CHECK-FUNCTION-PERMIT
           IF FUNCTION-PERMITTED
               DISPLAY ' 19. AML MONITORING WORKLIST'
           END-IF
           MOVE 'STMXDESK' TO WS-PERM-FUNCTION
           PERFORM CHECK-FUNCTION-PERMIT
           IF FUNCTION-PERMITTED
               DISPLAY ' 20. STATEMENT EXPORT REQUESTS'
           END-IF
           DISPLAY ' 10. EXIT'.
           DISPLAY 'ENTER CHOICE: '.
           ACCEPT WS-MENU-CHOICE.
                   PERFORM CLEAR-MASTER-INTERLOCK
               WHEN 10
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN 11
                   CALL 'LOANSETL'
                   PERFORM SHOW-JOB-RESULT
                   CANCEL 'LOANSETL'
               WHEN 12
                   CALL 'LOANRNEG'
                   PERFORM SHOW-JOB-RESULT
                   CANCEL 'LOANRNEG'
               WHEN 13
                   CALL 'STOPMNT'
                   PERFORM SHOW-JOB-RESULT
                   CANCEL 'STOPMNT'
               WHEN 14
                   CALL 'DDMNT'
                   PERFORM SHOW-JOB-RESULT
                   CANCEL 'DDMNT'
               WHEN 15
                   CALL 'PORTMNT'
                   PERFORM SHOW-JOB-RESULT
                   CANCEL 'PORTMNT'
               WHEN 16
                   CALL 'PKGMNT'
                   PERFORM SHOW-JOB-RESULT
                   CANCEL 'PKGMNT'
               WHEN 17
                   CALL 'RMDESK'
                   PERFORM SHOW-JOB-RESULT
                   CANCEL 'RMDESK'
               WHEN 18
                   CALL 'OUVDESK'
                   PERFORM SHOW-JOB-RESULT
                   CANCEL 'OUVDESK'
               WHEN 19
                   CALL 'AMLDESK'
                   PERFORM SHOW-JOB-RESULT
                   CANCEL 'AMLDESK'
               WHEN 20
                   CALL 'STMXDESK'
                   PERFORM SHOW-JOB-RESULT
                   CANCEL 'STMXDESK'
               WHEN ZERO
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE - PLEASE ENTER 1-20'
           END-EVALUATE.
      *
      * NAME-CHOSEN-FUNCTION maps the keyed number to the program the
                   MOVE 'TELLER' TO WS-PERM-FUNCTION
               WHEN 8
                   MOVE 'ALRTMNT' TO WS-PERM-FUNCTION
               WHEN 11
                   MOVE 'LOANSETL' TO WS-PERM-FUNCTION
               WHEN 12
                   MOVE 'LOANRNEG' TO WS-PERM-FUNCTION
               WHEN 13
                   MOVE 'STOPMNT' TO WS-PERM-FUNCTION
               WHEN 14
                   MOVE 'DDMNT' TO WS-PERM-FUNCTION
               WHEN 15
                   MOVE 'PORTMNT' TO WS-PERM-FUNCTION
               WHEN 16
                   MOVE 'PKGMNT' TO WS-PERM-FUNCTION
               WHEN 17
                   MOVE 'RMDESK' TO WS-PERM-FUNCTION
               WHEN 18
                   MOVE 'OUVDESK' TO WS-PERM-FUNCTION
               WHEN 19
                   MOVE 'AMLDESK' TO WS-PERM-FUNCTION
               WHEN 20
                   MOVE 'STMXDESK' TO WS-PERM-FUNCTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
