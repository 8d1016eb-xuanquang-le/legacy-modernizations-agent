       01  WS-REV-OF-DEBIT-TOTAL     PIC 9(11)V99 VALUE ZERO.
       01  WS-REV-OF-CREDIT-TOTAL    PIC 9(11)V99 VALUE ZERO.
       01  WS-ESCHEAT-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-RETURNED-PMT-TOTAL     PIC 9(11)V99 VALUE ZERO.
       01  WS-NSF-FEE-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-WRITE-OFF-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  WS-RECOVERY-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  WS-DISPUTE-CREDIT-TOTAL   PIC 9(11)V99 VALUE ZERO.
       01  WS-DISCOUNT-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  WS-DISCOUNT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-DISCOUNT-REV-TOTAL     PIC 9(11)V99 VALUE ZERO.
       01  WS-AGENCY-COLLECT-TOTAL   PIC 9(11)V99 VALUE ZERO.
       01  WS-AGENCY-COMM-TOTAL      PIC 9(11)V99 VALUE ZERO.
       01  WS-AGENCY-ADJ-DR-TOTAL    PIC 9(11)V99 VALUE ZERO.
       01  WS-AGENCY-ADJ-CR-TOTAL    PIC 9(11)V99 VALUE ZERO.

       01  WS-JE-DEBIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  WS-JE-CREDIT-TOTAL        PIC 9(11)V99 VALUE ZERO.
           IF NOT CTL-OK
               DISPLAY 'CUSTOMER-GLEXTRACT: no system control file - '
                   'run SYSCTL-INIT first.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT POST-COMPLETE
               DISPLAY 'CUSTOMER-GLEXTRACT: posting has not completed '
                   'for this business date.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

               SYS-BUSINESS-DATE '.'.
           DISPLAY 'CUSTOMER-GLEXTRACT: tie the control count to the '
               'CUSTOMER-TRANUPDATE posted count.'.
           IF WS-DISCOUNT-COUNT > ZERO
               DISPLAY 'CUSTOMER-GLEXTRACT: the count includes '
                   WS-DISCOUNT-COUNT ' early-payment discounts '
                   'generated by posting.'
           END-IF.

           CLOSE TRAN-HISTORY-FILE.
           CLOSE JOURNAL-FILE.
       SUMMARIZE-ACTIVITY.
           ADD 1 TO WS-TRAN-COUNT.
           EVALUATE TRUE
               WHEN TH-REVERSAL AND TH-TERMS-DISCOUNT
                   ADD TH-AMOUNT TO WS-DISCOUNT-REV-TOTAL
               WHEN TH-REVERSAL AND TH-RETURNED-ITEM
                   ADD TH-AMOUNT TO WS-RETURNED-PMT-TOTAL
               WHEN TH-REVERSAL AND TH-REVERSED-DR-CR = 'D'
                   ADD TH-AMOUNT TO WS-REV-OF-DEBIT-TOTAL
               WHEN TH-REVERSAL
                   ADD TH-AMOUNT TO WS-REV-OF-CREDIT-TOTAL
               WHEN TH-DEBIT AND TH-ESCHEAT
                   ADD TH-AMOUNT TO WS-ESCHEAT-TOTAL
               WHEN TH-DEBIT AND TH-RETURNED-ITEM
                   ADD TH-AMOUNT TO WS-NSF-FEE-TOTAL
               WHEN TH-DEBIT AND TH-SYSTEM-GEN
                   ADD TH-AMOUNT TO WS-SVC-CHARGE-TOTAL
               WHEN TH-DEBIT AND TH-AGENCY-ADJUST
                   ADD TH-AMOUNT TO WS-AGENCY-ADJ-DR-TOTAL
               WHEN TH-DEBIT
                   ADD TH-AMOUNT TO WS-CUST-DEBIT-TOTAL
               WHEN TH-CREDIT AND TH-WRITE-OFF
                   ADD TH-AMOUNT TO WS-WRITE-OFF-TOTAL
               WHEN TH-CREDIT AND TH-RECOVERY
                   ADD TH-AMOUNT TO WS-RECOVERY-TOTAL
               WHEN TH-CREDIT AND TH-DISPUTE-CREDIT
                   ADD TH-AMOUNT TO WS-DISPUTE-CREDIT-TOTAL
               WHEN TH-CREDIT AND TH-TERMS-DISCOUNT
                   ADD TH-AMOUNT TO WS-DISCOUNT-TOTAL
                   ADD 1 TO WS-DISCOUNT-COUNT
               WHEN TH-CREDIT AND TH-AGENCY-COLLECT
                   ADD TH-AMOUNT TO WS-AGENCY-COLLECT-TOTAL
               WHEN TH-CREDIT AND TH-AGENCY-COMMISSION
                   ADD TH-AMOUNT TO WS-AGENCY-COMM-TOTAL
               WHEN TH-CREDIT AND TH-AGENCY-ADJUST
                   ADD TH-AMOUNT TO WS-AGENCY-ADJ-CR-TOTAL
               WHEN TH-CREDIT AND TH-SYSTEM-GEN
                   ADD TH-AMOUNT TO WS-INTEREST-TOTAL
               WHEN OTHER
               PERFORM WRITE-ONE-ENTRY
           END-IF.

           IF WS-RETURNED-PMT-TOTAL > ZERO
               MOVE WS-RETURNED-PMT-TOTAL TO WS-JE-AMOUNT
               MOVE 'CUSTCTRL' TO WS-JE-ACCOUNT
               MOVE 'D' TO WS-JE-DR-CR
               MOVE 'RETURNED PAYMENTS CHARGED BACK' TO WS-JE-DESC
               PERFORM WRITE-ONE-ENTRY
               MOVE 'CASHCLRG' TO WS-JE-ACCOUNT
               MOVE 'C' TO WS-JE-DR-CR
               PERFORM WRITE-ONE-ENTRY
           END-IF.

           IF WS-NSF-FEE-TOTAL > ZERO
               MOVE WS-NSF-FEE-TOTAL TO WS-JE-AMOUNT
               MOVE 'CUSTCTRL' TO WS-JE-ACCOUNT
               MOVE 'D' TO WS-JE-DR-CR
               MOVE 'RETURNED ITEM FEES ASSESSED' TO WS-JE-DESC
               PERFORM WRITE-ONE-ENTRY
               MOVE 'NSFFEEIN' TO WS-JE-ACCOUNT
               MOVE 'C' TO WS-JE-DR-CR
               PERFORM WRITE-ONE-ENTRY
           END-IF.

           IF WS-WRITE-OFF-TOTAL > ZERO
               MOVE WS-WRITE-OFF-TOTAL TO WS-JE-AMOUNT
               MOVE 'ALLOWBDA' TO WS-JE-ACCOUNT
               MOVE 'D' TO WS-JE-DR-CR
               MOVE 'BAD DEBTS WRITTEN OFF' TO WS-JE-DESC
               PERFORM WRITE-ONE-ENTRY
               MOVE 'CUSTCTRL' TO WS-JE-ACCOUNT
               MOVE 'C' TO WS-JE-DR-CR
               PERFORM WRITE-ONE-ENTRY
           END-IF.

           IF WS-RECOVERY-TOTAL > ZERO
               MOVE WS-RECOVERY-TOTAL TO WS-JE-AMOUNT
               MOVE 'CASHCLRG' TO WS-JE-ACCOUNT
               MOVE 'D' TO WS-JE-DR-CR
               MOVE 'BAD DEBT RECOVERIES' TO WS-JE-DESC
               PERFORM WRITE-ONE-ENTRY
               MOVE 'BDRECOVR' TO WS-JE-ACCOUNT
               MOVE 'C' TO WS-JE-DR-CR
               PERFORM WRITE-ONE-ENTRY
           END-IF.

           IF WS-DISPUTE-CREDIT-TOTAL > ZERO
               MOVE WS-DISPUTE-CREDIT-TOTAL TO WS-JE-AMOUNT
               MOVE 'DISPALLW' TO WS-JE-ACCOUNT
               MOVE 'D' TO WS-JE-DR-CR
               MOVE 'DISPUTE CREDITS ALLOWED' TO WS-JE-DESC
               PERFORM WRITE-ONE-ENTRY
               MOVE 'CUSTCTRL' TO WS-JE-ACCOUNT
               MOVE 'C' TO WS-JE-DR-CR
               PERFORM WRITE-ONE-ENTRY
           END-IF.

           IF WS-DISCOUNT-TOTAL > ZERO
               MOVE WS-DISCOUNT-TOTAL TO WS-JE-AMOUNT
               MOVE 'DISCALLW' TO WS-JE-ACCOUNT
               MOVE 'D' TO WS-JE-DR-CR
               MOVE 'EARLY-PAY DISCOUNTS ALLOWED' TO WS-JE-DESC
               PERFORM WRITE-ONE-ENTRY
               MOVE 'CUSTCTRL' TO WS-JE-ACCOUNT
               MOVE 'C' TO WS-JE-DR-CR
               PERFORM WRITE-ONE-ENTRY
           END-IF.

           IF WS-DISCOUNT-REV-TOTAL > ZERO
               MOVE WS-DISCOUNT-REV-TOTAL TO WS-JE-AMOUNT
               MOVE 'CUSTCTRL' TO WS-JE-ACCOUNT
               MOVE 'D' TO WS-JE-DR-CR
               MOVE 'EARLY-PAY DISCOUNTS REVERSED' TO WS-JE-DESC
               PERFORM WRITE-ONE-ENTRY
               MOVE 'DISCALLW' TO WS-JE-ACCOUNT
               MOVE 'C' TO WS-JE-DR-CR
               PERFORM WRITE-ONE-ENTRY
           END-IF.

           IF WS-AGENCY-COLLECT-TOTAL > ZERO
               MOVE WS-AGENCY-COLLECT-TOTAL TO WS-JE-AMOUNT
               MOVE 'CASHCLRG' TO WS-JE-ACCOUNT
               MOVE 'D' TO WS-JE-DR-CR
               MOVE 'AGENCY COLLECTIONS NET' TO WS-JE-DESC
               PERFORM WRITE-ONE-ENTRY
               MOVE 'CUSTCTRL' TO WS-JE-ACCOUNT
               MOVE 'C' TO WS-JE-DR-CR
               PERFORM WRITE-ONE-ENTRY
           END-IF.

           IF WS-AGENCY-COMM-TOTAL > ZERO
               MOVE WS-AGENCY-COMM-TOTAL TO WS-JE-AMOUNT
               MOVE 'AGYCOMMX' TO WS-JE-ACCOUNT
               MOVE 'D' TO WS-JE-DR-CR
               MOVE 'AGENCY COMMISSION' TO WS-JE-DESC
               PERFORM WRITE-ONE-ENTRY
               MOVE 'CUSTCTRL' TO WS-JE-ACCOUNT
               MOVE 'C' TO WS-JE-DR-CR
               PERFORM WRITE-ONE-ENTRY
           END-IF.

           IF WS-AGENCY-ADJ-DR-TOTAL > ZERO
               MOVE WS-AGENCY-ADJ-DR-TOTAL TO WS-JE-AMOUNT
               MOVE 'CUSTCTRL' TO WS-JE-ACCOUNT
               MOVE 'D' TO WS-JE-DR-CR
               MOVE 'AGENCY ADJUSTMENTS CHARGED' TO WS-JE-DESC
               PERFORM WRITE-ONE-ENTRY
               MOVE 'AGYADJST' TO WS-JE-ACCOUNT
               MOVE 'C' TO WS-JE-DR-CR
               PERFORM WRITE-ONE-ENTRY
           END-IF.

           IF WS-AGENCY-ADJ-CR-TOTAL > ZERO
               MOVE WS-AGENCY-ADJ-CR-TOTAL TO WS-JE-AMOUNT
               MOVE 'AGYADJST' TO WS-JE-ACCOUNT
               MOVE 'D' TO WS-JE-DR-CR
               MOVE 'AGENCY ADJUSTMENTS ALLOWED' TO WS-JE-DESC
               PERFORM WRITE-ONE-ENTRY
               MOVE 'CUSTCTRL' TO WS-JE-ACCOUNT
               MOVE 'C' TO WS-JE-DR-CR
               PERFORM WRITE-ONE-ENTRY
           END-IF.

           IF WS-REV-OF-DEBIT-TOTAL > ZERO
               MOVE WS-REV-OF-DEBIT-TOTAL TO WS-JE-AMOUNT
               MOVE 'ADJCLRNG' TO WS-JE-ACCOUNT
