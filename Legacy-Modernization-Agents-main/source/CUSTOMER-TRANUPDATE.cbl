               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT HIERARCHY-FILE ASSIGN TO 'HIER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CUST-ID
               ALTERNATE RECORD KEY IS HR-PARENT-ID WITH DUPLICATES
               FILE STATUS IS WS-HIER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       FD  ACCOUNT-FILE.
       COPY ACCOUNT-DATA.

       FD  HIERARCHY-FILE.
       COPY HIERARCHY-DATA.

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.
       01  WS-HAS-ACCOUNTS          PIC X VALUE 'N'.
           88  HAS-ACCOUNTS         VALUE 'Y'.
       01  WS-SAVED-SUSPENSE        PIC X(114).
       01  WS-HIER-FILE-STATUS      PIC XX.
       01  WS-HIER-AVAILABLE        PIC X VALUE 'N'.
           88  HIER-AVAILABLE       VALUE 'Y'.
       01  WS-HIER-EOF-FLAG         PIC X VALUE 'N'.
           88  HIER-EOF             VALUE 'Y'.
       01  WS-GROUP-LIMIT-OK        PIC X VALUE 'Y'.
           88  GROUP-LIMIT-OK       VALUE 'Y'.
       01  WS-GROUP-PARENT-ID       PIC 9(8) VALUE ZERO.
       01  WS-GROUP-LIMIT           PIC S9(9)V99 VALUE ZERO.
       01  WS-GROUP-BALANCE         PIC S9(11)V99 VALUE ZERO.
       01  WS-SAVED-CUSTOMER        PIC X(181).
       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  EOF                  VALUE 'Y'.
       01  WS-ITEM-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-REVERSAL-OK           PIC X VALUE 'Y'.
           88  REVERSAL-OK          VALUE 'Y'.

       01  WS-TERMS-RETURN          PIC X.
       01  WS-DISCOUNT-ELIGIBLE     PIC X VALUE 'N'.
           88  DISCOUNT-ELIGIBLE    VALUE 'Y'.
       01  WS-ITEM-DISCOUNT         PIC 9(9)V99 VALUE ZERO.
       01  WS-DISCOUNT-TAKEN        PIC 9(9)V99 VALUE ZERO.
       01  WS-DISCOUNT-TRAN-ID      PIC 9(8) VALUE ZERO.
       01  WS-DISCOUNT-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-DISCOUNT-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  WS-EDITED-DISCOUNT       PIC Z(10)9.99.
       01  WS-HIST-EOF-FLAG         PIC X VALUE 'N'.
           88  HIST-EOF             VALUE 'Y'.
       01  WS-DISCOUNT-FOUND        PIC X VALUE 'N'.
           88  DISCOUNT-FOUND       VALUE 'Y'.
       01  WS-DISCOUNT-ORIG-ID      PIC 9(8) VALUE ZERO.
       01  WS-DISCOUNT-REVERSED     PIC 9(9)V99 VALUE ZERO.
       01  WS-DISC-REV-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-DISC-REV-TOTAL        PIC 9(11)V99 VALUE ZERO.

       01  WS-TRAN-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-POSTED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(7) VALUE ZERO.
           IF NOT CTL-OK
               DISPLAY 'CUSTOMER-TRANUPDATE: no system control file '
                   '- run SYSCTL-INIT first.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT EDIT-COMPLETE
               DISPLAY 'CUSTOMER-TRANUPDATE: transaction edit has '
                   'not completed for this business date.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF POST-COMPLETE
               DISPLAY 'CUSTOMER-TRANUPDATE: posting has already '
                   'completed for this business date.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SYS-BUSINESS-DATE TO WS-CURRENT-DATE.
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CUSTOMER-FILE.
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O OPEN-ITEM-FILE.
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O SUSPENSE-FILE.
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ACCOUNT-FILE.
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HIERARCHY-FILE.
           IF WS-HIER-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HIER-AVAILABLE
           END-IF.

           PERFORM UNTIL EOF
               READ TRANSACTION-FILE
           CLOSE OPEN-ITEM-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE ACCOUNT-FILE.
           IF HIER-AVAILABLE
               CLOSE HIERARCHY-FILE
           END-IF.
           STOP RUN.

       LOAD-CHECKPOINT.
           IF TRAN-REVERSAL
               PERFORM APPLY-REVERSAL
           ELSE
               IF TRAN-CREDIT AND CHARGED-OFF
                   AND (TRAN-ORIGIN-CODE = SPACE
                   OR TRAN-ORIGIN-CODE = 'O')
                   MOVE 'V' TO TRAN-ORIGIN-CODE
               END-IF
               PERFORM RESOLVE-ACCOUNT
               IF ACCT-OK
                   IF TRAN-DEBIT
                       AND NOT TRAN-ESCHEAT
                       AND NOT TRAN-RETURNED-ITEM
                       AND NOT TRAN-AGENCY-ADJUST
                       AND ACCT-BALANCE - TRAN-AMOUNT <
                           0 - ACCT-CREDIT-LIMIT
                       PERFORM REJECT-OVER-LIMIT
                   ELSE
                       PERFORM CHECK-GROUP-LIMIT
                       IF GROUP-LIMIT-OK
                           PERFORM APPLY-AND-REWRITE
                       ELSE
                           PERFORM REJECT-OVER-GROUP-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE TRAN-CUST-ID TO ACCT-CUST-ID.
           MOVE 1 TO ACCT-NO.
           MOVE 'TRADE' TO ACCT-TYPE.
           MOVE SPACES TO ACCT-TERMS-CODE.
           IF HAS-ACCOUNTS
               MOVE ZERO TO ACCT-BALANCE
           ELSE
           END-IF.

       APPLY-AND-REWRITE.
           MOVE ZERO TO WS-DISCOUNT-TAKEN.
           IF TRAN-DEBIT
               SUBTRACT TRAN-AMOUNT FROM CUST-BALANCE
               SUBTRACT TRAN-AMOUNT FROM ACCT-BALANCE
           ELSE IF NOT TRAN-RECOVERY
               ADD TRAN-AMOUNT TO CUST-BALANCE
               ADD TRAN-AMOUNT TO ACCT-BALANCE
           END-IF.
           IF TRAN-WRITE-OFF
               MOVE 'W' TO CUST-STATUS
           END-IF.

           IF CUST-BALANCE < ZERO
               CALL 'ERROR-LOGGER' USING ERR-NEG-BALANCE-CD

           IF TRAN-DATE > CUST-LAST-ACTIVITY-DATE
               AND NOT TRAN-SYSTEM-GEN AND NOT TRAN-ESCHEAT
               AND NOT TRAN-RETURNED-ITEM AND NOT TRAN-WRITE-OFF
               AND NOT TRAN-DISPUTE-CREDIT
               AND NOT TRAN-AGENCY-COMMISSION AND NOT TRAN-AGENCY-ADJUST
               MOVE TRAN-DATE TO CUST-LAST-ACTIVITY-DATE
           END-IF.
           IF TRAN-DATE > ACCT-LAST-ACTIVITY-DATE
               AND NOT TRAN-SYSTEM-GEN AND NOT TRAN-ESCHEAT
               AND NOT TRAN-RETURNED-ITEM AND NOT TRAN-WRITE-OFF
               AND NOT TRAN-DISPUTE-CREDIT
               AND NOT TRAN-AGENCY-COMMISSION AND NOT TRAN-AGENCY-ADJUST
               MOVE TRAN-DATE TO ACCT-LAST-ACTIVITY-DATE
           END-IF.
           REWRITE ACCOUNT-RECORD.
               IF NOT TRAN-ESCHEAT
                   PERFORM CREATE-OPEN-ITEM
               END-IF
           ELSE IF NOT TRAN-RECOVERY
               PERFORM APPLY-CREDIT-TO-ITEMS
           END-IF.
           PERFORM WRITE-TRAN-HISTORY.
           IF WS-DISCOUNT-TAKEN > ZERO
               PERFORM POST-DISCOUNT-ALLOWED
           END-IF.
           ADD 1 TO WS-POSTED-COUNT.
           ADD 1 TO WS-SINCE-CHECKPOINT.
           MOVE TRAN-ID TO WS-LAST-POSTED-TRAN-ID.
               MOVE ZERO TO WS-SINCE-CHECKPOINT
           END-IF.

       POST-DISCOUNT-ALLOWED.
           MOVE 'GET' TO WS-CTL-FUNCTION.
           CALL 'SYSCTL-MANAGER' USING WS-CTL-FUNCTION
               SYSTEM-CONTROL-RECORD WS-CTL-RETURN.
           MOVE SYS-NEXT-TRAN-ID TO WS-DISCOUNT-TRAN-ID.
           ADD 1 TO SYS-NEXT-TRAN-ID.
           MOVE 'PUT' TO WS-CTL-FUNCTION.
           CALL 'SYSCTL-MANAGER' USING WS-CTL-FUNCTION
               SYSTEM-CONTROL-RECORD WS-CTL-RETURN.

           ADD WS-DISCOUNT-TAKEN TO CUST-BALANCE.
           ADD WS-DISCOUNT-TAKEN TO ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD.
           REWRITE CUSTOMER-RECORD.
           MOVE CUSTOMER-RECORD TO WS-JRNL-IMAGE.
           MOVE 'REW' TO WS-JRNL-ACTION.
           CALL 'CUSTFILE-JOURNAL' USING WS-JRNL-ACTION WS-JRNL-IMAGE.

           MOVE TRAN-CUST-ID TO TH-CUST-ID.
           MOVE WS-CURRENT-DATE TO TH-POST-DATE.
           MOVE WS-DISCOUNT-TRAN-ID TO TH-TRAN-ID.
           MOVE 'C' TO TH-DR-CR-CODE.
           MOVE WS-DISCOUNT-TAKEN TO TH-AMOUNT.
           MOVE CUST-BALANCE TO TH-BALANCE-AFTER.
           MOVE TRAN-ID TO TH-REVERSED-TRAN-ID.
           MOVE SPACE TO TH-REVERSED-DR-CR.
           MOVE 'T' TO TH-ORIGIN-CODE.
           MOVE ACCT-NO TO TH-ACCT-NO.
           MOVE 'N' TO TH-REVERSED-FLAG.
           WRITE TRAN-HIST-RECORD
               INVALID KEY
                   CALL 'ERROR-LOGGER' USING ERR-HIST-WRITE-CD
                       ERR-HIST-WRITE ERR-HIST-WRITE-SEV TRAN-CUST-ID
                   DISPLAY ERR-HIST-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-DISCOUNT-COUNT
                   ADD WS-DISCOUNT-TAKEN TO WS-DISCOUNT-TOTAL
           END-WRITE.

       APPLY-REVERSAL.
           MOVE 'Y' TO WS-REVERSAL-OK.
           MOVE TRAN-CUST-ID TO TH-CUST-ID.
           IF REVERSAL-OK
               IF TH-REVERSAL OR TH-ALREADY-REVERSED
                   OR TH-AMOUNT NOT = TRAN-AMOUNT
                   OR TH-WRITE-OFF OR TH-RECOVERY OR TH-DISPUTE-CREDIT
                   OR TH-TERMS-DISCOUNT OR TH-AGENCY-COMMISSION
                   OR TH-AGENCY-ADJUST
                   MOVE 'N' TO WS-REVERSAL-OK
                   CALL 'ERROR-LOGGER' USING ERR-REV-MISMATCH-CD
                       ERR-REV-MISMATCH ERR-REV-MISMATCH-SEV
           MOVE 'REW' TO WS-JRNL-ACTION.
           CALL 'CUSTFILE-JOURNAL' USING WS-JRNL-ACTION WS-JRNL-IMAGE.
           PERFORM WRITE-REVERSAL-HISTORY.
           IF WS-ORIG-DR-CR = 'C'
               PERFORM FIND-DISCOUNT-ALLOWED
               IF DISCOUNT-FOUND
                   PERFORM REVERSE-DISCOUNT-ALLOWED
               END-IF
           END-IF.
           ADD 1 TO WS-POSTED-COUNT.
           ADD 1 TO WS-SINCE-CHECKPOINT.
           MOVE TRAN-ID TO WS-LAST-POSTED-TRAN-ID.

       REOPEN-ITEMS.
           MOVE TRAN-AMOUNT TO WS-CREDIT-REMAINING.
           PERFORM RESTORE-PAID-ITEMS.

       RESTORE-PAID-ITEMS.
           MOVE 'N' TO WS-ITEM-EOF-FLAG.
           MOVE TRAN-CUST-ID TO OI-CUST-ID.
           MOVE ZERO TO OI-POST-DATE.
           END-IF.
           REWRITE OPEN-ITEM-RECORD.

       FIND-DISCOUNT-ALLOWED.
           MOVE 'N' TO WS-DISCOUNT-FOUND.
           MOVE 'N' TO WS-HIST-EOF-FLAG.
           MOVE TRAN-CUST-ID TO TH-CUST-ID.
           MOVE TRAN-ORIG-POST-DATE TO TH-POST-DATE.
           MOVE ZERO TO TH-TRAN-ID.
           START TRAN-HISTORY-FILE KEY IS NOT LESS THAN TH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-START.

           PERFORM UNTIL HIST-EOF OR DISCOUNT-FOUND
               READ TRAN-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
                   NOT AT END
                       IF TH-CUST-ID NOT = TRAN-CUST-ID
                           OR TH-POST-DATE NOT = TRAN-ORIG-POST-DATE
                           MOVE 'Y' TO WS-HIST-EOF-FLAG
                       ELSE IF TH-CREDIT AND TH-TERMS-DISCOUNT
                           AND TH-REVERSED-TRAN-ID = TRAN-ORIG-TRAN-ID
                           AND NOT TH-ALREADY-REVERSED
                           MOVE 'Y' TO WS-DISCOUNT-FOUND
                       END-IF
               END-READ
           END-PERFORM.

       REVERSE-DISCOUNT-ALLOWED.
           MOVE TH-TRAN-ID TO WS-DISCOUNT-ORIG-ID.
           MOVE TH-AMOUNT TO WS-DISCOUNT-REVERSED.
           MOVE 'Y' TO TH-REVERSED-FLAG.
           REWRITE TRAN-HIST-RECORD
               INVALID KEY
                   CALL 'ERROR-LOGGER' USING ERR-HIST-WRITE-CD
                       ERR-HIST-WRITE ERR-HIST-WRITE-SEV TRAN-CUST-ID
                   DISPLAY ERR-HIST-WRITE
           END-REWRITE.

           MOVE 'GET' TO WS-CTL-FUNCTION.
           CALL 'SYSCTL-MANAGER' USING WS-CTL-FUNCTION
               SYSTEM-CONTROL-RECORD WS-CTL-RETURN.
           MOVE SYS-NEXT-TRAN-ID TO WS-DISCOUNT-TRAN-ID.
           ADD 1 TO SYS-NEXT-TRAN-ID.
           MOVE 'PUT' TO WS-CTL-FUNCTION.
           CALL 'SYSCTL-MANAGER' USING WS-CTL-FUNCTION
               SYSTEM-CONTROL-RECORD WS-CTL-RETURN.

           SUBTRACT WS-DISCOUNT-REVERSED FROM CUST-BALANCE.
           SUBTRACT WS-DISCOUNT-REVERSED FROM ACCT-BALANCE.
           MOVE WS-DISCOUNT-REVERSED TO WS-CREDIT-REMAINING.
           PERFORM RESTORE-PAID-ITEMS.
           REWRITE ACCOUNT-RECORD.
           REWRITE CUSTOMER-RECORD.
           MOVE CUSTOMER-RECORD TO WS-JRNL-IMAGE.
           MOVE 'REW' TO WS-JRNL-ACTION.
           CALL 'CUSTFILE-JOURNAL' USING WS-JRNL-ACTION WS-JRNL-IMAGE.

           MOVE TRAN-CUST-ID TO TH-CUST-ID.
           MOVE WS-CURRENT-DATE TO TH-POST-DATE.
           MOVE WS-DISCOUNT-TRAN-ID TO TH-TRAN-ID.
           MOVE 'R' TO TH-DR-CR-CODE.
           MOVE WS-DISCOUNT-REVERSED TO TH-AMOUNT.
           MOVE CUST-BALANCE TO TH-BALANCE-AFTER.
           MOVE WS-DISCOUNT-ORIG-ID TO TH-REVERSED-TRAN-ID.
           MOVE 'C' TO TH-REVERSED-DR-CR.
           MOVE 'T' TO TH-ORIGIN-CODE.
           MOVE WS-WORK-ACCT-NO TO TH-ACCT-NO.
           MOVE 'N' TO TH-REVERSED-FLAG.
           WRITE TRAN-HIST-RECORD
               INVALID KEY
                   CALL 'ERROR-LOGGER' USING ERR-HIST-WRITE-CD
                       ERR-HIST-WRITE ERR-HIST-WRITE-SEV TRAN-CUST-ID
                   DISPLAY ERR-HIST-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-DISC-REV-COUNT
                   ADD WS-DISCOUNT-REVERSED TO WS-DISC-REV-TOTAL
           END-WRITE.

       WRITE-REVERSAL-HISTORY.
           MOVE TRAN-CUST-ID TO TH-CUST-ID.
           MOVE WS-CURRENT-DATE TO TH-POST-DATE.
           MOVE TRAN-DATE TO OI-INVOICE-DATE.
           MOVE TRAN-AMOUNT TO OI-ORIGINAL-AMOUNT.
           MOVE TRAN-AMOUNT TO OI-REMAINING-AMOUNT.
           CALL 'TERMS-MANAGER' USING ACCT-TERMS-CODE OI-INVOICE-DATE
               OI-DUE-DATE OI-DISCOUNT-DATE OI-DISCOUNT-PCT
               WS-TERMS-RETURN.
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   CALL 'ERROR-LOGGER' USING ERR-OPENITEM-WRITE-CD

       APPLY-CREDIT-TO-ITEMS.
           MOVE TRAN-AMOUNT TO WS-CREDIT-REMAINING.
           IF TRAN-ORIGIN-CODE = SPACE OR TRAN-OPER-KEYED
               MOVE 'Y' TO WS-DISCOUNT-ELIGIBLE
           ELSE
               MOVE 'N' TO WS-DISCOUNT-ELIGIBLE
           END-IF.
           IF TRAN-INVOICE-REF > ZERO
               PERFORM APPLY-TO-REFERENCED-ITEM
           END-IF.
           END-READ.

       REDUCE-OPEN-ITEM.
           PERFORM CHECK-EARLY-DISCOUNT.
           IF WS-CREDIT-REMAINING + WS-ITEM-DISCOUNT >=
               OI-REMAINING-AMOUNT
               COMPUTE WS-CREDIT-REMAINING = WS-CREDIT-REMAINING
                   + WS-ITEM-DISCOUNT - OI-REMAINING-AMOUNT
               ADD WS-ITEM-DISCOUNT TO WS-DISCOUNT-TAKEN
               MOVE ZERO TO OI-REMAINING-AMOUNT
           ELSE
               SUBTRACT WS-CREDIT-REMAINING FROM OI-REMAINING-AMOUNT
           END-IF.
           REWRITE OPEN-ITEM-RECORD.

       CHECK-EARLY-DISCOUNT.
           MOVE ZERO TO WS-ITEM-DISCOUNT.
           IF DISCOUNT-ELIGIBLE
               AND OI-DISCOUNT-PCT > ZERO
               AND WS-TRAN-DATE-NUM NOT > OI-DISCOUNT-DATE
               COMPUTE WS-ITEM-DISCOUNT ROUNDED =
                   OI-REMAINING-AMOUNT * OI-DISCOUNT-PCT / 100
               IF WS-CREDIT-REMAINING + WS-ITEM-DISCOUNT <
                   OI-REMAINING-AMOUNT
                   MOVE ZERO TO WS-ITEM-DISCOUNT
               END-IF
           END-IF.

       REJECT-OVER-LIMIT.
           CALL 'ERROR-LOGGER' USING ERR-CREDIT-LIMIT-CD
               ERR-CREDIT-LIMIT ERR-CREDIT-LIMIT-SEV TRAN-CUST-ID.
           MOVE ACCT-CREDIT-LIMIT TO WS-L-LIMIT.
           WRITE EXCEPTION-LINE FROM WS-LIMIT-DETAIL.

       CHECK-GROUP-LIMIT.
           MOVE 'Y' TO WS-GROUP-LIMIT-OK.
           IF HIER-AVAILABLE
               AND TRAN-DEBIT
               AND NOT TRAN-ESCHEAT
               AND NOT TRAN-RETURNED-ITEM
               AND NOT TRAN-AGENCY-ADJUST
               MOVE TRAN-CUST-ID TO HR-CUST-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM READ-GROUP-PARENT
               END-READ
           END-IF.

       READ-GROUP-PARENT.
           MOVE HR-PARENT-ID TO WS-GROUP-PARENT-ID.
           MOVE HR-PARENT-ID TO HR-CUST-ID.
           READ HIERARCHY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HR-GROUP-LIMIT > ZERO
                       MOVE HR-GROUP-LIMIT TO WS-GROUP-LIMIT
                       PERFORM SUM-GROUP-BALANCE
                       IF WS-GROUP-BALANCE - TRAN-AMOUNT <
                           0 - WS-GROUP-LIMIT
                           MOVE 'N' TO WS-GROUP-LIMIT-OK
                       END-IF
                   END-IF
           END-READ.

       SUM-GROUP-BALANCE.
           MOVE CUSTOMER-RECORD TO WS-SAVED-CUSTOMER.
           MOVE ZERO TO WS-GROUP-BALANCE.
           MOVE 'N' TO WS-HIER-EOF-FLAG.
           MOVE WS-GROUP-PARENT-ID TO HR-PARENT-ID.
           START HIERARCHY-FILE KEY IS EQUAL TO HR-PARENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-HIER-EOF-FLAG
           END-START.
           PERFORM UNTIL HIER-EOF
               READ HIERARCHY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIER-EOF-FLAG
                   NOT AT END
                       IF HR-PARENT-ID NOT = WS-GROUP-PARENT-ID
                           MOVE 'Y' TO WS-HIER-EOF-FLAG
                       ELSE
                           PERFORM ADD-MEMBER-BALANCE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-SAVED-CUSTOMER TO CUSTOMER-RECORD.

       ADD-MEMBER-BALANCE.
           MOVE HR-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD CUST-BALANCE TO WS-GROUP-BALANCE
           END-READ.

       REJECT-OVER-GROUP-LIMIT.
           CALL 'ERROR-LOGGER' USING ERR-GROUP-LIMIT-CD
               ERR-GROUP-LIMIT ERR-GROUP-LIMIT-SEV TRAN-CUST-ID.
           MOVE ERR-GROUP-LIMIT TO WS-E-REASON.
           PERFORM WRITE-EXCEPTION.

           MOVE TRAN-AMOUNT TO WS-L-ATTEMPTED.
           MOVE WS-GROUP-LIMIT TO WS-L-LIMIT.
           WRITE EXCEPTION-LINE FROM WS-LIMIT-DETAIL.

       WRITE-TRAN-HISTORY.
           MOVE TRAN-CUST-ID TO TH-CUST-ID.
           MOVE WS-CURRENT-DATE TO TH-POST-DATE.
               INTO EXCEPTION-LINE
           END-STRING.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           MOVE WS-DISCOUNT-TOTAL TO WS-EDITED-DISCOUNT.
           STRING 'EARLY-PAYMENT DISCOUNTS: ' DELIMITED BY SIZE
               WS-DISCOUNT-COUNT DELIMITED BY SIZE
               ' FOR ' DELIMITED BY SIZE
               WS-EDITED-DISCOUNT DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           MOVE WS-DISC-REV-TOTAL TO WS-EDITED-DISCOUNT.
           STRING 'DISCOUNTS REVERSED: ' DELIMITED BY SIZE
               WS-DISC-REV-COUNT DELIMITED BY SIZE
               ' FOR ' DELIMITED BY SIZE
               WS-EDITED-DISCOUNT DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING.
           WRITE EXCEPTION-LINE.
