       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.

       01  WS-STANDARD-TERMS         PIC X(10) VALUE SPACES.
       01  WS-TERMS-RETURN           PIC X.

       01  WS-CUST-FILE-STATUS       PIC XX.
       01  WS-ITEM-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CUST-LAST-ACTIVITY-DATE TO OI-INVOICE-DATE.
           COMPUTE OI-ORIGINAL-AMOUNT = ZERO - CUST-BALANCE.
           MOVE OI-ORIGINAL-AMOUNT TO OI-REMAINING-AMOUNT.
           CALL 'TERMS-MANAGER' USING WS-STANDARD-TERMS
               OI-INVOICE-DATE OI-DUE-DATE OI-DISCOUNT-DATE
               OI-DISCOUNT-PCT WS-TERMS-RETURN.
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
