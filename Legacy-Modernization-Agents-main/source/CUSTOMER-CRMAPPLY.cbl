
       01  WS-CRM-OPERATOR           PIC X(8) VALUE 'CRMBATCH'.
       01  WS-JRNL-FUNCTION          PIC X VALUE 'U'.
       01  WS-JRNL-APPROVER          PIC X(8) VALUE SPACES.
       01  WS-BEFORE-IMAGE           PIC X(200).
       01  WS-AFTER-IMAGE            PIC X(200).
       01  WS-JRNL-ACTION            PIC X(3).
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


           MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE.
           CALL 'MAINT-JOURNAL' USING WS-CRM-OPERATOR
               WS-JRNL-FUNCTION WS-BEFORE-IMAGE WS-AFTER-IMAGE
               WS-JRNL-APPROVER.
           MOVE 'REW' TO WS-JRNL-ACTION.
           CALL 'CUSTFILE-JOURNAL' USING WS-JRNL-ACTION
               WS-AFTER-IMAGE.
