           IF NOT PARMS-OK
               DISPLAY 'CUSTOMER-LOCKBOX: LOCKPARM.DAT missing or '
                   'invalid - no batch generated.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-CREDIT-TOTAL TO WS-EDITED-TOTAL.
           DISPLAY 'CUSTOMER-LOCKBOX: batch credit total '
               WS-EDITED-TOTAL.
           DISPLAY 'CUSTOMER-LOCKBOX: LBOXBTCH.DAT ready for '
               'CUSTOMER-BATCHMERGE.'.

           CLOSE LOCKBOX-FILE.
           CLOSE CUSTOMER-FILE.
