                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'CUSTFILE-RECOVER: no image copy on file - '
                   'cannot recover.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

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

