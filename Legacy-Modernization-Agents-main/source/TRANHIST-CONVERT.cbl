               DISPLAY 'TRANHIST-CONVERT: unable to open '
                   'TRANHIST.DAT (status ' WS-OLD-FILE-STATUS ') - '
                   'is it already the new layout?'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'TRANHIST-CONVERT: unable to create '
                   'TRANHIST.NEW.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

