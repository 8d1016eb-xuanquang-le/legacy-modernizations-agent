           IF NOT CTL-OK
               DISPLAY 'CUSTOMER-ARCHIVE: no system control file - '
                   'run SYSCTL-INIT first.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT RECON-COMPLETE
               DISPLAY 'CUSTOMER-ARCHIVE: reconciliation has not '
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

               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

