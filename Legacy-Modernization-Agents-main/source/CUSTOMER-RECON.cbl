       01  WS-CLOSED-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  WS-PENDING-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  WS-ESCHEAT-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  WS-CHARGED-OFF-TOTAL      PIC S9(11)V99 VALUE ZERO.

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL            PIC X(20).
           IF NOT CTL-OK
               DISPLAY 'CUSTOMER-RECON: no system control file - '
                   'run SYSCTL-INIT first.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT POST-COMPLETE
               DISPLAY 'CUSTOMER-RECON: posting has not completed '
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

                   ADD CUST-BALANCE TO WS-PENDING-TOTAL
               WHEN ESCHEATED
                   ADD CUST-BALANCE TO WS-ESCHEAT-TOTAL
               WHEN CHARGED-OFF
                   ADD CUST-BALANCE TO WS-CHARGED-OFF-TOTAL
           END-EVALUATE.

       WRITE-RECON-REPORT.
           MOVE WS-ESCHEAT-TOTAL TO WS-T-AMOUNT.
           WRITE BREAK-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'CHARGED-OFF TOTAL:' TO WS-T-LABEL.
           MOVE WS-CHARGED-OFF-TOTAL TO WS-T-AMOUNT.
           WRITE BREAK-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'SUBLEDGER TOTAL:' TO WS-T-LABEL.
           MOVE WS-SUBLEDGER-TOTAL TO WS-T-AMOUNT.
           WRITE BREAK-REPORT-LINE FROM WS-TOTAL-LINE.
