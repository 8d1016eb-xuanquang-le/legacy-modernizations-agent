           IF WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTOMER-FILE, STATUS = '
                   WS-CUST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

