       01  WS-HEADING-LINE-2.
           05  FILLER                PIC X(10) VALUE 'INVOICE'.
           05  FILLER                PIC X(12) VALUE 'DATE'.
           05  FILLER                PIC X(12) VALUE 'DUE'.
           05  FILLER                PIC X(16) VALUE 'ORIGINAL'.
           05  FILLER                PIC X(16) VALUE 'REMAINING'.

           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-INVOICE-DATE     PIC 9999/99/99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-DUE-DATE         PIC 9999/99/99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-ORIGINAL         PIC -(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-REMAINING        PIC -(9)9.99.
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


           MOVE OI-INVOICE-NO TO WS-D-INVOICE-NO.
           MOVE OI-INVOICE-DATE TO WS-D-INVOICE-DATE.
           MOVE OI-DUE-DATE TO WS-D-DUE-DATE.
           MOVE OI-ORIGINAL-AMOUNT TO WS-D-ORIGINAL.
           MOVE OI-REMAINING-AMOUNT TO WS-D-REMAINING.
           WRITE ITEM-REPORT-LINE FROM WS-DETAIL-LINE.
