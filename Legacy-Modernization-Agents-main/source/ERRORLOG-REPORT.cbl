       01  WS-CUST-MAX               PIC 9(3) VALUE 200.
       01  WS-NEG-CUST-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-LIM-CUST-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-EXP-CUST-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-CUST-SUB               PIC 9(3).
       01  WS-CUST-FOUND             PIC X.
           88  CUST-FOUND            VALUE 'Y'.
           05  WS-LIM-ENTRY OCCURS 200 TIMES.
               10  WS-LIM-CUST-ID    PIC 9(8).
               10  WS-LIM-COUNT      PIC 9(5).
       01  WS-EXP-CUST-TABLE.
           05  WS-EXP-ENTRY OCCURS 200 TIMES.
               10  WS-EXP-CUST-ID    PIC 9(8).
               10  WS-EXP-COUNT      PIC 9(5).

       01  WS-TODAY-TOTAL            PIC 9(7) VALUE ZERO.

           IF NOT CTL-OK
               DISPLAY 'ERRORLOG-REPORT: no system control file - '
                   'run SYSCTL-INIT first.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SYS-BUSINESS-DATE TO WS-REPORT-DATE.
               AND LOG-CUST-ID > ZERO
               PERFORM TALLY-LIM-CUSTOMER
           END-IF.
           IF LOG-CODE = 1027 AND LOG-CUST-ID IS NUMERIC
               AND LOG-CUST-ID > ZERO
               PERFORM TALLY-EXP-CUSTOMER
           END-IF.

       TALLY-NEG-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND.
               MOVE 1 TO WS-LIM-COUNT (WS-LIM-CUST-COUNT)
           END-IF.

       TALLY-EXP-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL CUST-FOUND OR WS-CUST-SUB > WS-EXP-CUST-COUNT
               IF WS-EXP-CUST-ID (WS-CUST-SUB) = LOG-CUST-ID
                   ADD 1 TO WS-EXP-COUNT (WS-CUST-SUB)
                   MOVE 'Y' TO WS-CUST-FOUND
               END-IF
           END-PERFORM.
           IF NOT CUST-FOUND
               AND WS-EXP-CUST-COUNT < WS-CUST-MAX
               ADD 1 TO WS-EXP-CUST-COUNT
               MOVE LOG-CUST-ID
                   TO WS-EXP-CUST-ID (WS-EXP-CUST-COUNT)
               MOVE 1 TO WS-EXP-COUNT (WS-EXP-CUST-COUNT)
           END-IF.

       WRITE-JOB-STATUSES.
           MOVE SPACES TO OPS-REPORT-LINE.
           WRITE OPS-REPORT-LINE.
                   WRITE OPS-REPORT-LINE FROM WS-CUST-DETAIL
               END-PERFORM
           END-IF.

           IF WS-EXP-CUST-COUNT > ZERO
               MOVE SPACES TO OPS-REPORT-LINE
               WRITE OPS-REPORT-LINE
               MOVE SPACES TO OPS-REPORT-LINE
               STRING 'CUSTOMERS BEHIND ERR1027 EXPIRED '
                   DELIMITED BY SIZE
                   'UNREVIEWED HELD CHANGES:' DELIMITED BY SIZE
                   INTO OPS-REPORT-LINE
               END-STRING
               WRITE OPS-REPORT-LINE
               PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-EXP-CUST-COUNT
                   MOVE WS-EXP-CUST-ID (WS-CUST-SUB)
                       TO WS-CD-CUST-ID
                   MOVE WS-EXP-COUNT (WS-CUST-SUB) TO WS-CD-COUNT
                   WRITE OPS-REPORT-LINE FROM WS-CUST-DETAIL
               END-PERFORM
           END-IF.
