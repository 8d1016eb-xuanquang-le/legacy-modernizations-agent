       01  WS-DATE-INPUT             PIC X(8).

       COPY CUSTOMER-DATA.
       COPY ACCOUNT-DATA.
       COPY HIERARCHY-DATA.

       01  WS-FUNCTION-DESC          PIC X(6).

           05  FILLER                PIC X(15) VALUE 'BEFORE-BAL'.
           05  FILLER                PIC X(15) VALUE 'AFTER-BAL'.
           05  FILLER                PIC X(7)  VALUE 'STATUS'.
           05  FILLER                PIC X(32) VALUE 'NAME (AFTER)'.
           05  FILLER                PIC X(8)  VALUE 'APPROVER'.

       01  WS-DETAIL-LINE.
           05  WS-D-DATE             PIC 9999/99/99.
           05  WS-D-NEW-STATUS       PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-CUST-NAME        PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-APPROVER         PIC X(8).

       01  WS-COUNT-LINE.
           05  FILLER                PIC X(20)
                   MOVE 'UPDATE' TO WS-FUNCTION-DESC
               WHEN MJ-CLOSE
                   MOVE 'CLOSE' TO WS-FUNCTION-DESC
               WHEN MJ-ACCT-CHANGE
                   MOVE 'ACCT' TO WS-FUNCTION-DESC
               WHEN MJ-HIER-CHANGE
                   MOVE 'HIER' TO WS-FUNCTION-DESC
               WHEN OTHER
                   MOVE '?' TO WS-FUNCTION-DESC
           END-EVALUATE.
           MOVE WS-FUNCTION-DESC TO WS-D-FUNCTION.
           MOVE MJ-APPROVER TO WS-D-APPROVER.

           IF MJ-ACCT-CHANGE
               PERFORM REPORT-ACCOUNT-ENTRY
           ELSE IF MJ-HIER-CHANGE
               PERFORM REPORT-HIERARCHY-ENTRY
           ELSE
               PERFORM REPORT-CUSTOMER-ENTRY
           END-IF.

           WRITE MAINT-REPORT-LINE FROM WS-DETAIL-LINE.

       REPORT-CUSTOMER-ENTRY.
           IF MJ-ADD
               MOVE ZERO TO WS-D-BEFORE-BAL
               MOVE SPACE TO WS-D-OLD-STATUS
           MOVE CUST-STATUS TO WS-D-NEW-STATUS.
           MOVE CUST-NAME TO WS-D-CUST-NAME.

       REPORT-ACCOUNT-ENTRY.
           MOVE MJ-BEFORE-IMAGE TO ACCOUNT-RECORD.
           MOVE ACCT-CREDIT-LIMIT TO WS-D-BEFORE-BAL.
           MOVE ACCT-STATUS TO WS-D-OLD-STATUS.
           MOVE MJ-AFTER-IMAGE TO ACCOUNT-RECORD.
           MOVE ACCT-CUST-ID TO WS-D-CUST-ID.
           MOVE ACCT-CREDIT-LIMIT TO WS-D-AFTER-BAL.
           MOVE ACCT-STATUS TO WS-D-NEW-STATUS.
           MOVE SPACES TO WS-D-CUST-NAME.
           STRING 'ACCOUNT ' DELIMITED BY SIZE
               ACCT-NO DELIMITED BY SIZE
               ' CREDIT LIMIT' DELIMITED BY SIZE
               INTO WS-D-CUST-NAME
           END-STRING.

       REPORT-HIERARCHY-ENTRY.
           MOVE SPACE TO WS-D-OLD-STATUS.
           MOVE SPACE TO WS-D-NEW-STATUS.
           MOVE SPACES TO WS-D-CUST-NAME.
           IF MJ-BEFORE-IMAGE = SPACES
               MOVE ZERO TO WS-D-BEFORE-BAL
           ELSE
               MOVE MJ-BEFORE-IMAGE TO HIERARCHY-RECORD
               MOVE HR-GROUP-LIMIT TO WS-D-BEFORE-BAL
           END-IF.
           IF MJ-AFTER-IMAGE = SPACES
               MOVE ZERO TO WS-D-AFTER-BAL
               STRING 'UNLINKED FROM PARENT ' DELIMITED BY SIZE
                   HR-PARENT-ID DELIMITED BY SIZE
                   INTO WS-D-CUST-NAME
               END-STRING
           ELSE
               MOVE MJ-AFTER-IMAGE TO HIERARCHY-RECORD
               MOVE HR-GROUP-LIMIT TO WS-D-AFTER-BAL
               STRING 'PARENT ' DELIMITED BY SIZE
                   HR-PARENT-ID DELIMITED BY SIZE
                   ' GROUP LIMIT' DELIMITED BY SIZE
                   INTO WS-D-CUST-NAME
               END-STRING
           END-IF.
           MOVE HR-CUST-ID TO WS-D-CUST-ID.
