       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-INTEGRITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO 'TRANHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'INTGPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO 'INTGRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT-DATA.

       FD  TRAN-HISTORY-FILE.
       COPY TRANHIST-DATA.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM-DATA.

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PRM-AMOUNT-TOLERANCE  PIC 9(5)V99.
           05  PRM-DAYS-TOLERANCE    PIC 9(3).

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.

       01  WS-CTL-FUNCTION           PIC X(3).
       01  WS-CTL-RETURN             PIC X.
           88  CTL-OK                VALUE 'Y'.

       01  WS-CUST-FILE-STATUS       PIC XX.
       01  WS-ACCT-FILE-STATUS       PIC XX.
       01  WS-HIST-FILE-STATUS       PIC XX.
       01  WS-ITEM-FILE-STATUS       PIC XX.
       01  WS-PARM-FILE-STATUS       PIC XX.
       01  WS-ACCTS-AVAILABLE        PIC X VALUE 'N'.
           88  ACCTS-AVAILABLE       VALUE 'Y'.
       01  WS-HIST-AVAILABLE         PIC X VALUE 'N'.
           88  HIST-AVAILABLE        VALUE 'Y'.
       01  WS-ITEMS-AVAILABLE        PIC X VALUE 'N'.
           88  ITEMS-AVAILABLE       VALUE 'Y'.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  EOF                   VALUE 'Y'.
       01  WS-ACCT-EOF-FLAG          PIC X VALUE 'N'.
           88  ACCT-EOF              VALUE 'Y'.
       01  WS-HIST-EOF-FLAG          PIC X VALUE 'N'.
           88  HIST-EOF              VALUE 'Y'.
       01  WS-ITEM-EOF-FLAG          PIC X VALUE 'N'.
           88  ITEM-EOF              VALUE 'Y'.

       01  WS-AMOUNT-TOLERANCE       PIC 9(5)V99 VALUE 1.00.
       01  WS-DAYS-TOLERANCE         PIC 9(3) VALUE 30.

       01  WS-CURRENT-DATE           PIC 9(8).
       01  WS-BUS-FUNCTION           PIC X(3) VALUE 'DIF'.
       01  WS-BUSDAYS                PIC S9(5).
       01  WS-BUS-RETURN             PIC X.

       01  WS-ACCT-COUNT             PIC 9(5).
       01  WS-ACCT-TOTAL             PIC S9(11)V99.
       01  WS-HIST-COUNT             PIC 9(7).
       01  WS-LAST-HIST-DATE         PIC 9(8).
       01  WS-LAST-HIST-BALANCE      PIC S9(9)V99.
       01  WS-HIST-MATCH             PIC X.
           88  HIST-MATCH            VALUE 'Y'.
       01  WS-LAST-ACTIVITY-POST     PIC 9(8).
       01  WS-ITEM-TOTAL             PIC S9(11)V99.
       01  WS-AMOUNT-OWED            PIC S9(11)V99.

       01  WS-CHECK-DESC             PIC X(24).
       01  WS-FIGURE-1               PIC S9(11)V99.
       01  WS-FIGURE-2               PIC S9(11)V99.
       01  WS-DIFFERENCE             PIC S9(11)V99.
       01  WS-DATE-1                 PIC 9(8).
       01  WS-DATE-2                 PIC 9(8).
       01  WS-CUST-BREAK             PIC X.
           88  CUST-BREAK            VALUE 'Y'.

       01  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-BREAK-CUST-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-ACCT-BREAK-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-HIST-BREAK-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-ITEM-BREAK-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-DATE-BREAK-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-OUT-OF-TOL-COUNT       PIC 9(7) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                PIC X(47)
               VALUE 'SUBLEDGER INTEGRITY EXCEPTIONS - BUSINESS DATE '.
           05  WS-H-DATE             PIC 9(8).
       01  WS-HEADING-LINE-2.
           05  FILLER                PIC X(9)  VALUE 'CUST-ID'.
           05  FILLER                PIC X(26) VALUE 'CHECK'.
           05  FILLER                PIC X(15) VALUE 'CUSTOMER'.
           05  FILLER                PIC X(15) VALUE 'COMPARED TO'.
           05  FILLER                PIC X(15) VALUE 'DIFFERENCE'.
           05  FILLER                PIC X(10) VALUE 'TOLERANCE'.

       01  WS-DETAIL-LINE.
           05  WS-D-CUST-ID          PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-CHECK            PIC X(24).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-FIGURE-1         PIC -(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-FIGURE-2         PIC -(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-DIFFERENCE       PIC -(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-TOLERANCE        PIC X(10).

       01  WS-DATE-DETAIL-LINE.
           05  WS-DD-CUST-ID         PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DD-CHECK           PIC X(24).
           05  FILLER                PIC X(7)  VALUE SPACES.
           05  WS-DD-DATE-1          PIC 9(8).
           05  FILLER                PIC X(7)  VALUE SPACES.
           05  WS-DD-DATE-2          PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-DD-DAYS            PIC -(9)9.
           05  FILLER                PIC X(5)  VALUE ' DAYS'.
           05  WS-DD-TOLERANCE       PIC X(10).

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL            PIC X(30).
           05  WS-T-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 'GET' TO WS-CTL-FUNCTION.
           CALL 'SYSCTL-MANAGER' USING WS-CTL-FUNCTION
               SYSTEM-CONTROL-RECORD WS-CTL-RETURN.
           IF NOT CTL-OK
               DISPLAY 'CUSTOMER-INTEGRITY: no system control file - '
                   'run SYSCTL-INIT first.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT POST-COMPLETE
               DISPLAY 'CUSTOMER-INTEGRITY: posting has not completed '
                   'for this business date.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SYS-BUSINESS-DATE TO WS-CURRENT-DATE.

           PERFORM LOAD-PARAMETERS.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ACCTS-AVAILABLE
           ELSE
               DISPLAY 'CUSTOMER-INTEGRITY: no account file - '
                   'account totals not checked.'
           END-IF.

           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HIST-AVAILABLE
           ELSE
               DISPLAY 'CUSTOMER-INTEGRITY: no transaction history - '
                   'history checks skipped.'
           END-IF.

           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-ITEM-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ITEMS-AVAILABLE
           ELSE
               DISPLAY 'CUSTOMER-INTEGRITY: no open item file - '
                   'open items not checked.'
           END-IF.

           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           MOVE WS-CURRENT-DATE TO WS-H-DATE.
           WRITE INTEGRITY-REPORT-LINE FROM WS-HEADING-LINE-1.
           WRITE INTEGRITY-REPORT-LINE FROM WS-HEADING-LINE-2.

           PERFORM UNTIL EOF
               READ CUSTOMER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CHECK-ONE-CUSTOMER
               END-READ
           END-PERFORM.

           PERFORM WRITE-INTEGRITY-TOTALS.

           DISPLAY 'CUSTOMER-INTEGRITY: ' WS-READ-COUNT
               ' customers checked, ' WS-BREAK-CUST-COUNT
               ' with breaks, ' WS-OUT-OF-TOL-COUNT
               ' out of tolerance.'.

           CLOSE CUSTOMER-FILE.
           IF ACCTS-AVAILABLE
               CLOSE ACCOUNT-FILE
           END-IF.
           IF HIST-AVAILABLE
               CLOSE TRAN-HISTORY-FILE
           END-IF.
           IF ITEMS-AVAILABLE
               CLOSE OPEN-ITEM-FILE
           END-IF.
           CLOSE INTEGRITY-REPORT-FILE.
           STOP RUN.

       LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS = '00'
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-AMOUNT-TOLERANCE IS NUMERIC
                           AND PRM-DAYS-TOLERANCE IS NUMERIC
                           MOVE PRM-AMOUNT-TOLERANCE
                               TO WS-AMOUNT-TOLERANCE
                           MOVE PRM-DAYS-TOLERANCE TO WS-DAYS-TOLERANCE
                       ELSE
                           DISPLAY 'CUSTOMER-INTEGRITY: INTGPARM.DAT '
                               'invalid - default tolerances used.'
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       CHECK-ONE-CUSTOMER.
           MOVE 'N' TO WS-CUST-BREAK.
           IF ACCTS-AVAILABLE
               PERFORM SUM-ACCOUNTS
               PERFORM CHECK-ACCOUNT-TOTAL
           END-IF.
           IF HIST-AVAILABLE
               PERFORM SCAN-HISTORY
               PERFORM CHECK-HISTORY-BALANCE
               PERFORM CHECK-ACTIVITY-DATE
           END-IF.
           IF ITEMS-AVAILABLE
               PERFORM SUM-OPEN-ITEMS
               PERFORM CHECK-OPEN-ITEMS
           END-IF.
           IF CUST-BREAK
               ADD 1 TO WS-BREAK-CUST-COUNT
           END-IF.

       SUM-ACCOUNTS.
           MOVE ZERO TO WS-ACCT-COUNT.
           MOVE ZERO TO WS-ACCT-TOTAL.
           MOVE 'N' TO WS-ACCT-EOF-FLAG.
           MOVE CUST-ID TO ACCT-CUST-ID.
           MOVE ZERO TO ACCT-NO.
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ACCT-EOF-FLAG
           END-START.
           PERFORM UNTIL ACCT-EOF
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ACCT-EOF-FLAG
                   NOT AT END
                       IF ACCT-CUST-ID NOT = CUST-ID
                           MOVE 'Y' TO WS-ACCT-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-ACCT-COUNT
                           ADD ACCT-BALANCE TO WS-ACCT-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

       SCAN-HISTORY.
           MOVE ZERO TO WS-HIST-COUNT.
           MOVE ZERO TO WS-LAST-HIST-DATE.
           MOVE ZERO TO WS-LAST-HIST-BALANCE.
           MOVE ZERO TO WS-LAST-ACTIVITY-POST.
           MOVE 'N' TO WS-HIST-MATCH.
           MOVE 'N' TO WS-HIST-EOF-FLAG.
           MOVE CUST-ID TO TH-CUST-ID.
           MOVE ZERO TO TH-POST-DATE.
           MOVE ZERO TO TH-TRAN-ID.
           START TRAN-HISTORY-FILE KEY IS NOT LESS THAN TH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-START.
           PERFORM UNTIL HIST-EOF
               READ TRAN-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
                   NOT AT END
                       IF TH-CUST-ID NOT = CUST-ID
                           MOVE 'Y' TO WS-HIST-EOF-FLAG
                       ELSE
                           PERFORM NOTE-ONE-HISTORY
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-ONE-HISTORY.
           ADD 1 TO WS-HIST-COUNT.
           IF TH-POST-DATE NOT = WS-LAST-HIST-DATE
               MOVE TH-POST-DATE TO WS-LAST-HIST-DATE
               MOVE 'N' TO WS-HIST-MATCH
           END-IF.
           MOVE TH-BALANCE-AFTER TO WS-LAST-HIST-BALANCE.
           IF TH-BALANCE-AFTER = CUST-BALANCE
               MOVE 'Y' TO WS-HIST-MATCH
           END-IF.
           IF NOT TH-REVERSAL
               AND NOT TH-SYSTEM-GEN AND NOT TH-ESCHEAT
               AND NOT TH-RETURNED-ITEM AND NOT TH-WRITE-OFF
               AND NOT TH-DISPUTE-CREDIT AND NOT TH-TERMS-DISCOUNT
               AND NOT TH-AGENCY-COMMISSION AND NOT TH-AGENCY-ADJUST
               MOVE TH-POST-DATE TO WS-LAST-ACTIVITY-POST
           END-IF.

       SUM-OPEN-ITEMS.
           MOVE ZERO TO WS-ITEM-TOTAL.
           MOVE 'N' TO WS-ITEM-EOF-FLAG.
           MOVE CUST-ID TO OI-CUST-ID.
           MOVE ZERO TO OI-POST-DATE.
           MOVE ZERO TO OI-INVOICE-NO.
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ITEM-EOF-FLAG
           END-START.
           PERFORM UNTIL ITEM-EOF
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ITEM-EOF-FLAG
                   NOT AT END
                       IF OI-CUST-ID NOT = CUST-ID
                           MOVE 'Y' TO WS-ITEM-EOF-FLAG
                       ELSE
                           ADD OI-REMAINING-AMOUNT TO WS-ITEM-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ACCOUNT-TOTAL.
           IF WS-ACCT-COUNT > ZERO
               AND WS-ACCT-TOTAL NOT = CUST-BALANCE
               MOVE 'BALANCE VS ACCOUNTS' TO WS-CHECK-DESC
               MOVE CUST-BALANCE TO WS-FIGURE-1
               MOVE WS-ACCT-TOTAL TO WS-FIGURE-2
               ADD 1 TO WS-ACCT-BREAK-COUNT
               PERFORM REPORT-AMOUNT-BREAK
           END-IF.

       CHECK-HISTORY-BALANCE.
           IF WS-HIST-COUNT > ZERO
               AND NOT HIST-MATCH
               MOVE 'BALANCE VS LAST HISTORY' TO WS-CHECK-DESC
               MOVE CUST-BALANCE TO WS-FIGURE-1
               MOVE WS-LAST-HIST-BALANCE TO WS-FIGURE-2
               ADD 1 TO WS-HIST-BREAK-COUNT
               PERFORM REPORT-AMOUNT-BREAK
           END-IF.

       CHECK-OPEN-ITEMS.
           IF CUST-BALANCE < ZERO
               COMPUTE WS-AMOUNT-OWED = ZERO - CUST-BALANCE
           ELSE
               MOVE ZERO TO WS-AMOUNT-OWED
           END-IF.
           IF WS-ITEM-TOTAL NOT = WS-AMOUNT-OWED
               MOVE 'AMOUNT OWED VS OPEN ITEMS' TO WS-CHECK-DESC
               MOVE WS-AMOUNT-OWED TO WS-FIGURE-1
               MOVE WS-ITEM-TOTAL TO WS-FIGURE-2
               ADD 1 TO WS-ITEM-BREAK-COUNT
               PERFORM REPORT-AMOUNT-BREAK
           END-IF.

       CHECK-ACTIVITY-DATE.
           MOVE CUST-LAST-ACTIVITY-DATE TO WS-DATE-1.
           IF WS-DATE-1 > WS-CURRENT-DATE
               MOVE 'ACTIVITY AFTER BUS DATE' TO WS-CHECK-DESC
               MOVE WS-CURRENT-DATE TO WS-DATE-2
               PERFORM REPORT-DATE-BREAK
           ELSE IF WS-LAST-ACTIVITY-POST > ZERO
               MOVE WS-LAST-ACTIVITY-POST TO WS-DATE-2
               PERFORM CHECK-ACTIVITY-LAG
           END-IF.

       CHECK-ACTIVITY-LAG.
           IF WS-DATE-1 < 16010101
               MOVE 'ACTIVITY DATE MISSING' TO WS-CHECK-DESC
               PERFORM REPORT-DATE-BREAK
           ELSE IF WS-DATE-2 > WS-DATE-1
               MOVE 'DIF' TO WS-BUS-FUNCTION
               CALL 'BUSDAY-MANAGER' USING WS-BUS-FUNCTION
                   WS-DATE-1 WS-DATE-2 WS-BUSDAYS WS-BUS-RETURN
               IF WS-BUSDAYS > WS-DAYS-TOLERANCE
                   MOVE 'ACTIVITY VS HISTORY' TO WS-CHECK-DESC
                   PERFORM REPORT-DATE-BREAK
               END-IF
           END-IF.

       REPORT-AMOUNT-BREAK.
           MOVE 'Y' TO WS-CUST-BREAK.
           COMPUTE WS-DIFFERENCE = WS-FIGURE-1 - WS-FIGURE-2.
           MOVE CUST-ID TO WS-D-CUST-ID.
           MOVE WS-CHECK-DESC TO WS-D-CHECK.
           MOVE WS-FIGURE-1 TO WS-D-FIGURE-1.
           MOVE WS-FIGURE-2 TO WS-D-FIGURE-2.
           MOVE WS-DIFFERENCE TO WS-D-DIFFERENCE.
           IF WS-DIFFERENCE > WS-AMOUNT-TOLERANCE
               OR WS-DIFFERENCE < ZERO - WS-AMOUNT-TOLERANCE
               MOVE 'OUT OF TOL' TO WS-D-TOLERANCE
               ADD 1 TO WS-OUT-OF-TOL-COUNT
               CALL 'ERROR-LOGGER' USING ERR-INTEGRITY-BREAK-CD
                   ERR-INTEGRITY-BREAK ERR-INTEGRITY-BREAK-SEV CUST-ID
           ELSE
               MOVE 'WITHIN TOL' TO WS-D-TOLERANCE
           END-IF.
           WRITE INTEGRITY-REPORT-LINE FROM WS-DETAIL-LINE.

       REPORT-DATE-BREAK.
           MOVE 'Y' TO WS-CUST-BREAK.
           ADD 1 TO WS-DATE-BREAK-COUNT.
           ADD 1 TO WS-OUT-OF-TOL-COUNT.
           MOVE CUST-ID TO WS-DD-CUST-ID.
           MOVE WS-CHECK-DESC TO WS-DD-CHECK.
           MOVE WS-DATE-1 TO WS-DD-DATE-1.
           MOVE WS-DATE-2 TO WS-DD-DATE-2.
           IF WS-CHECK-DESC = 'ACTIVITY VS HISTORY'
               COMPUTE WS-DD-DAYS = ZERO - WS-BUSDAYS
           ELSE
               MOVE ZERO TO WS-DD-DAYS
           END-IF.
           MOVE 'OUT OF TOL' TO WS-DD-TOLERANCE.
           WRITE INTEGRITY-REPORT-LINE FROM WS-DATE-DETAIL-LINE.
           CALL 'ERROR-LOGGER' USING ERR-INTEGRITY-BREAK-CD
               ERR-INTEGRITY-BREAK ERR-INTEGRITY-BREAK-SEV CUST-ID.

       WRITE-INTEGRITY-TOTALS.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

           MOVE 'CUSTOMERS CHECKED:' TO WS-T-LABEL.
           MOVE WS-READ-COUNT TO WS-T-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'CUSTOMERS WITH BREAKS:' TO WS-T-LABEL.
           MOVE WS-BREAK-CUST-COUNT TO WS-T-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'BALANCE VS ACCOUNTS:' TO WS-T-LABEL.
           MOVE WS-ACCT-BREAK-COUNT TO WS-T-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'BALANCE VS LAST HISTORY:' TO WS-T-LABEL.
           MOVE WS-HIST-BREAK-COUNT TO WS-T-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'AMOUNT OWED VS OPEN ITEMS:' TO WS-T-LABEL.
           MOVE WS-ITEM-BREAK-COUNT TO WS-T-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'ACTIVITY DATE BREAKS:' TO WS-T-LABEL.
           MOVE WS-DATE-BREAK-COUNT TO WS-T-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'OUT OF TOLERANCE:' TO WS-T-LABEL.
           MOVE WS-OUT-OF-TOL-COUNT TO WS-T-COUNT.
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           IF WS-OUT-OF-TOL-COUNT > ZERO
               STRING '*** INTEGRITY BREAKS OUTSIDE TOLERANCE ***'
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
               END-STRING
           ELSE
               STRING 'SUBLEDGER RECORDS AGREE WITHIN TOLERANCE'
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
               END-STRING
           END-IF.
           WRITE INTEGRITY-REPORT-LINE.
