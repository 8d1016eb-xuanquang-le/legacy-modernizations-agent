       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-AGYINVENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO 'AGYSTMT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT AGENCY-FILE ASSIGN TO 'AGENCY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-KEY
               FILE STATUS IS WS-AG-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'AGYPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT INVENTORY-REPORT-FILE ASSIGN TO 'AGYINVRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD.
           05  AGS-RECORD-TYPE       PIC X.
               88  AGS-HEADER        VALUE 'H'.
               88  AGS-DETAIL        VALUE 'D'.
               88  AGS-TRAILER       VALUE 'T'.
           05  AGS-BODY              PIC X(79).
       01  STATEMENT-HEADER.
           05  FILLER                PIC X.
           05  AGS-H-DATE            PIC X(8).
           05  AGS-H-DATE-N REDEFINES AGS-H-DATE
                                     PIC 9(8).
           05  FILLER                PIC X(71).
       01  STATEMENT-DETAIL.
           05  FILLER                PIC X.
           05  AGS-CUST-ID           PIC X(8).
           05  AGS-CUST-ID-N REDEFINES AGS-CUST-ID
                                     PIC 9(8).
           05  AGS-BALANCE           PIC X(11).
           05  AGS-BALANCE-N REDEFINES AGS-BALANCE
                                     PIC 9(9)V99.
           05  AGS-AGENCY-REF        PIC X(12).
           05  FILLER                PIC X(48).
       01  STATEMENT-TRAILER.
           05  FILLER                PIC X.
           05  AGS-T-COUNT           PIC X(7).
           05  AGS-T-COUNT-N REDEFINES AGS-T-COUNT
                                     PIC 9(7).
           05  AGS-T-BALANCE         PIC X(13).
           05  AGS-T-BALANCE-N REDEFINES AGS-T-BALANCE
                                     PIC 9(11)V99.
           05  FILLER                PIC X(59).

       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  AGENCY-FILE.
       COPY AGENCY-DATA.

       FD  PARAMETER-FILE.
       COPY AGYPARM-DATA.

       FD  INVENTORY-REPORT-FILE.
       01  INVENTORY-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.

       01  WS-CTL-FUNCTION           PIC X(3).
       01  WS-CTL-RETURN             PIC X.
           88  CTL-OK                VALUE 'Y'.

       01  WS-STMT-FILE-STATUS       PIC XX.
       01  WS-CUST-FILE-STATUS       PIC XX.
       01  WS-AG-FILE-STATUS         PIC XX.
       01  WS-PARM-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  EOF                   VALUE 'Y'.
       01  WS-AG-EOF-FLAG            PIC X VALUE 'N'.
           88  AG-EOF                VALUE 'Y'.

       01  WS-TOLERANCE              PIC 9(5)V99 VALUE ZERO.

       01  WS-CURRENT-DATE           PIC 9(8).
       01  WS-STMT-DATE              PIC 9(8) VALUE ZERO.
       01  WS-HEADER-SEEN            PIC X VALUE 'N'.
           88  HEADER-SEEN           VALUE 'Y'.
       01  WS-TRAILER-SEEN           PIC X VALUE 'N'.
           88  TRAILER-SEEN          VALUE 'Y'.
       01  WS-TRL-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-TRL-BALANCE            PIC 9(11)V99 VALUE ZERO.

       01  WS-PLACEMENT-FOUND        PIC X.
           88  PLACEMENT-FOUND       VALUE 'Y'.
       01  WS-CUST-FOUND             PIC X.
           88  CUST-FOUND            VALUE 'Y'.
       01  WS-OUR-OWED               PIC S9(9)V99.
       01  WS-AGENCY-OWED            PIC S9(9)V99.
       01  WS-DIFFERENCE             PIC S9(9)V99.
       01  WS-ABS-DIFFERENCE         PIC 9(9)V99.
       01  WS-EXCEPTION              PIC X(24).

       01  WS-STMT-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-STMT-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-AGREED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-DIFFER-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-NET-DIFFERENCE         PIC S9(11)V99 VALUE ZERO.
       01  WS-UNKNOWN-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-UNKNOWN-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-MISSING-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-MISSING-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  WS-PLACED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-PLACED-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  WS-EDITED-TOTAL           PIC -(10)9.99.

       01  WS-HEADING-LINE-1.
           05  FILLER                PIC X(44)
               VALUE 'COLLECTION AGENCY PLACEMENT INVENTORY AS AT '.
           05  WS-H-STMT-DATE        PIC 9(8).
       01  WS-HEADING-LINE-2.
           05  FILLER                PIC X(9)  VALUE 'CUST-ID'.
           05  FILLER                PIC X(32) VALUE 'CUST-NAME'.
           05  FILLER                PIC X(10) VALUE 'PLACED'.
           05  FILLER                PIC X(15) VALUE 'OUR BALANCE'.
           05  FILLER                PIC X(15) VALUE 'AGENCY BALANCE'.
           05  FILLER                PIC X(15) VALUE 'DIFFERENCE'.
           05  FILLER                PIC X(24) VALUE 'EXCEPTION'.

       01  WS-DETAIL-LINE.
           05  WS-D-CUST-ID          PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-CUST-NAME        PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-PLACED-DATE      PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-OUR-OWED         PIC -(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-AGENCY-OWED      PIC -(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-DIFFERENCE       PIC -(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-EXCEPTION        PIC X(24).

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL            PIC X(36).
           05  WS-T-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-T-AMOUNT           PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE 'GET' TO WS-CTL-FUNCTION.
           CALL 'SYSCTL-MANAGER' USING WS-CTL-FUNCTION
               SYSTEM-CONTROL-RECORD WS-CTL-RETURN.
           IF CTL-OK
               MOVE SYS-BUSINESS-DATE TO WS-CURRENT-DATE
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-STMT-DATE.

           PERFORM LOAD-PARAMETERS.

           OPEN INPUT STATEMENT-FILE.
           IF WS-STMT-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'CUSTOMER-AGYINVENT: no AGYSTMT.DAT agency '
                   'statement - nothing to reconcile.'
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O AGENCY-FILE.
           IF WS-AG-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'CUSTOMER-AGYINVENT: no placement file - '
                   'run CUSTOMER-AGYPLACE first.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ STATEMENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF NOT EOF AND AGS-HEADER
               MOVE 'Y' TO WS-HEADER-SEEN
               IF AGS-H-DATE IS NUMERIC AND AGS-H-DATE-N > ZERO
                   MOVE AGS-H-DATE-N TO WS-STMT-DATE
               END-IF
           END-IF.

           OPEN OUTPUT INVENTORY-REPORT-FILE.
           MOVE WS-STMT-DATE TO WS-H-STMT-DATE.
           WRITE INVENTORY-REPORT-LINE FROM WS-HEADING-LINE-1.
           WRITE INVENTORY-REPORT-LINE FROM WS-HEADING-LINE-2.

           IF NOT EOF AND NOT HEADER-SEEN
               PERFORM CHECK-STATEMENT-RECORD
           END-IF.
           PERFORM UNTIL EOF
               READ STATEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-STATEMENT-RECORD
               END-READ
           END-PERFORM.

           PERFORM LIST-MISSING-PLACEMENTS.
           PERFORM WRITE-INVENTORY-TOTALS.

           DISPLAY 'CUSTOMER-AGYINVENT: ' WS-STMT-COUNT
               ' statement lines, ' WS-AGREED-COUNT ' agreed, '
               WS-DIFFER-COUNT ' differ.'.
           DISPLAY 'CUSTOMER-AGYINVENT: ' WS-MISSING-COUNT
               ' placements missing from statement, '
               WS-UNKNOWN-COUNT ' statement lines not placed.'.
           MOVE WS-NET-DIFFERENCE TO WS-EDITED-TOTAL.
           DISPLAY 'CUSTOMER-AGYINVENT: net difference '
               WS-EDITED-TOTAL.

           CLOSE STATEMENT-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE AGENCY-FILE.
           CLOSE INVENTORY-REPORT-FILE.
           STOP RUN.

       LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS = '00'
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-INVENTORY-TOLERANCE IS NUMERIC
                           MOVE PRM-INVENTORY-TOLERANCE
                               TO WS-TOLERANCE
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       CHECK-STATEMENT-RECORD.
           IF AGS-DETAIL
               PERFORM RECONCILE-STATEMENT-LINE
           ELSE IF AGS-TRAILER
               MOVE 'Y' TO WS-TRAILER-SEEN
               IF AGS-T-COUNT IS NUMERIC
                   AND AGS-T-BALANCE IS NUMERIC
                   MOVE AGS-T-COUNT-N TO WS-TRL-COUNT
                   MOVE AGS-T-BALANCE-N TO WS-TRL-BALANCE
               END-IF
           END-IF.

       RECONCILE-STATEMENT-LINE.
           ADD 1 TO WS-STMT-COUNT.
           MOVE SPACES TO WS-EXCEPTION.
           MOVE 'N' TO WS-CUST-FOUND.
           MOVE 'N' TO WS-PLACEMENT-FOUND.
           MOVE ZERO TO WS-OUR-OWED.
           MOVE ZERO TO WS-DIFFERENCE.
           MOVE SPACES TO WS-D-CUST-NAME.
           MOVE SPACES TO WS-D-PLACED-DATE.
           IF AGS-BALANCE IS NUMERIC
               MOVE AGS-BALANCE-N TO WS-AGENCY-OWED
               ADD AGS-BALANCE-N TO WS-STMT-TOTAL
           ELSE
               MOVE ZERO TO WS-AGENCY-OWED
           END-IF.

           IF AGS-CUST-ID IS NUMERIC AND AGS-BALANCE IS NUMERIC
               MOVE AGS-CUST-ID-N TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUST-FOUND
               END-READ
           END-IF.

           IF CUST-FOUND
               MOVE CUST-NAME TO WS-D-CUST-NAME
               PERFORM FIND-ACTIVE-PLACEMENT
           END-IF.

           IF NOT CUST-FOUND
               MOVE 'UNKNOWN ACCOUNT' TO WS-EXCEPTION
               ADD 1 TO WS-UNKNOWN-COUNT
               ADD WS-AGENCY-OWED TO WS-UNKNOWN-TOTAL
           ELSE IF NOT PLACEMENT-FOUND
               MOVE 'NOT PLACED WITH AGENCY' TO WS-EXCEPTION
               ADD 1 TO WS-UNKNOWN-COUNT
               ADD WS-AGENCY-OWED TO WS-UNKNOWN-TOTAL
           ELSE
               PERFORM COMPARE-BALANCES
           END-IF.

           IF WS-EXCEPTION NOT = SPACES
               IF CUST-FOUND
                   CALL 'ERROR-LOGGER' USING ERR-AGENCY-INVENTORY-CD
                       ERR-AGENCY-INVENTORY ERR-AGENCY-INVENTORY-SEV
                       CUST-ID
               ELSE
                   CALL 'ERROR-LOGGER' USING ERR-AGENCY-INVENTORY-CD
                       ERR-AGENCY-INVENTORY ERR-AGENCY-INVENTORY-SEV
                       ZERO
               END-IF
               MOVE AGS-CUST-ID TO WS-D-CUST-ID
               MOVE WS-OUR-OWED TO WS-D-OUR-OWED
               MOVE WS-AGENCY-OWED TO WS-D-AGENCY-OWED
               MOVE WS-DIFFERENCE TO WS-D-DIFFERENCE
               MOVE WS-EXCEPTION TO WS-D-EXCEPTION
               WRITE INVENTORY-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

       FIND-ACTIVE-PLACEMENT.
           MOVE 'N' TO WS-AG-EOF-FLAG.
           MOVE CUST-ID TO AG-CUST-ID.
           MOVE ZERO TO AG-PLACED-DATE.
           START AGENCY-FILE KEY IS NOT LESS THAN AG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AG-EOF-FLAG
           END-START.
           PERFORM UNTIL AG-EOF OR PLACEMENT-FOUND
               READ AGENCY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AG-EOF-FLAG
                   NOT AT END
                       IF AG-CUST-ID NOT = CUST-ID
                           MOVE 'Y' TO WS-AG-EOF-FLAG
                       ELSE
                           IF AG-PLACED
                               MOVE 'Y' TO WS-PLACEMENT-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       COMPARE-BALANCES.
           MOVE AG-PLACED-DATE TO WS-D-PLACED-DATE.
           COMPUTE WS-OUR-OWED = ZERO - CUST-BALANCE.
           COMPUTE WS-DIFFERENCE = WS-AGENCY-OWED - WS-OUR-OWED.
           IF WS-DIFFERENCE < ZERO
               COMPUTE WS-ABS-DIFFERENCE = ZERO - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
           END-IF.
           IF WS-ABS-DIFFERENCE > WS-TOLERANCE
               MOVE 'BALANCE DIFFERS' TO WS-EXCEPTION
               ADD 1 TO WS-DIFFER-COUNT
               ADD WS-DIFFERENCE TO WS-NET-DIFFERENCE
           ELSE
               ADD 1 TO WS-AGREED-COUNT
           END-IF.
           MOVE WS-STMT-DATE TO AG-LAST-STMT-DATE.
           MOVE WS-AGENCY-OWED TO AG-LAST-STMT-BALANCE.
           REWRITE AGENCY-RECORD.

       LIST-MISSING-PLACEMENTS.
           MOVE 'N' TO WS-AG-EOF-FLAG.
           MOVE ZERO TO AG-CUST-ID.
           MOVE ZERO TO AG-PLACED-DATE.
           START AGENCY-FILE KEY IS NOT LESS THAN AG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AG-EOF-FLAG
           END-START.
           PERFORM UNTIL AG-EOF
               READ AGENCY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AG-EOF-FLAG
                   NOT AT END
                       IF AG-PLACED
                           PERFORM CHECK-PLACEMENT-REPORTED
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-PLACEMENT-REPORTED.
           MOVE AG-CUST-ID TO CUST-ID.
           MOVE ZERO TO WS-OUR-OWED.
           MOVE SPACES TO WS-D-CUST-NAME.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-OUR-OWED = ZERO - CUST-BALANCE
                   MOVE CUST-NAME TO WS-D-CUST-NAME
           END-READ.
           ADD 1 TO WS-PLACED-COUNT.
           ADD WS-OUR-OWED TO WS-PLACED-TOTAL.
           IF AG-LAST-STMT-DATE NOT = WS-STMT-DATE
               ADD 1 TO WS-MISSING-COUNT
               ADD WS-OUR-OWED TO WS-MISSING-TOTAL
               CALL 'ERROR-LOGGER' USING ERR-AGENCY-INVENTORY-CD
                   ERR-AGENCY-INVENTORY ERR-AGENCY-INVENTORY-SEV
                   AG-CUST-ID
               MOVE AG-CUST-ID TO WS-D-CUST-ID
               MOVE AG-PLACED-DATE TO WS-D-PLACED-DATE
               MOVE WS-OUR-OWED TO WS-D-OUR-OWED
               MOVE ZERO TO WS-D-AGENCY-OWED
               MOVE WS-OUR-OWED TO WS-D-DIFFERENCE
               MOVE 'MISSING FROM STATEMENT' TO WS-D-EXCEPTION
               WRITE INVENTORY-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

       WRITE-INVENTORY-TOTALS.
           MOVE SPACES TO INVENTORY-REPORT-LINE.
           WRITE INVENTORY-REPORT-LINE.

           MOVE 'PLACEMENTS ON FILE - OUR BALANCE:' TO WS-T-LABEL.
           MOVE WS-PLACED-COUNT TO WS-T-COUNT.
           MOVE WS-PLACED-TOTAL TO WS-T-AMOUNT.
           WRITE INVENTORY-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'AGENCY STATEMENT LINES:' TO WS-T-LABEL.
           MOVE WS-STMT-COUNT TO WS-T-COUNT.
           MOVE WS-STMT-TOTAL TO WS-T-AMOUNT.
           WRITE INVENTORY-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'AGREED WITHIN TOLERANCE:' TO WS-T-LABEL.
           MOVE WS-AGREED-COUNT TO WS-T-COUNT.
           MOVE ZERO TO WS-T-AMOUNT.
           WRITE INVENTORY-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'BALANCE DIFFERS - NET:' TO WS-T-LABEL.
           MOVE WS-DIFFER-COUNT TO WS-T-COUNT.
           MOVE WS-NET-DIFFERENCE TO WS-T-AMOUNT.
           WRITE INVENTORY-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'MISSING FROM AGENCY STATEMENT:' TO WS-T-LABEL.
           MOVE WS-MISSING-COUNT TO WS-T-COUNT.
           MOVE WS-MISSING-TOTAL TO WS-T-AMOUNT.
           WRITE INVENTORY-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'ON STATEMENT BUT NOT PLACED:' TO WS-T-LABEL.
           MOVE WS-UNKNOWN-COUNT TO WS-T-COUNT.
           MOVE WS-UNKNOWN-TOTAL TO WS-T-AMOUNT.
           WRITE INVENTORY-REPORT-LINE FROM WS-TOTAL-LINE.

           IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
               MOVE SPACES TO INVENTORY-REPORT-LINE
               MOVE '*** STATEMENT HEADER OR TRAILER MISSING ***'
                   TO INVENTORY-REPORT-LINE
               WRITE INVENTORY-REPORT-LINE
           ELSE IF WS-TRL-COUNT NOT = WS-STMT-COUNT
               OR WS-TRL-BALANCE NOT = WS-STMT-TOTAL
               MOVE SPACES TO INVENTORY-REPORT-LINE
               MOVE '*** STATEMENT TRAILER DOES NOT AGREE TO DETAIL ***'
                   TO INVENTORY-REPORT-LINE
               WRITE INVENTORY-REPORT-LINE
           END-IF.
