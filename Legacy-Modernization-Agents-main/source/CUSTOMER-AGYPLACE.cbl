       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-AGYPLACE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT DUNNING-CONTROL-FILE ASSIGN TO 'DUNNCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DUN-CUST-ID
               FILE STATUS IS WS-DUN-FILE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO 'DISPUTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DSP-FILE-STATUS.

           SELECT PROMISE-FILE ASSIGN TO 'PROMISE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTP-KEY
               FILE STATUS IS WS-PTP-FILE-STATUS.

           SELECT WRITE-OFF-FILE ASSIGN TO 'WRTOFF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WO-FILE-STATUS.

           SELECT AGENCY-FILE ASSIGN TO 'AGENCY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-KEY
               FILE STATUS IS WS-AG-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'AGYPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT PLACEMENT-FILE ASSIGN TO 'AGYPLACE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PLACEMENT-REPORT-FILE ASSIGN TO 'AGYPLRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM-DATA.

       FD  DUNNING-CONTROL-FILE.
       COPY DUNNING-DATA.

       FD  DISPUTE-FILE.
       COPY DISPUTE-DATA.

       FD  PROMISE-FILE.
       COPY PROMISE-DATA.

       FD  WRITE-OFF-FILE.
       COPY WRTOFF-DATA.

       FD  AGENCY-FILE.
       COPY AGENCY-DATA.

       FD  PARAMETER-FILE.
       COPY AGYPARM-DATA.

       FD  PLACEMENT-FILE.
       01  PLACEMENT-RECORD          PIC X(200).

       FD  PLACEMENT-REPORT-FILE.
       01  PLACEMENT-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.

       01  WS-CTL-FUNCTION           PIC X(3).
       01  WS-CTL-RETURN             PIC X.
           88  CTL-OK                VALUE 'Y'.

       01  WS-CUST-FILE-STATUS       PIC XX.
       01  WS-ITEM-FILE-STATUS       PIC XX.
       01  WS-DUN-FILE-STATUS        PIC XX.
       01  WS-DSP-FILE-STATUS        PIC XX.
       01  WS-PTP-FILE-STATUS        PIC XX.
       01  WS-WO-FILE-STATUS         PIC XX.
       01  WS-AG-FILE-STATUS         PIC XX.
       01  WS-PARM-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  EOF                   VALUE 'Y'.
       01  WS-ITEM-EOF-FLAG          PIC X VALUE 'N'.
           88  ITEM-EOF              VALUE 'Y'.
       01  WS-DSP-EOF-FLAG           PIC X VALUE 'N'.
           88  DSP-EOF               VALUE 'Y'.
       01  WS-PTP-EOF-FLAG           PIC X VALUE 'N'.
           88  PTP-EOF               VALUE 'Y'.
       01  WS-WO-EOF-FLAG            PIC X VALUE 'N'.
           88  WO-EOF                VALUE 'Y'.
       01  WS-AG-EOF-FLAG            PIC X VALUE 'N'.
           88  AG-EOF                VALUE 'Y'.

       01  WS-DISPUTES-AVAILABLE     PIC X VALUE 'N'.
           88  DISPUTES-AVAILABLE    VALUE 'Y'.
       01  WS-PROMISES-AVAILABLE     PIC X VALUE 'N'.
           88  PROMISES-AVAILABLE    VALUE 'Y'.
       01  WS-WRITEOFFS-AVAILABLE    PIC X VALUE 'N'.
           88  WRITEOFFS-AVAILABLE   VALUE 'Y'.

       01  WS-OPEN-DISPUTE           PIC X VALUE 'N'.
           88  OPEN-DISPUTE          VALUE 'Y'.
       01  WS-PROMISE-IN-FORCE       PIC X VALUE 'N'.
           88  PROMISE-IN-FORCE      VALUE 'Y'.
       01  WS-WRITE-OFF-PENDING      PIC X VALUE 'N'.
           88  WRITE-OFF-PENDING     VALUE 'Y'.
       01  WS-PLACEMENT-FOUND        PIC X VALUE 'N'.
           88  PLACEMENT-FOUND       VALUE 'Y'.
       01  WS-RECALL-FOUND           PIC X VALUE 'N'.
           88  RECALL-FOUND          VALUE 'Y'.
       01  WS-PLACED-KEY             PIC X(16).
       01  WS-PLACED-DATE            PIC 9(8).

       01  WS-MIN-DAYS-OWING         PIC 9(3) VALUE 120.
       01  WS-MIN-AMOUNT             PIC 9(7)V99 VALUE 100.00.

       01  WS-CURRENT-DATE           PIC 9(8).
       01  WS-CURRENT-DAY-INT        PIC 9(7).
       01  WS-OLDEST-DATE            PIC 9(8).
       01  WS-OLDEST-DAY-INT         PIC 9(7).
       01  WS-DAYS-OWING             PIC S9(5).
       01  WS-STANDARD-TERMS         PIC X(10) VALUE SPACES.
       01  WS-TERMS-DISC-DATE        PIC 9(8).
       01  WS-TERMS-DISC-PCT         PIC 9(2)V99.
       01  WS-TERMS-RETURN           PIC X.
       01  WS-DUN-LEVEL              PIC 9.
       01  WS-AMOUNT-OWED            PIC 9(9)V99.
       01  WS-ITEM-COUNT             PIC 9(5).
       01  WS-ACTION                 PIC X(12).

       01  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-PLACED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-PLACED-ITEM-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-PLACED-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  WS-SETTLED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-ON-PLACEMENT-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-DISPUTE-HELD-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-PROMISE-HELD-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-WO-HELD-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-RECALL-HELD-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-EDITED-TOTAL           PIC Z(10)9.99.

       01  WS-PLACE-HEADER.
           05  FILLER                PIC X VALUE 'H'.
           05  WS-PH-DATE            PIC 9(8).
           05  FILLER                PIC X(20)
               VALUE 'ACCOUNT PLACEMENTS'.

       01  WS-PLACE-ACCOUNT.
           05  FILLER                PIC X VALUE 'P'.
           05  WS-PA-CUST-ID         PIC 9(8).
           05  WS-PA-PLACED-DATE     PIC 9(8).
           05  WS-PA-OWED            PIC 9(9)V99.
           05  WS-PA-DAYS-OWING      PIC 9(5).
           05  WS-PA-NAME            PIC X(50).
           05  WS-PA-STREET          PIC X(50).
           05  WS-PA-CITY            PIC X(30).
           05  WS-PA-STATE           PIC X(2).
           05  WS-PA-ZIP             PIC X(10).

       01  WS-PLACE-ITEM.
           05  FILLER                PIC X VALUE 'I'.
           05  WS-PI-CUST-ID         PIC 9(8).
           05  WS-PI-INVOICE-NO      PIC 9(8).
           05  WS-PI-INVOICE-DATE    PIC 9(8).
           05  WS-PI-DUE-DATE        PIC 9(8).
           05  WS-PI-ORIGINAL        PIC 9(9)V99.
           05  WS-PI-REMAINING       PIC 9(9)V99.

       01  WS-PLACE-TRAILER.
           05  FILLER                PIC X VALUE 'T'.
           05  WS-PT-ACCOUNT-COUNT   PIC 9(7).
           05  WS-PT-ITEM-COUNT      PIC 9(7).
           05  WS-PT-TOTAL-OWED      PIC 9(11)V99.

       01  WS-HEADING-LINE-1         PIC X(132)
           VALUE 'COLLECTION AGENCY PLACEMENT RUN'.
       01  WS-HEADING-LINE-2.
           05  FILLER                PIC X(9)  VALUE 'CUST-ID'.
           05  FILLER                PIC X(52) VALUE 'CUST-NAME'.
           05  FILLER                PIC X(14) VALUE 'ACTION'.
           05  FILLER                PIC X(7)  VALUE 'OVERDUE'.
           05  FILLER                PIC X(14) VALUE 'AMOUNT'.
           05  FILLER                PIC X(6)  VALUE 'ITEMS'.

       01  WS-DETAIL-LINE.
           05  WS-D-CUST-ID          PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-CUST-NAME        PIC X(50).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-ACTION           PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-DAYS             PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-AMOUNT           PIC -(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-ITEMS            PIC ZZZZ9.

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL            PIC X(34).
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
           COMPUTE WS-CURRENT-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).

           PERFORM LOAD-PARAMETERS.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-ITEM-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'CUSTOMER-AGYPLACE: no open item file - '
                   'run posting first.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT DUNNING-CONTROL-FILE.
           IF WS-DUN-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'CUSTOMER-AGYPLACE: no dunning control file '
                   '- run CUSTOMER-DUNNING first.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT DISPUTE-FILE.
           IF WS-DSP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-DISPUTES-AVAILABLE
           END-IF.

           OPEN INPUT PROMISE-FILE.
           IF WS-PTP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-PROMISES-AVAILABLE
           END-IF.

           OPEN INPUT WRITE-OFF-FILE.
           IF WS-WO-FILE-STATUS = '00'
               MOVE 'Y' TO WS-WRITEOFFS-AVAILABLE
           END-IF.

           OPEN I-O AGENCY-FILE.
           IF WS-AG-FILE-STATUS = '35'
               OPEN OUTPUT AGENCY-FILE
               CLOSE AGENCY-FILE
               OPEN I-O AGENCY-FILE
           END-IF.
           IF WS-AG-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PLACEMENT-FILE.
           MOVE WS-CURRENT-DATE TO WS-PH-DATE.
           WRITE PLACEMENT-RECORD FROM WS-PLACE-HEADER.

           OPEN OUTPUT PLACEMENT-REPORT-FILE.
           WRITE PLACEMENT-REPORT-LINE FROM WS-HEADING-LINE-1.
           WRITE PLACEMENT-REPORT-LINE FROM WS-HEADING-LINE-2.

           PERFORM UNTIL EOF
               READ CUSTOMER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM EVALUATE-CUSTOMER
               END-READ
           END-PERFORM.

           MOVE WS-PLACED-COUNT TO WS-PT-ACCOUNT-COUNT.
           MOVE WS-PLACED-ITEM-COUNT TO WS-PT-ITEM-COUNT.
           MOVE WS-PLACED-TOTAL TO WS-PT-TOTAL-OWED.
           WRITE PLACEMENT-RECORD FROM WS-PLACE-TRAILER.

           PERFORM WRITE-PLACEMENT-TOTALS.

           MOVE WS-PLACED-TOTAL TO WS-EDITED-TOTAL.
           DISPLAY 'CUSTOMER-AGYPLACE: ' WS-PLACED-COUNT
               ' accounts placed for ' WS-EDITED-TOTAL
               ' from ' WS-READ-COUNT ' customers read.'.
           DISPLAY 'CUSTOMER-AGYPLACE: ' WS-SETTLED-COUNT
               ' placements closed - balance cleared.'.
           DISPLAY 'CUSTOMER-AGYPLACE: AGYPLACE.DAT ready for '
               'transmission to the agency.'.

           CLOSE CUSTOMER-FILE.
           CLOSE OPEN-ITEM-FILE.
           CLOSE DUNNING-CONTROL-FILE.
           IF DISPUTES-AVAILABLE
               CLOSE DISPUTE-FILE
           END-IF.
           IF PROMISES-AVAILABLE
               CLOSE PROMISE-FILE
           END-IF.
           IF WRITEOFFS-AVAILABLE
               CLOSE WRITE-OFF-FILE
           END-IF.
           CLOSE AGENCY-FILE.
           CLOSE PLACEMENT-FILE.
           CLOSE PLACEMENT-REPORT-FILE.
           STOP RUN.

       LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS = '00'
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-MIN-DAYS-OWING IS NUMERIC
                           AND PRM-MIN-DAYS-OWING > 90
                           AND PRM-MIN-AMOUNT IS NUMERIC
                           MOVE PRM-MIN-DAYS-OWING
                               TO WS-MIN-DAYS-OWING
                           MOVE PRM-MIN-AMOUNT TO WS-MIN-AMOUNT
                       ELSE
                           DISPLAY 'CUSTOMER-AGYPLACE: AGYPARM.DAT '
                               'invalid - standard rules used.'
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       EVALUATE-CUSTOMER.
           PERFORM FIND-PLACEMENTS.
           IF PLACEMENT-FOUND
               IF CUST-BALANCE < ZERO
                   IF WS-PLACED-DATE = WS-CURRENT-DATE
                       PERFORM REISSUE-PLACEMENT
                   ELSE
                       ADD 1 TO WS-ON-PLACEMENT-COUNT
                   END-IF
               ELSE
                   PERFORM SETTLE-PLACEMENT
               END-IF
           ELSE IF CUST-BALANCE < ZERO
               AND NOT ESCHEATED
               AND NOT CHARGED-OFF
               AND NOT CLOSED
               PERFORM EVALUATE-CANDIDATE
           END-IF.

       FIND-PLACEMENTS.
           MOVE 'N' TO WS-PLACEMENT-FOUND.
           MOVE 'N' TO WS-RECALL-FOUND.
           MOVE 'N' TO WS-AG-EOF-FLAG.
           MOVE CUST-ID TO AG-CUST-ID.
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
                       IF AG-CUST-ID NOT = CUST-ID
                           MOVE 'Y' TO WS-AG-EOF-FLAG
                       ELSE
                           IF AG-PLACED
                               MOVE 'Y' TO WS-PLACEMENT-FOUND
                               MOVE AG-KEY TO WS-PLACED-KEY
                               MOVE AG-PLACED-DATE TO WS-PLACED-DATE
                           END-IF
                           IF AG-RECALLED
                               MOVE 'Y' TO WS-RECALL-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REISSUE-PLACEMENT.
           MOVE WS-PLACED-KEY TO AG-KEY.
           READ AGENCY-FILE
               INVALID KEY
                   ADD 1 TO WS-ON-PLACEMENT-COUNT
               NOT INVALID KEY
                   MOVE AG-PLACED-AMOUNT TO WS-AMOUNT-OWED
                   MOVE AG-DAYS-OWING TO WS-DAYS-OWING
                   PERFORM WRITE-PLACEMENT
           END-READ.

       SETTLE-PLACEMENT.
           MOVE WS-PLACED-KEY TO AG-KEY.
           READ AGENCY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'F' TO AG-STATUS
                   MOVE WS-CURRENT-DATE TO AG-CLOSED-DATE
                   MOVE 'BALANCE CLEARED' TO AG-CLOSE-REASON
                   REWRITE AGENCY-RECORD
                   ADD 1 TO WS-SETTLED-COUNT
                   MOVE 'CLOSED' TO WS-ACTION
                   MOVE ZERO TO WS-DAYS-OWING
                   MOVE AG-PLACED-AMOUNT TO WS-AMOUNT-OWED
                   MOVE AG-PLACED-ITEMS TO WS-ITEM-COUNT
                   PERFORM WRITE-DETAIL-LINE
           END-READ.

       EVALUATE-CANDIDATE.
           MOVE ZERO TO WS-DUN-LEVEL.
           MOVE CUST-ID TO DUN-CUST-ID.
           READ DUNNING-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DUN-LAST-LEVEL TO WS-DUN-LEVEL
           END-READ.

           IF WS-DUN-LEVEL = 4
               COMPUTE WS-AMOUNT-OWED = ZERO - CUST-BALANCE
               PERFORM FIND-OLDEST-OPEN-ITEM
               IF WS-DAYS-OWING >= WS-MIN-DAYS-OWING
                   AND WS-AMOUNT-OWED >= WS-MIN-AMOUNT
                   PERFORM CHECK-OPEN-DISPUTES
                   PERFORM CHECK-PROMISE-IN-FORCE
                   PERFORM CHECK-WRITE-OFF-PENDING
                   PERFORM PLACE-OR-HOLD
               END-IF
           END-IF.

       PLACE-OR-HOLD.
           IF RECALL-FOUND
               ADD 1 TO WS-RECALL-HELD-COUNT
           ELSE IF OPEN-DISPUTE
               ADD 1 TO WS-DISPUTE-HELD-COUNT
           ELSE IF PROMISE-IN-FORCE
               ADD 1 TO WS-PROMISE-HELD-COUNT
           ELSE IF WRITE-OFF-PENDING
               ADD 1 TO WS-WO-HELD-COUNT
           ELSE
               PERFORM PLACE-ACCOUNT
           END-IF.

       FIND-OLDEST-OPEN-ITEM.
           CALL 'TERMS-MANAGER' USING WS-STANDARD-TERMS
               CUST-LAST-ACTIVITY-DATE WS-OLDEST-DATE
               WS-TERMS-DISC-DATE WS-TERMS-DISC-PCT WS-TERMS-RETURN.
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
                           IF OI-REMAINING-AMOUNT > ZERO
                               AND OI-DUE-DATE < WS-OLDEST-DATE
                               MOVE OI-DUE-DATE TO WS-OLDEST-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           COMPUTE WS-OLDEST-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-OLDEST-DATE).
           COMPUTE WS-DAYS-OWING =
               WS-CURRENT-DAY-INT - WS-OLDEST-DAY-INT.
           IF WS-DAYS-OWING < ZERO
               MOVE ZERO TO WS-DAYS-OWING
           END-IF.

       CHECK-OPEN-DISPUTES.
           MOVE 'N' TO WS-OPEN-DISPUTE.
           IF DISPUTES-AVAILABLE
               MOVE 'N' TO WS-DSP-EOF-FLAG
               MOVE CUST-ID TO DSP-CUST-ID
               MOVE ZERO TO DSP-POST-DATE
               MOVE ZERO TO DSP-INVOICE-NO
               START DISPUTE-FILE KEY IS NOT LESS THAN DSP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-DSP-EOF-FLAG
               END-START
               PERFORM UNTIL DSP-EOF OR OPEN-DISPUTE
                   READ DISPUTE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DSP-EOF-FLAG
                       NOT AT END
                           IF DSP-CUST-ID NOT = CUST-ID
                               MOVE 'Y' TO WS-DSP-EOF-FLAG
                           ELSE
                               IF DSP-OPEN OR DSP-CREDIT-PENDING
                                   MOVE 'Y' TO WS-OPEN-DISPUTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-PROMISE-IN-FORCE.
           MOVE 'N' TO WS-PROMISE-IN-FORCE.
           IF PROMISES-AVAILABLE
               MOVE 'N' TO WS-PTP-EOF-FLAG
               MOVE CUST-ID TO PTP-CUST-ID
               MOVE ZERO TO PTP-ARR-NO
               START PROMISE-FILE KEY IS NOT LESS THAN PTP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PTP-EOF-FLAG
               END-START
               PERFORM UNTIL PTP-EOF OR PROMISE-IN-FORCE
                   READ PROMISE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-PTP-EOF-FLAG
                       NOT AT END
                           IF PTP-CUST-ID NOT = CUST-ID
                               MOVE 'Y' TO WS-PTP-EOF-FLAG
                           ELSE
                               IF PTP-ACTIVE
                                   MOVE 'Y' TO WS-PROMISE-IN-FORCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-WRITE-OFF-PENDING.
           MOVE 'N' TO WS-WRITE-OFF-PENDING.
           IF WRITEOFFS-AVAILABLE
               MOVE 'N' TO WS-WO-EOF-FLAG
               MOVE CUST-ID TO WO-CUST-ID
               MOVE ZERO TO WO-PROPOSED-DATE
               START WRITE-OFF-FILE KEY IS NOT LESS THAN WO-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-WO-EOF-FLAG
               END-START
               PERFORM UNTIL WO-EOF OR WRITE-OFF-PENDING
                   READ WRITE-OFF-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-WO-EOF-FLAG
                       NOT AT END
                           IF WO-CUST-ID NOT = CUST-ID
                               MOVE 'Y' TO WS-WO-EOF-FLAG
                           ELSE
                               IF WO-PROPOSED OR WO-APPROVED
                                   MOVE 'Y' TO WS-WRITE-OFF-PENDING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       PLACE-ACCOUNT.
           MOVE CUST-ID TO AG-CUST-ID.
           MOVE WS-CURRENT-DATE TO AG-PLACED-DATE.
           MOVE 'P' TO AG-STATUS.
           MOVE WS-AMOUNT-OWED TO AG-PLACED-AMOUNT.
           MOVE ZERO TO AG-PLACED-ITEMS.
           MOVE WS-DAYS-OWING TO AG-DAYS-OWING.
           MOVE ZERO TO AG-GROSS-COLLECTED.
           MOVE ZERO TO AG-COMMISSION-TOTAL.
           MOVE ZERO TO AG-ADJUST-DEBITS.
           MOVE ZERO TO AG-ADJUST-CREDITS.
           MOVE WS-CURRENT-DATE TO AG-LAST-ACTIVITY-DATE.
           MOVE ZERO TO AG-CLOSED-DATE.
           MOVE SPACES TO AG-CLOSE-REASON.
           MOVE ZERO TO AG-LAST-STMT-DATE.
           MOVE ZERO TO AG-LAST-STMT-BALANCE.
           WRITE AGENCY-RECORD
               INVALID KEY
                   ADD 1 TO WS-ON-PLACEMENT-COUNT
               NOT INVALID KEY
                   PERFORM WRITE-PLACEMENT
           END-WRITE.

       WRITE-PLACEMENT.
           MOVE CUST-ID TO WS-PA-CUST-ID.
           MOVE WS-CURRENT-DATE TO WS-PA-PLACED-DATE.
           MOVE WS-AMOUNT-OWED TO WS-PA-OWED.
           MOVE WS-DAYS-OWING TO WS-PA-DAYS-OWING.
           MOVE CUST-NAME TO WS-PA-NAME.
           MOVE CUST-ADDR-STREET TO WS-PA-STREET.
           MOVE CUST-ADDR-CITY TO WS-PA-CITY.
           MOVE CUST-ADDR-STATE TO WS-PA-STATE.
           MOVE CUST-ADDR-ZIP TO WS-PA-ZIP.
           WRITE PLACEMENT-RECORD FROM WS-PLACE-ACCOUNT.

           MOVE ZERO TO WS-ITEM-COUNT.
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
                           IF OI-REMAINING-AMOUNT > ZERO
                               PERFORM WRITE-PLACEMENT-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE CUST-ID TO AG-CUST-ID.
           MOVE WS-CURRENT-DATE TO AG-PLACED-DATE.
           READ AGENCY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ITEM-COUNT TO AG-PLACED-ITEMS
                   REWRITE AGENCY-RECORD
           END-READ.

           ADD 1 TO WS-PLACED-COUNT.
           ADD WS-ITEM-COUNT TO WS-PLACED-ITEM-COUNT.
           ADD WS-AMOUNT-OWED TO WS-PLACED-TOTAL.
           MOVE 'PLACED' TO WS-ACTION.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-PLACEMENT-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE OI-CUST-ID TO WS-PI-CUST-ID.
           MOVE OI-INVOICE-NO TO WS-PI-INVOICE-NO.
           MOVE OI-INVOICE-DATE TO WS-PI-INVOICE-DATE.
           MOVE OI-DUE-DATE TO WS-PI-DUE-DATE.
           MOVE OI-ORIGINAL-AMOUNT TO WS-PI-ORIGINAL.
           MOVE OI-REMAINING-AMOUNT TO WS-PI-REMAINING.
           WRITE PLACEMENT-RECORD FROM WS-PLACE-ITEM.

       WRITE-DETAIL-LINE.
           MOVE CUST-ID TO WS-D-CUST-ID.
           MOVE CUST-NAME TO WS-D-CUST-NAME.
           MOVE WS-ACTION TO WS-D-ACTION.
           MOVE WS-DAYS-OWING TO WS-D-DAYS.
           MOVE WS-AMOUNT-OWED TO WS-D-AMOUNT.
           MOVE WS-ITEM-COUNT TO WS-D-ITEMS.
           WRITE PLACEMENT-REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-PLACEMENT-TOTALS.
           MOVE SPACES TO PLACEMENT-REPORT-LINE.
           WRITE PLACEMENT-REPORT-LINE.

           MOVE 'CUSTOMERS READ:' TO WS-T-LABEL.
           MOVE WS-READ-COUNT TO WS-T-COUNT.
           MOVE ZERO TO WS-T-AMOUNT.
           WRITE PLACEMENT-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'STILL WITH AGENCY:' TO WS-T-LABEL.
           MOVE WS-ON-PLACEMENT-COUNT TO WS-T-COUNT.
           WRITE PLACEMENT-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'HELD - PREVIOUSLY RECALLED:' TO WS-T-LABEL.
           MOVE WS-RECALL-HELD-COUNT TO WS-T-COUNT.
           WRITE PLACEMENT-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'HELD - INVOICE IN DISPUTE:' TO WS-T-LABEL.
           MOVE WS-DISPUTE-HELD-COUNT TO WS-T-COUNT.
           WRITE PLACEMENT-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'HELD - PAYMENT ARRANGEMENT:' TO WS-T-LABEL.
           MOVE WS-PROMISE-HELD-COUNT TO WS-T-COUNT.
           WRITE PLACEMENT-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'HELD - WRITE-OFF PROPOSED:' TO WS-T-LABEL.
           MOVE WS-WO-HELD-COUNT TO WS-T-COUNT.
           WRITE PLACEMENT-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'PLACEMENTS CLOSED - CLEARED:' TO WS-T-LABEL.
           MOVE WS-SETTLED-COUNT TO WS-T-COUNT.
           WRITE PLACEMENT-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'NEW PLACEMENTS:' TO WS-T-LABEL.
           MOVE WS-PLACED-COUNT TO WS-T-COUNT.
           MOVE WS-PLACED-TOTAL TO WS-T-AMOUNT.
           WRITE PLACEMENT-REPORT-LINE FROM WS-TOTAL-LINE.
