       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-WOPROPOSE.

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

           SELECT WRITE-OFF-FILE ASSIGN TO 'WRTOFF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WO-FILE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO 'DISPUTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DSP-FILE-STATUS.

           SELECT AGENCY-FILE ASSIGN TO 'AGENCY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-KEY
               FILE STATUS IS WS-AG-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'WOPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT PROPOSAL-REPORT-FILE ASSIGN TO 'WOPROP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM-DATA.

       FD  DUNNING-CONTROL-FILE.
       COPY DUNNING-DATA.

       FD  WRITE-OFF-FILE.
       COPY WRTOFF-DATA.

       FD  DISPUTE-FILE.
       COPY DISPUTE-DATA.

       FD  AGENCY-FILE.
       COPY AGENCY-DATA.

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PRM-MIN-BUCKET        PIC 9.
           05  PRM-MIN-AMOUNT        PIC 9(7)V99.
           05  PRM-REJECT-DAYS       PIC 9(3).

       FD  PROPOSAL-REPORT-FILE.
       01  PROPOSAL-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.

       01  WS-CTL-FUNCTION           PIC X(3).
       01  WS-CTL-RETURN             PIC X.
           88  CTL-OK                VALUE 'Y'.

       01  WS-CUST-FILE-STATUS       PIC XX.
       01  WS-ITEM-FILE-STATUS       PIC XX.
       01  WS-DUN-FILE-STATUS        PIC XX.
       01  WS-WO-FILE-STATUS         PIC XX.
       01  WS-PARM-FILE-STATUS       PIC XX.
       01  WS-DSP-FILE-STATUS        PIC XX.
       01  WS-DISPUTES-AVAILABLE     PIC X VALUE 'N'.
           88  DISPUTES-AVAILABLE    VALUE 'Y'.
       01  WS-DSP-EOF-FLAG           PIC X VALUE 'N'.
           88  DSP-EOF               VALUE 'Y'.
       01  WS-OPEN-DISPUTE           PIC X VALUE 'N'.
           88  OPEN-DISPUTE          VALUE 'Y'.
       01  WS-DISPUTED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-AG-FILE-STATUS         PIC XX.
       01  WS-AGENCY-AVAILABLE       PIC X VALUE 'N'.
           88  AGENCY-AVAILABLE      VALUE 'Y'.
       01  WS-AG-EOF-FLAG            PIC X VALUE 'N'.
           88  AG-EOF                VALUE 'Y'.
       01  WS-AGENCY-PLACED          PIC X VALUE 'N'.
           88  AGENCY-PLACED         VALUE 'Y'.
       01  WS-PLACED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  EOF                   VALUE 'Y'.
       01  WS-ITEM-EOF-FLAG          PIC X VALUE 'N'.
           88  ITEM-EOF              VALUE 'Y'.
       01  WS-WO-EOF-FLAG            PIC X VALUE 'N'.
           88  WO-EOF                VALUE 'Y'.

       01  WS-PARMS-OK               PIC X VALUE 'N'.
           88  PARMS-OK              VALUE 'Y'.
       01  WS-MIN-BUCKET             PIC 9 VALUE 5.
       01  WS-MIN-AMOUNT             PIC 9(7)V99 VALUE ZERO.
       01  WS-REJECT-DAYS            PIC 9(3) VALUE ZERO.

       01  WS-CURRENT-DATE           PIC 9(8).
       01  WS-CURRENT-DAY-INT        PIC 9(7).
       01  WS-OLDEST-DATE            PIC 9(8).
       01  WS-OLDEST-DAY-INT         PIC 9(7).
       01  WS-DAYS-OWING             PIC S9(5).
       01  WS-REVIEW-DAY-INT         PIC 9(7).
       01  WS-STANDARD-TERMS         PIC X(10) VALUE SPACES.
       01  WS-TERMS-DISC-DATE        PIC 9(8).
       01  WS-TERMS-DISC-PCT         PIC 9(2)V99.
       01  WS-TERMS-RETURN           PIC X.
       01  WS-BUCKET                 PIC 9.
       01  WS-AMOUNT-OWED            PIC 9(9)V99.

       01  WS-DUN-LEVEL              PIC 9.
       01  WS-PROPOSAL-BLOCKED       PIC X.
           88  PROPOSAL-BLOCKED      VALUE 'Y'.

       01  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-PROPOSED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-BLOCKED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-PROPOSED-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  WS-EDITED-TOTAL           PIC Z(10)9.99.

       01  WS-BUCKET-DESC-TABLE.
           05  FILLER                PIC X(12) VALUE 'CURRENT'.
           05  FILLER                PIC X(12) VALUE '1-30 DAYS'.
           05  FILLER                PIC X(12) VALUE '31-60 DAYS'.
           05  FILLER                PIC X(12) VALUE '61-90 DAYS'.
           05  FILLER                PIC X(12) VALUE 'OVER 90 DAYS'.
       01  WS-BUCKET-DESCS REDEFINES WS-BUCKET-DESC-TABLE.
           05  WS-BUCKET-DESC        PIC X(12) OCCURS 5 TIMES.

       01  WS-HEADING-LINE-1         PIC X(132)
           VALUE 'BAD-DEBT WRITE-OFF PROPOSALS FOR SUPERVISOR REVIEW'.
       01  WS-HEADING-LINE-2.
           05  FILLER                PIC X(9)  VALUE 'CUST-ID'.
           05  FILLER                PIC X(52) VALUE 'CUST-NAME'.
           05  FILLER                PIC X(8)  VALUE 'STATUS'.
           05  FILLER                PIC X(7)  VALUE 'OVERDUE'.
           05  FILLER                PIC X(14) VALUE 'AMOUNT OWED'.
           05  FILLER                PIC X(14) VALUE 'BUCKET'.
           05  FILLER                PIC X(7)  VALUE 'DUNNED'.

       01  WS-DETAIL-LINE.
           05  WS-D-CUST-ID          PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-CUST-NAME        PIC X(50).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-STATUS           PIC X.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  WS-D-DAYS             PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-OWED             PIC -(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-BUCKET           PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-LEVEL            PIC 9.

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL            PIC X(30).
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
           IF NOT PARMS-OK
               DISPLAY 'CUSTOMER-WOPROPOSE: WOPARM.DAT missing or '
                   'invalid - no proposals built.'
               MOVE 8 TO RETURN-CODE
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

           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-ITEM-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'CUSTOMER-WOPROPOSE: no open item file - '
                   'run posting first.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT DUNNING-CONTROL-FILE.
           IF WS-DUN-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'CUSTOMER-WOPROPOSE: no dunning control file '
                   '- run CUSTOMER-DUNNING first.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O WRITE-OFF-FILE.
           IF WS-WO-FILE-STATUS = '35'
               OPEN OUTPUT WRITE-OFF-FILE
               CLOSE WRITE-OFF-FILE
               OPEN I-O WRITE-OFF-FILE
           END-IF.
           IF WS-WO-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT DISPUTE-FILE.
           IF WS-DSP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-DISPUTES-AVAILABLE
           END-IF.

           OPEN INPUT AGENCY-FILE.
           IF WS-AG-FILE-STATUS = '00'
               MOVE 'Y' TO WS-AGENCY-AVAILABLE
           END-IF.

           OPEN OUTPUT PROPOSAL-REPORT-FILE.
           WRITE PROPOSAL-REPORT-LINE FROM WS-HEADING-LINE-1.
           WRITE PROPOSAL-REPORT-LINE FROM WS-HEADING-LINE-2.

           PERFORM UNTIL EOF
               READ CUSTOMER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF CUST-BALANCE < ZERO
                           AND NOT ESCHEATED
                           AND NOT CHARGED-OFF
                           PERFORM EVALUATE-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM WRITE-PROPOSAL-TOTALS.

           MOVE WS-PROPOSED-TOTAL TO WS-EDITED-TOTAL.
           DISPLAY 'CUSTOMER-WOPROPOSE: ' WS-PROPOSED-COUNT
               ' write-offs proposed for ' WS-EDITED-TOTAL
               ' from ' WS-READ-COUNT ' customers read.'.
           DISPLAY 'CUSTOMER-WOPROPOSE: proposals await review in '
               'CUSTOMER-WOAPPROVE.'.

           CLOSE CUSTOMER-FILE.
           CLOSE OPEN-ITEM-FILE.
           CLOSE DUNNING-CONTROL-FILE.
           IF DISPUTES-AVAILABLE
               CLOSE DISPUTE-FILE
           END-IF.
           IF AGENCY-AVAILABLE
               CLOSE AGENCY-FILE
           END-IF.
           CLOSE WRITE-OFF-FILE.
           CLOSE PROPOSAL-REPORT-FILE.
           STOP RUN.

       LOAD-PARAMETERS.
           MOVE 'N' TO WS-PARMS-OK.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS = '00'
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-MIN-BUCKET IS NUMERIC
                           AND PRM-MIN-BUCKET >= 1
                           AND PRM-MIN-BUCKET <= 5
                           AND PRM-MIN-AMOUNT IS NUMERIC
                           AND PRM-REJECT-DAYS IS NUMERIC
                           MOVE PRM-MIN-BUCKET TO WS-MIN-BUCKET
                           MOVE PRM-MIN-AMOUNT TO WS-MIN-AMOUNT
                           MOVE PRM-REJECT-DAYS TO WS-REJECT-DAYS
                           MOVE 'Y' TO WS-PARMS-OK
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

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
               PERFORM ASSIGN-AGING-BUCKET
               IF WS-BUCKET >= WS-MIN-BUCKET
                   AND WS-AMOUNT-OWED >= WS-MIN-AMOUNT
                   PERFORM CHECK-EXISTING-PROPOSAL
                   PERFORM CHECK-OPEN-DISPUTES
                   PERFORM CHECK-AGENCY-PLACEMENT
                   PERFORM PROPOSE-OR-HOLD
               END-IF
           END-IF.

       PROPOSE-OR-HOLD.
           IF PROPOSAL-BLOCKED
               ADD 1 TO WS-BLOCKED-COUNT
           ELSE IF OPEN-DISPUTE
               ADD 1 TO WS-DISPUTED-COUNT
           ELSE IF AGENCY-PLACED
               ADD 1 TO WS-PLACED-COUNT
           ELSE
               PERFORM WRITE-PROPOSAL
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

       ASSIGN-AGING-BUCKET.
           COMPUTE WS-OLDEST-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-OLDEST-DATE).
           COMPUTE WS-DAYS-OWING =
               WS-CURRENT-DAY-INT - WS-OLDEST-DAY-INT.
           IF WS-DAYS-OWING < ZERO
               MOVE ZERO TO WS-DAYS-OWING
           END-IF.

           EVALUATE TRUE
               WHEN WS-DAYS-OWING = ZERO
                   MOVE 1 TO WS-BUCKET
               WHEN WS-DAYS-OWING < 31
                   MOVE 2 TO WS-BUCKET
               WHEN WS-DAYS-OWING < 61
                   MOVE 3 TO WS-BUCKET
               WHEN WS-DAYS-OWING < 91
                   MOVE 4 TO WS-BUCKET
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET
           END-EVALUATE.

       CHECK-EXISTING-PROPOSAL.
           MOVE 'N' TO WS-PROPOSAL-BLOCKED.
           MOVE 'N' TO WS-WO-EOF-FLAG.
           MOVE CUST-ID TO WO-CUST-ID.
           MOVE ZERO TO WO-PROPOSED-DATE.
           START WRITE-OFF-FILE KEY IS NOT LESS THAN WO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WO-EOF-FLAG
           END-START.
           PERFORM UNTIL WO-EOF
               READ WRITE-OFF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WO-EOF-FLAG
                   NOT AT END
                       IF WO-CUST-ID NOT = CUST-ID
                           MOVE 'Y' TO WS-WO-EOF-FLAG
                       ELSE
                           PERFORM CHECK-ONE-PROPOSAL
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-PROPOSAL.
           IF WO-PROPOSED OR WO-APPROVED
               MOVE 'Y' TO WS-PROPOSAL-BLOCKED
           ELSE IF WO-REJECTED
               COMPUTE WS-REVIEW-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WO-REVIEW-DATE)
               IF WS-CURRENT-DAY-INT - WS-REVIEW-DAY-INT
                   < WS-REJECT-DAYS
                   MOVE 'Y' TO WS-PROPOSAL-BLOCKED
               END-IF
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

       CHECK-AGENCY-PLACEMENT.
           MOVE 'N' TO WS-AGENCY-PLACED.
           IF AGENCY-AVAILABLE
               MOVE 'N' TO WS-AG-EOF-FLAG
               MOVE CUST-ID TO AG-CUST-ID
               MOVE ZERO TO AG-PLACED-DATE
               START AGENCY-FILE KEY IS NOT LESS THAN AG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-AG-EOF-FLAG
               END-START
               PERFORM UNTIL AG-EOF OR AGENCY-PLACED
                   READ AGENCY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-AG-EOF-FLAG
                       NOT AT END
                           IF AG-CUST-ID NOT = CUST-ID
                               MOVE 'Y' TO WS-AG-EOF-FLAG
                           ELSE
                               IF AG-PLACED
                                   MOVE 'Y' TO WS-AGENCY-PLACED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       WRITE-PROPOSAL.
           MOVE CUST-ID TO WO-CUST-ID.
           MOVE WS-CURRENT-DATE TO WO-PROPOSED-DATE.
           MOVE WS-AMOUNT-OWED TO WO-AMOUNT-OWED.
           MOVE WS-DAYS-OWING TO WO-DAYS-OWING.
           MOVE WS-BUCKET TO WO-AGING-BUCKET.
           MOVE WS-DUN-LEVEL TO WO-DUNNING-LEVEL.
           MOVE 'P' TO WO-STATUS.
           MOVE SPACES TO WO-REVIEW-OPERATOR.
           MOVE ZERO TO WO-REVIEW-DATE.
           MOVE SPACES TO WO-REVIEW-NOTE.
           MOVE ZERO TO WO-RELEASED-DATE.
           MOVE ZERO TO WO-RELEASED-AMOUNT.
           WRITE WRITE-OFF-RECORD
               INVALID KEY
                   ADD 1 TO WS-BLOCKED-COUNT
               NOT INVALID KEY
                   PERFORM WRITE-PROPOSAL-LINE
           END-WRITE.

       WRITE-PROPOSAL-LINE.
           ADD 1 TO WS-PROPOSED-COUNT.
           ADD WS-AMOUNT-OWED TO WS-PROPOSED-TOTAL.
           MOVE CUST-ID TO WS-D-CUST-ID.
           MOVE CUST-NAME TO WS-D-CUST-NAME.
           MOVE CUST-STATUS TO WS-D-STATUS.
           MOVE WS-DAYS-OWING TO WS-D-DAYS.
           MOVE WS-AMOUNT-OWED TO WS-D-OWED.
           MOVE WS-BUCKET-DESC (WS-BUCKET) TO WS-D-BUCKET.
           MOVE WS-DUN-LEVEL TO WS-D-LEVEL.
           WRITE PROPOSAL-REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-PROPOSAL-TOTALS.
           MOVE SPACES TO PROPOSAL-REPORT-LINE.
           WRITE PROPOSAL-REPORT-LINE.

           MOVE 'CUSTOMERS READ:' TO WS-T-LABEL.
           MOVE WS-READ-COUNT TO WS-T-COUNT.
           MOVE ZERO TO WS-T-AMOUNT.
           WRITE PROPOSAL-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'ALREADY PROPOSED OR REJECTED:' TO WS-T-LABEL.
           MOVE WS-BLOCKED-COUNT TO WS-T-COUNT.
           WRITE PROPOSAL-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'HELD - INVOICE IN DISPUTE:' TO WS-T-LABEL.
           MOVE WS-DISPUTED-COUNT TO WS-T-COUNT.
           WRITE PROPOSAL-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'HELD - PLACED WITH AGENCY:' TO WS-T-LABEL.
           MOVE WS-PLACED-COUNT TO WS-T-COUNT.
           WRITE PROPOSAL-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'NEW WRITE-OFF PROPOSALS:' TO WS-T-LABEL.
           MOVE WS-PROPOSED-COUNT TO WS-T-COUNT.
           MOVE WS-PROPOSED-TOTAL TO WS-T-AMOUNT.
           WRITE PROPOSAL-REPORT-LINE FROM WS-TOTAL-LINE.
