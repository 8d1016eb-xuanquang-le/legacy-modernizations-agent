       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-CRREVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

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

           SELECT DUNNING-CONTROL-FILE ASSIGN TO 'DUNNCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DUN-CUST-ID
               FILE STATUS IS WS-DUN-FILE-STATUS.

           SELECT RETURN-HIST-FILE ASSIGN TO 'RETNHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RTN-FILE-STATUS.

           SELECT CREDIT-REVIEW-FILE ASSIGN TO 'CRREVIEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               FILE STATUS IS WS-CR-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'CRPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT REVIEW-REPORT-FILE ASSIGN TO 'CRRVWRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  TRAN-HISTORY-FILE.
       COPY TRANHIST-DATA.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM-DATA.

       FD  DUNNING-CONTROL-FILE.
       COPY DUNNING-DATA.

       FD  RETURN-HIST-FILE.
       COPY RETHIST-DATA.

       FD  CREDIT-REVIEW-FILE.
       COPY CRREVIEW-DATA.

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PRM-LOOKBACK-DAYS     PIC 9(3).
           05  PRM-INCREASE-SCORE    PIC 9(3).
           05  PRM-DECREASE-SCORE    PIC 9(3).
           05  PRM-HIGH-UTIL-PCT     PIC 9(3).
           05  PRM-INCREASE-PCT      PIC 9(2)V99.
           05  PRM-DECREASE-PCT      PIC 9(2)V99.

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.

       01  WS-CTL-FUNCTION           PIC X(3).
       01  WS-CTL-RETURN             PIC X.
           88  CTL-OK                VALUE 'Y'.

       01  WS-CUST-FILE-STATUS       PIC XX.
       01  WS-HIST-FILE-STATUS       PIC XX.
       01  WS-ITEM-FILE-STATUS       PIC XX.
       01  WS-DUN-FILE-STATUS        PIC XX.
       01  WS-RTN-FILE-STATUS        PIC XX.
       01  WS-CR-FILE-STATUS         PIC XX.
       01  WS-PARM-FILE-STATUS       PIC XX.
       01  WS-DUNNING-AVAILABLE      PIC X VALUE 'N'.
           88  DUNNING-AVAILABLE     VALUE 'Y'.
       01  WS-RETURNS-AVAILABLE      PIC X VALUE 'N'.
           88  RETURNS-AVAILABLE     VALUE 'Y'.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  EOF                   VALUE 'Y'.
       01  WS-HIST-EOF-FLAG          PIC X VALUE 'N'.
           88  HIST-EOF              VALUE 'Y'.
       01  WS-ITEM-EOF-FLAG          PIC X VALUE 'N'.
           88  ITEM-EOF              VALUE 'Y'.
       01  WS-RTN-EOF-FLAG           PIC X VALUE 'N'.
           88  RTN-EOF               VALUE 'Y'.
       01  WS-CR-EOF-FLAG            PIC X VALUE 'N'.
           88  CR-EOF                VALUE 'Y'.

       01  WS-LOOKBACK-DAYS          PIC 9(3) VALUE 90.
       01  WS-INCREASE-SCORE         PIC 9(3) VALUE 80.
       01  WS-DECREASE-SCORE         PIC 9(3) VALUE 50.
       01  WS-HIGH-UTIL-PCT          PIC 9(3) VALUE 75.
       01  WS-INCREASE-PCT           PIC 9(2)V99 VALUE 20.00.
       01  WS-DECREASE-PCT           PIC 9(2)V99 VALUE 20.00.

       01  WS-CURRENT-DATE           PIC 9(8).
       01  WS-CURRENT-DAY-INT        PIC 9(7).
       01  WS-FROM-DATE              PIC 9(8).
       01  WS-OLDEST-DATE            PIC 9(8).
       01  WS-OLDEST-DAY-INT         PIC 9(7).
       01  WS-DAYS-PAST-DUE          PIC S9(5).

       01  WS-DEBIT-TOTAL            PIC 9(11)V99.
       01  WS-PAYMENT-TOTAL          PIC 9(11)V99.
       01  WS-PAYMENT-PCT            PIC 9(5).
       01  WS-OVERDUE-AMOUNT         PIC 9(9)V99.
       01  WS-DUN-LEVEL              PIC 9.
       01  WS-RETURN-COUNT           PIC 9(3).
       01  WS-REVERSAL-COUNT         PIC 9(3).
       01  WS-PROBLEM-COUNT          PIC 9(3).
       01  WS-OWED                   PIC S9(9)V99.
       01  WS-PEAK-OWED              PIC S9(9)V99.
       01  WS-PEAK-UTIL-PCT          PIC 9(5).

       01  WS-PAYMENT-POINTS         PIC 9(3).
       01  WS-AGING-POINTS           PIC 9(3).
       01  WS-DUNNING-POINTS         PIC 9(3).
       01  WS-RETURN-POINTS          PIC 9(3).
       01  WS-UTIL-POINTS            PIC 9(3).
       01  WS-SCORE                  PIC 9(3).

       01  WS-NEW-LIMIT              PIC S9(9)V99.
       01  WS-LIMIT-HUNDREDS         PIC S9(7).
       01  WS-RECOMMENDATION         PIC X.

       01  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-REVIEWED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-INCREASE-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-DECREASE-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-HOLD-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-SUPERSEDED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-DECIDED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-WRITTEN                PIC X.
           88  WRITTEN               VALUE 'Y'.

       01  WS-HEADING-LINE-1.
           05  FILLER                PIC X(40)
               VALUE 'CREDIT LIMIT REVIEW WORKLIST - REVIEW OF'.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-H-DATE             PIC 9999/99/99.
           05  FILLER                PIC X(16) VALUE ' - HISTORY FROM'.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-H-FROM-DATE        PIC 9999/99/99.
       01  WS-HEADING-LINE-2.
           05  FILLER                PIC X(9)  VALUE 'CUST-ID'.
           05  FILLER                PIC X(32) VALUE 'CUST-NAME'.
           05  FILLER                PIC X(6)  VALUE 'SCORE'.
           05  FILLER                PIC X(6)  VALUE 'PAY%'.
           05  FILLER                PIC X(7)  VALUE 'DPD'.
           05  FILLER                PIC X(4)  VALUE 'DUN'.
           05  FILLER                PIC X(4)  VALUE 'RTN'.
           05  FILLER                PIC X(4)  VALUE 'REV'.
           05  FILLER                PIC X(6)  VALUE 'UTIL%'.
           05  FILLER                PIC X(17) VALUE 'CURRENT LIMIT'.
           05  FILLER                PIC X(4)  VALUE 'REC'.
           05  FILLER                PIC X(16) VALUE 'RECOMMENDED'.

       01  WS-DETAIL-LINE.
           05  WS-D-CUST-ID          PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-CUST-NAME        PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-SCORE            PIC ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-PAY-PCT          PIC ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-DPD              PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-DUN              PIC 9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-RTN              PIC ZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-REV              PIC ZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-UTIL             PIC ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-CURRENT          PIC -(9)9.99.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-REC              PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-RECOMMENDED      PIC -(9)9.99.

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL            PIC X(30).
           05  WS-T-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE 'GET' TO WS-CTL-FUNCTION.
           CALL 'SYSCTL-MANAGER' USING WS-CTL-FUNCTION
               SYSTEM-CONTROL-RECORD WS-CTL-RETURN.
           IF CTL-OK
               MOVE SYS-BUSINESS-DATE TO WS-CURRENT-DATE
           END-IF.

           PERFORM LOAD-PARAMETERS.
           COMPUTE WS-CURRENT-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               WS-CURRENT-DAY-INT - WS-LOOKBACK-DAYS).

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'CUSTOMER-CRREVIEW: no transaction history '
                   '- run posting first.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-ITEM-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'CUSTOMER-CRREVIEW: no open item file - '
                   'run posting first.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT DUNNING-CONTROL-FILE.
           IF WS-DUN-FILE-STATUS = '00'
               MOVE 'Y' TO WS-DUNNING-AVAILABLE
           ELSE
               DISPLAY 'CUSTOMER-CRREVIEW: no dunning control file '
                   '- dunning levels not scored.'
           END-IF.

           OPEN INPUT RETURN-HIST-FILE.
           IF WS-RTN-FILE-STATUS = '00'
               MOVE 'Y' TO WS-RETURNS-AVAILABLE
           END-IF.

           OPEN I-O CREDIT-REVIEW-FILE.
           IF WS-CR-FILE-STATUS = '35'
               OPEN OUTPUT CREDIT-REVIEW-FILE
               CLOSE CREDIT-REVIEW-FILE
               OPEN I-O CREDIT-REVIEW-FILE
           END-IF.
           IF WS-CR-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REVIEW-REPORT-FILE.
           MOVE WS-CURRENT-DATE TO WS-H-DATE.
           MOVE WS-FROM-DATE TO WS-H-FROM-DATE.
           WRITE REVIEW-REPORT-LINE FROM WS-HEADING-LINE-1.
           WRITE REVIEW-REPORT-LINE FROM WS-HEADING-LINE-2.

           PERFORM UNTIL EOF
               READ CUSTOMER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF ACTIVE
                           PERFORM REVIEW-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM WRITE-REVIEW-TOTALS.

           DISPLAY 'CUSTOMER-CRREVIEW: ' WS-REVIEWED-COUNT
               ' customers reviewed from ' WS-READ-COUNT ' read - '
               WS-INCREASE-COUNT ' increase, ' WS-DECREASE-COUNT
               ' decrease, ' WS-HOLD-COUNT ' hold.'.
           DISPLAY 'CUSTOMER-CRREVIEW: recommendations await the '
               'credit analyst in CUSTOMER-CRDECIDE.'.

           CLOSE CUSTOMER-FILE.
           CLOSE TRAN-HISTORY-FILE.
           CLOSE OPEN-ITEM-FILE.
           IF DUNNING-AVAILABLE
               CLOSE DUNNING-CONTROL-FILE
           END-IF.
           IF RETURNS-AVAILABLE
               CLOSE RETURN-HIST-FILE
           END-IF.
           CLOSE CREDIT-REVIEW-FILE.
           CLOSE REVIEW-REPORT-FILE.
           STOP RUN.

       LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS = '00'
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-LOOKBACK-DAYS IS NUMERIC
                           AND PRM-LOOKBACK-DAYS > ZERO
                           AND PRM-INCREASE-SCORE IS NUMERIC
                           AND PRM-DECREASE-SCORE IS NUMERIC
                           AND PRM-DECREASE-SCORE < PRM-INCREASE-SCORE
                           AND PRM-HIGH-UTIL-PCT IS NUMERIC
                           AND PRM-INCREASE-PCT IS NUMERIC
                           AND PRM-DECREASE-PCT IS NUMERIC
                           MOVE PRM-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                           MOVE PRM-INCREASE-SCORE TO WS-INCREASE-SCORE
                           MOVE PRM-DECREASE-SCORE TO WS-DECREASE-SCORE
                           MOVE PRM-HIGH-UTIL-PCT TO WS-HIGH-UTIL-PCT
                           MOVE PRM-INCREASE-PCT TO WS-INCREASE-PCT
                           MOVE PRM-DECREASE-PCT TO WS-DECREASE-PCT
                       ELSE
                           DISPLAY 'CUSTOMER-CRREVIEW: CRPARM.DAT '
                               'invalid - default scoring used.'
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       REVIEW-CUSTOMER.
           ADD 1 TO WS-REVIEWED-COUNT.
           PERFORM SCAN-HISTORY.
           PERFORM SCAN-OPEN-ITEMS.
           PERFORM READ-DUNNING-LEVEL.
           PERFORM COUNT-RETURNS.
           PERFORM SCORE-CUSTOMER.
           PERFORM RECOMMEND-LIMIT.
           PERFORM SUPERSEDE-OPEN-REVIEWS.
           PERFORM WRITE-REVIEW-ITEM.
           PERFORM WRITE-REVIEW-LINE.

       SCAN-HISTORY.
           MOVE ZERO TO WS-DEBIT-TOTAL.
           MOVE ZERO TO WS-PAYMENT-TOTAL.
           MOVE ZERO TO WS-REVERSAL-COUNT.
           MOVE ZERO TO WS-PEAK-OWED.
           IF CUST-BALANCE < ZERO
               COMPUTE WS-PEAK-OWED = ZERO - CUST-BALANCE
           END-IF.
           MOVE 'N' TO WS-HIST-EOF-FLAG.
           MOVE CUST-ID TO TH-CUST-ID.
           MOVE WS-FROM-DATE TO TH-POST-DATE.
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
           IF TH-DEBIT
               AND NOT TH-RETURNED-ITEM AND NOT TH-ESCHEAT
               AND NOT TH-AGENCY-ADJUST
               ADD TH-AMOUNT TO WS-DEBIT-TOTAL
           END-IF.
           IF TH-CREDIT AND NOT TH-ALREADY-REVERSED
               AND (TH-ORIGIN-CODE = SPACE OR TH-ORIGIN-CODE = 'O'
                   OR TH-ORIGIN-CODE = 'V' OR TH-ORIGIN-CODE = 'G'
                   OR TH-ORIGIN-CODE = 'A')
               ADD TH-AMOUNT TO WS-PAYMENT-TOTAL
           END-IF.
           IF TH-REVERSAL AND TH-REVERSED-DR-CR = 'C'
               AND NOT TH-RETURNED-ITEM AND NOT TH-TERMS-DISCOUNT
               ADD 1 TO WS-REVERSAL-COUNT
           END-IF.
           COMPUTE WS-OWED = ZERO - TH-BALANCE-AFTER.
           IF WS-OWED > WS-PEAK-OWED
               MOVE WS-OWED TO WS-PEAK-OWED
           END-IF.

       SCAN-OPEN-ITEMS.
           MOVE ZERO TO WS-OVERDUE-AMOUNT.
           MOVE WS-CURRENT-DATE TO WS-OLDEST-DATE.
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
                               AND OI-DUE-DATE < WS-CURRENT-DATE
                               ADD OI-REMAINING-AMOUNT
                                   TO WS-OVERDUE-AMOUNT
                               IF OI-DUE-DATE < WS-OLDEST-DATE
                                   MOVE OI-DUE-DATE TO WS-OLDEST-DATE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE WS-OLDEST-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-OLDEST-DATE).
           COMPUTE WS-DAYS-PAST-DUE =
               WS-CURRENT-DAY-INT - WS-OLDEST-DAY-INT.
           IF WS-DAYS-PAST-DUE < ZERO
               MOVE ZERO TO WS-DAYS-PAST-DUE
           END-IF.

       READ-DUNNING-LEVEL.
           MOVE ZERO TO WS-DUN-LEVEL.
           IF DUNNING-AVAILABLE
               MOVE CUST-ID TO DUN-CUST-ID
               READ DUNNING-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DUN-LAST-DATE NOT < WS-FROM-DATE
                           MOVE DUN-LAST-LEVEL TO WS-DUN-LEVEL
                       END-IF
               END-READ
           END-IF.

       COUNT-RETURNS.
           MOVE ZERO TO WS-RETURN-COUNT.
           IF RETURNS-AVAILABLE
               MOVE 'N' TO WS-RTN-EOF-FLAG
               MOVE CUST-ID TO RH-CUST-ID
               MOVE WS-FROM-DATE TO RH-RETURN-DATE
               MOVE ZERO TO RH-ORIG-TRAN-ID
               START RETURN-HIST-FILE KEY IS NOT LESS THAN RH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-RTN-EOF-FLAG
               END-START
               PERFORM UNTIL RTN-EOF
                   READ RETURN-HIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-RTN-EOF-FLAG
                       NOT AT END
                           IF RH-CUST-ID NOT = CUST-ID
                               MOVE 'Y' TO WS-RTN-EOF-FLAG
                           ELSE
                               ADD 1 TO WS-RETURN-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       SCORE-CUSTOMER.
           IF WS-PAYMENT-TOTAL NOT < WS-DEBIT-TOTAL
               MOVE 100 TO WS-PAYMENT-PCT
           ELSE
               COMPUTE WS-PAYMENT-PCT =
                   WS-PAYMENT-TOTAL * 100 / WS-DEBIT-TOTAL
           END-IF.
           EVALUATE TRUE
               WHEN WS-PAYMENT-PCT NOT < 100
                   MOVE 30 TO WS-PAYMENT-POINTS
               WHEN WS-PAYMENT-PCT NOT < 75
                   MOVE 20 TO WS-PAYMENT-POINTS
               WHEN WS-PAYMENT-PCT NOT < 50
                   MOVE 10 TO WS-PAYMENT-POINTS
               WHEN OTHER
                   MOVE ZERO TO WS-PAYMENT-POINTS
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE = ZERO
                   MOVE 25 TO WS-AGING-POINTS
               WHEN WS-DAYS-PAST-DUE < 31
                   MOVE 15 TO WS-AGING-POINTS
               WHEN WS-DAYS-PAST-DUE < 61
                   MOVE 5 TO WS-AGING-POINTS
               WHEN OTHER
                   MOVE ZERO TO WS-AGING-POINTS
           END-EVALUATE.

           EVALUATE WS-DUN-LEVEL
               WHEN ZERO
                   MOVE 15 TO WS-DUNNING-POINTS
               WHEN 1
                   MOVE 10 TO WS-DUNNING-POINTS
               WHEN 2
                   MOVE 5 TO WS-DUNNING-POINTS
               WHEN OTHER
                   MOVE ZERO TO WS-DUNNING-POINTS
           END-EVALUATE.

           COMPUTE WS-PROBLEM-COUNT =
               WS-RETURN-COUNT + WS-REVERSAL-COUNT.
           EVALUATE TRUE
               WHEN WS-PROBLEM-COUNT = ZERO
                   MOVE 15 TO WS-RETURN-POINTS
               WHEN WS-PROBLEM-COUNT = 1
                   MOVE 5 TO WS-RETURN-POINTS
               WHEN OTHER
                   MOVE ZERO TO WS-RETURN-POINTS
           END-EVALUATE.

           IF CUST-CREDIT-LIMIT NOT > ZERO
               MOVE ZERO TO WS-PEAK-UTIL-PCT
           ELSE IF WS-PEAK-OWED > CUST-CREDIT-LIMIT * 9.99
               MOVE 999 TO WS-PEAK-UTIL-PCT
           ELSE
               COMPUTE WS-PEAK-UTIL-PCT =
                   WS-PEAK-OWED * 100 / CUST-CREDIT-LIMIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-PEAK-UTIL-PCT NOT > WS-HIGH-UTIL-PCT
                   MOVE 15 TO WS-UTIL-POINTS
               WHEN WS-PEAK-UTIL-PCT NOT > 100
                   MOVE 10 TO WS-UTIL-POINTS
               WHEN OTHER
                   MOVE ZERO TO WS-UTIL-POINTS
           END-EVALUATE.

           COMPUTE WS-SCORE = WS-PAYMENT-POINTS + WS-AGING-POINTS
               + WS-DUNNING-POINTS + WS-RETURN-POINTS + WS-UTIL-POINTS.

       RECOMMEND-LIMIT.
           MOVE 'H' TO WS-RECOMMENDATION.
           MOVE CUST-CREDIT-LIMIT TO WS-NEW-LIMIT.
           IF WS-SCORE NOT < WS-INCREASE-SCORE
               AND WS-PEAK-UTIL-PCT NOT < WS-HIGH-UTIL-PCT
               AND CUST-CREDIT-LIMIT > ZERO
               COMPUTE WS-LIMIT-HUNDREDS = CUST-CREDIT-LIMIT
                   * (100 + WS-INCREASE-PCT) / 10000
               COMPUTE WS-NEW-LIMIT = WS-LIMIT-HUNDREDS * 100
               IF WS-NEW-LIMIT > CUST-CREDIT-LIMIT
                   MOVE 'I' TO WS-RECOMMENDATION
               END-IF
           ELSE IF WS-SCORE < WS-DECREASE-SCORE
               AND CUST-CREDIT-LIMIT > ZERO
               COMPUTE WS-LIMIT-HUNDREDS = CUST-CREDIT-LIMIT
                   * (100 - WS-DECREASE-PCT) / 10000
               COMPUTE WS-NEW-LIMIT = WS-LIMIT-HUNDREDS * 100
               COMPUTE WS-OWED = ZERO - CUST-BALANCE
               IF WS-NEW-LIMIT < WS-OWED
                   COMPUTE WS-LIMIT-HUNDREDS = (WS-OWED + 99.99) / 100
                   COMPUTE WS-NEW-LIMIT = WS-LIMIT-HUNDREDS * 100
               END-IF
               IF WS-NEW-LIMIT < CUST-CREDIT-LIMIT
                   MOVE 'D' TO WS-RECOMMENDATION
               END-IF
           END-IF.
           IF WS-RECOMMENDATION = 'H'
               MOVE CUST-CREDIT-LIMIT TO WS-NEW-LIMIT
               ADD 1 TO WS-HOLD-COUNT
           ELSE IF WS-RECOMMENDATION = 'I'
               ADD 1 TO WS-INCREASE-COUNT
           ELSE
               ADD 1 TO WS-DECREASE-COUNT
           END-IF.

       SUPERSEDE-OPEN-REVIEWS.
           MOVE 'N' TO WS-CR-EOF-FLAG.
           MOVE CUST-ID TO CR-CUST-ID.
           MOVE ZERO TO CR-REVIEW-DATE.
           START CREDIT-REVIEW-FILE KEY IS NOT LESS THAN CR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CR-EOF-FLAG
           END-START.
           PERFORM UNTIL CR-EOF
               READ CREDIT-REVIEW-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CR-EOF-FLAG
                   NOT AT END
                       IF CR-CUST-ID NOT = CUST-ID
                           OR CR-REVIEW-DATE NOT < WS-CURRENT-DATE
                           MOVE 'Y' TO WS-CR-EOF-FLAG
                       ELSE
                           IF CR-OPEN
                               MOVE 'S' TO CR-STATUS
                               MOVE WS-CURRENT-DATE
                                   TO CR-DECISION-DATE
                               MOVE 'SUPERSEDED BY LATER REVIEW'
                                   TO CR-DECISION-NOTE
                               REWRITE CREDIT-REVIEW-RECORD
                               ADD 1 TO WS-SUPERSEDED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-REVIEW-ITEM.
           MOVE 'Y' TO WS-WRITTEN.
           MOVE CUST-ID TO CR-CUST-ID.
           MOVE WS-CURRENT-DATE TO CR-REVIEW-DATE.
           READ CREDIT-REVIEW-FILE
               INVALID KEY
                   PERFORM BUILD-REVIEW-ITEM
                   WRITE CREDIT-REVIEW-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-WRITTEN
                   END-WRITE
               NOT INVALID KEY
                   IF CR-OPEN
                       PERFORM BUILD-REVIEW-ITEM
                       REWRITE CREDIT-REVIEW-RECORD
                   ELSE
                       MOVE 'N' TO WS-WRITTEN
                       ADD 1 TO WS-DECIDED-COUNT
                   END-IF
           END-READ.

       BUILD-REVIEW-ITEM.
           MOVE CUST-ID TO CR-CUST-ID.
           MOVE WS-CURRENT-DATE TO CR-REVIEW-DATE.
           MOVE CUST-CREDIT-LIMIT TO CR-CURRENT-LIMIT.
           MOVE WS-NEW-LIMIT TO CR-RECOMMENDED-LIMIT.
           MOVE WS-RECOMMENDATION TO CR-RECOMMENDATION.
           MOVE WS-SCORE TO CR-SCORE.
           MOVE WS-PAYMENT-PCT TO CR-PAYMENT-PCT.
           MOVE WS-DAYS-PAST-DUE TO CR-DAYS-PAST-DUE.
           MOVE WS-OVERDUE-AMOUNT TO CR-OVERDUE-AMOUNT.
           MOVE WS-DUN-LEVEL TO CR-DUNNING-LEVEL.
           MOVE WS-RETURN-COUNT TO CR-RETURN-COUNT.
           MOVE WS-REVERSAL-COUNT TO CR-REVERSAL-COUNT.
           MOVE WS-PEAK-OWED TO CR-PEAK-OWED.
           MOVE WS-PEAK-UTIL-PCT TO CR-PEAK-UTIL-PCT.
           MOVE 'O' TO CR-STATUS.
           MOVE ZERO TO CR-DECIDED-LIMIT.
           MOVE SPACES TO CR-ANALYST-ID.
           MOVE ZERO TO CR-DECISION-DATE.
           MOVE SPACES TO CR-DECISION-NOTE.

       WRITE-REVIEW-LINE.
           MOVE CUST-ID TO WS-D-CUST-ID.
           MOVE CUST-NAME TO WS-D-CUST-NAME.
           MOVE WS-SCORE TO WS-D-SCORE.
           MOVE WS-PAYMENT-PCT TO WS-D-PAY-PCT.
           MOVE WS-DAYS-PAST-DUE TO WS-D-DPD.
           MOVE WS-DUN-LEVEL TO WS-D-DUN.
           MOVE WS-RETURN-COUNT TO WS-D-RTN.
           MOVE WS-REVERSAL-COUNT TO WS-D-REV.
           MOVE WS-PEAK-UTIL-PCT TO WS-D-UTIL.
           MOVE CUST-CREDIT-LIMIT TO WS-D-CURRENT.
           MOVE WS-RECOMMENDATION TO WS-D-REC.
           MOVE WS-NEW-LIMIT TO WS-D-RECOMMENDED.
           WRITE REVIEW-REPORT-LINE FROM WS-DETAIL-LINE.
           IF NOT WRITTEN
               MOVE SPACES TO REVIEW-REPORT-LINE
               STRING '         ALREADY DECIDED FOR THIS REVIEW DATE '
                   '- WORKLIST ITEM NOT REPLACED'
                   DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
               END-STRING
               WRITE REVIEW-REPORT-LINE
           END-IF.

       WRITE-REVIEW-TOTALS.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE 'CUSTOMERS REVIEWED' TO WS-T-LABEL.
           MOVE WS-REVIEWED-COUNT TO WS-T-COUNT.
           WRITE REVIEW-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RECOMMENDED INCREASE' TO WS-T-LABEL.
           MOVE WS-INCREASE-COUNT TO WS-T-COUNT.
           WRITE REVIEW-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RECOMMENDED DECREASE' TO WS-T-LABEL.
           MOVE WS-DECREASE-COUNT TO WS-T-COUNT.
           WRITE REVIEW-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'RECOMMENDED HOLD' TO WS-T-LABEL.
           MOVE WS-HOLD-COUNT TO WS-T-COUNT.
           WRITE REVIEW-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'EARLIER REVIEWS SUPERSEDED' TO WS-T-LABEL.
           MOVE WS-SUPERSEDED-COUNT TO WS-T-COUNT.
           WRITE REVIEW-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ALREADY DECIDED - NOT REPLACED' TO WS-T-LABEL.
           MOVE WS-DECIDED-COUNT TO WS-T-COUNT.
           WRITE REVIEW-REPORT-LINE FROM WS-TOTAL-LINE.
