       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-PTPCHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMISE-FILE ASSIGN TO 'PROMISE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PTP-KEY
               FILE STATUS IS WS-PTP-FILE-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO 'TRANHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO 'CONTLOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONT-KEY
               FILE STATUS IS WS-CONT-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'PTPPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT PROMISE-REPORT-FILE ASSIGN TO 'PTPRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMISE-FILE.
       COPY PROMISE-DATA.

       FD  TRAN-HISTORY-FILE.
       COPY TRANHIST-DATA.

       FD  CONTACT-FILE.
       COPY CONTACT-DATA.

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PRM-GRACE-DAYS        PIC 9(2).

       FD  PROMISE-REPORT-FILE.
       01  PROMISE-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.

       01  WS-CTL-FUNCTION           PIC X(3).
       01  WS-CTL-RETURN             PIC X.
           88  CTL-OK                VALUE 'Y'.

       01  WS-BUS-FUNCTION           PIC X(3).
       01  WS-BUS-DATE-1             PIC 9(8).
       01  WS-BUS-DATE-2             PIC 9(8).
       01  WS-BUSDAYS                PIC S9(5).
       01  WS-BUS-RETURN             PIC X.

       01  WS-PTP-FILE-STATUS        PIC XX.
       01  WS-HIST-FILE-STATUS       PIC XX.
       01  WS-CONT-FILE-STATUS       PIC XX.
       01  WS-PARM-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  EOF                   VALUE 'Y'.
       01  WS-HIST-EOF-FLAG          PIC X VALUE 'N'.
           88  HIST-EOF              VALUE 'Y'.
       01  WS-PARMS-OK               PIC X VALUE 'N'.
           88  PARMS-OK              VALUE 'Y'.
       01  WS-GRACE-DAYS             PIC 9(2) VALUE ZERO.

       01  WS-CURRENT-DATE           PIC 9(8).
       01  WS-CURRENT-TIME           PIC 9(8).
       01  WS-CALLBACK-DATE          PIC 9(8).

       01  WS-PAID-AMOUNT            PIC 9(9)V99.
       01  WS-CUMULATIVE-DUE         PIC 9(9)V99.
       01  WS-INST-SUB               PIC 99.
       01  WS-BROKEN-SUB             PIC 99.
       01  WS-ALL-KEPT               PIC X.
           88  ALL-KEPT              VALUE 'Y'.
       01  WS-PROMISE-BROKEN         PIC X.
           88  PROMISE-BROKEN        VALUE 'Y'.
       01  WS-CONTACT-WRITTEN        PIC X.
           88  CONTACT-WRITTEN       VALUE 'Y'.
       01  WS-WRITE-TRIES            PIC 9(2).

       01  WS-CHECKED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-INST-KEPT-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-INST-BROKEN-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-COMPLETED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-BROKEN-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-CALLBACK-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(34)
               VALUE 'PROMISE-TO-PAY INSTALLMENT CHECK'.
           05  WS-H-DATE             PIC 9999/99/99.
           05  FILLER                PIC X(14) VALUE '  GRACE DAYS: '.
           05  WS-H-GRACE            PIC Z9.

       01  WS-DETAIL-LINE.
           05  WS-D-CUST-ID          PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-ARR-NO           PIC 9(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-ACCT-NO          PIC 9(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-INST             PIC Z9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-DUE-DATE         PIC 9999/99/99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-AMOUNT           PIC Z(8)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-PAID             PIC Z(8)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-RESULT           PIC X(20).

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
           IF NOT PARMS-OK
               DISPLAY 'CUSTOMER-PTPCHECK: PTPPARM.DAT missing or '
                   'invalid - no arrangements checked.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'NXT' TO WS-BUS-FUNCTION.
           MOVE WS-CURRENT-DATE TO WS-BUS-DATE-1.
           CALL 'BUSDAY-MANAGER' USING WS-BUS-FUNCTION
               WS-BUS-DATE-1 WS-BUS-DATE-2 WS-BUSDAYS WS-BUS-RETURN.
           MOVE WS-BUS-DATE-2 TO WS-CALLBACK-DATE.

           OPEN I-O PROMISE-FILE.
           IF WS-PTP-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-PTPCHECK: no arrangements on file - '
                   'nothing to check.'
               STOP RUN
           END-IF.

           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CONTACT-FILE.
           IF WS-CONT-FILE-STATUS = '35'
               OPEN OUTPUT CONTACT-FILE
               CLOSE CONTACT-FILE
               OPEN I-O CONTACT-FILE
           END-IF.
           IF WS-CONT-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PROMISE-REPORT-FILE.
           MOVE WS-CURRENT-DATE TO WS-H-DATE.
           MOVE WS-GRACE-DAYS TO WS-H-GRACE.
           WRITE PROMISE-REPORT-LINE FROM WS-HEADING-LINE.
           MOVE SPACES TO PROMISE-REPORT-LINE.
           WRITE PROMISE-REPORT-LINE.

           PERFORM UNTIL EOF
               READ PROMISE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PTP-ACTIVE
                           PERFORM CHECK-ARRANGEMENT
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM WRITE-CHECK-SUMMARY.

           DISPLAY 'CUSTOMER-PTPCHECK: ' WS-CHECKED-COUNT
               ' arrangements checked, ' WS-BROKEN-COUNT
               ' broken, ' WS-COMPLETED-COUNT ' completed.'.

           CLOSE PROMISE-FILE.
           CLOSE TRAN-HISTORY-FILE.
           CLOSE CONTACT-FILE.
           CLOSE PROMISE-REPORT-FILE.
           STOP RUN.

       LOAD-PARAMETERS.
           MOVE 'N' TO WS-PARMS-OK.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS = '00'
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-GRACE-DAYS IS NUMERIC
                           MOVE PRM-GRACE-DAYS TO WS-GRACE-DAYS
                           MOVE 'Y' TO WS-PARMS-OK
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       CHECK-ARRANGEMENT.
           ADD 1 TO WS-CHECKED-COUNT.
           PERFORM SUM-PAYMENTS-RECEIVED.

           MOVE ZERO TO WS-CUMULATIVE-DUE.
           MOVE ZERO TO WS-BROKEN-SUB.
           MOVE 'Y' TO WS-ALL-KEPT.
           MOVE 'N' TO WS-PROMISE-BROKEN.
           PERFORM VARYING WS-INST-SUB FROM 1 BY 1
               UNTIL WS-INST-SUB > PTP-INST-COUNT
               ADD PTP-INST-AMOUNT (WS-INST-SUB) TO WS-CUMULATIVE-DUE
               IF WS-PAID-AMOUNT >= WS-CUMULATIVE-DUE
                   PERFORM MARK-INSTALLMENT-KEPT
               ELSE
                   MOVE 'N' TO WS-ALL-KEPT
                   PERFORM CHECK-INSTALLMENT-GRACE
               END-IF
           END-PERFORM.

           MOVE WS-PAID-AMOUNT TO PTP-PAID-AMOUNT.
           MOVE WS-CURRENT-DATE TO PTP-LAST-CHECK-DATE.
           IF PROMISE-BROKEN
               MOVE 'B' TO PTP-STATUS
               MOVE WS-CURRENT-DATE TO PTP-CLOSED-DATE
               ADD 1 TO WS-BROKEN-COUNT
               PERFORM LOG-BROKEN-PROMISE
           ELSE
               IF ALL-KEPT
                   MOVE 'K' TO PTP-STATUS
                   MOVE WS-CURRENT-DATE TO PTP-CLOSED-DATE
                   ADD 1 TO WS-COMPLETED-COUNT
               END-IF
           END-IF.
           REWRITE PROMISE-RECORD.

       SUM-PAYMENTS-RECEIVED.
           MOVE ZERO TO WS-PAID-AMOUNT.
           MOVE 'N' TO WS-HIST-EOF-FLAG.
           MOVE PTP-CUST-ID TO TH-CUST-ID.
           MOVE PTP-CREATED-DATE TO TH-POST-DATE.
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
                       IF TH-CUST-ID NOT = PTP-CUST-ID
                           MOVE 'Y' TO WS-HIST-EOF-FLAG
                       ELSE
                           PERFORM COUNT-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-PAYMENT.
           IF TH-CREDIT
               AND NOT TH-ALREADY-REVERSED
               AND (TH-ORIGIN-CODE = SPACE
                   OR TH-ORIGIN-CODE = 'O'
                   OR TH-RECOVERY
                   OR TH-AGENCY-COLLECT
                   OR TH-AUTOPAY-DRAFT)
               AND (PTP-ACCT-NO = ZERO
                   OR TH-ACCT-NO = PTP-ACCT-NO)
               ADD TH-AMOUNT TO WS-PAID-AMOUNT
           END-IF.

       MARK-INSTALLMENT-KEPT.
           IF NOT PTP-INST-KEPT (WS-INST-SUB)
               MOVE 'K' TO PTP-INST-STATUS (WS-INST-SUB)
               ADD 1 TO WS-INST-KEPT-COUNT
               MOVE 'KEPT' TO WS-D-RESULT
               PERFORM WRITE-INSTALLMENT-LINE
           END-IF.

       CHECK-INSTALLMENT-GRACE.
           IF PTP-INST-KEPT (WS-INST-SUB)
               MOVE 'P' TO PTP-INST-STATUS (WS-INST-SUB)
           END-IF.
           IF PTP-INST-DATE (WS-INST-SUB) < WS-CURRENT-DATE
               MOVE 'DIF' TO WS-BUS-FUNCTION
               MOVE PTP-INST-DATE (WS-INST-SUB) TO WS-BUS-DATE-1
               MOVE WS-CURRENT-DATE TO WS-BUS-DATE-2
               CALL 'BUSDAY-MANAGER' USING WS-BUS-FUNCTION
                   WS-BUS-DATE-1 WS-BUS-DATE-2 WS-BUSDAYS
                   WS-BUS-RETURN
               IF WS-BUSDAYS > WS-GRACE-DAYS
                   PERFORM MARK-INSTALLMENT-BROKEN
               END-IF
           END-IF.

       MARK-INSTALLMENT-BROKEN.
           IF NOT PTP-INST-BROKEN (WS-INST-SUB)
               MOVE 'B' TO PTP-INST-STATUS (WS-INST-SUB)
               ADD 1 TO WS-INST-BROKEN-COUNT
               MOVE 'BROKEN' TO WS-D-RESULT
               PERFORM WRITE-INSTALLMENT-LINE
           END-IF.
           IF NOT PROMISE-BROKEN
               MOVE 'Y' TO WS-PROMISE-BROKEN
               MOVE WS-INST-SUB TO WS-BROKEN-SUB
           END-IF.

       WRITE-INSTALLMENT-LINE.
           MOVE PTP-CUST-ID TO WS-D-CUST-ID.
           MOVE PTP-ARR-NO TO WS-D-ARR-NO.
           MOVE PTP-ACCT-NO TO WS-D-ACCT-NO.
           MOVE WS-INST-SUB TO WS-D-INST.
           MOVE PTP-INST-DATE (WS-INST-SUB) TO WS-D-DUE-DATE.
           MOVE PTP-INST-AMOUNT (WS-INST-SUB) TO WS-D-AMOUNT.
           MOVE WS-PAID-AMOUNT TO WS-D-PAID.
           WRITE PROMISE-REPORT-LINE FROM WS-DETAIL-LINE.

       LOG-BROKEN-PROMISE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE PTP-CUST-ID TO CONT-CUST-ID.
           MOVE WS-CURRENT-DATE TO CONT-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO CONT-TIME.
           MOVE 'PTPCHECK' TO CONT-OPERATOR-ID.
           MOVE 'C' TO CONT-TYPE.
           MOVE 'Y' TO CONT-CALLBACK-FLAG.
           MOVE WS-CALLBACK-DATE TO CONT-CALLBACK-DATE.
           MOVE SPACES TO CONT-NOTE.
           STRING 'BROKEN PROMISE ARR ' PTP-ARR-NO
               ' INSTALLMENT ' WS-BROKEN-SUB
               ' DUE ' PTP-INST-DATE (WS-BROKEN-SUB)
               DELIMITED BY SIZE INTO CONT-NOTE.

           MOVE 'N' TO WS-CONTACT-WRITTEN.
           MOVE ZERO TO WS-WRITE-TRIES.
           PERFORM UNTIL CONTACT-WRITTEN OR WS-WRITE-TRIES > 10
               WRITE CONTACT-RECORD
                   INVALID KEY
                       ADD 1 TO CONT-TIME
                       ADD 1 TO WS-WRITE-TRIES
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CONTACT-WRITTEN
                       ADD 1 TO WS-CALLBACK-COUNT
               END-WRITE
           END-PERFORM.

       WRITE-CHECK-SUMMARY.
           MOVE SPACES TO PROMISE-REPORT-LINE.
           WRITE PROMISE-REPORT-LINE.

           MOVE 'ARRANGEMENTS CHECKED:' TO WS-T-LABEL.
           MOVE WS-CHECKED-COUNT TO WS-T-COUNT.
           WRITE PROMISE-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'INSTALLMENTS KEPT:' TO WS-T-LABEL.
           MOVE WS-INST-KEPT-COUNT TO WS-T-COUNT.
           WRITE PROMISE-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'INSTALLMENTS BROKEN:' TO WS-T-LABEL.
           MOVE WS-INST-BROKEN-COUNT TO WS-T-COUNT.
           WRITE PROMISE-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'ARRANGEMENTS COMPLETED:' TO WS-T-LABEL.
           MOVE WS-COMPLETED-COUNT TO WS-T-COUNT.
           WRITE PROMISE-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'ARRANGEMENTS BROKEN:' TO WS-T-LABEL.
           MOVE WS-BROKEN-COUNT TO WS-T-COUNT.
           WRITE PROMISE-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'CALLBACKS SCHEDULED:' TO WS-T-LABEL.
           MOVE WS-CALLBACK-COUNT TO WS-T-COUNT.
           WRITE PROMISE-REPORT-LINE FROM WS-TOTAL-LINE.
