       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-DSPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO 'DISPUTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DSP-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT DISPUTE-REPORT-FILE ASSIGN TO 'DSPRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO 'DSPSORT.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       COPY DISPUTE-DATA.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  DISPUTE-REPORT-FILE.
       01  DISPUTE-REPORT-LINE       PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-DAYS-OPEN         PIC 9(5).
           05  SRT-AMOUNT            PIC 9(9)V99.
           05  SRT-CUST-ID           PIC 9(8).
           05  SRT-INVOICE-NO        PIC 9(8).
           05  SRT-CUST-NAME         PIC X(40).
           05  SRT-REASON-CODE       PIC X(2).
           05  SRT-OWNER             PIC X(8).
           05  SRT-OPENED-DATE       PIC 9(8).
           05  SRT-BUCKET            PIC 9.

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.

       01  WS-CTL-FUNCTION           PIC X(3).
       01  WS-CTL-RETURN             PIC X.
           88  CTL-OK                VALUE 'Y'.

       01  WS-DSP-FILE-STATUS        PIC XX.
       01  WS-CUST-FILE-STATUS       PIC XX.
       01  WS-CUSTOMERS-AVAILABLE    PIC X VALUE 'N'.
           88  CUSTOMERS-AVAILABLE   VALUE 'Y'.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  EOF                   VALUE 'Y'.
       01  WS-SORT-EOF-FLAG          PIC X VALUE 'N'.
           88  SORT-EOF              VALUE 'Y'.

       01  WS-CURRENT-DATE           PIC 9(8).
       01  WS-OPENED-DATE-NUM        PIC 9(8).
       01  WS-CURRENT-DAY-INT        PIC 9(7).
       01  WS-OPENED-DAY-INT         PIC 9(7).
       01  WS-DAYS-OPEN              PIC S9(5).

       01  WS-OPEN-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-OPEN-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-PENDING-CREDIT-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-PENDING-CREDIT-TOTAL   PIC 9(11)V99 VALUE ZERO.

       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-TOTAL       PIC 9(11)V99 OCCURS 4 TIMES.
       01  WS-BUCKET-COUNTS.
           05  WS-BUCKET-COUNT       PIC 9(7) OCCURS 4 TIMES.
       01  WS-BUCKET-SUB             PIC 9.

       01  WS-BUCKET-DESC-TABLE.
           05  FILLER                PIC X(12) VALUE '0-30 DAYS'.
           05  FILLER                PIC X(12) VALUE '31-60 DAYS'.
           05  FILLER                PIC X(12) VALUE '61-90 DAYS'.
           05  FILLER                PIC X(12) VALUE 'OVER 90 DAYS'.
       01  WS-BUCKET-DESCS REDEFINES WS-BUCKET-DESC-TABLE.
           05  WS-BUCKET-DESC        PIC X(12) OCCURS 4 TIMES.

       01  WS-HEADING-LINE-1.
           05  FILLER                PIC X(44)
               VALUE 'OPEN INVOICE DISPUTES - AGED BY DAYS OPEN'.
           05  FILLER                PIC X(9)  VALUE 'AS OF'.
           05  WS-H-DATE             PIC 9(8).
       01  WS-HEADING-LINE-2.
           05  FILLER                PIC X(9)  VALUE 'CUST-ID'.
           05  FILLER                PIC X(9)  VALUE 'INVOICE'.
           05  FILLER                PIC X(42) VALUE 'CUST-NAME'.
           05  FILLER                PIC X(8)  VALUE 'REASON'.
           05  FILLER                PIC X(10) VALUE 'OWNER'.
           05  FILLER                PIC X(10) VALUE 'OPENED'.
           05  FILLER                PIC X(7)  VALUE 'DAYS'.
           05  FILLER                PIC X(14) VALUE 'AMOUNT'.
           05  FILLER                PIC X(12) VALUE 'AGE'.

       01  WS-DETAIL-LINE.
           05  WS-D-CUST-ID          PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-INVOICE-NO       PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-CUST-NAME        PIC X(40).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-REASON           PIC X(2).
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  WS-D-OWNER            PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-OPENED           PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-DAYS             PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-AMOUNT           PIC Z(9)9.99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-BUCKET           PIC X(12).

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL            PIC X(24).
           05  WS-T-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-T-AMOUNT           PIC Z(11)9.99.

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

           MOVE ZERO TO WS-BUCKET-TOTALS.
           MOVE ZERO TO WS-BUCKET-COUNTS.

           OPEN INPUT DISPUTE-FILE.
           IF WS-DSP-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'CUSTOMER-DSPRPT: no dispute file - '
                   'nothing to report.'
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CUSTOMERS-AVAILABLE
           END-IF.

           OPEN OUTPUT DISPUTE-REPORT-FILE.
           MOVE WS-CURRENT-DATE TO WS-H-DATE.
           WRITE DISPUTE-REPORT-LINE FROM WS-HEADING-LINE-1.
           WRITE DISPUTE-REPORT-LINE FROM WS-HEADING-LINE-2.

           SORT SORT-WORK-FILE
               ON DESCENDING KEY SRT-DAYS-OPEN SRT-AMOUNT
               INPUT PROCEDURE IS SELECT-OPEN-DISPUTES
               OUTPUT PROCEDURE IS WRITE-DISPUTE-DETAIL.

           PERFORM WRITE-DISPUTE-TOTALS.

           DISPLAY 'CUSTOMER-DSPRPT: ' WS-OPEN-COUNT
               ' open disputes reported.'.

           CLOSE DISPUTE-FILE.
           IF CUSTOMERS-AVAILABLE
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE DISPUTE-REPORT-FILE.
           STOP RUN.

       SELECT-OPEN-DISPUTES.
           PERFORM UNTIL EOF
               READ DISPUTE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM SCREEN-DISPUTE
               END-READ
           END-PERFORM.

       SCREEN-DISPUTE.
           IF DSP-OPEN
               PERFORM RELEASE-OPEN-DISPUTE
           END-IF.
           IF DSP-RESOLVED AND DSP-CUSTOMER-RIGHT
               AND DSP-CREDIT-PENDING
               ADD 1 TO WS-PENDING-CREDIT-COUNT
               ADD DSP-CREDIT-AMOUNT TO WS-PENDING-CREDIT-TOTAL
           END-IF.

       RELEASE-OPEN-DISPUTE.
           MOVE DSP-OPENED-DATE TO WS-OPENED-DATE-NUM.
           COMPUTE WS-OPENED-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-OPENED-DATE-NUM).
           COMPUTE WS-DAYS-OPEN =
               WS-CURRENT-DAY-INT - WS-OPENED-DAY-INT.
           IF WS-DAYS-OPEN < ZERO
               MOVE ZERO TO WS-DAYS-OPEN
           END-IF.

           MOVE WS-DAYS-OPEN TO SRT-DAYS-OPEN.
           MOVE DSP-AMOUNT TO SRT-AMOUNT.
           MOVE DSP-CUST-ID TO SRT-CUST-ID.
           MOVE DSP-INVOICE-NO TO SRT-INVOICE-NO.
           MOVE DSP-REASON-CODE TO SRT-REASON-CODE.
           MOVE DSP-OWNER TO SRT-OWNER.
           MOVE DSP-OPENED-DATE TO SRT-OPENED-DATE.

           MOVE SPACES TO SRT-CUST-NAME.
           IF CUSTOMERS-AVAILABLE
               MOVE DSP-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE '** NOT ON CUSTOMER FILE **'
                           TO SRT-CUST-NAME
                   NOT INVALID KEY
                       MOVE CUST-NAME TO SRT-CUST-NAME
               END-READ
           END-IF.

           EVALUATE TRUE
               WHEN WS-DAYS-OPEN <= 30
                   MOVE 1 TO SRT-BUCKET
               WHEN WS-DAYS-OPEN <= 60
                   MOVE 2 TO SRT-BUCKET
               WHEN WS-DAYS-OPEN <= 90
                   MOVE 3 TO SRT-BUCKET
               WHEN OTHER
                   MOVE 4 TO SRT-BUCKET
           END-EVALUATE.

           RELEASE SORT-WORK-RECORD.

       WRITE-DISPUTE-DETAIL.
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       PERFORM WRITE-ONE-DETAIL
               END-RETURN
           END-PERFORM.

       WRITE-ONE-DETAIL.
           ADD 1 TO WS-OPEN-COUNT.
           ADD SRT-AMOUNT TO WS-OPEN-TOTAL.
           ADD 1 TO WS-BUCKET-COUNT (SRT-BUCKET).
           ADD SRT-AMOUNT TO WS-BUCKET-TOTAL (SRT-BUCKET).

           MOVE SRT-CUST-ID TO WS-D-CUST-ID.
           MOVE SRT-INVOICE-NO TO WS-D-INVOICE-NO.
           MOVE SRT-CUST-NAME TO WS-D-CUST-NAME.
           MOVE SRT-REASON-CODE TO WS-D-REASON.
           MOVE SRT-OWNER TO WS-D-OWNER.
           MOVE SRT-OPENED-DATE TO WS-D-OPENED.
           MOVE SRT-DAYS-OPEN TO WS-D-DAYS.
           MOVE SRT-AMOUNT TO WS-D-AMOUNT.
           MOVE WS-BUCKET-DESC (SRT-BUCKET) TO WS-D-BUCKET.
           WRITE DISPUTE-REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-DISPUTE-TOTALS.
           MOVE SPACES TO DISPUTE-REPORT-LINE.
           WRITE DISPUTE-REPORT-LINE.

           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
               MOVE WS-BUCKET-DESC (WS-BUCKET-SUB) TO WS-T-LABEL
               MOVE WS-BUCKET-COUNT (WS-BUCKET-SUB) TO WS-T-COUNT
               MOVE WS-BUCKET-TOTAL (WS-BUCKET-SUB) TO WS-T-AMOUNT
               WRITE DISPUTE-REPORT-LINE FROM WS-TOTAL-LINE
           END-PERFORM.

           MOVE 'TOTAL OPEN DISPUTES:' TO WS-T-LABEL.
           MOVE WS-OPEN-COUNT TO WS-T-COUNT.
           MOVE WS-OPEN-TOTAL TO WS-T-AMOUNT.
           WRITE DISPUTE-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE SPACES TO DISPUTE-REPORT-LINE.
           WRITE DISPUTE-REPORT-LINE.

           MOVE 'CREDITS AWAITING RELEASE' TO WS-T-LABEL.
           MOVE WS-PENDING-CREDIT-COUNT TO WS-T-COUNT.
           MOVE WS-PENDING-CREDIT-TOTAL TO WS-T-AMOUNT.
           WRITE DISPUTE-REPORT-LINE FROM WS-TOTAL-LINE.
