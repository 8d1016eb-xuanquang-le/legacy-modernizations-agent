               RECORD KEY IS OI-KEY
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO 'DISPUTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DSP-FILE-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO 'AGEDRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM-DATA.

       FD  DISPUTE-FILE.
       COPY DISPUTE-DATA.

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE         PIC X(132).

           05  SRT-CUST-NAME         PIC X(50).
           05  SRT-STATUS            PIC X.
           05  SRT-BUCKET            PIC 9.
           05  SRT-DISPUTED          PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.

       01  WS-CUST-FILE-STATUS       PIC XX.
       01  WS-ITEM-FILE-STATUS       PIC XX.
       01  WS-DSP-FILE-STATUS        PIC XX.
       01  WS-DISPUTES-AVAILABLE     PIC X VALUE 'N'.
           88  DISPUTES-AVAILABLE    VALUE 'Y'.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  EOF                   VALUE 'Y'.
       01  WS-SORT-EOF-FLAG          PIC X VALUE 'N'.
           05  WS-CURRENT-MM         PIC 9(2).
           05  WS-CURRENT-DD         PIC 9(2).
       01  WS-CURRENT-DATE-NUM       PIC 9(8).
       01  WS-DUE-DATE-NUM           PIC 9(8).
       01  WS-CURRENT-DAY-INT        PIC 9(7).
       01  WS-DUE-DAY-INT            PIC 9(7).
       01  WS-DAYS-OWING             PIC S9(5).

       01  WS-OWING-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-CLOSED-OWED            PIC 9(11)V99 VALUE ZERO.
       01  WS-PENDING-OWED           PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-OWED             PIC 9(11)V99 VALUE ZERO.
       01  WS-DISPUTED-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  WS-DISPUTED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-UNDISPUTED-OWED        PIC 9(9)V99.

       01  WS-BUCKET-DESC-TABLE.
           05  FILLER                PIC X(12) VALUE 'CURRENT'.
           05  FILLER                PIC X(12) VALUE '1-30 DAYS'.
           05  FILLER                PIC X(12) VALUE '31-60 DAYS'.
           05  FILLER                PIC X(12) VALUE '61-90 DAYS'.
           05  FILLER                PIC X(12) VALUE 'OVER 90 DAYS'.
       01  WS-BUCKET-DESCS REDEFINES WS-BUCKET-DESC-TABLE.
           05  WS-BUCKET-DESC        PIC X(12) OCCURS 5 TIMES.

       01  WS-HEADING-LINE-1         PIC X(132)
           VALUE 'ACCOUNTS RECEIVABLE AGING REPORT - DAYS PAST DUE'.
       01  WS-HEADING-LINE-2.
           05  FILLER                PIC X(9)  VALUE 'CUST-ID'.
           05  FILLER                PIC X(9)  VALUE 'INVOICE'.
           05  FILLER                PIC X(52) VALUE 'CUST-NAME'.
           05  FILLER                PIC X(8)  VALUE 'STATUS'.
           05  FILLER                PIC X(7)  VALUE 'OVERDUE'.
           05  FILLER                PIC X(14) VALUE 'AMOUNT OWED'.
           05  FILLER                PIC X(14) VALUE 'BUCKET'.
           05  FILLER                PIC X(13) VALUE 'DISPUTED'.

       01  WS-DETAIL-LINE.
           05  WS-D-CUST-ID          PIC 9(8).
           05  WS-D-OWED             PIC -(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-BUCKET           PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-DISPUTED         PIC Z(9)9.99.

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL            PIC X(20).
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'CUSTOMER-AGING: no open item file - '
                   'run posting first.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT DISPUTE-FILE.
           IF WS-DSP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-DISPUTES-AVAILABLE
           END-IF.

           OPEN OUTPUT AGING-REPORT-FILE.
           WRITE AGING-REPORT-LINE FROM WS-HEADING-LINE-1.
           WRITE AGING-REPORT-LINE FROM WS-HEADING-LINE-2.

           CLOSE CUSTOMER-FILE.
           CLOSE OPEN-ITEM-FILE.
           IF DISPUTES-AVAILABLE
               CLOSE DISPUTE-FILE
           END-IF.
           CLOSE AGING-REPORT-FILE.
           STOP RUN.

           END-PERFORM.

       RELEASE-OWING-ACCOUNT.
           MOVE OI-DUE-DATE TO WS-DUE-DATE-NUM.
           COMPUTE WS-DUE-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM).
           COMPUTE WS-DAYS-OWING =
               WS-CURRENT-DAY-INT - WS-DUE-DAY-INT.
           IF WS-DAYS-OWING < ZERO
               MOVE ZERO TO WS-DAYS-OWING
           END-IF.
           MOVE OI-REMAINING-AMOUNT TO SRT-AMOUNT-OWED.
           MOVE OI-CUST-ID TO SRT-CUST-ID.
           MOVE OI-INVOICE-NO TO SRT-INVOICE-NO.
           PERFORM FIND-DISPUTED-AMOUNT.

           MOVE OI-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
           END-READ.

           EVALUATE TRUE
               WHEN WS-DAYS-OWING = ZERO
                   MOVE 1 TO SRT-BUCKET
               WHEN WS-DAYS-OWING < 31
                   MOVE 2 TO SRT-BUCKET
               WHEN WS-DAYS-OWING < 61
                   MOVE 3 TO SRT-BUCKET
               WHEN WS-DAYS-OWING < 91
                   MOVE 4 TO SRT-BUCKET
               WHEN OTHER
                   MOVE 5 TO SRT-BUCKET

           RELEASE SORT-WORK-RECORD.

       FIND-DISPUTED-AMOUNT.
           MOVE ZERO TO SRT-DISPUTED.
           IF DISPUTES-AVAILABLE
               MOVE OI-KEY TO DSP-KEY
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-OPEN
                           IF DSP-AMOUNT < OI-REMAINING-AMOUNT
                               MOVE DSP-AMOUNT TO SRT-DISPUTED
                           ELSE
                               MOVE OI-REMAINING-AMOUNT
                                   TO SRT-DISPUTED
                           END-IF
                       END-IF
               END-READ
           END-IF.

       WRITE-AGING-DETAIL.
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK-FILE
           MOVE SRT-DAYS-OWING TO WS-D-DAYS.
           MOVE SRT-AMOUNT-OWED TO WS-D-OWED.
           MOVE WS-BUCKET-DESC (SRT-BUCKET) TO WS-D-BUCKET.
           MOVE SRT-DISPUTED TO WS-D-DISPUTED.
           WRITE AGING-REPORT-LINE FROM WS-DETAIL-LINE.

           COMPUTE WS-UNDISPUTED-OWED = SRT-AMOUNT-OWED - SRT-DISPUTED.
           IF WS-UNDISPUTED-OWED > ZERO
               ADD WS-UNDISPUTED-OWED TO WS-BUCKET-TOTAL (SRT-BUCKET)
               ADD 1 TO WS-BUCKET-COUNT (SRT-BUCKET)
           END-IF.
           IF SRT-DISPUTED > ZERO
               ADD SRT-DISPUTED TO WS-DISPUTED-TOTAL
               ADD 1 TO WS-DISPUTED-COUNT
           END-IF.
           ADD SRT-AMOUNT-OWED TO WS-TOTAL-OWED.

           EVALUATE SRT-STATUS
               WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE
           END-PERFORM.

           MOVE 'IN DISPUTE' TO WS-T-LABEL.
           MOVE WS-DISPUTED-COUNT TO WS-T-COUNT.
           MOVE WS-DISPUTED-TOTAL TO WS-T-AMOUNT.
           WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

