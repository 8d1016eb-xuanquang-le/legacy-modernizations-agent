       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-GRPEXPOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIERARCHY-FILE ASSIGN TO 'HIER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HR-CUST-ID
               ALTERNATE RECORD KEY IS HR-PARENT-ID WITH DUPLICATES
               FILE STATUS IS WS-HIER-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT EXPOSURE-REPORT-FILE ASSIGN TO 'GRPEXPRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO 'GRPESORT.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD  HIERARCHY-FILE.
       COPY HIERARCHY-DATA.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM-DATA.

       FD  EXPOSURE-REPORT-FILE.
       01  EXPOSURE-REPORT-LINE      PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-PARENT-ID         PIC 9(8).
           05  SRT-ROLE              PIC X.
           05  SRT-CUST-ID           PIC 9(8).
           05  SRT-GROUP-LIMIT       PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.

       01  WS-CTL-FUNCTION           PIC X(3).
       01  WS-CTL-RETURN             PIC X.
           88  CTL-OK                VALUE 'Y'.

       01  WS-HIER-FILE-STATUS       PIC XX.
       01  WS-CUST-FILE-STATUS       PIC XX.
       01  WS-ITEM-FILE-STATUS       PIC XX.
       01  WS-ITEMS-AVAILABLE        PIC X VALUE 'N'.
           88  ITEMS-AVAILABLE       VALUE 'Y'.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  EOF                   VALUE 'Y'.
       01  WS-SORT-EOF-FLAG          PIC X VALUE 'N'.
           88  SORT-EOF              VALUE 'Y'.
       01  WS-ITEM-EOF-FLAG          PIC X VALUE 'N'.
           88  ITEM-EOF              VALUE 'Y'.
       01  WS-FIRST-RECORD           PIC X VALUE 'Y'.
           88  FIRST-RECORD          VALUE 'Y'.

       01  WS-CURRENT-DATE           PIC 9(8).
       01  WS-CURRENT-DAY-INT        PIC 9(7).
       01  WS-DUE-DAY-INT            PIC 9(7).
       01  WS-DAYS-OWING             PIC S9(5).
       01  WS-BUCKET                 PIC 9.
       01  WS-WORST-BUCKET           PIC 9.

       01  WS-CURRENT-PARENT         PIC 9(8).
       01  WS-PARENT-NAME            PIC X(30).
       01  WS-GROUP-LIMIT            PIC S9(9)V99.
       01  WS-GROUP-BALANCE          PIC S9(9)V99.
       01  WS-GROUP-LIMITS           PIC S9(9)V99.
       01  WS-GROUP-OWED             PIC S9(9)V99.
       01  WS-MEMBER-COUNT           PIC 9(5).

       01  WS-FAMILY-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-OVER-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-BALANCE          PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-LIMITS           PIC S9(11)V99 VALUE ZERO.

       01  WS-BUCKET-DESC-TABLE.
           05  FILLER                PIC X(12) VALUE 'CURRENT'.
           05  FILLER                PIC X(12) VALUE '1-30 DAYS'.
           05  FILLER                PIC X(12) VALUE '31-60 DAYS'.
           05  FILLER                PIC X(12) VALUE '61-90 DAYS'.
           05  FILLER                PIC X(12) VALUE 'OVER 90 DAYS'.
       01  WS-BUCKET-DESCS REDEFINES WS-BUCKET-DESC-TABLE.
           05  WS-BUCKET-DESC        PIC X(12) OCCURS 5 TIMES.

       01  WS-HEADING-LINE-1.
           05  FILLER                PIC X(40)
               VALUE 'CORPORATE GROUP EXPOSURE REPORT'.
           05  FILLER                PIC X(6)  VALUE 'DATE: '.
           05  WS-H-DATE             PIC 9999/99/99.
       01  WS-HEADING-LINE-2.
           05  FILLER                PIC X(9)  VALUE 'PARENT'.
           05  FILLER                PIC X(32) VALUE 'PARENT NAME'.
           05  FILLER                PIC X(8)  VALUE 'MEMBERS'.
           05  FILLER                PIC X(16) VALUE 'TOTAL BALANCE'.
           05  FILLER                PIC X(16) VALUE 'MEMBER LIMITS'.
           05  FILLER                PIC X(16) VALUE 'GROUP LIMIT'.
           05  FILLER                PIC X(14) VALUE 'WORST BUCKET'.
           05  FILLER                PIC X(10) VALUE 'EXPOSURE'.

       01  WS-DETAIL-LINE.
           05  WS-D-PARENT-ID        PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-PARENT-NAME      PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-MEMBERS          PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-BALANCE          PIC -(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-LIMITS           PIC -(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-GROUP-LIMIT      PIC X(14).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-WORST            PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-FLAG             PIC X(10).

       01  WS-EDITED-LIMIT           PIC -(9)9.99.

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

           OPEN INPUT HIERARCHY-FILE.
           IF WS-HIER-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-GRPEXPOS: no customer hierarchy on '
                   'file - nothing to report.'
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
           IF WS-ITEM-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ITEMS-AVAILABLE
           END-IF.

           OPEN OUTPUT EXPOSURE-REPORT-FILE.
           MOVE WS-CURRENT-DATE TO WS-H-DATE.
           WRITE EXPOSURE-REPORT-LINE FROM WS-HEADING-LINE-1.
           WRITE EXPOSURE-REPORT-LINE FROM WS-HEADING-LINE-2.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-PARENT-ID SRT-ROLE SRT-CUST-ID
               INPUT PROCEDURE IS SELECT-FAMILY-MEMBERS
               OUTPUT PROCEDURE IS REPORT-FAMILIES.

           PERFORM WRITE-REPORT-TOTALS.

           DISPLAY 'CUSTOMER-GRPEXPOS: ' WS-FAMILY-COUNT
               ' families reported, ' WS-OVER-COUNT
               ' over their limit.'.

           CLOSE HIERARCHY-FILE.
           CLOSE CUSTOMER-FILE.
           IF ITEMS-AVAILABLE
               CLOSE OPEN-ITEM-FILE
           END-IF.
           CLOSE EXPOSURE-REPORT-FILE.
           STOP RUN.

       SELECT-FAMILY-MEMBERS.
           PERFORM UNTIL EOF
               READ HIERARCHY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM RELEASE-FAMILY-MEMBER
               END-READ
           END-PERFORM.

       RELEASE-FAMILY-MEMBER.
           MOVE HR-PARENT-ID TO SRT-PARENT-ID.
           MOVE HR-CUST-ID TO SRT-CUST-ID.
           IF HR-CUST-ID = HR-PARENT-ID
               MOVE 'P' TO SRT-ROLE
               MOVE HR-GROUP-LIMIT TO SRT-GROUP-LIMIT
           ELSE
               MOVE 'S' TO SRT-ROLE
               MOVE ZERO TO SRT-GROUP-LIMIT
           END-IF.
           RELEASE SORT-WORK-RECORD.

       REPORT-FAMILIES.
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       PERFORM ACCUMULATE-MEMBER
               END-RETURN
           END-PERFORM.

           IF NOT FIRST-RECORD
               PERFORM WRITE-FAMILY-LINE
           END-IF.

       ACCUMULATE-MEMBER.
           IF FIRST-RECORD
               MOVE 'N' TO WS-FIRST-RECORD
               PERFORM START-NEW-FAMILY
           ELSE
               IF SRT-PARENT-ID NOT = WS-CURRENT-PARENT
                   PERFORM WRITE-FAMILY-LINE
                   PERFORM START-NEW-FAMILY
               END-IF
           END-IF.

           IF SRT-ROLE = 'P'
               MOVE SRT-GROUP-LIMIT TO WS-GROUP-LIMIT
           END-IF.
           ADD 1 TO WS-MEMBER-COUNT.
           MOVE SRT-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ACCUMULATE-CUSTOMER
           END-READ.

       START-NEW-FAMILY.
           MOVE SRT-PARENT-ID TO WS-CURRENT-PARENT.
           MOVE ZERO TO WS-GROUP-LIMIT.
           MOVE ZERO TO WS-GROUP-BALANCE.
           MOVE ZERO TO WS-GROUP-LIMITS.
           MOVE ZERO TO WS-MEMBER-COUNT.
           MOVE ZERO TO WS-WORST-BUCKET.
           MOVE '** NOT ON CUSTOMER FILE **' TO WS-PARENT-NAME.

       ACCUMULATE-CUSTOMER.
           IF CUST-ID = WS-CURRENT-PARENT
               MOVE CUST-NAME TO WS-PARENT-NAME
           END-IF.
           ADD CUST-BALANCE TO WS-GROUP-BALANCE.
           ADD CUST-CREDIT-LIMIT TO WS-GROUP-LIMITS.
           IF ITEMS-AVAILABLE
               PERFORM FIND-WORST-BUCKET
           END-IF.

       FIND-WORST-BUCKET.
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
                               PERFORM ASSIGN-ITEM-BUCKET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ASSIGN-ITEM-BUCKET.
           COMPUTE WS-DUE-DAY-INT =
               FUNCTION INTEGER-OF-DATE(OI-DUE-DATE).
           COMPUTE WS-DAYS-OWING =
               WS-CURRENT-DAY-INT - WS-DUE-DAY-INT.
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

           IF WS-BUCKET > WS-WORST-BUCKET
               MOVE WS-BUCKET TO WS-WORST-BUCKET
           END-IF.

       WRITE-FAMILY-LINE.
           ADD 1 TO WS-FAMILY-COUNT.
           ADD WS-GROUP-BALANCE TO WS-TOTAL-BALANCE.
           ADD WS-GROUP-LIMITS TO WS-TOTAL-LIMITS.

           MOVE WS-CURRENT-PARENT TO WS-D-PARENT-ID.
           MOVE WS-PARENT-NAME TO WS-D-PARENT-NAME.
           MOVE WS-MEMBER-COUNT TO WS-D-MEMBERS.
           MOVE WS-GROUP-BALANCE TO WS-D-BALANCE.
           MOVE WS-GROUP-LIMITS TO WS-D-LIMITS.
           IF WS-GROUP-LIMIT > ZERO
               MOVE WS-GROUP-LIMIT TO WS-EDITED-LIMIT
               MOVE WS-EDITED-LIMIT TO WS-D-GROUP-LIMIT
           ELSE
               MOVE '          NONE' TO WS-D-GROUP-LIMIT
           END-IF.
           IF WS-WORST-BUCKET = ZERO
               MOVE 'NONE OWING' TO WS-D-WORST
           ELSE
               MOVE WS-BUCKET-DESC (WS-WORST-BUCKET) TO WS-D-WORST
           END-IF.

           COMPUTE WS-GROUP-OWED = ZERO - WS-GROUP-BALANCE.
           MOVE SPACES TO WS-D-FLAG.
           IF WS-GROUP-LIMIT > ZERO
               AND WS-GROUP-OWED > WS-GROUP-LIMIT
               MOVE 'OVER GROUP' TO WS-D-FLAG
               ADD 1 TO WS-OVER-COUNT
           ELSE IF WS-GROUP-OWED > WS-GROUP-LIMITS
               MOVE 'OVER LIMIT' TO WS-D-FLAG
               ADD 1 TO WS-OVER-COUNT
           END-IF.

           WRITE EXPOSURE-REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO EXPOSURE-REPORT-LINE.
           WRITE EXPOSURE-REPORT-LINE.

           MOVE 'FAMILIES / TOTAL BALANCE:' TO WS-T-LABEL.
           MOVE WS-FAMILY-COUNT TO WS-T-COUNT.
           MOVE WS-TOTAL-BALANCE TO WS-T-AMOUNT.
           WRITE EXPOSURE-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'TOTAL MEMBER LIMITS:' TO WS-T-LABEL.
           MOVE ZERO TO WS-T-COUNT.
           MOVE WS-TOTAL-LIMITS TO WS-T-AMOUNT.
           WRITE EXPOSURE-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'FAMILIES OVER LIMIT:' TO WS-T-LABEL.
           MOVE WS-OVER-COUNT TO WS-T-COUNT.
           MOVE ZERO TO WS-T-AMOUNT.
           WRITE EXPOSURE-REPORT-LINE FROM WS-TOTAL-LINE.
