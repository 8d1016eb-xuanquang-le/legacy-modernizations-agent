       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-GRPSTMT.

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

           SELECT STATEMENT-FILE ASSIGN TO 'GRPSTMT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO 'GRPSSORT.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD  HIERARCHY-FILE.
       COPY HIERARCHY-DATA.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM-DATA.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE            PIC X(100).

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

       01  WS-PARENT-INPUT           PIC X(8).
       01  WS-SELECT-PARENT          PIC 9(8) VALUE ZERO.

       01  WS-CURRENT-DATE           PIC 9(8).
       01  WS-CURRENT-DAY-INT        PIC 9(7).
       01  WS-DUE-DAY-INT            PIC 9(7).
       01  WS-DAYS-OWING             PIC S9(5).
       01  WS-BUCKET                 PIC 9.

       01  WS-CURRENT-PARENT         PIC 9(8).
       01  WS-GROUP-LIMIT            PIC S9(9)V99.
       01  WS-GROUP-BALANCE          PIC S9(9)V99.
       01  WS-GROUP-LIMITS           PIC S9(9)V99.
       01  WS-MEMBER-COUNT           PIC 9(5).
       01  WS-FAMILY-COUNT           PIC 9(7) VALUE ZERO.

       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-TOTAL       PIC 9(9)V99 OCCURS 5 TIMES.
       01  WS-BUCKET-SUB             PIC 9.

       01  WS-BUCKET-DESC-TABLE.
           05  FILLER                PIC X(12) VALUE 'CURRENT'.
           05  FILLER                PIC X(12) VALUE '1-30 DAYS'.
           05  FILLER                PIC X(12) VALUE '31-60 DAYS'.
           05  FILLER                PIC X(12) VALUE '61-90 DAYS'.
           05  FILLER                PIC X(12) VALUE 'OVER 90 DAYS'.
       01  WS-BUCKET-DESCS REDEFINES WS-BUCKET-DESC-TABLE.
           05  WS-BUCKET-DESC        PIC X(12) OCCURS 5 TIMES.

       01  WS-FORMATTED-BALANCE      PIC X(20).
       01  WS-SIGNED-AMOUNT          PIC S9(9)V99.

       01  WS-TITLE-LINE.
           05  FILLER                PIC X(30)
               VALUE 'CONSOLIDATED GROUP STATEMENT'.
           05  FILLER                PIC X(16) VALUE 'STATEMENT DATE: '.
           05  WS-TL-DATE            PIC 9999/99/99.

       01  WS-MEMBER-LINE.
           05  WS-ML-ROLE            PIC X(7).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-ML-CUST-ID         PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-ML-NAME            PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-ML-STATUS          PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-ML-BALANCE         PIC X(20).

       01  WS-ITEM-LINE.
           05  FILLER                PIC X(8)  VALUE SPACES.
           05  FILLER                PIC X(8)  VALUE 'Invoice '.
           05  WS-IL-INVOICE-NO      PIC 9(8).
           05  FILLER                PIC X(6)  VALUE '  Due '.
           05  WS-IL-DUE-DATE        PIC 9999/99/99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-IL-OWED            PIC Z(8)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-IL-BUCKET          PIC X(12).

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-T-LABEL            PIC X(24).
           05  WS-T-AMOUNT           PIC X(20).

       01  WS-TOTAL-TRAILER.
           05  FILLER                PIC X(10) VALUE '*** TOTAL '.
           05  WS-TT-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(22)
               VALUE ' GROUP STATEMENTS ***'.

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

           DISPLAY 'Enter parent Customer ID (blank = all families): '.
           MOVE SPACES TO WS-PARENT-INPUT.
           ACCEPT WS-PARENT-INPUT.
           IF WS-PARENT-INPUT IS NUMERIC
               MOVE WS-PARENT-INPUT TO WS-SELECT-PARENT
           END-IF.

           OPEN INPUT HIERARCHY-FILE.
           IF WS-HIER-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-GRPSTMT: no customer hierarchy on '
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

           OPEN OUTPUT STATEMENT-FILE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-PARENT-ID SRT-ROLE SRT-CUST-ID
               INPUT PROCEDURE IS SELECT-FAMILY-MEMBERS
               OUTPUT PROCEDURE IS PRINT-GROUP-STATEMENTS.

           DISPLAY 'CUSTOMER-GRPSTMT: ' WS-FAMILY-COUNT
               ' group statements produced.'.

           CLOSE HIERARCHY-FILE.
           CLOSE CUSTOMER-FILE.
           IF ITEMS-AVAILABLE
               CLOSE OPEN-ITEM-FILE
           END-IF.
           CLOSE STATEMENT-FILE.
           STOP RUN.

       SELECT-FAMILY-MEMBERS.
           PERFORM UNTIL EOF
               READ HIERARCHY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SELECT-PARENT = ZERO
                           OR HR-PARENT-ID = WS-SELECT-PARENT
                           PERFORM RELEASE-FAMILY-MEMBER
                       END-IF
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

       PRINT-GROUP-STATEMENTS.
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       PERFORM PRINT-ONE-MEMBER
               END-RETURN
           END-PERFORM.

           IF NOT FIRST-RECORD
               PERFORM WRITE-GROUP-TOTALS
           END-IF.

           MOVE WS-FAMILY-COUNT TO WS-TT-COUNT.
           WRITE STATEMENT-LINE FROM WS-TOTAL-TRAILER.

       PRINT-ONE-MEMBER.
           IF FIRST-RECORD
               MOVE 'N' TO WS-FIRST-RECORD
               PERFORM START-NEW-FAMILY
           ELSE
               IF SRT-PARENT-ID NOT = WS-CURRENT-PARENT
                   PERFORM WRITE-GROUP-TOTALS
                   PERFORM START-NEW-FAMILY
               END-IF
           END-IF.

           IF SRT-ROLE = 'P'
               MOVE SRT-GROUP-LIMIT TO WS-GROUP-LIMIT
               MOVE 'PARENT' TO WS-ML-ROLE
           ELSE
               MOVE 'MEMBER' TO WS-ML-ROLE
           END-IF.
           ADD 1 TO WS-MEMBER-COUNT.
           MOVE SRT-CUST-ID TO WS-ML-CUST-ID.
           MOVE SRT-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   PERFORM PRINT-MISSING-MEMBER
               NOT INVALID KEY
                   PERFORM PRINT-MEMBER-DETAIL
           END-READ.

       START-NEW-FAMILY.
           ADD 1 TO WS-FAMILY-COUNT.
           MOVE SRT-PARENT-ID TO WS-CURRENT-PARENT.
           MOVE ZERO TO WS-GROUP-LIMIT.
           MOVE ZERO TO WS-GROUP-BALANCE.
           MOVE ZERO TO WS-GROUP-LIMITS.
           MOVE ZERO TO WS-MEMBER-COUNT.
           MOVE ZERO TO WS-BUCKET-TOTALS.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-CURRENT-DATE TO WS-TL-DATE.
           WRITE STATEMENT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE WS-CURRENT-PARENT TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   PERFORM PRINT-MISSING-PARENT
               NOT INVALID KEY
                   PERFORM PRINT-PARENT-ADDRESS
           END-READ.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       PRINT-MISSING-MEMBER.
           MOVE '** NOT ON CUSTOMER FILE **' TO WS-ML-NAME.
           MOVE SPACE TO WS-ML-STATUS.
           MOVE SPACES TO WS-ML-BALANCE.
           WRITE STATEMENT-LINE FROM WS-MEMBER-LINE.

       PRINT-MISSING-PARENT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'PARENT ' DELIMITED BY SIZE
               WS-CURRENT-PARENT DELIMITED BY SIZE
               ' ** NOT ON CUSTOMER FILE **' DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.

       PRINT-PARENT-ADDRESS.
           MOVE CUST-NAME TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE CUST-ADDR-STREET TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           STRING CUST-ADDR-CITY DELIMITED BY '  '
               ', ' DELIMITED BY SIZE
               CUST-ADDR-STATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUST-ADDR-ZIP DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.

       PRINT-MEMBER-DETAIL.
           MOVE CUST-NAME TO WS-ML-NAME.
           MOVE CUST-STATUS TO WS-ML-STATUS.
           CALL 'FORMAT-BALANCE' USING CUST-BALANCE
               WS-FORMATTED-BALANCE.
           MOVE WS-FORMATTED-BALANCE TO WS-ML-BALANCE.
           WRITE STATEMENT-LINE FROM WS-MEMBER-LINE.
           ADD CUST-BALANCE TO WS-GROUP-BALANCE.
           ADD CUST-CREDIT-LIMIT TO WS-GROUP-LIMITS.
           IF ITEMS-AVAILABLE
               PERFORM PRINT-MEMBER-ITEMS
           END-IF.

       PRINT-MEMBER-ITEMS.
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
                               PERFORM PRINT-ONE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-ONE-ITEM.
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

           ADD OI-REMAINING-AMOUNT TO WS-BUCKET-TOTAL (WS-BUCKET).
           MOVE OI-INVOICE-NO TO WS-IL-INVOICE-NO.
           MOVE OI-DUE-DATE TO WS-IL-DUE-DATE.
           MOVE OI-REMAINING-AMOUNT TO WS-IL-OWED.
           MOVE WS-BUCKET-DESC (WS-BUCKET) TO WS-IL-BUCKET.
           WRITE STATEMENT-LINE FROM WS-ITEM-LINE.

       WRITE-GROUP-TOTALS.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           STRING 'GROUP TOTALS - ' DELIMITED BY SIZE
               WS-MEMBER-COUNT DELIMITED BY SIZE
               ' MEMBERS' DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.

           MOVE 'Combined Balance:' TO WS-T-LABEL.
           CALL 'FORMAT-BALANCE' USING WS-GROUP-BALANCE
               WS-FORMATTED-BALANCE.
           MOVE WS-FORMATTED-BALANCE TO WS-T-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-TOTAL-LINE.

           MOVE 'Member Credit Limits:' TO WS-T-LABEL.
           CALL 'FORMAT-BALANCE' USING WS-GROUP-LIMITS
               WS-FORMATTED-BALANCE.
           MOVE WS-FORMATTED-BALANCE TO WS-T-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-TOTAL-LINE.

           MOVE 'Group Credit Limit:' TO WS-T-LABEL.
           IF WS-GROUP-LIMIT > ZERO
               CALL 'FORMAT-BALANCE' USING WS-GROUP-LIMIT
                   WS-FORMATTED-BALANCE
               MOVE WS-FORMATTED-BALANCE TO WS-T-AMOUNT
           ELSE
               MOVE 'NONE' TO WS-T-AMOUNT
           END-IF.
           WRITE STATEMENT-LINE FROM WS-TOTAL-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           MOVE 'GROUP AGING' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
               MOVE WS-BUCKET-DESC (WS-BUCKET-SUB) TO WS-T-LABEL
               MOVE WS-BUCKET-TOTAL (WS-BUCKET-SUB) TO WS-SIGNED-AMOUNT
               CALL 'FORMAT-BALANCE' USING WS-SIGNED-AMOUNT
                   WS-FORMATTED-BALANCE
               MOVE WS-FORMATTED-BALANCE TO WS-T-AMOUNT
               WRITE STATEMENT-LINE FROM WS-TOTAL-LINE
           END-PERFORM.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
