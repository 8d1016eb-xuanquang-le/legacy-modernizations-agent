       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMS-MANAGER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMS-FILE ASSIGN TO 'TERMS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMS-FILE.
       COPY TERMS-DATA.

       WORKING-STORAGE SECTION.
       01  WS-TERMS-FILE-STATUS     PIC XX.
       01  WS-TERMS-LOADED          PIC X VALUE 'N'.
           88  TERMS-LOADED         VALUE 'Y'.
       01  WS-TERMS-EOF             PIC X VALUE 'N'.
           88  TERMS-EOF            VALUE 'Y'.

       01  WS-STANDARD-NET-DAYS     PIC 9(3) VALUE 30.

       01  WS-TERMS-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-TERMS-MAX             PIC 9(3) VALUE 50.
       01  WS-TERMS-IDX             PIC 9(3).
       01  WS-TERMS-TABLE.
           05  WS-TERMS-ENTRY       OCCURS 50 TIMES.
               10  WS-TT-CODE       PIC X(10).
               10  WS-TT-NET-DAYS   PIC 9(3).
               10  WS-TT-DISC-PCT   PIC 9(2)V99.
               10  WS-TT-DISC-DAYS  PIC 9(3).

       01  WS-NET-DAYS              PIC 9(3).
       01  WS-DISC-DAYS             PIC 9(3).
       01  WS-BASE-INT              PIC 9(7).
       01  WS-WORK-INT              PIC 9(7).

       LINKAGE SECTION.
       01  LK-TERMS-CODE            PIC X(10).
       01  LK-INVOICE-DATE          PIC 9(8).
       01  LK-DUE-DATE              PIC 9(8).
       01  LK-DISCOUNT-DATE         PIC 9(8).
       01  LK-DISCOUNT-PCT          PIC 9(2)V99.
       01  LK-RETURN-CODE           PIC X.

       PROCEDURE DIVISION USING LK-TERMS-CODE LK-INVOICE-DATE
               LK-DUE-DATE LK-DISCOUNT-DATE LK-DISCOUNT-PCT
               LK-RETURN-CODE.
       MAIN-LOGIC.
           IF NOT TERMS-LOADED
               PERFORM LOAD-TERMS-TABLE
           END-IF.

           MOVE 'Y' TO LK-RETURN-CODE.
           MOVE WS-STANDARD-NET-DAYS TO WS-NET-DAYS.
           MOVE ZERO TO WS-DISC-DAYS.
           MOVE ZERO TO LK-DISCOUNT-PCT.

           IF LK-TERMS-CODE NOT = SPACES
               PERFORM FIND-TERMS-CODE
           END-IF.

           MOVE ZERO TO LK-DUE-DATE.
           MOVE ZERO TO LK-DISCOUNT-DATE.
           IF LK-INVOICE-DATE IS NUMERIC AND LK-INVOICE-DATE > ZERO
               PERFORM COMPUTE-TERMS-DATES
           END-IF.
           GOBACK.

       LOAD-TERMS-TABLE.
           MOVE 'Y' TO WS-TERMS-LOADED.
           MOVE ZERO TO WS-TERMS-COUNT.
           OPEN INPUT TERMS-FILE.
           IF WS-TERMS-FILE-STATUS = '00'
               MOVE 'N' TO WS-TERMS-EOF
               PERFORM UNTIL TERMS-EOF
                   READ TERMS-FILE
                       AT END
                           MOVE 'Y' TO WS-TERMS-EOF
                       NOT AT END
                           PERFORM STORE-TERMS-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TERMS-FILE
           END-IF.

       STORE-TERMS-ENTRY.
           IF TRM-CODE NOT = SPACES
               AND TRM-NET-DAYS IS NUMERIC
               AND TRM-DISC-PCT IS NUMERIC
               AND TRM-DISC-DAYS IS NUMERIC
               AND TRM-DISC-DAYS NOT > TRM-NET-DAYS
               AND WS-TERMS-COUNT < WS-TERMS-MAX
               ADD 1 TO WS-TERMS-COUNT
               MOVE TRM-CODE TO WS-TT-CODE (WS-TERMS-COUNT)
               MOVE TRM-NET-DAYS TO WS-TT-NET-DAYS (WS-TERMS-COUNT)
               MOVE TRM-DISC-PCT TO WS-TT-DISC-PCT (WS-TERMS-COUNT)
               MOVE TRM-DISC-DAYS TO WS-TT-DISC-DAYS (WS-TERMS-COUNT)
           END-IF.

       FIND-TERMS-CODE.
           MOVE 'N' TO LK-RETURN-CODE.
           PERFORM VARYING WS-TERMS-IDX FROM 1 BY 1
               UNTIL WS-TERMS-IDX > WS-TERMS-COUNT
               OR LK-RETURN-CODE = 'Y'
               IF WS-TT-CODE (WS-TERMS-IDX) = LK-TERMS-CODE
                   MOVE 'Y' TO LK-RETURN-CODE
                   MOVE WS-TT-NET-DAYS (WS-TERMS-IDX) TO WS-NET-DAYS
                   MOVE WS-TT-DISC-DAYS (WS-TERMS-IDX) TO WS-DISC-DAYS
                   MOVE WS-TT-DISC-PCT (WS-TERMS-IDX)
                       TO LK-DISCOUNT-PCT
               END-IF
           END-PERFORM.

       COMPUTE-TERMS-DATES.
           COMPUTE WS-BASE-INT =
               FUNCTION INTEGER-OF-DATE(LK-INVOICE-DATE).
           COMPUTE WS-WORK-INT = WS-BASE-INT + WS-NET-DAYS.
           COMPUTE LK-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           IF LK-DISCOUNT-PCT > ZERO
               COMPUTE WS-WORK-INT = WS-BASE-INT + WS-DISC-DAYS
               COMPUTE LK-DISCOUNT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           END-IF.
