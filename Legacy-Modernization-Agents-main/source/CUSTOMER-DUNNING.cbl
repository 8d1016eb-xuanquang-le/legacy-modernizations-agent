               RECORD KEY IS DUN-CUST-ID
               FILE STATUS IS WS-DUN-FILE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO 'DISPUTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DSP-FILE-STATUS.

           SELECT PROMISE-FILE ASSIGN TO 'PROMISE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTP-KEY
               FILE STATUS IS WS-PTP-FILE-STATUS.

           SELECT AGENCY-FILE ASSIGN TO 'AGENCY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-KEY
               FILE STATUS IS WS-AG-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO 'DUNLTRS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  DUNNING-CONTROL-FILE.
       COPY DUNNING-DATA.

       FD  DISPUTE-FILE.
       COPY DISPUTE-DATA.

       FD  PROMISE-FILE.
       COPY PROMISE-DATA.

       FD  AGENCY-FILE.
       COPY AGENCY-DATA.

       FD  LETTER-FILE.
       01  LETTER-LINE               PIC X(100).

       01  WS-CUST-FILE-STATUS       PIC XX.
       01  WS-ITEM-FILE-STATUS       PIC XX.
       01  WS-DUN-FILE-STATUS        PIC XX.
       01  WS-DSP-FILE-STATUS        PIC XX.
       01  WS-PTP-FILE-STATUS        PIC XX.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  EOF                   VALUE 'Y'.
       01  WS-ITEM-EOF-FLAG          PIC X VALUE 'N'.
           88  ITEM-EOF              VALUE 'Y'.
       01  WS-ITEMS-AVAILABLE        PIC X VALUE 'N'.
           88  ITEMS-AVAILABLE       VALUE 'Y'.
       01  WS-DISPUTES-AVAILABLE     PIC X VALUE 'N'.
           88  DISPUTES-AVAILABLE    VALUE 'Y'.
       01  WS-ITEM-DISPUTED          PIC X VALUE 'N'.
           88  ITEM-DISPUTED         VALUE 'Y'.
       01  WS-UNDISPUTED-FOUND       PIC X VALUE 'N'.
           88  UNDISPUTED-FOUND      VALUE 'Y'.
       01  WS-DISPUTED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-DISPUTED-OWED          PIC 9(11)V99 VALUE ZERO.
       01  WS-HELD-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-PROMISES-AVAILABLE     PIC X VALUE 'N'.
           88  PROMISES-AVAILABLE    VALUE 'Y'.
       01  WS-PTP-EOF-FLAG           PIC X VALUE 'N'.
           88  PTP-EOF               VALUE 'Y'.
       01  WS-PROMISE-IN-FORCE       PIC X VALUE 'N'.
           88  PROMISE-IN-FORCE      VALUE 'Y'.
       01  WS-PROMISE-HELD-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-AG-FILE-STATUS         PIC XX.
       01  WS-AGENCY-AVAILABLE       PIC X VALUE 'N'.
           88  AGENCY-AVAILABLE      VALUE 'Y'.
       01  WS-AG-EOF-FLAG            PIC X VALUE 'N'.
           88  AG-EOF                VALUE 'Y'.
       01  WS-AGENCY-PLACED          PIC X VALUE 'N'.
           88  AGENCY-PLACED         VALUE 'Y'.
       01  WS-PLACED-HELD-COUNT      PIC 9(7) VALUE ZERO.

       01  WS-CURRENT-DATE           PIC 9(8).
       01  WS-CURRENT-DAY-INT        PIC 9(7).
       01  WS-OLDEST-DATE            PIC 9(8).
       01  WS-OLDEST-DAY-INT         PIC 9(7).
       01  WS-DAYS-OWING             PIC S9(5).
       01  WS-STANDARD-TERMS         PIC X(10) VALUE SPACES.
       01  WS-TERMS-DISC-DATE        PIC 9(8).
       01  WS-TERMS-DISC-PCT         PIC 9(2)V99.
       01  WS-TERMS-RETURN           PIC X.

       01  WS-RAW-LEVEL              PIC 9.
       01  WS-LETTER-LEVEL           PIC 9.
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

                   'falls back to last activity dates.'
           END-IF.

           OPEN INPUT DISPUTE-FILE.
           IF WS-DSP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-DISPUTES-AVAILABLE
           END-IF.

           OPEN INPUT PROMISE-FILE.
           IF WS-PTP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-PROMISES-AVAILABLE
           END-IF.

           OPEN INPUT AGENCY-FILE.
           IF WS-AG-FILE-STATUS = '00'
               MOVE 'Y' TO WS-AGENCY-AVAILABLE
           END-IF.

           OPEN I-O DUNNING-CONTROL-FILE.
           IF WS-DUN-FILE-STATUS = '35'
               OPEN OUTPUT DUNNING-CONTROL-FILE
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'CUSTOMER-DUNNING: ' WS-LETTER-COUNT
               ' letters generated from ' WS-READ-COUNT
               ' customers read.'.
           DISPLAY 'CUSTOMER-DUNNING: ' WS-HELD-COUNT
               ' customers held - all open items in dispute.'.
           DISPLAY 'CUSTOMER-DUNNING: ' WS-PROMISE-HELD-COUNT
               ' customers held - payment arrangement in force.'.
           DISPLAY 'CUSTOMER-DUNNING: ' WS-PLACED-HELD-COUNT
               ' customers held - placed with collection agency.'.

           CLOSE CUSTOMER-FILE.
           IF ITEMS-AVAILABLE
               CLOSE OPEN-ITEM-FILE
           END-IF.
           IF DISPUTES-AVAILABLE
               CLOSE DISPUTE-FILE
           END-IF.
           IF PROMISES-AVAILABLE
               CLOSE PROMISE-FILE
           END-IF.
           IF AGENCY-AVAILABLE
               CLOSE AGENCY-FILE
           END-IF.
           CLOSE DUNNING-CONTROL-FILE.
           CLOSE LETTER-FILE.
           STOP RUN.

       EVALUATE-OWING-ACCOUNT.
           PERFORM CHECK-AGENCY-PLACEMENT.
           IF AGENCY-PLACED
               ADD 1 TO WS-PLACED-HELD-COUNT
           ELSE
               PERFORM CHECK-PROMISE-IN-FORCE
               IF PROMISE-IN-FORCE
                   ADD 1 TO WS-PROMISE-HELD-COUNT
               ELSE
                   PERFORM EVALUATE-UNPROMISED-ACCOUNT
               END-IF
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

       EVALUATE-UNPROMISED-ACCOUNT.
           PERFORM FIND-OLDEST-OPEN-ITEM.
           IF WS-DISPUTED-COUNT > ZERO AND NOT UNDISPUTED-FOUND
               ADD 1 TO WS-HELD-COUNT
           ELSE
               PERFORM ASSIGN-LETTER-LEVEL
           END-IF.

       ASSIGN-LETTER-LEVEL.
           COMPUTE WS-OLDEST-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-OLDEST-DATE).
           COMPUTE WS-DAYS-OWING =
           END-IF.

           EVALUATE TRUE
               WHEN WS-DAYS-OWING = ZERO
                   MOVE 0 TO WS-RAW-LEVEL
               WHEN WS-DAYS-OWING < 31
                   MOVE 1 TO WS-RAW-LEVEL
               WHEN WS-DAYS-OWING < 61
                   MOVE 2 TO WS-RAW-LEVEL
               WHEN WS-DAYS-OWING < 91
                   MOVE 3 TO WS-RAW-LEVEL
               WHEN OTHER
                   MOVE 4 TO WS-RAW-LEVEL
           END-IF.

       FIND-OLDEST-OPEN-ITEM.
           CALL 'TERMS-MANAGER' USING WS-STANDARD-TERMS
               CUST-LAST-ACTIVITY-DATE WS-OLDEST-DATE
               WS-TERMS-DISC-DATE WS-TERMS-DISC-PCT WS-TERMS-RETURN.
           MOVE ZERO TO WS-DISPUTED-COUNT.
           MOVE ZERO TO WS-DISPUTED-OWED.
           MOVE 'N' TO WS-UNDISPUTED-FOUND.
           IF ITEMS-AVAILABLE
               MOVE 'N' TO WS-ITEM-EOF-FLAG
               MOVE CUST-ID TO OI-CUST-ID
                               MOVE 'Y' TO WS-ITEM-EOF-FLAG
                           ELSE
                               IF OI-REMAINING-AMOUNT > ZERO
                                   PERFORM CHECK-OPEN-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-OPEN-ITEM.
           PERFORM CHECK-ITEM-DISPUTED.
           IF ITEM-DISPUTED
               ADD 1 TO WS-DISPUTED-COUNT
               IF DSP-AMOUNT < OI-REMAINING-AMOUNT
                   ADD DSP-AMOUNT TO WS-DISPUTED-OWED
               ELSE
                   ADD OI-REMAINING-AMOUNT TO WS-DISPUTED-OWED
               END-IF
           ELSE
               MOVE 'Y' TO WS-UNDISPUTED-FOUND
               IF OI-DUE-DATE < WS-OLDEST-DATE
                   MOVE OI-DUE-DATE TO WS-OLDEST-DATE
               END-IF
           END-IF.

       CHECK-ITEM-DISPUTED.
           MOVE 'N' TO WS-ITEM-DISPUTED.
           IF DISPUTES-AVAILABLE
               MOVE OI-KEY TO DSP-KEY
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-OPEN
                           MOVE 'Y' TO WS-ITEM-DISPUTED
                       END-IF
               END-READ
           END-IF.

       READ-PRIOR-LEVEL.
           MOVE ZERO TO WS-PRIOR-LEVEL.
           MOVE 'N' TO WS-DUN-ON-FILE.
           ADD 1 TO WS-LETTER-COUNT.
           ADD 1 TO WS-LEVEL-COUNT (WS-LETTER-LEVEL).
           COMPUTE WS-AMOUNT-OWED = ZERO - CUST-BALANCE.
           IF WS-DISPUTED-OWED < WS-AMOUNT-OWED
               SUBTRACT WS-DISPUTED-OWED FROM WS-AMOUNT-OWED
           ELSE
               MOVE ZERO TO WS-AMOUNT-OWED
           END-IF.

           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           END-STRING.
           WRITE LETTER-LINE.

           IF WS-DISPUTED-OWED > ZERO
               MOVE WS-DISPUTED-OWED TO WS-SIGNED-OWED
               CALL 'FORMAT-BALANCE' USING WS-SIGNED-OWED
                   WS-FORMATTED-BALANCE
               MOVE SPACES TO LETTER-LINE
               STRING 'Amount under dispute, not demanded: '
                   DELIMITED BY SIZE
                   WS-FORMATTED-BALANCE DELIMITED BY SIZE
                   INTO LETTER-LINE
               END-STRING
               WRITE LETTER-LINE
           END-IF.

           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

