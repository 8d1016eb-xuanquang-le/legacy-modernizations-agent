               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO 'DISPUTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DSP-FILE-STATUS.

           SELECT CHARGE-TRAN-FILE ASSIGN TO 'CHRGTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           05  PRM-SERVICE-CHARGE    PIC 9(5)V99.
           05  PRM-TRAN-ID-BASE      PIC 9(8).

       FD  DISPUTE-FILE.
       COPY DISPUTE-DATA.

       FD  CHARGE-TRAN-FILE.
       01  CHARGE-BATCH-RECORD       PIC X(80).


       01  WS-CUST-FILE-STATUS       PIC XX.
       01  WS-PARM-FILE-STATUS       PIC XX.
       01  WS-DSP-FILE-STATUS        PIC XX.
       01  WS-DISPUTES-AVAILABLE     PIC X VALUE 'N'.
           88  DISPUTES-AVAILABLE    VALUE 'Y'.
       01  WS-DSP-EOF-FLAG           PIC X VALUE 'N'.
           88  DSP-EOF               VALUE 'Y'.
       01  WS-DISPUTED-OWED          PIC 9(11)V99 VALUE ZERO.
       01  WS-AMOUNT-OWED            PIC 9(11)V99 VALUE ZERO.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  EOF                   VALUE 'Y'.

       01  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-INTEREST-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-CHARGE-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-DISPUTE-HELD-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-INTEREST-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  WS-CHARGE-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  WS-EDITED-TOTAL           PIC Z(10)9.99.
           IF NOT PARMS-OK
               DISPLAY 'CUSTOMER-CHARGES: CHRGPARM.DAT missing or '
                   'invalid - no charges generated.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

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
           OPEN OUTPUT CHARGE-TRAN-FILE.
           MOVE WS-CURRENT-DATE TO WS-BH-DATE.
           WRITE CHARGE-BATCH-RECORD FROM WS-BATCH-HEADER.
           DISPLAY 'CUSTOMER-CHARGES: ' WS-READ-COUNT ' read, '
               WS-INTEREST-COUNT ' interest credits, '
               WS-CHARGE-COUNT ' service charges written.'.
           DISPLAY 'CUSTOMER-CHARGES: ' WS-DISPUTE-HELD-COUNT
               ' service charges held - balance owed in dispute.'.
           MOVE WS-INTEREST-TOTAL TO WS-EDITED-TOTAL.
           DISPLAY 'CUSTOMER-CHARGES: interest total '
               WS-EDITED-TOTAL.
               WS-EDITED-TOTAL.

           CLOSE CUSTOMER-FILE.
           IF DISPUTES-AVAILABLE
               CLOSE DISPUTE-FILE
           END-IF.
           CLOSE CHARGE-TRAN-FILE.
           STOP RUN.

       GENERATE-ACCOUNT-CHARGES.
           ADD 1 TO WS-READ-COUNT.

           IF CLOSED OR PENDING OR ESCHEATED OR CHARGED-OFF
               CONTINUE
           ELSE
               IF CUST-BALANCE > ZERO AND WS-INTEREST-RATE > ZERO
                   END-IF
               END-IF
               IF WS-SERVICE-CHARGE > ZERO
                   PERFORM CHECK-OWED-IN-DISPUTE
                   IF CUST-BALANCE < ZERO
                       AND WS-DISPUTED-OWED >= WS-AMOUNT-OWED
                       ADD 1 TO WS-DISPUTE-HELD-COUNT
                   ELSE
                       PERFORM WRITE-SERVICE-CHARGE
                   END-IF
               END-IF
           END-IF.

       CHECK-OWED-IN-DISPUTE.
           MOVE ZERO TO WS-DISPUTED-OWED.
           MOVE ZERO TO WS-AMOUNT-OWED.
           IF CUST-BALANCE < ZERO
               COMPUTE WS-AMOUNT-OWED = ZERO - CUST-BALANCE
           END-IF.
           IF DISPUTES-AVAILABLE AND CUST-BALANCE < ZERO
               MOVE 'N' TO WS-DSP-EOF-FLAG
               MOVE CUST-ID TO DSP-CUST-ID
               MOVE ZERO TO DSP-POST-DATE
               MOVE ZERO TO DSP-INVOICE-NO
               START DISPUTE-FILE KEY IS NOT LESS THAN DSP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-DSP-EOF-FLAG
               END-START
               PERFORM UNTIL DSP-EOF
                   READ DISPUTE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DSP-EOF-FLAG
                       NOT AT END
                           IF DSP-CUST-ID NOT = CUST-ID
                               MOVE 'Y' TO WS-DSP-EOF-FLAG
                           ELSE
                               IF DSP-OPEN
                                   ADD DSP-AMOUNT TO WS-DISPUTED-OWED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       WRITE-INTEREST-CREDIT.
           MOVE WS-NEXT-TRAN-ID TO WS-BD-TRAN-ID.
           ADD 1 TO WS-NEXT-TRAN-ID.
