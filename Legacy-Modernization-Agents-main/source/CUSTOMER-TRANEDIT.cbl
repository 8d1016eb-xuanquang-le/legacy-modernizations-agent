           SELECT REJECT-FILE ASSIGN TO 'TRANREJT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRAN-REGISTRY-FILE ASSIGN TO 'TRANREG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-TRAN-ID
               FILE STATUS IS WS-REG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-FILE.
       FD  REJECT-FILE.
       01  REJECT-LINE              PIC X(120).

       FD  TRAN-REGISTRY-FILE.
       COPY TRANREG-DATA.

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.
           88  CTL-OK               VALUE 'Y'.

       01  WS-BATCH-FILE-STATUS     PIC XX.
       01  WS-REG-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  EOF                  VALUE 'Y'.

       01  WS-TRL-DEBIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01  WS-TRL-CREDIT-TOTAL      PIC 9(11)V99 VALUE ZERO.

       01  WS-DUP-FOUND             PIC X VALUE 'N'.
           88  DUP-FOUND            VALUE 'Y'.
       01  WS-BACKOUT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-RELEASED-COUNT        PIC 9(7) VALUE ZERO.

       01  WS-BUSINESS-DATE         PIC 9(8).
       01  WS-EDIT-STAMP.
           05  WS-EDIT-DATE         PIC 9(8).
           05  WS-EDIT-TIME         PIC 9(8).

       01  WS-SCAN-BATCH-DATE       PIC 9(8) VALUE ZERO.
       01  WS-SCAN-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SCAN-MATCHED          PIC 9(7) VALUE ZERO.
       01  WS-SCAN-TRL-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-SCAN-TRL-DEBIT        PIC 9(11)V99 VALUE ZERO.
       01  WS-SCAN-TRL-CREDIT       PIC 9(11)V99 VALUE ZERO.
       01  WS-SCAN-TRAILER-SEEN     PIC X VALUE 'N'.
           88  SCAN-TRAILER-SEEN    VALUE 'Y'.
       01  WS-SCAN-UNMATCHED        PIC X VALUE 'N'.
           88  SCAN-UNMATCHED       VALUE 'Y'.
       01  WS-BATCH-RESUBMITTED     PIC X VALUE 'N'.
           88  BATCH-RESUBMITTED    VALUE 'Y'.

       01  WS-MATCH-STAMP.
           05  WS-MATCH-EDIT-DATE   PIC 9(8).
           05  WS-MATCH-EDIT-TIME   PIC 9(8).
       01  WS-MATCH-BUS-DATE        PIC 9(8) VALUE ZERO.
       01  WS-MATCH-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-MATCH-DEBIT           PIC 9(11)V99 VALUE ZERO.
       01  WS-MATCH-CREDIT          PIC 9(11)V99 VALUE ZERO.

       01  WS-REJECT-REASON         PIC X(30).

               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O TRAN-REGISTRY-FILE.
           IF WS-REG-FILE-STATUS = '35'
               OPEN OUTPUT TRAN-REGISTRY-FILE
               CLOSE TRAN-REGISTRY-FILE
               OPEN I-O TRAN-REGISTRY-FILE
           END-IF.
           IF WS-REG-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-EDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EDIT-TIME FROM TIME.
           MOVE 'GET' TO WS-CTL-FUNCTION.
           CALL 'SYSCTL-MANAGER' USING WS-CTL-FUNCTION
               SYSTEM-CONTROL-RECORD WS-CTL-RETURN.
           IF CTL-OK
               MOVE SYS-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE WS-EDIT-DATE TO WS-BUSINESS-DATE
           END-IF.

           IF CTL-OK AND NOT EDIT-COMPLETE
               PERFORM RELEASE-UNFINISHED-EDIT
           END-IF.

           PERFORM UNTIL EOF
               READ BATCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM SCAN-BATCH-RECORD
               END-READ
           END-PERFORM.
           CLOSE BATCH-FILE.
           PERFORM CHECK-RESUBMISSION.

           IF BATCH-RESUBMITTED
               PERFORM REJECT-RESUBMISSION
           ELSE
               PERFORM EDIT-BATCH
           END-IF.

           CLOSE TRAN-REGISTRY-FILE.
           STOP RUN.

       EDIT-BATCH.
           OPEN INPUT BATCH-FILE.
           OPEN OUTPUT CLEAN-FILE.
           OPEN OUTPUT REJECT-FILE.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ BATCH-FILE
                   AT END
           END-PERFORM.

           PERFORM BALANCE-BATCH.
           IF NOT BATCH-BALANCED
               PERFORM BACK-OUT-REGISTRY
           END-IF.
           PERFORM WRITE-EDIT-SUMMARY.

           IF BATCH-BALANCED
           CLOSE BATCH-FILE.
           CLOSE CLEAN-FILE.
           CLOSE REJECT-FILE.

       RELEASE-UNFINISHED-EDIT.
           PERFORM UNTIL EOF
               READ BATCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BAT-DETAIL AND BAT-D-TRAN-ID IS NUMERIC
                           PERFORM RELEASE-TODAYS-TRAN-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BATCH-FILE.
           OPEN INPUT BATCH-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           IF WS-RELEASED-COUNT > ZERO
               DISPLAY 'CUSTOMER-TRANEDIT: ' WS-RELEASED-COUNT
                   ' TRAN-IDs from an unfinished edit of '
                   WS-BUSINESS-DATE ' released for re-edit.'
           END-IF.

       RELEASE-TODAYS-TRAN-ID.
           MOVE BAT-D-TRAN-ID-N TO TR-TRAN-ID.
           READ TRAN-REGISTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TR-BUSINESS-DATE = WS-BUSINESS-DATE
                       DELETE TRAN-REGISTRY-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-RELEASED-COUNT
                       END-DELETE
                   END-IF
           END-READ.

       SCAN-BATCH-RECORD.
           EVALUATE TRUE
               WHEN BAT-HEADER
                   IF WS-SCAN-BATCH-DATE = ZERO
                       AND BAT-H-BATCH-DATE IS NUMERIC
                       MOVE BAT-H-BATCH-DATE TO WS-SCAN-BATCH-DATE
                   END-IF
               WHEN BAT-DETAIL
                   PERFORM SCAN-DETAIL-RECORD
               WHEN BAT-TRAILER
                   IF NOT SCAN-TRAILER-SEEN
                       AND BAT-T-COUNT IS NUMERIC
                       AND BAT-T-DEBIT-TOT IS NUMERIC
                       AND BAT-T-CREDIT-TOT IS NUMERIC
                       MOVE 'Y' TO WS-SCAN-TRAILER-SEEN
                       MOVE BAT-T-COUNT-N TO WS-SCAN-TRL-COUNT
                       MOVE BAT-T-DEBIT-TOT-N TO WS-SCAN-TRL-DEBIT
                       MOVE BAT-T-CREDIT-TOT-N TO WS-SCAN-TRL-CREDIT
                   END-IF
           END-EVALUATE.

       SCAN-DETAIL-RECORD.
           ADD 1 TO WS-SCAN-COUNT.
           IF SCAN-UNMATCHED
               CONTINUE
           ELSE IF BAT-D-TRAN-ID IS NOT NUMERIC
               OR BAT-D-TRAN-ID = '00000000'
               MOVE 'Y' TO WS-SCAN-UNMATCHED
           ELSE
               MOVE BAT-D-TRAN-ID-N TO TR-TRAN-ID
               READ TRAN-REGISTRY-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-UNMATCHED
                   NOT INVALID KEY
                       PERFORM MATCH-PRIOR-BATCH
               END-READ
           END-IF.

       MATCH-PRIOR-BATCH.
           IF WS-SCAN-MATCHED = ZERO
               MOVE TR-EDIT-STAMP TO WS-MATCH-STAMP
               MOVE TR-BUSINESS-DATE TO WS-MATCH-BUS-DATE
               MOVE TR-BATCH-COUNT TO WS-MATCH-COUNT
               MOVE TR-BATCH-DEBIT-TOT TO WS-MATCH-DEBIT
               MOVE TR-BATCH-CREDIT-TOT TO WS-MATCH-CREDIT
           END-IF.
           IF TR-EDIT-STAMP = WS-MATCH-STAMP
               ADD 1 TO WS-SCAN-MATCHED
           ELSE
               MOVE 'Y' TO WS-SCAN-UNMATCHED
           END-IF.

       CHECK-RESUBMISSION.
           MOVE 'N' TO WS-BATCH-RESUBMITTED.
           IF SCAN-TRAILER-SEEN
               AND NOT SCAN-UNMATCHED
               AND WS-SCAN-MATCHED > ZERO
               AND WS-SCAN-MATCHED = WS-SCAN-COUNT
               AND WS-SCAN-COUNT = WS-MATCH-COUNT
               AND WS-SCAN-TRL-COUNT = WS-MATCH-COUNT
               AND WS-SCAN-TRL-DEBIT = WS-MATCH-DEBIT
               AND WS-SCAN-TRL-CREDIT = WS-MATCH-CREDIT
               MOVE 'Y' TO WS-BATCH-RESUBMITTED
           END-IF.

       REJECT-RESUBMISSION.
           OPEN OUTPUT REJECT-FILE.
           MOVE SPACES TO REJECT-LINE.
           IF WS-MATCH-BUS-DATE = WS-BUSINESS-DATE
               STRING '*** BATCH ALREADY ACCEPTED FOR THIS BUSINESS '
                   DELIMITED BY SIZE
                   'DATE - CLEAN FILE FROM THAT EDIT STANDS ***'
                   DELIMITED BY SIZE
                   INTO REJECT-LINE
               END-STRING
               WRITE REJECT-LINE
               DISPLAY 'CUSTOMER-TRANEDIT: batch already accepted for '
                   WS-BUSINESS-DATE ' - existing TRANFILE.DAT left '
                   'in place.'
           ELSE
               CALL 'ERROR-LOGGER' USING ERR-BATCH-RESUBMIT-CD
                   ERR-BATCH-RESUBMIT ERR-BATCH-RESUBMIT-SEV ZERO
               DISPLAY ERR-BATCH-RESUBMIT
               OPEN OUTPUT CLEAN-FILE
               CLOSE CLEAN-FILE
               STRING '*** BATCH IS A RESUBMISSION OF THE BATCH '
                   DELIMITED BY SIZE
                   'ACCEPTED ON ' DELIMITED BY SIZE
                   WS-MATCH-BUS-DATE DELIMITED BY SIZE
                   ' - DO NOT POST ***' DELIMITED BY SIZE
                   INTO REJECT-LINE
               END-STRING
               WRITE REJECT-LINE
               DISPLAY 'CUSTOMER-TRANEDIT: *** DO NOT POST - SEE '
                   'TRANREJT.DAT ***'
               PERFORM RECORD-EDIT-FAILED
           END-IF.
           MOVE SPACES TO REJECT-LINE.
           STRING 'DETAILS READ: ' DELIMITED BY SIZE
               WS-SCAN-COUNT DELIMITED BY SIZE
               '  ALL TRAN-IDS ALREADY ON TRANREG.DAT'
               DELIMITED BY SIZE
               INTO REJECT-LINE
           END-STRING.
           WRITE REJECT-LINE.
           CLOSE REJECT-FILE.

       EDIT-BATCH-RECORD.
           EVALUATE TRUE
               MOVE 'N' TO WS-DETAIL-OK
           ELSE IF BAT-D-ORIGIN NOT = SPACE AND BAT-D-ORIGIN NOT = 'S'
               AND BAT-D-ORIGIN NOT = 'O' AND BAT-D-ORIGIN NOT = 'E'
               AND BAT-D-ORIGIN NOT = 'N' AND BAT-D-ORIGIN NOT = 'W'
               AND BAT-D-ORIGIN NOT = 'D' AND BAT-D-ORIGIN NOT = 'G'
               AND BAT-D-ORIGIN NOT = 'K' AND BAT-D-ORIGIN NOT = 'Y'
               AND BAT-D-ORIGIN NOT = 'A'
               MOVE 'INVALID ORIGIN CODE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-DETAIL-OK
           ELSE IF BAT-D-INVOICE-REF NOT = SPACES
           IF DETAIL-OK
               PERFORM CHECK-DUPLICATE-TRAN-ID
               IF DUP-FOUND
                   PERFORM SET-DUPLICATE-REASON
                   MOVE 'N' TO WS-DETAIL-OK
               END-IF
           END-IF.

       CHECK-DUPLICATE-TRAN-ID.
           MOVE 'N' TO WS-DUP-FOUND.
           MOVE BAT-D-TRAN-ID-N TO TR-TRAN-ID.
           READ TRAN-REGISTRY-FILE
               INVALID KEY
                   PERFORM REGISTER-TRAN-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DUP-FOUND
           END-READ.

       REGISTER-TRAN-ID.
           MOVE BAT-D-TRAN-ID-N TO TR-TRAN-ID.
           MOVE WS-BUSINESS-DATE TO TR-BUSINESS-DATE.
           MOVE WS-SCAN-BATCH-DATE TO TR-BATCH-DATE.
           MOVE BAT-D-ORIGIN TO TR-ORIGIN-CODE.
           MOVE BAT-D-CUST-ID-N TO TR-CUST-ID.
           MOVE BAT-D-AMOUNT-N TO TR-AMOUNT.
           MOVE BAT-D-DR-CR TO TR-DR-CR-CODE.
           MOVE WS-EDIT-STAMP TO TR-EDIT-STAMP.
           MOVE WS-SCAN-TRL-COUNT TO TR-BATCH-COUNT.
           MOVE WS-SCAN-TRL-DEBIT TO TR-BATCH-DEBIT-TOT.
           MOVE WS-SCAN-TRL-CREDIT TO TR-BATCH-CREDIT-TOT.
           WRITE TRAN-REGISTRY-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-DUP-FOUND
           END-WRITE.

       BACK-OUT-REGISTRY.
           CLOSE BATCH-FILE.
           OPEN INPUT BATCH-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ BATCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BAT-DETAIL AND BAT-D-TRAN-ID IS NUMERIC
                           PERFORM BACK-OUT-TRAN-ID
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BACKOUT-COUNT > ZERO
               DISPLAY 'CUSTOMER-TRANEDIT: ' WS-BACKOUT-COUNT
                   ' TRAN-IDs released from TRANREG.DAT.'
           END-IF.

       BACK-OUT-TRAN-ID.
           MOVE BAT-D-TRAN-ID-N TO TR-TRAN-ID.
           READ TRAN-REGISTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TR-EDIT-STAMP = WS-EDIT-STAMP
                       PERFORM DELETE-REGISTRY-ENTRY
                   END-IF
           END-READ.

       DELETE-REGISTRY-ENTRY.
           DELETE TRAN-REGISTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-BACKOUT-COUNT
           END-DELETE.

       SET-DUPLICATE-REASON.
           IF TR-EDIT-STAMP = WS-EDIT-STAMP
               MOVE 'DUPLICATE TRAN-ID IN BATCH' TO WS-REJECT-REASON
           ELSE
               MOVE SPACES TO WS-REJECT-REASON
               STRING 'DUP TRAN-ID ACCEPTED ' DELIMITED BY SIZE
                   TR-BUSINESS-DATE DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           END-IF.

       WRITE-CLEAN-RECORD.

       BALANCE-BATCH.
           MOVE 'N' TO WS-BATCH-BALANCED.
           IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
               CALL 'ERROR-LOGGER' USING ERR-BATCH-FORMAT-CD
                   ERR-BATCH-FORMAT ERR-BATCH-FORMAT-SEV ZERO
               DISPLAY ERR-BATCH-FORMAT
                   'TRANREJT.DAT ***'
           END-IF.
           WRITE REJECT-LINE.

           IF WS-BACKOUT-COUNT > ZERO
               MOVE SPACES TO REJECT-LINE
               STRING 'TRAN-IDS RELEASED FROM REGISTRY: '
                   DELIMITED BY SIZE
                   WS-BACKOUT-COUNT DELIMITED BY SIZE
                   INTO REJECT-LINE
               END-STRING
               WRITE REJECT-LINE
           END-IF.
