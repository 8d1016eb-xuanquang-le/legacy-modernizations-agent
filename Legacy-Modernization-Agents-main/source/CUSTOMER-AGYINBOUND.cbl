       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-AGYINBOUND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-FILE ASSIGN TO 'AGYINB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INB-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT AGENCY-FILE ASSIGN TO 'AGENCY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-KEY
               FILE STATUS IS WS-AG-FILE-STATUS.

           SELECT AGENCY-REF-FILE ASSIGN TO 'AGYREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-AGENCY-REF
               FILE STATUS IS WS-AREF-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'AGYPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT BATCH-FILE ASSIGN TO 'AGYBTCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BTCH-FILE-STATUS.

           SELECT MERGE-LOG-FILE ASSIGN TO 'MERGELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ML-KEY
               FILE STATUS IS WS-MLOG-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO 'AGYREJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-FILE.
       01  INBOUND-RECORD.
           05  AGI-RECORD-TYPE       PIC X.
               88  AGI-HEADER        VALUE 'H'.
               88  AGI-DETAIL        VALUE 'D'.
               88  AGI-TRAILER       VALUE 'T'.
           05  AGI-BODY              PIC X(99).
       01  INBOUND-DETAIL.
           05  FILLER                PIC X.
           05  AGI-TYPE              PIC X.
               88  AGI-PAYMENT       VALUE 'P'.
               88  AGI-ADJUSTMENT    VALUE 'A'.
               88  AGI-RECALL        VALUE 'R'.
           05  AGI-CUST-ID           PIC X(8).
           05  AGI-CUST-ID-N REDEFINES AGI-CUST-ID
                                     PIC 9(8).
           05  AGI-AMOUNT            PIC X(11).
           05  AGI-AMOUNT-N REDEFINES AGI-AMOUNT
                                     PIC 9(9)V99.
           05  AGI-COMMISSION        PIC X(11).
           05  AGI-COMMISSION-N REDEFINES AGI-COMMISSION
                                     PIC 9(9)V99.
           05  AGI-DR-CR             PIC X.
           05  AGI-TRAN-DATE         PIC X(8).
           05  AGI-TRAN-DATE-N REDEFINES AGI-TRAN-DATE.
               10  AGI-DATE-CCYY     PIC 9(4).
               10  AGI-DATE-MM       PIC 9(2).
               10  AGI-DATE-DD       PIC 9(2).
           05  AGI-INVOICE-REF       PIC X(8).
           05  AGI-INVOICE-REF-N REDEFINES AGI-INVOICE-REF
                                     PIC 9(8).
           05  AGI-AGENCY-REF        PIC X(12).
           05  AGI-REASON            PIC X(20).
           05  FILLER                PIC X(19).
       01  INBOUND-TRAILER.
           05  FILLER                PIC X.
           05  AGI-T-COUNT           PIC X(7).
           05  AGI-T-COUNT-N REDEFINES AGI-T-COUNT
                                     PIC 9(7).
           05  AGI-T-AMOUNT          PIC X(13).
           05  AGI-T-AMOUNT-N REDEFINES AGI-T-AMOUNT
                                     PIC 9(11)V99.
           05  AGI-T-COMMISSION      PIC X(13).
           05  AGI-T-COMMISSION-N REDEFINES AGI-T-COMMISSION
                                     PIC 9(11)V99.
           05  FILLER                PIC X(66).

       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  AGENCY-FILE.
       COPY AGENCY-DATA.

       FD  AGENCY-REF-FILE.
       COPY AGYREF-DATA.

       FD  PARAMETER-FILE.
       COPY AGYPARM-DATA.

       FD  BATCH-FILE.
       01  BATCH-RECORD              PIC X(80).

       FD  MERGE-LOG-FILE.
       COPY MERGELOG-DATA.

       FD  REJECT-FILE.
       01  REJECT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.

       01  WS-CTL-FUNCTION           PIC X(3).
       01  WS-CTL-RETURN             PIC X.
           88  CTL-OK                VALUE 'Y'.

       01  WS-BTCH-FILE-STATUS       PIC XX.
       01  WS-MLOG-FILE-STATUS       PIC XX.
       01  WS-PRIOR-BATCH-DATE       PIC X(8).
       01  WS-PRIOR-MERGED           PIC X VALUE 'Y'.
           88  PRIOR-MERGED          VALUE 'Y'.

       01  WS-INB-FILE-STATUS        PIC XX.
       01  WS-CUST-FILE-STATUS       PIC XX.
       01  WS-AG-FILE-STATUS         PIC XX.
       01  WS-AREF-FILE-STATUS       PIC XX.
       01  WS-PARM-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  EOF                   VALUE 'Y'.
       01  WS-AG-EOF-FLAG            PIC X VALUE 'N'.
           88  AG-EOF                VALUE 'Y'.

       01  WS-MAX-COMMISSION-PCT     PIC 9(2)V99 VALUE 40.00.

       01  WS-HEADER-SEEN            PIC X VALUE 'N'.
           88  HEADER-SEEN           VALUE 'Y'.
       01  WS-TRAILER-SEEN           PIC X VALUE 'N'.
           88  TRAILER-SEEN          VALUE 'Y'.
       01  WS-FILE-OK                PIC X VALUE 'Y'.
           88  FILE-OK               VALUE 'Y'.
       01  WS-FILE-REASON            PIC X(40) VALUE SPACES.
       01  WS-CTL-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-CTL-AMOUNT             PIC 9(11)V99 VALUE ZERO.
       01  WS-CTL-COMMISSION         PIC 9(11)V99 VALUE ZERO.
       01  WS-TRL-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-TRL-AMOUNT             PIC 9(11)V99 VALUE ZERO.
       01  WS-TRL-COMMISSION         PIC 9(11)V99 VALUE ZERO.

       01  WS-DETAIL-OK              PIC X.
           88  DETAIL-OK             VALUE 'Y'.
       01  WS-REJECT-REASON          PIC X(30).
       01  WS-PLACEMENT-FOUND        PIC X.
           88  PLACEMENT-FOUND       VALUE 'Y'.
       01  WS-PLACED-KEY             PIC X(16).
       01  WS-COMMISSION-LIMIT       PIC 9(9)V99.
       01  WS-NET-AMOUNT             PIC 9(9)V99.

       01  WS-CURRENT-DATE           PIC 9(8).
       01  WS-NEXT-TRAN-ID           PIC 9(8) VALUE 1.

       01  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-PAYMENT-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-ADJUST-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-RECALL-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-REJECT-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-BATCH-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-DEBIT-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  WS-NET-TOTAL              PIC 9(11)V99 VALUE ZERO.
       01  WS-COMMISSION-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01  WS-EDITED-TOTAL           PIC Z(10)9.99.

       01  WS-BATCH-HEADER.
           05  FILLER                PIC X VALUE 'H'.
           05  WS-BH-DATE            PIC 9(8).

       01  WS-BATCH-DETAIL.
           05  FILLER                PIC X VALUE 'D'.
           05  WS-BD-TRAN-ID         PIC 9(8).
           05  WS-BD-CUST-ID         PIC 9(8).
           05  WS-BD-AMOUNT          PIC 9(9)V99.
           05  WS-BD-DR-CR           PIC X.
           05  WS-BD-TRAN-DATE       PIC X(8).
           05  WS-BD-ORIGIN          PIC X.
           05  WS-BD-INVOICE-REF     PIC 9(8).
           05  WS-BD-ORIG-DATE       PIC X(8) VALUE SPACES.
           05  WS-BD-ORIG-ID         PIC X(8) VALUE SPACES.
           05  WS-BD-ACCT-NO         PIC 9(4) VALUE ZERO.

       01  WS-BATCH-TRAILER.
           05  FILLER                PIC X VALUE 'T'.
           05  WS-BT-COUNT           PIC 9(7).
           05  WS-BT-DEBIT-TOT       PIC 9(11)V99.
           05  WS-BT-CREDIT-TOT      PIC 9(11)V99.

       01  WS-REJECT-HEADING-1       PIC X(132)
           VALUE 'COLLECTION AGENCY INBOUND FILE REJECTS'.
       01  WS-REJECT-HEADING-2.
           05  FILLER                PIC X(5)  VALUE 'TYPE'.
           05  FILLER                PIC X(10) VALUE 'CUST-ID'.
           05  FILLER                PIC X(15) VALUE 'AMOUNT'.
           05  FILLER                PIC X(15) VALUE 'COMMISSION'.
           05  FILLER                PIC X(10) VALUE 'DATE'.
           05  FILLER                PIC X(14) VALUE 'AGENCY REF'.
           05  FILLER                PIC X(30) VALUE 'REASON'.

       01  WS-REJECT-DETAIL.
           05  WS-R-TYPE             PIC X.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-R-CUST-ID          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-AMOUNT           PIC X(13).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-COMMISSION       PIC X(13).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-DATE             PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-AGENCY-REF       PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-REASON           PIC X(30).

       01  WS-REJECT-EDIT            PIC Z(8)9.99.

       01  WS-FILE-REJECT-LINE.
           05  FILLER                PIC X(28)
               VALUE '*** WHOLE FILE REJECTED - '.
           05  WS-FR-REASON          PIC X(40).

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

           PERFORM LOAD-PARAMETERS.

           OPEN INPUT INBOUND-FILE.
           IF WS-INB-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'CUSTOMER-AGYINBOUND: no AGYINB.DAT agency '
                   'file - nothing to do.'
               STOP RUN
           END-IF.
           PERFORM CHECK-CONTROL-TOTALS.
           CLOSE INBOUND-FILE.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O AGENCY-FILE.
           IF WS-AG-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'CUSTOMER-AGYINBOUND: no placement file - '
                   'run CUSTOMER-AGYPLACE first.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O AGENCY-REF-FILE.
           IF WS-AREF-FILE-STATUS = '35'
               OPEN OUTPUT AGENCY-REF-FILE
               CLOSE AGENCY-REF-FILE
               OPEN I-O AGENCY-REF-FILE
           END-IF.
           IF WS-AREF-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CHECK-PRIOR-BATCH.
           IF NOT PRIOR-MERGED
               DISPLAY 'CUSTOMER-AGYINBOUND: an unmerged AGYBTCH.DAT'
                   ' already exists - run CUSTOMER-BATCHMERGE or '
                   'remove it before running again.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PRIOR-BATCH-DATE = WS-CURRENT-DATE
               DISPLAY 'CUSTOMER-AGYINBOUND: AGYBTCH.DAT for '
                   WS-CURRENT-DATE
                   ' has already been merged - run again on the '
                   'next business date.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BATCH-FILE.
           MOVE WS-CURRENT-DATE TO WS-BH-DATE.
           WRITE BATCH-RECORD FROM WS-BATCH-HEADER.

           OPEN OUTPUT REJECT-FILE.
           WRITE REJECT-LINE FROM WS-REJECT-HEADING-1.
           WRITE REJECT-LINE FROM WS-REJECT-HEADING-2.

           IF FILE-OK
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT INBOUND-FILE
               PERFORM UNTIL EOF
                   READ INBOUND-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF AGI-DETAIL
                               PERFORM PROCESS-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INBOUND-FILE
           ELSE
               CALL 'ERROR-LOGGER' USING ERR-AGENCY-CONTROL-CD
                   ERR-AGENCY-CONTROL ERR-AGENCY-CONTROL-SEV ZERO
               MOVE WS-FILE-REASON TO WS-FR-REASON
               WRITE REJECT-LINE FROM WS-FILE-REJECT-LINE
               DISPLAY 'CUSTOMER-AGYINBOUND: ' ERR-AGENCY-CONTROL
               DISPLAY 'CUSTOMER-AGYINBOUND: ' WS-FILE-REASON
           END-IF.

           MOVE WS-BATCH-COUNT TO WS-BT-COUNT.
           MOVE WS-DEBIT-TOTAL TO WS-BT-DEBIT-TOT.
           MOVE WS-CREDIT-TOTAL TO WS-BT-CREDIT-TOT.
           WRITE BATCH-RECORD FROM WS-BATCH-TRAILER.

           PERFORM WRITE-REJECT-TOTALS.

           DISPLAY 'CUSTOMER-AGYINBOUND: ' WS-READ-COUNT
               ' agency records read, ' WS-REJECT-COUNT ' rejected.'.
           DISPLAY 'CUSTOMER-AGYINBOUND: ' WS-PAYMENT-COUNT
               ' collections, ' WS-ADJUST-COUNT ' adjustments, '
               WS-RECALL-COUNT ' recalls.'.
           MOVE WS-COMMISSION-TOTAL TO WS-EDITED-TOTAL.
           DISPLAY 'CUSTOMER-AGYINBOUND: agency commission '
               WS-EDITED-TOTAL.
           DISPLAY 'CUSTOMER-AGYINBOUND: AGYBTCH.DAT ready for '
               'CUSTOMER-BATCHMERGE.'.

           CLOSE CUSTOMER-FILE.
           CLOSE AGENCY-FILE.
           CLOSE AGENCY-REF-FILE.
           CLOSE BATCH-FILE.
           CLOSE REJECT-FILE.
           STOP RUN.

       CHECK-PRIOR-BATCH.
           MOVE 'Y' TO WS-PRIOR-MERGED.
           MOVE SPACES TO WS-PRIOR-BATCH-DATE.
           OPEN INPUT BATCH-FILE.
           IF WS-BTCH-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-PRIOR-MERGED
               IF WS-BTCH-FILE-STATUS = '00'
                   READ BATCH-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE BATCH-RECORD(2:8)
                               TO WS-PRIOR-BATCH-DATE
                   END-READ
                   CLOSE BATCH-FILE
               END-IF
               IF WS-PRIOR-BATCH-DATE IS NUMERIC
                   OPEN INPUT MERGE-LOG-FILE
                   IF WS-MLOG-FILE-STATUS = '00'
                       MOVE WS-PRIOR-BATCH-DATE TO ML-BUSINESS-DATE
                       MOVE 'AGCY' TO ML-SOURCE
                       READ MERGE-LOG-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-PRIOR-MERGED
                       END-READ
                       CLOSE MERGE-LOG-FILE
                   END-IF
               END-IF
           END-IF.

       LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS = '00'
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-MAX-COMMISSION-PCT IS NUMERIC
                           AND PRM-MAX-COMMISSION-PCT > ZERO
                           MOVE PRM-MAX-COMMISSION-PCT
                               TO WS-MAX-COMMISSION-PCT
                       ELSE
                           DISPLAY 'CUSTOMER-AGYINBOUND: AGYPARM.DAT '
                               'invalid - standard commission cap.'
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       CHECK-CONTROL-TOTALS.
           PERFORM UNTIL EOF
               READ INBOUND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TALLY-CONTROL-RECORD
               END-READ
           END-PERFORM.

           IF NOT FILE-OK
               CONTINUE
           ELSE IF NOT HEADER-SEEN
               MOVE 'N' TO WS-FILE-OK
               MOVE 'HEADER RECORD MISSING' TO WS-FILE-REASON
           ELSE IF NOT TRAILER-SEEN
               MOVE 'N' TO WS-FILE-OK
               MOVE 'TRAILER RECORD MISSING' TO WS-FILE-REASON
           ELSE IF WS-TRL-COUNT NOT = WS-CTL-COUNT
               MOVE 'N' TO WS-FILE-OK
               MOVE 'TRAILER RECORD COUNT DOES NOT AGREE'
                   TO WS-FILE-REASON
           ELSE IF WS-TRL-AMOUNT NOT = WS-CTL-AMOUNT
               MOVE 'N' TO WS-FILE-OK
               MOVE 'TRAILER AMOUNT TOTAL DOES NOT AGREE'
                   TO WS-FILE-REASON
           ELSE IF WS-TRL-COMMISSION NOT = WS-CTL-COMMISSION
               MOVE 'N' TO WS-FILE-OK
               MOVE 'TRAILER COMMISSION TOTAL DOES NOT AGREE'
                   TO WS-FILE-REASON
           END-IF.

       TALLY-CONTROL-RECORD.
           IF AGI-HEADER
               IF HEADER-SEEN OR WS-CTL-COUNT > ZERO
                   MOVE 'N' TO WS-FILE-OK
                   MOVE 'HEADER RECORD OUT OF SEQUENCE'
                       TO WS-FILE-REASON
               END-IF
               MOVE 'Y' TO WS-HEADER-SEEN
           ELSE IF AGI-DETAIL
               IF TRAILER-SEEN
                   MOVE 'N' TO WS-FILE-OK
                   MOVE 'DETAIL RECORD AFTER TRAILER'
                       TO WS-FILE-REASON
               END-IF
               ADD 1 TO WS-CTL-COUNT
               IF AGI-AMOUNT IS NUMERIC
                   ADD AGI-AMOUNT-N TO WS-CTL-AMOUNT
               END-IF
               IF AGI-COMMISSION IS NUMERIC
                   ADD AGI-COMMISSION-N TO WS-CTL-COMMISSION
               END-IF
           ELSE IF AGI-TRAILER
               IF TRAILER-SEEN
                   MOVE 'N' TO WS-FILE-OK
                   MOVE 'MORE THAN ONE TRAILER RECORD'
                       TO WS-FILE-REASON
               END-IF
               MOVE 'Y' TO WS-TRAILER-SEEN
               IF AGI-T-COUNT IS NOT NUMERIC
                   OR AGI-T-AMOUNT IS NOT NUMERIC
                   OR AGI-T-COMMISSION IS NOT NUMERIC
                   MOVE 'N' TO WS-FILE-OK
                   MOVE 'TRAILER TOTALS NOT NUMERIC'
                       TO WS-FILE-REASON
               ELSE
                   MOVE AGI-T-COUNT-N TO WS-TRL-COUNT
                   MOVE AGI-T-AMOUNT-N TO WS-TRL-AMOUNT
                   MOVE AGI-T-COMMISSION-N TO WS-TRL-COMMISSION
               END-IF
           ELSE
               MOVE 'N' TO WS-FILE-OK
               MOVE 'UNKNOWN RECORD TYPE ON FILE' TO WS-FILE-REASON
           END-IF.

       PROCESS-DETAIL.
           ADD 1 TO WS-READ-COUNT.
           MOVE 'Y' TO WS-DETAIL-OK.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N' TO WS-PLACEMENT-FOUND.

           IF NOT AGI-PAYMENT AND NOT AGI-ADJUSTMENT
               AND NOT AGI-RECALL
               MOVE 'INVALID TRANSACTION TYPE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-DETAIL-OK
           ELSE IF AGI-CUST-ID IS NOT NUMERIC
               OR AGI-CUST-ID-N = ZERO
               MOVE 'INVALID CUSTOMER ID' TO WS-REJECT-REASON
               MOVE 'N' TO WS-DETAIL-OK
           ELSE IF AGI-TRAN-DATE IS NOT NUMERIC
               OR AGI-DATE-MM < 01 OR AGI-DATE-MM > 12
               OR AGI-DATE-DD < 01 OR AGI-DATE-DD > 31
               OR AGI-TRAN-DATE > WS-CURRENT-DATE
               MOVE 'INVALID TRANSACTION DATE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-DETAIL-OK
           ELSE IF AGI-INVOICE-REF NOT = SPACES
               AND AGI-INVOICE-REF IS NOT NUMERIC
               MOVE 'INVALID INVOICE REFERENCE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-DETAIL-OK
           ELSE IF AGI-AGENCY-REF = SPACES
               MOVE 'AGENCY REFERENCE MISSING' TO WS-REJECT-REASON
               MOVE 'N' TO WS-DETAIL-OK
           ELSE IF AGI-PAYMENT
               AND (AGI-AMOUNT IS NOT NUMERIC
                   OR AGI-AMOUNT-N = ZERO
                   OR AGI-COMMISSION IS NOT NUMERIC)
               MOVE 'INVALID COLLECTION AMOUNT' TO WS-REJECT-REASON
               MOVE 'N' TO WS-DETAIL-OK
           ELSE IF AGI-ADJUSTMENT
               AND (AGI-AMOUNT IS NOT NUMERIC
                   OR AGI-AMOUNT-N = ZERO)
               MOVE 'INVALID ADJUSTMENT AMOUNT' TO WS-REJECT-REASON
               MOVE 'N' TO WS-DETAIL-OK
           ELSE IF AGI-ADJUSTMENT
               AND AGI-DR-CR NOT = 'D' AND AGI-DR-CR NOT = 'C'
               MOVE 'INVALID ADJUSTMENT DR-CR CODE'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-DETAIL-OK
           ELSE IF NOT AGI-PAYMENT
               AND AGI-COMMISSION NOT = SPACES
               AND AGI-COMMISSION NOT = ZERO
               MOVE 'COMMISSION ON NON-COLLECTION' TO WS-REJECT-REASON
               MOVE 'N' TO WS-DETAIL-OK
           END-IF.

           IF DETAIL-OK AND AGI-PAYMENT
               COMPUTE WS-COMMISSION-LIMIT ROUNDED =
                   AGI-AMOUNT-N * WS-MAX-COMMISSION-PCT / 100
               IF AGI-COMMISSION-N > WS-COMMISSION-LIMIT
                   MOVE 'COMMISSION OVER AGREED RATE'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-DETAIL-OK
               END-IF
           END-IF.

           IF DETAIL-OK
               MOVE AGI-AGENCY-REF TO AR-AGENCY-REF
               READ AGENCY-REF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'AGENCY REF ALREADY PROCESSED'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-DETAIL-OK
               END-READ
           END-IF.

           IF DETAIL-OK
               MOVE AGI-CUST-ID-N TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'CUSTOMER NOT ON FILE'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-DETAIL-OK
               END-READ
           END-IF.

           IF DETAIL-OK
               PERFORM FIND-ACTIVE-PLACEMENT
               IF NOT PLACEMENT-FOUND
                   MOVE 'ACCOUNT NOT PLACED WITH AGENCY'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-DETAIL-OK
               ELSE IF AGI-TRAN-DATE-N < AG-PLACED-DATE
                   MOVE 'DATE BEFORE PLACEMENT' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-DETAIL-OK
               END-IF
           END-IF.

           IF DETAIL-OK
               EVALUATE TRUE
                   WHEN AGI-PAYMENT
                       PERFORM POST-COLLECTION
                   WHEN AGI-ADJUSTMENT
                       PERFORM POST-ADJUSTMENT
                   WHEN AGI-RECALL
                       PERFORM RECALL-PLACEMENT
               END-EVALUATE
               PERFORM REGISTER-AGENCY-REF
           ELSE
               PERFORM WRITE-REJECT
           END-IF.

       REGISTER-AGENCY-REF.
           MOVE AGI-AGENCY-REF TO AR-AGENCY-REF.
           MOVE CUST-ID TO AR-CUST-ID.
           MOVE AGI-TYPE TO AR-TYPE.
           IF AGI-AMOUNT IS NUMERIC
               MOVE AGI-AMOUNT-N TO AR-AMOUNT
           ELSE
               MOVE ZERO TO AR-AMOUNT
           END-IF.
           MOVE AGI-TRAN-DATE-N TO AR-TRAN-DATE.
           MOVE WS-CURRENT-DATE TO AR-BUSINESS-DATE.
           WRITE AGENCY-REF-RECORD
               INVALID KEY
                   DISPLAY 'CUSTOMER-AGYINBOUND: unable to record '
                       'agency reference ' AR-AGENCY-REF
           END-WRITE.

       FIND-ACTIVE-PLACEMENT.
           MOVE 'N' TO WS-AG-EOF-FLAG.
           MOVE CUST-ID TO AG-CUST-ID.
           MOVE ZERO TO AG-PLACED-DATE.
           START AGENCY-FILE KEY IS NOT LESS THAN AG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AG-EOF-FLAG
           END-START.
           PERFORM UNTIL AG-EOF OR PLACEMENT-FOUND
               READ AGENCY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AG-EOF-FLAG
                   NOT AT END
                       IF AG-CUST-ID NOT = CUST-ID
                           MOVE 'Y' TO WS-AG-EOF-FLAG
                       ELSE
                           IF AG-PLACED
                               MOVE 'Y' TO WS-PLACEMENT-FOUND
                               MOVE AG-KEY TO WS-PLACED-KEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       POST-COLLECTION.
           ADD 1 TO WS-PAYMENT-COUNT.
           COMPUTE WS-NET-AMOUNT = AGI-AMOUNT-N - AGI-COMMISSION-N.
           IF WS-NET-AMOUNT > ZERO
               MOVE WS-NET-AMOUNT TO WS-BD-AMOUNT
               MOVE 'C' TO WS-BD-DR-CR
               MOVE 'G' TO WS-BD-ORIGIN
               PERFORM WRITE-BATCH-DETAIL
               ADD WS-NET-AMOUNT TO WS-NET-TOTAL
           END-IF.
           IF AGI-COMMISSION-N > ZERO
               MOVE AGI-COMMISSION-N TO WS-BD-AMOUNT
               MOVE 'C' TO WS-BD-DR-CR
               MOVE 'K' TO WS-BD-ORIGIN
               PERFORM WRITE-BATCH-DETAIL
               ADD AGI-COMMISSION-N TO WS-COMMISSION-TOTAL
           END-IF.
           ADD AGI-AMOUNT-N TO AG-GROSS-COLLECTED.
           ADD AGI-COMMISSION-N TO AG-COMMISSION-TOTAL.
           MOVE AGI-TRAN-DATE-N TO AG-LAST-ACTIVITY-DATE.
           REWRITE AGENCY-RECORD.

       POST-ADJUSTMENT.
           ADD 1 TO WS-ADJUST-COUNT.
           MOVE AGI-AMOUNT-N TO WS-BD-AMOUNT.
           MOVE AGI-DR-CR TO WS-BD-DR-CR.
           MOVE 'Y' TO WS-BD-ORIGIN.
           PERFORM WRITE-BATCH-DETAIL.
           IF AGI-DR-CR = 'D'
               ADD AGI-AMOUNT-N TO AG-ADJUST-DEBITS
           ELSE
               ADD AGI-AMOUNT-N TO AG-ADJUST-CREDITS
           END-IF.
           MOVE AGI-TRAN-DATE-N TO AG-LAST-ACTIVITY-DATE.
           REWRITE AGENCY-RECORD.

       RECALL-PLACEMENT.
           ADD 1 TO WS-RECALL-COUNT.
           MOVE 'R' TO AG-STATUS.
           MOVE WS-CURRENT-DATE TO AG-CLOSED-DATE.
           IF AGI-REASON = SPACES
               MOVE 'RECALLED BY AGENCY' TO AG-CLOSE-REASON
           ELSE
               MOVE AGI-REASON TO AG-CLOSE-REASON
           END-IF.
           MOVE AGI-TRAN-DATE-N TO AG-LAST-ACTIVITY-DATE.
           REWRITE AGENCY-RECORD.

       WRITE-BATCH-DETAIL.
           MOVE WS-NEXT-TRAN-ID TO WS-BD-TRAN-ID.
           ADD 1 TO WS-NEXT-TRAN-ID.
           MOVE CUST-ID TO WS-BD-CUST-ID.
           MOVE AGI-TRAN-DATE TO WS-BD-TRAN-DATE.
           IF AGI-INVOICE-REF IS NUMERIC AND WS-BD-DR-CR = 'C'
               MOVE AGI-INVOICE-REF-N TO WS-BD-INVOICE-REF
           ELSE
               MOVE ZERO TO WS-BD-INVOICE-REF
           END-IF.
           WRITE BATCH-RECORD FROM WS-BATCH-DETAIL.
           ADD 1 TO WS-BATCH-COUNT.
           IF WS-BD-DR-CR = 'D'
               ADD WS-BD-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-BD-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

       WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE AGI-TYPE TO WS-R-TYPE.
           MOVE AGI-CUST-ID TO WS-R-CUST-ID.
           IF AGI-AMOUNT IS NUMERIC
               MOVE AGI-AMOUNT-N TO WS-REJECT-EDIT
               MOVE WS-REJECT-EDIT TO WS-R-AMOUNT
           ELSE
               MOVE AGI-AMOUNT TO WS-R-AMOUNT
           END-IF.
           IF AGI-COMMISSION IS NUMERIC
               MOVE AGI-COMMISSION-N TO WS-REJECT-EDIT
               MOVE WS-REJECT-EDIT TO WS-R-COMMISSION
           ELSE
               MOVE AGI-COMMISSION TO WS-R-COMMISSION
           END-IF.
           MOVE AGI-TRAN-DATE TO WS-R-DATE.
           MOVE AGI-AGENCY-REF TO WS-R-AGENCY-REF.
           MOVE WS-REJECT-REASON TO WS-R-REASON.
           WRITE REJECT-LINE FROM WS-REJECT-DETAIL.
           IF AGI-CUST-ID IS NUMERIC
               CALL 'ERROR-LOGGER' USING ERR-AGENCY-REJECT-CD
                   ERR-AGENCY-REJECT ERR-AGENCY-REJECT-SEV
                   AGI-CUST-ID-N
           ELSE
               CALL 'ERROR-LOGGER' USING ERR-AGENCY-REJECT-CD
                   ERR-AGENCY-REJECT ERR-AGENCY-REJECT-SEV ZERO
           END-IF.

       WRITE-REJECT-TOTALS.
           MOVE SPACES TO REJECT-LINE.
           WRITE REJECT-LINE.

           MOVE 'AGENCY RECORDS READ:' TO WS-T-LABEL.
           MOVE WS-READ-COUNT TO WS-T-COUNT.
           MOVE ZERO TO WS-T-AMOUNT.
           WRITE REJECT-LINE FROM WS-TOTAL-LINE.

           MOVE 'RECORDS REJECTED:' TO WS-T-LABEL.
           MOVE WS-REJECT-COUNT TO WS-T-COUNT.
           WRITE REJECT-LINE FROM WS-TOTAL-LINE.

           MOVE 'RECALLS ACCEPTED:' TO WS-T-LABEL.
           MOVE WS-RECALL-COUNT TO WS-T-COUNT.
           WRITE REJECT-LINE FROM WS-TOTAL-LINE.

           MOVE 'ADJUSTMENTS ACCEPTED:' TO WS-T-LABEL.
           MOVE WS-ADJUST-COUNT TO WS-T-COUNT.
           WRITE REJECT-LINE FROM WS-TOTAL-LINE.

           MOVE 'COLLECTIONS - NET TO CASH:' TO WS-T-LABEL.
           MOVE WS-PAYMENT-COUNT TO WS-T-COUNT.
           MOVE WS-NET-TOTAL TO WS-T-AMOUNT.
           WRITE REJECT-LINE FROM WS-TOTAL-LINE.

           MOVE 'COLLECTIONS - COMMISSION:' TO WS-T-LABEL.
           MOVE WS-PAYMENT-COUNT TO WS-T-COUNT.
           MOVE WS-COMMISSION-TOTAL TO WS-T-AMOUNT.
           WRITE REJECT-LINE FROM WS-TOTAL-LINE.
