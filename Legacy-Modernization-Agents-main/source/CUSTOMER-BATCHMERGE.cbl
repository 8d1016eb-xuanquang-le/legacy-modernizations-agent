       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-BATCHMERGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-FEED-FILE ASSIGN TO 'CHRGTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT LOCKBOX-FEED-FILE ASSIGN TO 'LBOXBTCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT COUNTER-FEED-FILE ASSIGN TO 'CNTRBTCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT ESCHEAT-FEED-FILE ASSIGN TO 'ESCHBTCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT SUSPENSE-FEED-FILE ASSIGN TO 'SUSPBTCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT RETURNS-FEED-FILE ASSIGN TO 'RTNBTCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT WRITEOFF-FEED-FILE ASSIGN TO 'WOFFBTCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT DISPUTE-FEED-FILE ASSIGN TO 'DSPCBTCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT DUALCTL-FEED-FILE ASSIGN TO 'DUALBTCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT AGENCY-FEED-FILE ASSIGN TO 'AGYBTCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT AUTOPAY-FEED-FILE ASSIGN TO 'ACHDBTCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT MERGE-LOG-FILE ASSIGN TO 'MERGELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ML-KEY
               FILE STATUS IS WS-MLOG-FILE-STATUS.

           SELECT CYCLE-BATCH-FILE ASSIGN TO 'TRANBATCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MERGE-REPORT-FILE ASSIGN TO 'MERGRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-FEED-FILE.
       01  CHARGE-FEED-RECORD        PIC X(80).

       FD  LOCKBOX-FEED-FILE.
       01  LOCKBOX-FEED-RECORD       PIC X(80).

       FD  COUNTER-FEED-FILE.
       01  COUNTER-FEED-RECORD       PIC X(80).

       FD  ESCHEAT-FEED-FILE.
       01  ESCHEAT-FEED-RECORD       PIC X(80).

       FD  SUSPENSE-FEED-FILE.
       01  SUSPENSE-FEED-RECORD      PIC X(80).

       FD  RETURNS-FEED-FILE.
       01  RETURNS-FEED-RECORD       PIC X(80).

       FD  WRITEOFF-FEED-FILE.
       01  WRITEOFF-FEED-RECORD      PIC X(80).

       FD  DISPUTE-FEED-FILE.
       01  DISPUTE-FEED-RECORD       PIC X(80).

       FD  DUALCTL-FEED-FILE.
       01  DUALCTL-FEED-RECORD       PIC X(80).

       FD  AGENCY-FEED-FILE.
       01  AGENCY-FEED-RECORD        PIC X(80).

       FD  AUTOPAY-FEED-FILE.
       01  AUTOPAY-FEED-RECORD       PIC X(80).

       FD  MERGE-LOG-FILE.
       COPY MERGELOG-DATA.

       FD  CYCLE-BATCH-FILE.
       01  CYCLE-BATCH-RECORD        PIC X(80).

       FD  MERGE-REPORT-FILE.
       01  MERGE-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.

       01  WS-CTL-FUNCTION           PIC X(3).
       01  WS-CTL-RETURN             PIC X.
           88  CTL-OK                VALUE 'Y'.

       01  WS-FEED-FILE-STATUS       PIC XX.
       01  WS-MLOG-FILE-STATUS       PIC XX.

       01  WS-CURRENT-DATE           PIC 9(8).
       01  WS-CURR-TIME              PIC 9(8).
       01  WS-NEXT-TRAN-ID           PIC 9(8).

       01  WS-FEEDER-VALUES.
           05  FILLER                PIC X(16)
               VALUE 'CHRGCHRGTRAN.DAT'.
           05  FILLER                PIC X(16)
               VALUE 'LBOXLBOXBTCH.DAT'.
           05  FILLER                PIC X(16)
               VALUE 'CNTRCNTRBTCH.DAT'.
           05  FILLER                PIC X(16)
               VALUE 'ESCHESCHBTCH.DAT'.
           05  FILLER                PIC X(16)
               VALUE 'SUSPSUSPBTCH.DAT'.
           05  FILLER                PIC X(16)
               VALUE 'RETNRTNBTCH.DAT '.
           05  FILLER                PIC X(16)
               VALUE 'WOFFWOFFBTCH.DAT'.
           05  FILLER                PIC X(16)
               VALUE 'DISPDSPCBTCH.DAT'.
           05  FILLER                PIC X(16)
               VALUE 'DUALDUALBTCH.DAT'.
           05  FILLER                PIC X(16)
               VALUE 'AGCYAGYBTCH.DAT '.
           05  FILLER                PIC X(16)
               VALUE 'ACHDACHDBTCH.DAT'.
       01  WS-FEEDER-TABLE REDEFINES WS-FEEDER-VALUES.
           05  WS-FEEDER-ENTRY OCCURS 11 TIMES.
               10  WS-FEEDER-SOURCE  PIC X(4).
               10  WS-FEEDER-FILE    PIC X(12).
       01  WS-FEED-MAX               PIC 9(2) VALUE 11.
       01  WS-FEED-SUB               PIC 9(2).

       01  WS-FEED-RECORD.
           05  FR-RECORD-TYPE        PIC X.
               88  FR-HEADER         VALUE 'H'.
               88  FR-DETAIL         VALUE 'D'.
               88  FR-TRAILER        VALUE 'T'.
           05  FR-RECORD-BODY        PIC X(79).
           05  FR-HEADER-BODY REDEFINES FR-RECORD-BODY.
               10  FR-H-BATCH-DATE   PIC X(8).
               10  FR-H-BATCH-DATE-N REDEFINES FR-H-BATCH-DATE
                                     PIC 9(8).
               10  FILLER            PIC X(71).
           05  FR-DETAIL-BODY REDEFINES FR-RECORD-BODY.
               10  FR-D-TRAN-ID      PIC 9(8).
               10  FR-D-CUST-ID      PIC X(8).
               10  FR-D-AMOUNT       PIC X(11).
               10  FR-D-AMOUNT-N REDEFINES FR-D-AMOUNT
                                     PIC 9(9)V99.
               10  FR-D-DR-CR        PIC X.
               10  FILLER            PIC X(51).
           05  FR-TRAILER-BODY REDEFINES FR-RECORD-BODY.
               10  FR-T-COUNT        PIC X(7).
               10  FR-T-COUNT-N REDEFINES FR-T-COUNT
                                     PIC 9(7).
               10  FR-T-DEBIT-TOT    PIC X(13).
               10  FR-T-DEBIT-TOT-N REDEFINES FR-T-DEBIT-TOT
                                     PIC 9(11)V99.
               10  FR-T-CREDIT-TOT   PIC X(13).
               10  FR-T-CREDIT-TOT-N REDEFINES FR-T-CREDIT-TOT
                                     PIC 9(11)V99.
               10  FILLER            PIC X(46).

       01  WS-FEED-EOF               PIC X.
           88  FEED-EOF              VALUE 'Y'.
       01  WS-FEED-HEADER-SEEN       PIC X.
           88  FEED-HEADER-SEEN      VALUE 'Y'.
       01  WS-FEED-TRAILER-SEEN      PIC X.
           88  FEED-TRAILER-SEEN     VALUE 'Y'.
       01  WS-FEED-OK                PIC X.
           88  FEED-OK               VALUE 'Y'.
       01  WS-FEED-MERGED            PIC X.
           88  FEED-ALREADY-MERGED   VALUE 'Y'.
       01  WS-FEED-STATE             PIC X(8).
       01  WS-FEED-REASON            PIC X(40).
       01  WS-CHECK-REASON           PIC X(40).

       01  WS-FEED-COUNT             PIC 9(7).
       01  WS-FEED-DEBIT-TOTAL       PIC 9(11)V99.
       01  WS-FEED-CREDIT-TOTAL      PIC 9(11)V99.
       01  WS-FEED-TRL-COUNT         PIC 9(7).
       01  WS-FEED-TRL-DEBIT         PIC 9(11)V99.
       01  WS-FEED-TRL-CREDIT        PIC 9(11)V99.
       01  WS-FEED-FIRST-ID          PIC 9(8).
       01  WS-FEED-LAST-ID           PIC 9(8).

       01  WS-LOGGED-COUNT           PIC 9(7).
       01  WS-LOGGED-DEBIT           PIC 9(11)V99.
       01  WS-LOGGED-CREDIT          PIC 9(11)V99.
       01  WS-LOGGED-FIRST-ID        PIC 9(8).
       01  WS-SAVED-NEXT-ID          PIC 9(8).

       01  WS-MERGED-FEEDERS         PIC 9(2) VALUE ZERO.
       01  WS-REJECTED-FEEDERS       PIC 9(2) VALUE ZERO.
       01  WS-BATCH-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-BATCH-DEBIT-TOTAL      PIC 9(11)V99 VALUE ZERO.
       01  WS-BATCH-CREDIT-TOTAL     PIC 9(11)V99 VALUE ZERO.

       01  WS-BATCH-HEADER.
           05  FILLER                PIC X VALUE 'H'.
           05  WS-BH-DATE            PIC 9(8).

       01  WS-BATCH-TRAILER.
           05  FILLER                PIC X VALUE 'T'.
           05  WS-BT-COUNT           PIC 9(7).
           05  WS-BT-DEBIT-TOT       PIC 9(11)V99.
           05  WS-BT-CREDIT-TOT      PIC 9(11)V99.

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(37)
               VALUE 'CYCLE BATCH MERGE CONTROL SHEET FOR '.
           05  WS-H-DATE             PIC 9999/99/99.

       01  WS-COLUMN-HEADING.
           05  FILLER                PIC X(6)  VALUE 'SRCE'.
           05  FILLER                PIC X(14) VALUE 'FEEDER FILE'.
           05  FILLER                PIC X(10) VALUE 'STATUS'.
           05  FILLER                PIC X(9)  VALUE '  DETAILS'.
           05  FILLER                PIC X(16) VALUE '          DEBITS'.
           05  FILLER                PIC X(16) VALUE '         CREDITS'.
           05  FILLER                PIC X(20) VALUE
               '  TRAN-IDS ASSIGNED'.

       01  WS-FEEDER-LINE.
           05  WS-F-SOURCE           PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-F-FILE             PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-F-STATE            PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-F-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-F-DEBITS           PIC Z(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-F-CREDITS          PIC Z(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-F-FIRST-ID         PIC X(8).
           05  FILLER                PIC X     VALUE '-'.
           05  WS-F-LAST-ID          PIC X(8).

       01  WS-REASON-LINE.
           05  FILLER                PIC X(20)
               VALUE '      REASON: '.
           05  WS-R-REASON           PIC X(40).

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(30)
               VALUE 'CYCLE BATCH TOTAL'.
           05  WS-T-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-T-DEBITS           PIC Z(10)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-T-CREDITS          PIC Z(10)9.99.

       01  WS-COUNT-LINE.
           05  WS-C-LABEL            PIC X(30).
           05  WS-C-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE 'GET' TO WS-CTL-FUNCTION.
           CALL 'SYSCTL-MANAGER' USING WS-CTL-FUNCTION
               SYSTEM-CONTROL-RECORD WS-CTL-RETURN.
           IF NOT CTL-OK
               DISPLAY 'CUSTOMER-BATCHMERGE: no system control file - '
                   'cycle batch not built.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SYS-BUSINESS-DATE TO WS-CURRENT-DATE.

           IF POST-COMPLETE
               DISPLAY 'CUSTOMER-BATCHMERGE: the cycle for '
                   WS-CURRENT-DATE ' has already posted - roll the '
                   'business date before building another batch.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SYS-NEXT-TRAN-ID IS NOT NUMERIC
               OR SYS-NEXT-TRAN-ID = ZERO
               DISPLAY 'CUSTOMER-BATCHMERGE: next transaction id not '
                   'set on the control file - run SYSCTL-INIT.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SYS-NEXT-TRAN-ID TO WS-NEXT-TRAN-ID.

           OPEN I-O MERGE-LOG-FILE.
           IF WS-MLOG-FILE-STATUS = '35'
               OPEN OUTPUT MERGE-LOG-FILE
               CLOSE MERGE-LOG-FILE
               OPEN I-O MERGE-LOG-FILE
           END-IF.
           IF WS-MLOG-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CYCLE-BATCH-FILE.
           OPEN OUTPUT MERGE-REPORT-FILE.
           MOVE WS-CURRENT-DATE TO WS-H-DATE.
           WRITE MERGE-REPORT-LINE FROM WS-HEADING-LINE.
           MOVE SPACES TO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE FROM WS-COLUMN-HEADING.

           MOVE WS-CURRENT-DATE TO WS-BH-DATE.
           WRITE CYCLE-BATCH-RECORD FROM WS-BATCH-HEADER.

           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > WS-FEED-MAX
               PERFORM MERGE-FEEDER
           END-PERFORM.

           MOVE WS-BATCH-COUNT TO WS-BT-COUNT.
           MOVE WS-BATCH-DEBIT-TOTAL TO WS-BT-DEBIT-TOT.
           MOVE WS-BATCH-CREDIT-TOTAL TO WS-BT-CREDIT-TOT.
           WRITE CYCLE-BATCH-RECORD FROM WS-BATCH-TRAILER.

           PERFORM WRITE-MERGE-TOTALS.

           MOVE WS-NEXT-TRAN-ID TO SYS-NEXT-TRAN-ID.
           MOVE SPACE TO SYS-EDIT-STATUS.
           MOVE 'PUT' TO WS-CTL-FUNCTION.
           CALL 'SYSCTL-MANAGER' USING WS-CTL-FUNCTION
               SYSTEM-CONTROL-RECORD WS-CTL-RETURN.
           IF NOT CTL-OK
               DISPLAY 'CUSTOMER-BATCHMERGE: *** unable to update the '
                   'control file - next transaction id not saved ***'
           END-IF.

           DISPLAY 'CUSTOMER-BATCHMERGE: ' WS-MERGED-FEEDERS
               ' feeder batches merged, ' WS-REJECTED-FEEDERS
               ' refused, ' WS-BATCH-COUNT ' details in TRANBATCH.DAT.'.
           IF WS-REJECTED-FEEDERS > ZERO
               DISPLAY 'CUSTOMER-BATCHMERGE: see MERGRPT.DAT for the '
                   'refused feeder batches.'
           END-IF.

           CLOSE MERGE-LOG-FILE.
           CLOSE CYCLE-BATCH-FILE.
           CLOSE MERGE-REPORT-FILE.
           STOP RUN.

       MERGE-FEEDER.
           MOVE SPACES TO WS-FEED-REASON.
           MOVE ZERO TO WS-FEED-COUNT.
           MOVE ZERO TO WS-FEED-DEBIT-TOTAL.
           MOVE ZERO TO WS-FEED-CREDIT-TOTAL.
           MOVE ZERO TO WS-FEED-FIRST-ID.
           MOVE ZERO TO WS-FEED-LAST-ID.

           PERFORM OPEN-FEEDER.
           IF WS-FEED-FILE-STATUS = '35'
               MOVE 'ABSENT' TO WS-FEED-STATE
           ELSE IF WS-FEED-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               MOVE 'REFUSED' TO WS-FEED-STATE
               MOVE 'FEEDER FILE COULD NOT BE OPENED'
                   TO WS-FEED-REASON
               ADD 1 TO WS-REJECTED-FEEDERS
           ELSE
               PERFORM CHECK-FEEDER-MERGED
               IF FEED-ALREADY-MERGED
                   PERFORM REMERGE-FEEDER
               ELSE
                   PERFORM VALIDATE-FEEDER
                   IF FEED-OK
                       PERFORM OPEN-FEEDER
                       PERFORM COPY-FEEDER-DETAILS
                       PERFORM CLOSE-FEEDER
                       PERFORM LOG-FEEDER-MERGED
                       MOVE 'MERGED' TO WS-FEED-STATE
                       ADD 1 TO WS-MERGED-FEEDERS
                       ADD WS-FEED-COUNT TO WS-BATCH-COUNT
                       ADD WS-FEED-DEBIT-TOTAL TO WS-BATCH-DEBIT-TOTAL
                       ADD WS-FEED-CREDIT-TOTAL
                           TO WS-BATCH-CREDIT-TOTAL
                   ELSE
                       CALL 'ERROR-LOGGER' USING ERR-FEEDER-REJECT-CD
                           ERR-FEEDER-REJECT ERR-FEEDER-REJECT-SEV ZERO
                       MOVE 'REJECTED' TO WS-FEED-STATE
                       ADD 1 TO WS-REJECTED-FEEDERS
                   END-IF
               END-IF
           END-IF.

           PERFORM WRITE-FEEDER-LINE.

       OPEN-FEEDER.
           EVALUATE WS-FEED-SUB
               WHEN 1
                   OPEN INPUT CHARGE-FEED-FILE
               WHEN 2
                   OPEN INPUT LOCKBOX-FEED-FILE
               WHEN 3
                   OPEN INPUT COUNTER-FEED-FILE
               WHEN 4
                   OPEN INPUT ESCHEAT-FEED-FILE
               WHEN 5
                   OPEN INPUT SUSPENSE-FEED-FILE
               WHEN 6
                   OPEN INPUT RETURNS-FEED-FILE
               WHEN 7
                   OPEN INPUT WRITEOFF-FEED-FILE
               WHEN 8
                   OPEN INPUT DISPUTE-FEED-FILE
               WHEN 9
                   OPEN INPUT DUALCTL-FEED-FILE
               WHEN 10
                   OPEN INPUT AGENCY-FEED-FILE
               WHEN 11
                   OPEN INPUT AUTOPAY-FEED-FILE
           END-EVALUATE.
           MOVE 'N' TO WS-FEED-EOF.

       READ-FEEDER.
           EVALUATE WS-FEED-SUB
               WHEN 1
                   READ CHARGE-FEED-FILE INTO WS-FEED-RECORD
                       AT END
                           MOVE 'Y' TO WS-FEED-EOF
                   END-READ
               WHEN 2
                   READ LOCKBOX-FEED-FILE INTO WS-FEED-RECORD
                       AT END
                           MOVE 'Y' TO WS-FEED-EOF
                   END-READ
               WHEN 3
                   READ COUNTER-FEED-FILE INTO WS-FEED-RECORD
                       AT END
                           MOVE 'Y' TO WS-FEED-EOF
                   END-READ
               WHEN 4
                   READ ESCHEAT-FEED-FILE INTO WS-FEED-RECORD
                       AT END
                           MOVE 'Y' TO WS-FEED-EOF
                   END-READ
               WHEN 5
                   READ SUSPENSE-FEED-FILE INTO WS-FEED-RECORD
                       AT END
                           MOVE 'Y' TO WS-FEED-EOF
                   END-READ
               WHEN 6
                   READ RETURNS-FEED-FILE INTO WS-FEED-RECORD
                       AT END
                           MOVE 'Y' TO WS-FEED-EOF
                   END-READ
               WHEN 7
                   READ WRITEOFF-FEED-FILE INTO WS-FEED-RECORD
                       AT END
                           MOVE 'Y' TO WS-FEED-EOF
                   END-READ
               WHEN 8
                   READ DISPUTE-FEED-FILE INTO WS-FEED-RECORD
                       AT END
                           MOVE 'Y' TO WS-FEED-EOF
                   END-READ
               WHEN 9
                   READ DUALCTL-FEED-FILE INTO WS-FEED-RECORD
                       AT END
                           MOVE 'Y' TO WS-FEED-EOF
                   END-READ
               WHEN 10
                   READ AGENCY-FEED-FILE INTO WS-FEED-RECORD
                       AT END
                           MOVE 'Y' TO WS-FEED-EOF
                   END-READ
               WHEN 11
                   READ AUTOPAY-FEED-FILE INTO WS-FEED-RECORD
                       AT END
                           MOVE 'Y' TO WS-FEED-EOF
                   END-READ
           END-EVALUATE.

       CLOSE-FEEDER.
           EVALUATE WS-FEED-SUB
               WHEN 1
                   CLOSE CHARGE-FEED-FILE
               WHEN 2
                   CLOSE LOCKBOX-FEED-FILE
               WHEN 3
                   CLOSE COUNTER-FEED-FILE
               WHEN 4
                   CLOSE ESCHEAT-FEED-FILE
               WHEN 5
                   CLOSE SUSPENSE-FEED-FILE
               WHEN 6
                   CLOSE RETURNS-FEED-FILE
               WHEN 7
                   CLOSE WRITEOFF-FEED-FILE
               WHEN 8
                   CLOSE DISPUTE-FEED-FILE
               WHEN 9
                   CLOSE DUALCTL-FEED-FILE
               WHEN 10
                   CLOSE AGENCY-FEED-FILE
               WHEN 11
                   CLOSE AUTOPAY-FEED-FILE
           END-EVALUATE.

       CHECK-FEEDER-MERGED.
           MOVE 'N' TO WS-FEED-MERGED.
           MOVE WS-CURRENT-DATE TO ML-BUSINESS-DATE.
           MOVE WS-FEEDER-SOURCE (WS-FEED-SUB) TO ML-SOURCE.
           READ MERGE-LOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FEED-MERGED
           END-READ.

       REMERGE-FEEDER.
           MOVE ML-DETAIL-COUNT TO WS-LOGGED-COUNT.
           MOVE ML-DEBIT-TOTAL TO WS-LOGGED-DEBIT.
           MOVE ML-CREDIT-TOTAL TO WS-LOGGED-CREDIT.
           MOVE ML-FIRST-TRAN-ID TO WS-LOGGED-FIRST-ID.
           PERFORM VALIDATE-FEEDER.
           IF FEED-OK
               AND WS-FEED-COUNT = WS-LOGGED-COUNT
               AND WS-FEED-DEBIT-TOTAL = WS-LOGGED-DEBIT
               AND WS-FEED-CREDIT-TOTAL = WS-LOGGED-CREDIT
               MOVE WS-NEXT-TRAN-ID TO WS-SAVED-NEXT-ID
               MOVE WS-LOGGED-FIRST-ID TO WS-NEXT-TRAN-ID
               PERFORM OPEN-FEEDER
               PERFORM COPY-FEEDER-DETAILS
               PERFORM CLOSE-FEEDER
               MOVE WS-SAVED-NEXT-ID TO WS-NEXT-TRAN-ID
               MOVE 'REMERGED' TO WS-FEED-STATE
               MOVE 'RETAKEN WITH ITS LOGGED TRANSACTION IDS'
                   TO WS-FEED-REASON
               ADD 1 TO WS-MERGED-FEEDERS
               ADD WS-FEED-COUNT TO WS-BATCH-COUNT
               ADD WS-FEED-DEBIT-TOTAL TO WS-BATCH-DEBIT-TOTAL
               ADD WS-FEED-CREDIT-TOTAL TO WS-BATCH-CREDIT-TOTAL
           ELSE
               CALL 'ERROR-LOGGER' USING ERR-FEEDER-DUP-CD
                   ERR-FEEDER-DUP ERR-FEEDER-DUP-SEV ZERO
               MOVE 'REFUSED' TO WS-FEED-STATE
               MOVE 'DIFFERS FROM THE BATCH LOGGED FOR TODAY'
                   TO WS-FEED-REASON
               ADD 1 TO WS-REJECTED-FEEDERS
           END-IF.

       VALIDATE-FEEDER.
           MOVE 'Y' TO WS-FEED-OK.
           MOVE 'N' TO WS-FEED-HEADER-SEEN.
           MOVE 'N' TO WS-FEED-TRAILER-SEEN.
           MOVE ZERO TO WS-FEED-TRL-COUNT.
           MOVE ZERO TO WS-FEED-TRL-DEBIT.
           MOVE ZERO TO WS-FEED-TRL-CREDIT.

           PERFORM UNTIL FEED-EOF
               PERFORM READ-FEEDER
               IF NOT FEED-EOF
                   PERFORM CHECK-FEEDER-RECORD
               END-IF
           END-PERFORM.
           PERFORM CLOSE-FEEDER.

           IF NOT FEED-HEADER-SEEN
               MOVE 'NO HEADER RECORD' TO WS-CHECK-REASON
               PERFORM REJECT-FEEDER
           ELSE IF NOT FEED-TRAILER-SEEN
               MOVE 'NO TRAILER RECORD' TO WS-CHECK-REASON
               PERFORM REJECT-FEEDER
           ELSE IF WS-FEED-COUNT NOT = WS-FEED-TRL-COUNT
               MOVE 'DETAIL COUNT DOES NOT AGREE WITH TRAILER'
                   TO WS-CHECK-REASON
               PERFORM REJECT-FEEDER
           ELSE IF WS-FEED-DEBIT-TOTAL NOT = WS-FEED-TRL-DEBIT
               OR WS-FEED-CREDIT-TOTAL NOT = WS-FEED-TRL-CREDIT
               MOVE 'AMOUNTS DO NOT AGREE WITH TRAILER'
                   TO WS-CHECK-REASON
               PERFORM REJECT-FEEDER
           END-IF.

       CHECK-FEEDER-RECORD.
           IF FEED-TRAILER-SEEN
               MOVE 'RECORD FOLLOWS TRAILER' TO WS-CHECK-REASON
               PERFORM REJECT-FEEDER
           END-IF.

           EVALUATE TRUE
               WHEN FR-HEADER
                   PERFORM CHECK-FEEDER-HEADER
               WHEN FR-DETAIL
                   PERFORM CHECK-FEEDER-DETAIL
               WHEN FR-TRAILER
                   PERFORM CHECK-FEEDER-TRAILER
               WHEN OTHER
                   MOVE 'UNKNOWN RECORD TYPE' TO WS-CHECK-REASON
                   PERFORM REJECT-FEEDER
           END-EVALUATE.

       CHECK-FEEDER-HEADER.
           IF FEED-HEADER-SEEN
               MOVE 'DUPLICATE HEADER RECORD' TO WS-CHECK-REASON
               PERFORM REJECT-FEEDER
           ELSE IF FR-H-BATCH-DATE IS NOT NUMERIC
               MOVE 'HEADER DATE NOT NUMERIC' TO WS-CHECK-REASON
               PERFORM REJECT-FEEDER
           ELSE IF FR-H-BATCH-DATE-N NOT = WS-CURRENT-DATE
               MOVE 'HEADER DATE IS NOT THE BUSINESS DATE'
                   TO WS-CHECK-REASON
               PERFORM REJECT-FEEDER
           ELSE
               MOVE 'Y' TO WS-FEED-HEADER-SEEN
           END-IF.

       CHECK-FEEDER-DETAIL.
           IF NOT FEED-HEADER-SEEN
               MOVE 'DETAIL BEFORE HEADER' TO WS-CHECK-REASON
               PERFORM REJECT-FEEDER
           END-IF.
           ADD 1 TO WS-FEED-COUNT.
           IF FR-D-AMOUNT IS NUMERIC
               IF FR-D-DR-CR = 'D'
                   ADD FR-D-AMOUNT-N TO WS-FEED-DEBIT-TOTAL
               ELSE IF FR-D-DR-CR = 'C'
                   ADD FR-D-AMOUNT-N TO WS-FEED-CREDIT-TOTAL
               END-IF
           END-IF.

       CHECK-FEEDER-TRAILER.
           IF FEED-TRAILER-SEEN
               MOVE 'DUPLICATE TRAILER RECORD' TO WS-CHECK-REASON
               PERFORM REJECT-FEEDER
           ELSE IF FR-T-COUNT IS NOT NUMERIC
               OR FR-T-DEBIT-TOT IS NOT NUMERIC
               OR FR-T-CREDIT-TOT IS NOT NUMERIC
               MOVE 'TRAILER TOTALS NOT NUMERIC' TO WS-CHECK-REASON
               PERFORM REJECT-FEEDER
           ELSE
               MOVE 'Y' TO WS-FEED-TRAILER-SEEN
               MOVE FR-T-COUNT-N TO WS-FEED-TRL-COUNT
               MOVE FR-T-DEBIT-TOT-N TO WS-FEED-TRL-DEBIT
               MOVE FR-T-CREDIT-TOT-N TO WS-FEED-TRL-CREDIT
           END-IF.

       REJECT-FEEDER.
           IF FEED-OK
               MOVE WS-CHECK-REASON TO WS-FEED-REASON
           END-IF.
           MOVE 'N' TO WS-FEED-OK.

       COPY-FEEDER-DETAILS.
           PERFORM UNTIL FEED-EOF
               PERFORM READ-FEEDER
               IF NOT FEED-EOF AND FR-DETAIL
                   PERFORM WRITE-MERGED-DETAIL
               END-IF
           END-PERFORM.

       WRITE-MERGED-DETAIL.
           IF WS-FEED-FIRST-ID = ZERO
               MOVE WS-NEXT-TRAN-ID TO WS-FEED-FIRST-ID
           END-IF.
           MOVE WS-NEXT-TRAN-ID TO WS-FEED-LAST-ID.
           MOVE WS-NEXT-TRAN-ID TO FR-D-TRAN-ID.
           ADD 1 TO WS-NEXT-TRAN-ID.
           WRITE CYCLE-BATCH-RECORD FROM WS-FEED-RECORD.

       LOG-FEEDER-MERGED.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO ML-BUSINESS-DATE.
           MOVE WS-FEEDER-SOURCE (WS-FEED-SUB) TO ML-SOURCE.
           MOVE WS-FEEDER-FILE (WS-FEED-SUB) TO ML-FILE-NAME.
           ACCEPT ML-MERGE-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-TIME(1:6) TO ML-MERGE-TIME.
           MOVE WS-FEED-COUNT TO ML-DETAIL-COUNT.
           MOVE WS-FEED-DEBIT-TOTAL TO ML-DEBIT-TOTAL.
           MOVE WS-FEED-CREDIT-TOTAL TO ML-CREDIT-TOTAL.
           MOVE WS-FEED-FIRST-ID TO ML-FIRST-TRAN-ID.
           MOVE WS-FEED-LAST-ID TO ML-LAST-TRAN-ID.
           WRITE MERGE-LOG-RECORD
               INVALID KEY
                   DISPLAY 'CUSTOMER-BATCHMERGE: unable to log '
                       ML-SOURCE ' on MERGELOG.DAT.'
           END-WRITE.

       WRITE-FEEDER-LINE.
           MOVE WS-FEEDER-SOURCE (WS-FEED-SUB) TO WS-F-SOURCE.
           MOVE WS-FEEDER-FILE (WS-FEED-SUB) TO WS-F-FILE.
           MOVE WS-FEED-STATE TO WS-F-STATE.
           MOVE WS-FEED-COUNT TO WS-F-COUNT.
           MOVE WS-FEED-DEBIT-TOTAL TO WS-F-DEBITS.
           MOVE WS-FEED-CREDIT-TOTAL TO WS-F-CREDITS.
           IF WS-FEED-FIRST-ID > ZERO
               MOVE WS-FEED-FIRST-ID TO WS-F-FIRST-ID
               MOVE WS-FEED-LAST-ID TO WS-F-LAST-ID
           ELSE
               MOVE SPACES TO WS-F-FIRST-ID
               MOVE SPACES TO WS-F-LAST-ID
           END-IF.
           WRITE MERGE-REPORT-LINE FROM WS-FEEDER-LINE.
           IF WS-FEED-REASON NOT = SPACES
               MOVE WS-FEED-REASON TO WS-R-REASON
               WRITE MERGE-REPORT-LINE FROM WS-REASON-LINE
           END-IF.

       WRITE-MERGE-TOTALS.
           MOVE SPACES TO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           MOVE WS-BATCH-COUNT TO WS-T-COUNT.
           MOVE WS-BATCH-DEBIT-TOTAL TO WS-T-DEBITS.
           MOVE WS-BATCH-CREDIT-TOTAL TO WS-T-CREDITS.
           WRITE MERGE-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'FEEDER BATCHES MERGED:' TO WS-C-LABEL.
           MOVE WS-MERGED-FEEDERS TO WS-C-COUNT.
           WRITE MERGE-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'FEEDER BATCHES REFUSED:' TO WS-C-LABEL.
           MOVE WS-REJECTED-FEEDERS TO WS-C-COUNT.
           WRITE MERGE-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE SPACES TO MERGE-REPORT-LINE.
           IF WS-REJECTED-FEEDERS > ZERO
               STRING '*** REFUSED FEEDERS WERE NOT MERGED - CORRECT '
                   DELIMITED BY SIZE
                   'AND RESUBMIT ON A LATER CYCLE ***'
                   DELIMITED BY SIZE INTO MERGE-REPORT-LINE
               END-STRING
           ELSE
               STRING 'ALL FEEDERS PRESENT WERE MERGED - CYCLE BATCH '
                   DELIMITED BY SIZE
                   'READY FOR CUSTOMER-TRANEDIT'
                   DELIMITED BY SIZE INTO MERGE-REPORT-LINE
               END-STRING
           END-IF.
           WRITE MERGE-REPORT-LINE.
