       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ACHDRAFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOPAY-FILE ASSIGN TO 'AUTOPAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-AUTO-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'ACHPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ACH-FILE ASSIGN TO 'ACHDEBIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-FILE ASSIGN TO 'ACHDBTCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BTCH-FILE-STATUS.

           SELECT MERGE-LOG-FILE ASSIGN TO 'MERGELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ML-KEY
               FILE STATUS IS WS-MLOG-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'ACHDRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTOPAY-FILE.
       COPY AUTOPAY-DATA.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER-DATA.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT-DATA.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM-DATA.

       FD  PARAMETER-FILE.
       COPY ACHPARM-DATA.

       FD  ACH-FILE.
       01  ACH-RECORD                PIC X(94).

       FD  BATCH-FILE.
       01  BATCH-RECORD              PIC X(80).

       FD  MERGE-LOG-FILE.
       COPY MERGELOG-DATA.

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(132).

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

       01  WS-AUTO-FILE-STATUS       PIC XX.
       01  WS-CUST-FILE-STATUS       PIC XX.
       01  WS-ACCT-FILE-STATUS       PIC XX.
       01  WS-ITEM-FILE-STATUS       PIC XX.
       01  WS-PARM-FILE-STATUS       PIC XX.
       01  WS-ITEM-AVAILABLE         PIC X VALUE 'N'.
           88  ITEM-AVAILABLE        VALUE 'Y'.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  EOF                   VALUE 'Y'.
       01  WS-ITEM-EOF-FLAG          PIC X.
           88  ITEM-EOF              VALUE 'Y'.
       01  WS-PARMS-OK               PIC X VALUE 'N'.
           88  PARMS-OK              VALUE 'Y'.
       01  WS-ALREADY-RUN            PIC X VALUE 'N'.
           88  ALREADY-RUN           VALUE 'Y'.
       01  WS-ACH-OPEN               PIC X VALUE 'N'.
           88  ACH-OPEN              VALUE 'Y'.
       01  WS-DRAFT-OK               PIC X.
           88  DRAFT-OK              VALUE 'Y'.

       01  WS-CURRENT-DATE           PIC 9(8).
       01  WS-CURRENT-PARTS REDEFINES WS-CURRENT-DATE.
           05  WS-CUR-CCYYMM         PIC 9(6).
           05  WS-CUR-DD             PIC 9(2).
       01  WS-DRAFT-DATE.
           05  WS-DRAFT-CCYYMM       PIC 9(6).
           05  WS-DRAFT-DD           PIC 9(2).
       01  WS-DRAFT-DATE-N REDEFINES WS-DRAFT-DATE
                                     PIC 9(8).
       01  WS-EFFECTIVE-DATE         PIC 9(8).
       01  WS-DATE-WORK              PIC 9(8).
       01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           05  FILLER                PIC 9(2).
           05  WS-DW-YYMMDD          PIC 9(6).
       01  WS-CURR-TIME              PIC 9(8).
       01  WS-CURR-TIME-PARTS REDEFINES WS-CURR-TIME.
           05  WS-CT-HHMM            PIC 9(4).
           05  FILLER                PIC 9(4).

       01  WS-BUS-FUNCTION           PIC X(3).
       01  WS-BUS-DATE-1             PIC 9(8).
       01  WS-BUS-DATE-2             PIC 9(8).
       01  WS-BUSDAYS                PIC S9(5).
       01  WS-BUS-RETURN             PIC X.

       01  WS-MAX-DRAFT-AMOUNT       PIC 9(7)V99 VALUE ZERO.
       01  WS-ACH-AMOUNT-LIMIT       PIC 9(9)V99 VALUE 99999999.99.
       01  WS-DRAFT-AMOUNT           PIC 9(9)V99.
       01  WS-DUE-AMOUNT             PIC 9(9)V99.
       01  WS-OWED-AMOUNT            PIC 9(9)V99.
       01  WS-EXCEPTION-REASON       PIC X(40).
       01  WS-NEXT-TRAN-ID           PIC 9(8) VALUE 1.
       01  WS-TRACE-SEQ              PIC 9(7) VALUE ZERO.

       01  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-DUE-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-DRAFT-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-NIL-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-DRAFT-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-EXCEPTION-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  WS-DETAIL-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-CREDIT-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  WS-ENTRY-COUNT            PIC 9(8) VALUE ZERO.
       01  WS-ACH-DEBIT-TOTAL        PIC 9(10)V99 VALUE ZERO.
       01  WS-HASH-ACCUM             PIC 9(12) VALUE ZERO.
       01  WS-ENTRY-HASH             PIC 9(10) VALUE ZERO.
       01  WS-ACH-RECORD-COUNT       PIC 9(8) VALUE ZERO.
       01  WS-BLOCK-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-BLOCK-REM              PIC 9.
       01  WS-EDITED-TOTAL           PIC Z(10)9.99.

       01  WS-ACH-FILE-HEADER.
           05  FILLER                PIC X VALUE '1'.
           05  FILLER                PIC X(2) VALUE '01'.
           05  WS-FH-IMMED-DEST      PIC X(10).
           05  WS-FH-IMMED-ORIGIN    PIC X(10).
           05  WS-FH-CREATE-DATE     PIC 9(6).
           05  WS-FH-CREATE-TIME     PIC 9(4).
           05  FILLER                PIC X VALUE 'A'.
           05  FILLER                PIC X(3) VALUE '094'.
           05  FILLER                PIC X(2) VALUE '10'.
           05  FILLER                PIC X VALUE '1'.
           05  WS-FH-DEST-NAME       PIC X(23).
           05  WS-FH-ORIGIN-NAME     PIC X(23).
           05  FILLER                PIC X(8) VALUE SPACES.

       01  WS-ACH-BATCH-HEADER.
           05  FILLER                PIC X VALUE '5'.
           05  FILLER                PIC X(3) VALUE '225'.
           05  WS-BH5-COMPANY-NAME   PIC X(16).
           05  FILLER                PIC X(20) VALUE SPACES.
           05  WS-BH5-COMPANY-ID     PIC X(10).
           05  FILLER                PIC X(3) VALUE 'PPD'.
           05  WS-BH5-ENTRY-DESC     PIC X(10).
           05  FILLER                PIC X(6) VALUE SPACES.
           05  WS-BH5-EFFECTIVE-DATE PIC 9(6).
           05  FILLER                PIC X(3) VALUE SPACES.
           05  FILLER                PIC X VALUE '1'.
           05  WS-BH5-ODFI-ID        PIC X(8).
           05  WS-BH5-BATCH-NO       PIC 9(7) VALUE 1.

       01  WS-ACH-ENTRY.
           05  FILLER                PIC X VALUE '6'.
           05  WS-E-TRAN-CODE        PIC X(2).
           05  WS-E-RDFI-ID          PIC 9(8).
           05  WS-E-CHECK-DIGIT      PIC 9.
           05  WS-E-DFI-ACCOUNT      PIC X(17).
           05  WS-E-AMOUNT           PIC 9(8)V99.
           05  WS-E-INDIVIDUAL-ID.
               10  WS-E-CUST-ID      PIC 9(8).
               10  WS-E-ACCT-NO      PIC 9(4).
               10  FILLER            PIC X(3) VALUE SPACES.
           05  WS-E-INDIVIDUAL-NAME  PIC X(22).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  FILLER                PIC X VALUE '0'.
           05  WS-E-TRACE-NO.
               10  WS-E-TRACE-ODFI   PIC X(8).
               10  WS-E-TRACE-SEQ    PIC 9(7).

       01  WS-ACH-BATCH-CONTROL.
           05  FILLER                PIC X VALUE '8'.
           05  FILLER                PIC X(3) VALUE '225'.
           05  WS-BC-ENTRY-COUNT     PIC 9(6).
           05  WS-BC-ENTRY-HASH      PIC 9(10).
           05  WS-BC-DEBIT-TOTAL     PIC 9(10)V99.
           05  WS-BC-CREDIT-TOTAL    PIC 9(10)V99 VALUE ZERO.
           05  WS-BC-COMPANY-ID      PIC X(10).
           05  FILLER                PIC X(19) VALUE SPACES.
           05  FILLER                PIC X(6) VALUE SPACES.
           05  WS-BC-ODFI-ID         PIC X(8).
           05  WS-BC-BATCH-NO        PIC 9(7) VALUE 1.

       01  WS-ACH-FILE-CONTROL.
           05  FILLER                PIC X VALUE '9'.
           05  WS-FC-BATCH-COUNT     PIC 9(6) VALUE 1.
           05  WS-FC-BLOCK-COUNT     PIC 9(6).
           05  WS-FC-ENTRY-COUNT     PIC 9(8).
           05  WS-FC-ENTRY-HASH      PIC 9(10).
           05  WS-FC-DEBIT-TOTAL     PIC 9(10)V99.
           05  WS-FC-CREDIT-TOTAL    PIC 9(10)V99 VALUE ZERO.
           05  FILLER                PIC X(39) VALUE SPACES.

       01  WS-ACH-BLOCK-FILL         PIC X(94) VALUE ALL '9'.

       01  WS-BATCH-HEADER.
           05  FILLER                PIC X VALUE 'H'.
           05  WS-BH-DATE            PIC 9(8).

       01  WS-BATCH-DETAIL.
           05  FILLER                PIC X VALUE 'D'.
           05  WS-BD-TRAN-ID         PIC 9(8).
           05  WS-BD-CUST-ID         PIC 9(8).
           05  WS-BD-AMOUNT          PIC 9(9)V99.
           05  WS-BD-DR-CR           PIC X VALUE 'C'.
           05  WS-BD-TRAN-DATE       PIC 9(8).
           05  WS-BD-ORIGIN          PIC X VALUE 'A'.
           05  WS-BD-INVOICE-REF     PIC 9(8) VALUE ZERO.
           05  WS-BD-ORIG-DATE       PIC X(8) VALUE SPACES.
           05  WS-BD-ORIG-ID         PIC X(8) VALUE SPACES.
           05  WS-BD-ACCT-NO         PIC 9(4).

       01  WS-BATCH-TRAILER.
           05  FILLER                PIC X VALUE 'T'.
           05  WS-BT-COUNT           PIC 9(7).
           05  WS-BT-DEBIT-TOT       PIC 9(11)V99.
           05  WS-BT-CREDIT-TOT      PIC 9(11)V99.

       01  WS-REPORT-HEADING-1       PIC X(132)
           VALUE 'AUTOPAY DRAFT CONTROL REPORT'.
       01  WS-REPORT-HEADING-2.
           05  FILLER                PIC X(15) VALUE 'BUSINESS DATE '.
           05  WS-H-BUSINESS-DATE    PIC 9(8).
           05  FILLER                PIC X(19)
               VALUE '   EFFECTIVE DATE '.
           05  WS-H-EFFECTIVE-DATE   PIC 9(8).
       01  WS-REPORT-HEADING-3.
           05  FILLER                PIC X(10) VALUE 'CUST-ID'.
           05  FILLER                PIC X(6)  VALUE 'ACCT'.
           05  FILLER                PIC X(6)  VALUE 'RULE'.
           05  FILLER                PIC X(10) VALUE 'DRAFT DAY'.
           05  FILLER                PIC X(15) VALUE 'AMOUNT'.
           05  FILLER                PIC X(17) VALUE 'TRACE NUMBER'.
           05  FILLER                PIC X(40) VALUE 'STATUS'.

       01  WS-DETAIL-LINE.
           05  WS-D-CUST-ID          PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-ACCT-NO          PIC 9(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-RULE             PIC X.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  WS-D-DRAFT-DATE       PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-AMOUNT           PIC Z(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-TRACE-NO         PIC X(15).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-STATUS           PIC X(40).

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL            PIC X(30).
           05  WS-T-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-T-AMOUNT           PIC -(11)9.99.

       01  WS-HASH-LINE.
           05  FILLER                PIC X(30)
               VALUE 'BANK FILE ENTRY HASH:'.
           05  WS-HL-HASH            PIC 9(10).

       01  WS-IN-BALANCE-LINE        PIC X(132)
           VALUE 'CONTROL TOTALS IN BALANCE - BANK FILE AGREES'.
       01  WS-OUT-BALANCE-LINE       PIC X(132)
           VALUE '*** CONTROL TOTALS OUT OF BALANCE - DO NOT TRANSMIT'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE 'GET' TO WS-CTL-FUNCTION.
           CALL 'SYSCTL-MANAGER' USING WS-CTL-FUNCTION
               SYSTEM-CONTROL-RECORD WS-CTL-RETURN.
           IF CTL-OK
               MOVE SYS-BUSINESS-DATE TO WS-CURRENT-DATE
           END-IF.

           PERFORM LOAD-PARAMETERS.
           IF NOT PARMS-OK
               DISPLAY 'CUSTOMER-ACHDRAFT: ACHPARM.DAT missing or '
                   'invalid - no drafts originated.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O AUTOPAY-FILE.
           IF WS-AUTO-FILE-STATUS = '35'
               OPEN OUTPUT AUTOPAY-FILE
               CLOSE AUTOPAY-FILE
               OPEN I-O AUTOPAY-FILE
           END-IF.
           IF WS-AUTO-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CHECK-ALREADY-RUN.
           IF ALREADY-RUN
               CLOSE AUTOPAY-FILE
               DISPLAY 'CUSTOMER-ACHDRAFT: drafts already originated '
                   'for business date ' WS-CURRENT-DATE
                   ' - files left unchanged.'
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

           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-ITEM-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ITEM-AVAILABLE
           END-IF.

           MOVE 'NXT' TO WS-BUS-FUNCTION.
           MOVE WS-CURRENT-DATE TO WS-BUS-DATE-1.
           CALL 'BUSDAY-MANAGER' USING WS-BUS-FUNCTION
               WS-BUS-DATE-1 WS-BUS-DATE-2 WS-BUSDAYS WS-BUS-RETURN.
           IF WS-BUS-RETURN = 'Y'
               MOVE WS-BUS-DATE-2 TO WS-EFFECTIVE-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO WS-EFFECTIVE-DATE
           END-IF.

           PERFORM CHECK-PRIOR-BATCH.
           IF NOT PRIOR-MERGED
               DISPLAY 'CUSTOMER-ACHDRAFT: an unmerged ACHDBTCH.DAT'
                   ' already exists - run CUSTOMER-BATCHMERGE or '
                   'remove it before running again.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PRIOR-BATCH-DATE = WS-CURRENT-DATE
               DISPLAY 'CUSTOMER-ACHDRAFT: ACHDBTCH.DAT for '
                   WS-CURRENT-DATE
                   ' has already been merged - run again on the '
                   'next business date.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BATCH-FILE.
           MOVE WS-CURRENT-DATE TO WS-BH-DATE.
           WRITE BATCH-RECORD FROM WS-BATCH-HEADER.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-CURRENT-DATE TO WS-H-BUSINESS-DATE.
           MOVE WS-EFFECTIVE-DATE TO WS-H-EFFECTIVE-DATE.
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-1.
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-2.
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-3.

           MOVE ZERO TO AP-CUST-ID.
           MOVE ZERO TO AP-ACCT-NO.
           MOVE 'N' TO WS-EOF-FLAG.
           START AUTOPAY-FILE KEY IS NOT LESS THAN AP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL EOF
               READ AUTOPAY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PROCESS-ENROLLMENT
               END-READ
           END-PERFORM.

           IF ACH-OPEN
               PERFORM WRITE-ACH-CONTROLS
               CLOSE ACH-FILE
           ELSE
               OPEN OUTPUT ACH-FILE
               CLOSE ACH-FILE
           END-IF.

           MOVE WS-DETAIL-COUNT TO WS-BT-COUNT.
           MOVE ZERO TO WS-BT-DEBIT-TOT.
           MOVE WS-CREDIT-TOTAL TO WS-BT-CREDIT-TOT.
           WRITE BATCH-RECORD FROM WS-BATCH-TRAILER.

           PERFORM WRITE-REPORT-TOTALS.

           CLOSE AUTOPAY-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE ACCOUNT-FILE.
           IF ITEM-AVAILABLE
               CLOSE OPEN-ITEM-FILE
           END-IF.
           CLOSE BATCH-FILE.
           CLOSE REPORT-FILE.

           DISPLAY 'CUSTOMER-ACHDRAFT: ' WS-READ-COUNT
               ' enrollments read, ' WS-DRAFT-COUNT ' drafts '
               'originated, ' WS-EXCEPTION-COUNT ' exceptions.'.
           MOVE WS-DRAFT-TOTAL TO WS-EDITED-TOTAL.
           DISPLAY 'CUSTOMER-ACHDRAFT: drafts originated '
               WS-EDITED-TOTAL ' effective ' WS-EFFECTIVE-DATE.
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY 'CUSTOMER-ACHDRAFT: drafts held for review - '
                   'see ACHDRPT.DAT.'
           END-IF.
           DISPLAY 'CUSTOMER-ACHDRAFT: ACHDEBIT.DAT ready for the '
               'bank, ACHDBTCH.DAT ready for CUSTOMER-BATCHMERGE.'.
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
                       MOVE 'ACHD' TO ML-SOURCE
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
           MOVE 'N' TO WS-PARMS-OK.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS = '00'
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-IMMED-DEST NOT = SPACES
                           AND PRM-IMMED-ORIGIN NOT = SPACES
                           AND PRM-COMPANY-ID NOT = SPACES
                           AND PRM-ODFI-ID IS NUMERIC
                           AND PRM-ODFI-ID-N > ZERO
                           AND PRM-MAX-DRAFT-AMOUNT IS NUMERIC
                           MOVE PRM-MAX-DRAFT-AMOUNT
                               TO WS-MAX-DRAFT-AMOUNT
                           MOVE 'Y' TO WS-PARMS-OK
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       CHECK-ALREADY-RUN.
           MOVE 'N' TO WS-ALREADY-RUN.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF OR ALREADY-RUN
               READ AUTOPAY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF AP-LAST-DRAFT-DATE = WS-CURRENT-DATE
                           MOVE 'Y' TO WS-ALREADY-RUN
                       END-IF
               END-READ
           END-PERFORM.

       PROCESS-ENROLLMENT.
           ADD 1 TO WS-READ-COUNT.
           MOVE WS-CUR-CCYYMM TO WS-DRAFT-CCYYMM.
           MOVE AP-DRAFT-DAY TO WS-DRAFT-DD.
           IF AP-ACTIVE
               AND WS-DRAFT-DATE-N NOT > WS-CURRENT-DATE
               AND AP-LAST-DRAFT-DATE < WS-DRAFT-DATE-N
               AND AP-ENROLL-DATE < WS-DRAFT-DATE-N
               ADD 1 TO WS-DUE-COUNT
               PERFORM PROCESS-DRAFT
           END-IF.

       PROCESS-DRAFT.
           MOVE 'Y' TO WS-DRAFT-OK.
           MOVE ZERO TO WS-DRAFT-AMOUNT.
           MOVE SPACES TO WS-EXCEPTION-REASON.

           MOVE AP-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-DRAFT-OK
                   MOVE 'CUSTOMER NOT FOUND' TO WS-EXCEPTION-REASON
           END-READ.
           IF DRAFT-OK
               IF CLOSED OR ESCHEATED OR CHARGED-OFF
                   MOVE 'N' TO WS-DRAFT-OK
                   MOVE 'CUSTOMER STATUS NOT DRAFTABLE'
                       TO WS-EXCEPTION-REASON
               END-IF
           END-IF.

           IF DRAFT-OK
               MOVE AP-CUST-ID TO ACCT-CUST-ID
               MOVE AP-ACCT-NO TO ACCT-NO
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-DRAFT-OK
                       MOVE 'ACCOUNT NOT FOUND' TO WS-EXCEPTION-REASON
               END-READ
           END-IF.
           IF DRAFT-OK
               IF ACCT-CLOSED
                   MOVE 'N' TO WS-DRAFT-OK
                   MOVE 'ACCOUNT CLOSED' TO WS-EXCEPTION-REASON
               END-IF
           END-IF.

           IF DRAFT-OK
               PERFORM COMPUTE-DRAFT-AMOUNT
           END-IF.

           IF DRAFT-OK
               IF WS-MAX-DRAFT-AMOUNT > ZERO
                   AND WS-DRAFT-AMOUNT > WS-MAX-DRAFT-AMOUNT
                   MOVE 'N' TO WS-DRAFT-OK
                   MOVE 'EXCEEDS MAXIMUM DRAFT AMOUNT'
                       TO WS-EXCEPTION-REASON
               ELSE IF WS-DRAFT-AMOUNT > WS-ACH-AMOUNT-LIMIT
                   MOVE 'N' TO WS-DRAFT-OK
                   MOVE 'EXCEEDS ACH ENTRY AMOUNT FIELD'
                       TO WS-EXCEPTION-REASON
               END-IF
           END-IF.

           IF NOT DRAFT-OK
               PERFORM WRITE-EXCEPTION
           ELSE IF WS-DRAFT-AMOUNT = ZERO
               PERFORM RECORD-NOTHING-OWED
           ELSE
               PERFORM ORIGINATE-DRAFT
           END-IF.

       COMPUTE-DRAFT-AMOUNT.
           MOVE ZERO TO WS-OWED-AMOUNT.
           IF ACCT-BALANCE < ZERO
               COMPUTE WS-OWED-AMOUNT = ZERO - ACCT-BALANCE
           END-IF.
           EVALUATE TRUE
               WHEN AP-RULE-FULL
                   MOVE WS-OWED-AMOUNT TO WS-DRAFT-AMOUNT
               WHEN AP-RULE-MINIMUM
                   IF NOT ITEM-AVAILABLE
                       MOVE 'N' TO WS-DRAFT-OK
                       MOVE 'OPEN ITEMS UNAVAILABLE'
                           TO WS-EXCEPTION-REASON
                   ELSE
                       PERFORM SUM-ITEMS-DUE
                       MOVE WS-DUE-AMOUNT TO WS-DRAFT-AMOUNT
                       IF WS-DRAFT-AMOUNT > WS-OWED-AMOUNT
                           MOVE WS-OWED-AMOUNT TO WS-DRAFT-AMOUNT
                       END-IF
                   END-IF
               WHEN AP-RULE-FIXED
                   MOVE AP-FIXED-AMOUNT TO WS-DRAFT-AMOUNT
                   IF WS-DRAFT-AMOUNT > WS-OWED-AMOUNT
                       MOVE WS-OWED-AMOUNT TO WS-DRAFT-AMOUNT
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-DRAFT-OK
                   MOVE 'INVALID DEBIT RULE' TO WS-EXCEPTION-REASON
           END-EVALUATE.

       SUM-ITEMS-DUE.
           MOVE ZERO TO WS-DUE-AMOUNT.
           MOVE 'N' TO WS-ITEM-EOF-FLAG.
           MOVE AP-CUST-ID TO OI-CUST-ID.
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
                       IF OI-CUST-ID NOT = AP-CUST-ID
                           MOVE 'Y' TO WS-ITEM-EOF-FLAG
                       ELSE
                           IF OI-REMAINING-AMOUNT > ZERO
                               AND OI-DUE-DATE NOT > WS-CURRENT-DATE
                               ADD OI-REMAINING-AMOUNT
                                   TO WS-DUE-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ORIGINATE-DRAFT.
           IF NOT ACH-OPEN
               PERFORM OPEN-ACH-FILE
           END-IF.

           ADD 1 TO WS-TRACE-SEQ.
           IF AP-SAVINGS
               MOVE '37' TO WS-E-TRAN-CODE
           ELSE
               MOVE '27' TO WS-E-TRAN-CODE
           END-IF.
           MOVE AP-RDFI-ID TO WS-E-RDFI-ID.
           MOVE AP-CHECK-DIGIT TO WS-E-CHECK-DIGIT.
           MOVE AP-BANK-ACCT-NO TO WS-E-DFI-ACCOUNT.
           MOVE WS-DRAFT-AMOUNT TO WS-E-AMOUNT.
           MOVE AP-CUST-ID TO WS-E-CUST-ID.
           MOVE AP-ACCT-NO TO WS-E-ACCT-NO.
           MOVE CUST-NAME (1:22) TO WS-E-INDIVIDUAL-NAME.
           MOVE PRM-ODFI-ID TO WS-E-TRACE-ODFI.
           MOVE WS-TRACE-SEQ TO WS-E-TRACE-SEQ.
           WRITE ACH-RECORD FROM WS-ACH-ENTRY.
           ADD 1 TO WS-ACH-RECORD-COUNT.
           ADD 1 TO WS-ENTRY-COUNT.
           ADD WS-E-AMOUNT TO WS-ACH-DEBIT-TOTAL.
           ADD AP-RDFI-ID TO WS-HASH-ACCUM.

           MOVE WS-NEXT-TRAN-ID TO WS-BD-TRAN-ID.
           ADD 1 TO WS-NEXT-TRAN-ID.
           MOVE AP-CUST-ID TO WS-BD-CUST-ID.
           MOVE WS-DRAFT-AMOUNT TO WS-BD-AMOUNT.
           MOVE WS-CURRENT-DATE TO WS-BD-TRAN-DATE.
           MOVE AP-ACCT-NO TO WS-BD-ACCT-NO.
           WRITE BATCH-RECORD FROM WS-BATCH-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-BD-AMOUNT TO WS-CREDIT-TOTAL.

           MOVE WS-CURRENT-DATE TO AP-LAST-DRAFT-DATE.
           MOVE WS-DRAFT-AMOUNT TO AP-LAST-DRAFT-AMOUNT.
           REWRITE AUTOPAY-RECORD.

           ADD 1 TO WS-DRAFT-COUNT.
           ADD WS-DRAFT-AMOUNT TO WS-DRAFT-TOTAL.
           MOVE WS-E-TRACE-NO TO WS-D-TRACE-NO.
           MOVE 'ORIGINATED' TO WS-D-STATUS.
           PERFORM WRITE-DETAIL-LINE.

       RECORD-NOTHING-OWED.
           ADD 1 TO WS-NIL-COUNT.
           MOVE WS-CURRENT-DATE TO AP-LAST-DRAFT-DATE.
           MOVE ZERO TO AP-LAST-DRAFT-AMOUNT.
           REWRITE AUTOPAY-RECORD.
           MOVE SPACES TO WS-D-TRACE-NO.
           MOVE 'NOTHING OWED - NO DRAFT' TO WS-D-STATUS.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD WS-DRAFT-AMOUNT TO WS-EXCEPTION-TOTAL.
           MOVE SPACES TO WS-D-TRACE-NO.
           MOVE WS-EXCEPTION-REASON TO WS-D-STATUS.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           MOVE AP-CUST-ID TO WS-D-CUST-ID.
           MOVE AP-ACCT-NO TO WS-D-ACCT-NO.
           MOVE AP-DEBIT-RULE TO WS-D-RULE.
           MOVE WS-DRAFT-DATE-N TO WS-D-DRAFT-DATE.
           MOVE WS-DRAFT-AMOUNT TO WS-D-AMOUNT.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       OPEN-ACH-FILE.
           OPEN OUTPUT ACH-FILE.
           MOVE 'Y' TO WS-ACH-OPEN.

           MOVE PRM-IMMED-DEST TO WS-FH-IMMED-DEST.
           MOVE PRM-IMMED-ORIGIN TO WS-FH-IMMED-ORIGIN.
           MOVE WS-CURRENT-DATE TO WS-DATE-WORK.
           MOVE WS-DW-YYMMDD TO WS-FH-CREATE-DATE.
           MOVE WS-CT-HHMM TO WS-FH-CREATE-TIME.
           MOVE PRM-DEST-NAME TO WS-FH-DEST-NAME.
           MOVE PRM-ORIGIN-NAME TO WS-FH-ORIGIN-NAME.
           WRITE ACH-RECORD FROM WS-ACH-FILE-HEADER.
           ADD 1 TO WS-ACH-RECORD-COUNT.

           MOVE PRM-COMPANY-NAME TO WS-BH5-COMPANY-NAME.
           MOVE PRM-COMPANY-ID TO WS-BH5-COMPANY-ID.
           MOVE PRM-ENTRY-DESC TO WS-BH5-ENTRY-DESC.
           MOVE WS-EFFECTIVE-DATE TO WS-DATE-WORK.
           MOVE WS-DW-YYMMDD TO WS-BH5-EFFECTIVE-DATE.
           MOVE PRM-ODFI-ID TO WS-BH5-ODFI-ID.
           WRITE ACH-RECORD FROM WS-ACH-BATCH-HEADER.
           ADD 1 TO WS-ACH-RECORD-COUNT.

       WRITE-ACH-CONTROLS.
           MOVE WS-HASH-ACCUM TO WS-ENTRY-HASH.

           MOVE WS-ENTRY-COUNT TO WS-BC-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH TO WS-BC-ENTRY-HASH.
           MOVE WS-ACH-DEBIT-TOTAL TO WS-BC-DEBIT-TOTAL.
           MOVE PRM-COMPANY-ID TO WS-BC-COMPANY-ID.
           MOVE PRM-ODFI-ID TO WS-BC-ODFI-ID.
           WRITE ACH-RECORD FROM WS-ACH-BATCH-CONTROL.
           ADD 1 TO WS-ACH-RECORD-COUNT.

           COMPUTE WS-BLOCK-COUNT = (WS-ACH-RECORD-COUNT + 10) / 10.
           MOVE WS-BLOCK-COUNT TO WS-FC-BLOCK-COUNT.
           MOVE WS-ENTRY-COUNT TO WS-FC-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH TO WS-FC-ENTRY-HASH.
           MOVE WS-ACH-DEBIT-TOTAL TO WS-FC-DEBIT-TOTAL.
           WRITE ACH-RECORD FROM WS-ACH-FILE-CONTROL.
           ADD 1 TO WS-ACH-RECORD-COUNT.

           DIVIDE WS-ACH-RECORD-COUNT BY 10 GIVING WS-BLOCK-COUNT
               REMAINDER WS-BLOCK-REM.
           PERFORM UNTIL WS-BLOCK-REM = ZERO
               WRITE ACH-RECORD FROM WS-ACH-BLOCK-FILL
               ADD 1 TO WS-ACH-RECORD-COUNT
               DIVIDE WS-ACH-RECORD-COUNT BY 10 GIVING WS-BLOCK-COUNT
                   REMAINDER WS-BLOCK-REM
           END-PERFORM.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'ENROLLMENTS READ:' TO WS-T-LABEL.
           MOVE WS-READ-COUNT TO WS-T-COUNT.
           MOVE ZERO TO WS-T-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'DRAFTS DUE:' TO WS-T-LABEL.
           MOVE WS-DUE-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'NOTHING OWED:' TO WS-T-LABEL.
           MOVE WS-NIL-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'EXCEPTIONS HELD FOR REVIEW:' TO WS-T-LABEL.
           MOVE WS-EXCEPTION-COUNT TO WS-T-COUNT.
           MOVE WS-EXCEPTION-TOTAL TO WS-T-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'DRAFTS ORIGINATED:' TO WS-T-LABEL.
           MOVE WS-DRAFT-COUNT TO WS-T-COUNT.
           MOVE WS-DRAFT-TOTAL TO WS-T-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'BANK FILE DEBIT ENTRIES:' TO WS-T-LABEL.
           MOVE WS-ENTRY-COUNT TO WS-T-COUNT.
           MOVE WS-ACH-DEBIT-TOTAL TO WS-T-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE WS-ENTRY-HASH TO WS-HL-HASH.
           WRITE REPORT-LINE FROM WS-HASH-LINE.

           MOVE 'POSTING CREDITS (ORIGIN A):' TO WS-T-LABEL.
           MOVE WS-DETAIL-COUNT TO WS-T-COUNT.
           MOVE WS-CREDIT-TOTAL TO WS-T-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ENTRY-COUNT = WS-DETAIL-COUNT
               AND WS-ENTRY-COUNT = WS-DRAFT-COUNT
               AND WS-ACH-DEBIT-TOTAL = WS-CREDIT-TOTAL
               AND WS-ACH-DEBIT-TOTAL = WS-DRAFT-TOTAL
               WRITE REPORT-LINE FROM WS-IN-BALANCE-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-OUT-BALANCE-LINE
               CALL 'ERROR-LOGGER' USING ERR-ACH-CONTROL-CD
                   ERR-ACH-CONTROL ERR-ACH-CONTROL-SEV ZERO
               DISPLAY ERR-ACH-CONTROL
               MOVE 8 TO RETURN-CODE
           END-IF.
