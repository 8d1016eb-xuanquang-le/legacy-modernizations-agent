       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-RETURNS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RETURN-FILE ASSIGN TO 'BANKRTN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'NSFPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO 'TRANHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT RETURN-HIST-FILE ASSIGN TO 'RETNHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RHST-FILE-STATUS.

           SELECT CHECK-STOP-FILE ASSIGN TO 'CHKSTOP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CUST-ID
               FILE STATUS IS WS-STOP-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO 'CONTLOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONT-KEY
               FILE STATUS IS WS-CONT-FILE-STATUS.

           SELECT AUTOPAY-FILE ASSIGN TO 'AUTOPAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-AUTO-FILE-STATUS.

           SELECT BATCH-FILE ASSIGN TO 'RTNBTCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BTCH-FILE-STATUS.

           SELECT MERGE-LOG-FILE ASSIGN TO 'MERGELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ML-KEY
               FILE STATUS IS WS-MLOG-FILE-STATUS.

           SELECT WORKLIST-FILE ASSIGN TO 'RTNWORK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-RETURN-FILE.
       01  BANK-RETURN-RECORD.
           05  RTN-AMOUNT            PIC X(11).
           05  RTN-AMOUNT-N REDEFINES RTN-AMOUNT
                                     PIC 9(9)V99.
           05  RTN-ACCOUNT-REF       PIC X(8).
           05  RTN-ACCOUNT-REF-N REDEFINES RTN-ACCOUNT-REF
                                     PIC 9(8).
           05  RTN-DEPOSIT-DATE      PIC X(8).
           05  RTN-DEPOSIT-DATE-N REDEFINES RTN-DEPOSIT-DATE
                                     PIC 9(8).
           05  RTN-DEPOSIT-PARTS REDEFINES RTN-DEPOSIT-DATE.
               10  RTN-DEP-CCYY      PIC 9(4).
               10  RTN-DEP-MM        PIC 9(2).
               10  RTN-DEP-DD        PIC 9(2).
           05  RTN-REASON            PIC X(20).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PRM-NSF-FEE           PIC 9(5)V99.
           05  PRM-MATCH-DAYS        PIC 9(2).
           05  PRM-RETURN-WINDOW     PIC 9(3).
           05  PRM-RETURN-LIMIT      PIC 9(2).

       FD  TRAN-HISTORY-FILE.
       COPY TRANHIST-DATA.

       FD  RETURN-HIST-FILE.
       COPY RETHIST-DATA.

       FD  CHECK-STOP-FILE.
       COPY CHKSTOP-DATA.

       FD  CONTACT-FILE.
       COPY CONTACT-DATA.

       FD  AUTOPAY-FILE.
       COPY AUTOPAY-DATA.

       FD  BATCH-FILE.
       01  BATCH-RECORD              PIC X(80).

       FD  MERGE-LOG-FILE.
       COPY MERGELOG-DATA.

       FD  WORKLIST-FILE.
       01  WORKLIST-LINE             PIC X(100).

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

       01  WS-RTN-FILE-STATUS        PIC XX.
       01  WS-PARM-FILE-STATUS       PIC XX.
       01  WS-HIST-FILE-STATUS       PIC XX.
       01  WS-RHST-FILE-STATUS       PIC XX.
       01  WS-STOP-FILE-STATUS       PIC XX.
       01  WS-CONT-FILE-STATUS       PIC XX.
       01  WS-AUTO-FILE-STATUS       PIC XX.
       01  WS-AUTO-AVAILABLE         PIC X VALUE 'N'.
           88  AUTO-AVAILABLE        VALUE 'Y'.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  EOF                   VALUE 'Y'.
       01  WS-HIST-EOF-FLAG          PIC X.
           88  HIST-EOF              VALUE 'Y'.
       01  WS-RHST-EOF-FLAG          PIC X.
           88  RHST-EOF              VALUE 'Y'.

       01  WS-PARMS-OK               PIC X VALUE 'N'.
           88  PARMS-OK              VALUE 'Y'.
       01  WS-NSF-FEE                PIC 9(5)V99 VALUE ZERO.
       01  WS-MATCH-DAYS             PIC 9(2) VALUE ZERO.
       01  WS-RETURN-WINDOW          PIC 9(3) VALUE ZERO.
       01  WS-RETURN-LIMIT           PIC 9(2) VALUE ZERO.
       01  WS-NEXT-TRAN-ID           PIC 9(8) VALUE 1.

       01  WS-MATCHED                PIC X.
           88  MATCHED               VALUE 'Y'.
       01  WS-RETURN-LOGGED          PIC X.
           88  RETURN-LOGGED         VALUE 'Y'.
       01  WS-CONTACT-WRITTEN        PIC X.
           88  CONTACT-WRITTEN       VALUE 'Y'.
       01  WS-CONTACT-TRIES          PIC 9(2).
       01  WS-UNMATCHED-REASON       PIC X(40).

       01  WS-CURRENT-DATE           PIC 9(8).
       01  WS-CURRENT-DAY-INT        PIC 9(7).
       01  WS-CURR-TIME              PIC 9(8).
       01  WS-WINDOW-START-INT       PIC 9(7).
       01  WS-WINDOW-START-DATE      PIC 9(8).
       01  WS-EXPIRY-INT             PIC 9(7).
       01  WS-RECENT-RETURNS         PIC 9(3).

       01  WS-BUS-FUNCTION           PIC X(3).
       01  WS-BUS-DATE-1             PIC 9(8).
       01  WS-BUS-DATE-2             PIC 9(8).
       01  WS-BUSDAYS                PIC S9(5).
       01  WS-BUS-RETURN             PIC X.

       01  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-MATCHED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-UNMATCHED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-STOPPED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-AUTOPAY-SUSP-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-DETAIL-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-DEBIT-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-RETURNED-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  WS-UNMATCHED-TOTAL        PIC 9(11)V99 VALUE ZERO.
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
           05  WS-BD-TRAN-DATE       PIC 9(8).
           05  WS-BD-ORIGIN          PIC X VALUE 'N'.
           05  WS-BD-INVOICE-REF     PIC X(8) VALUE SPACES.
           05  WS-BD-ORIG-DATE       PIC X(8).
           05  WS-BD-ORIG-ID         PIC X(8).
           05  WS-BD-ACCT-NO         PIC 9(4).

       01  WS-BATCH-TRAILER.
           05  FILLER                PIC X VALUE 'T'.
           05  WS-BT-COUNT           PIC 9(7).
           05  WS-BT-DEBIT-TOT       PIC 9(11)V99.
           05  WS-BT-CREDIT-TOT      PIC 9(11)V99.

       01  WS-WORK-HEADING           PIC X(100)
           VALUE 'RETURNED PAYMENT WORKLIST'.

       01  WS-WORK-DETAIL.
           05  WS-W-ACTION           PIC X(16).
           05  WS-W-AMOUNT           PIC -(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-W-DEPOSIT-DATE     PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-W-ACCOUNT-REF      PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-W-NOTE             PIC X(40).

       01  WS-AUTOPAY-AUDIT-NAME.
           05  FILLER                PIC X(5) VALUE 'ACCT '.
           05  WS-AA-ACCT-NO         PIC 9(4).
           05  FILLER                PIC X(17)
               VALUE ' DRAFT RETURNED: '.
           05  WS-AA-REASON          PIC X(20).
           05  FILLER                PIC X(4) VALUE SPACES.

       01  WS-WORK-TOTAL-LINE.
           05  FILLER                PIC X(20)
               VALUE 'UNMATCHED TOTAL:'.
           05  WS-WT-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-WT-AMOUNT          PIC -(11)9.99.

       01  WS-COUNT-LINE.
           05  WS-C-LABEL            PIC X(30).
           05  WS-C-COUNT            PIC ZZZ,ZZ9.

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

           PERFORM LOAD-PARAMETERS.
           IF NOT PARMS-OK
               DISPLAY 'CUSTOMER-RETURNS: NSFPARM.DAT missing or '
                   'invalid - no returns processed.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT BANK-RETURN-FILE.
           IF WS-RTN-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'CUSTOMER-RETURNS: no BANKRTN.DAT return file '
                   '- nothing to do.'
               STOP RUN
           END-IF.

           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O RETURN-HIST-FILE.
           IF WS-RHST-FILE-STATUS = '35'
               OPEN OUTPUT RETURN-HIST-FILE
               CLOSE RETURN-HIST-FILE
               OPEN I-O RETURN-HIST-FILE
           END-IF.
           IF WS-RHST-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CHECK-STOP-FILE.
           IF WS-STOP-FILE-STATUS = '35'
               OPEN OUTPUT CHECK-STOP-FILE
               CLOSE CHECK-STOP-FILE
               OPEN I-O CHECK-STOP-FILE
           END-IF.
           IF WS-STOP-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CONTACT-FILE.
           IF WS-CONT-FILE-STATUS = '35'
               OPEN OUTPUT CONTACT-FILE
               CLOSE CONTACT-FILE
               OPEN I-O CONTACT-FILE
           END-IF.
           IF WS-CONT-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O AUTOPAY-FILE.
           IF WS-AUTO-FILE-STATUS = '00'
               MOVE 'Y' TO WS-AUTO-AVAILABLE
           END-IF.

           PERFORM CHECK-PRIOR-BATCH.
           IF NOT PRIOR-MERGED
               DISPLAY 'CUSTOMER-RETURNS: an unmerged RTNBTCH.DAT'
                   ' already exists - run CUSTOMER-BATCHMERGE or '
                   'remove it before running again.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PRIOR-BATCH-DATE = WS-CURRENT-DATE
               DISPLAY 'CUSTOMER-RETURNS: RTNBTCH.DAT for '
                   WS-CURRENT-DATE
                   ' has already been merged - run again on the '
                   'next business date.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BATCH-FILE.
           OPEN OUTPUT WORKLIST-FILE.
           WRITE WORKLIST-LINE FROM WS-WORK-HEADING.

           MOVE WS-CURRENT-DATE TO WS-BH-DATE.
           WRITE BATCH-RECORD FROM WS-BATCH-HEADER.

           PERFORM UNTIL EOF
               READ BANK-RETURN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PROCESS-RETURN
               END-READ
           END-PERFORM.

           MOVE WS-DETAIL-COUNT TO WS-BT-COUNT.
           MOVE WS-DEBIT-TOTAL TO WS-BT-DEBIT-TOT.
           MOVE ZERO TO WS-BT-CREDIT-TOT.
           WRITE BATCH-RECORD FROM WS-BATCH-TRAILER.

           PERFORM WRITE-WORKLIST-SUMMARY.

           DISPLAY 'CUSTOMER-RETURNS: ' WS-READ-COUNT ' returns read, '
               WS-MATCHED-COUNT ' reversed, ' WS-UNMATCHED-COUNT
               ' to the worklist.'.
           MOVE WS-RETURNED-TOTAL TO WS-EDITED-TOTAL.
           DISPLAY 'CUSTOMER-RETURNS: returned payments reversed '
               WS-EDITED-TOTAL.
           IF WS-STOPPED-COUNT > ZERO
               DISPLAY 'CUSTOMER-RETURNS: ' WS-STOPPED-COUNT
                   ' customers placed on check stop - see '
                   'RTNWORK.DAT.'
           END-IF.
           IF WS-AUTOPAY-SUSP-COUNT > ZERO
               DISPLAY 'CUSTOMER-RETURNS: ' WS-AUTOPAY-SUSP-COUNT
                   ' autopay enrollments suspended - see '
                   'RTNWORK.DAT.'
           END-IF.
           DISPLAY 'CUSTOMER-RETURNS: RTNBTCH.DAT ready for '
               'CUSTOMER-BATCHMERGE.'.

           CLOSE BANK-RETURN-FILE.
           CLOSE TRAN-HISTORY-FILE.
           CLOSE RETURN-HIST-FILE.
           CLOSE CHECK-STOP-FILE.
           CLOSE CONTACT-FILE.
           IF AUTO-AVAILABLE
               CLOSE AUTOPAY-FILE
           END-IF.
           CLOSE BATCH-FILE.
           CLOSE WORKLIST-FILE.
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
                       MOVE 'RETN' TO ML-SOURCE
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
                       IF PARAMETER-RECORD IS NOT = SPACES
                           AND PRM-NSF-FEE IS NUMERIC
                           AND PRM-MATCH-DAYS IS NUMERIC
                           AND PRM-RETURN-WINDOW IS NUMERIC
                           AND PRM-RETURN-LIMIT IS NUMERIC
                           AND PRM-RETURN-WINDOW > ZERO
                           AND PRM-RETURN-LIMIT > ZERO
                           MOVE PRM-NSF-FEE TO WS-NSF-FEE
                           MOVE PRM-MATCH-DAYS TO WS-MATCH-DAYS
                           MOVE PRM-RETURN-WINDOW TO WS-RETURN-WINDOW
                           MOVE PRM-RETURN-LIMIT TO WS-RETURN-LIMIT
                           MOVE 'Y' TO WS-PARMS-OK
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       PROCESS-RETURN.
           ADD 1 TO WS-READ-COUNT.
           MOVE 'N' TO WS-MATCHED.

           IF RTN-AMOUNT IS NOT NUMERIC
               OR RTN-AMOUNT-N = ZERO
               OR RTN-ACCOUNT-REF IS NOT NUMERIC
               OR RTN-ACCOUNT-REF-N = ZERO
               OR RTN-DEPOSIT-DATE IS NOT NUMERIC
               OR RTN-DEP-MM < 01 OR RTN-DEP-MM > 12
               OR RTN-DEP-DD < 01 OR RTN-DEP-DD > 31
               MOVE 'INVALID RETURN RECORD' TO WS-UNMATCHED-REASON
               PERFORM WRITE-UNMATCHED-RETURN
           ELSE
               PERFORM FIND-ORIGINAL-CREDIT
               IF MATCHED
                   PERFORM LOG-RETURN-HISTORY
                   IF RETURN-LOGGED
                       PERFORM WRITE-RETURN-ITEMS
                       IF TH-AUTOPAY-DRAFT
                           PERFORM SUSPEND-AUTOPAY
                       END-IF
                       PERFORM WRITE-RETURN-CONTACT
                       PERFORM CHECK-REPEAT-RETURNS
                   ELSE
                       MOVE 'RETURN ALREADY TAKEN TODAY'
                           TO WS-UNMATCHED-REASON
                       PERFORM WRITE-UNMATCHED-RETURN
                   END-IF
               ELSE
                   MOVE 'NO MATCHING PAYMENT IN HISTORY'
                       TO WS-UNMATCHED-REASON
                   PERFORM WRITE-UNMATCHED-RETURN
               END-IF
           END-IF.

       FIND-ORIGINAL-CREDIT.
           MOVE 'N' TO WS-HIST-EOF-FLAG.
           MOVE RTN-ACCOUNT-REF-N TO TH-CUST-ID.
           MOVE RTN-DEPOSIT-DATE-N TO TH-POST-DATE.
           MOVE ZERO TO TH-TRAN-ID.
           START TRAN-HISTORY-FILE KEY IS NOT LESS THAN TH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-START.

           PERFORM UNTIL HIST-EOF OR MATCHED
               READ TRAN-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-HISTORY-CANDIDATE
               END-READ
           END-PERFORM.

       CHECK-HISTORY-CANDIDATE.
           IF TH-CUST-ID NOT = RTN-ACCOUNT-REF-N
               MOVE 'Y' TO WS-HIST-EOF-FLAG
           ELSE
               MOVE 'DIF' TO WS-BUS-FUNCTION
               MOVE RTN-DEPOSIT-DATE-N TO WS-BUS-DATE-1
               MOVE TH-POST-DATE TO WS-BUS-DATE-2
               CALL 'BUSDAY-MANAGER' USING WS-BUS-FUNCTION
                   WS-BUS-DATE-1 WS-BUS-DATE-2 WS-BUSDAYS
                   WS-BUS-RETURN
               IF WS-BUSDAYS > WS-MATCH-DAYS
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
               ELSE
                   IF TH-CREDIT
                       AND NOT TH-ALREADY-REVERSED
                       AND TH-AMOUNT = RTN-AMOUNT-N
                       AND (TH-ORIGIN-CODE = SPACE
                           OR TH-ORIGIN-CODE = 'O'
                           OR TH-ORIGIN-CODE = 'A')
                       PERFORM CHECK-ALREADY-RETURNED
                   END-IF
               END-IF
           END-IF.

       CHECK-ALREADY-RETURNED.
           MOVE TH-CUST-ID TO RH-CUST-ID.
           MOVE WS-CURRENT-DATE TO RH-RETURN-DATE.
           MOVE TH-TRAN-ID TO RH-ORIG-TRAN-ID.
           READ RETURN-HIST-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-MATCHED
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       LOG-RETURN-HISTORY.
           MOVE 'N' TO WS-RETURN-LOGGED.
           MOVE TH-CUST-ID TO RH-CUST-ID.
           MOVE WS-CURRENT-DATE TO RH-RETURN-DATE.
           MOVE TH-TRAN-ID TO RH-ORIG-TRAN-ID.
           MOVE TH-POST-DATE TO RH-ORIG-POST-DATE.
           MOVE RTN-DEPOSIT-DATE-N TO RH-DEPOSIT-DATE.
           MOVE TH-AMOUNT TO RH-AMOUNT.
           MOVE WS-NSF-FEE TO RH-FEE-AMOUNT.
           MOVE RTN-REASON TO RH-REASON.
           WRITE RETURN-HIST-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RETURN-LOGGED
           END-WRITE.

       WRITE-RETURN-ITEMS.
           MOVE WS-NEXT-TRAN-ID TO WS-BD-TRAN-ID.
           ADD 1 TO WS-NEXT-TRAN-ID.
           MOVE TH-CUST-ID TO WS-BD-CUST-ID.
           MOVE TH-AMOUNT TO WS-BD-AMOUNT.
           MOVE 'R' TO WS-BD-DR-CR.
           MOVE WS-CURRENT-DATE TO WS-BD-TRAN-DATE.
           MOVE TH-POST-DATE TO WS-BD-ORIG-DATE.
           MOVE TH-TRAN-ID TO WS-BD-ORIG-ID.
           MOVE TH-ACCT-NO TO WS-BD-ACCT-NO.
           WRITE BATCH-RECORD FROM WS-BATCH-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD 1 TO WS-MATCHED-COUNT.
           ADD TH-AMOUNT TO WS-RETURNED-TOTAL.

           IF WS-NSF-FEE > ZERO
               MOVE WS-NEXT-TRAN-ID TO WS-BD-TRAN-ID
               ADD 1 TO WS-NEXT-TRAN-ID
               MOVE WS-NSF-FEE TO WS-BD-AMOUNT
               MOVE 'D' TO WS-BD-DR-CR
               MOVE SPACES TO WS-BD-ORIG-DATE
               MOVE SPACES TO WS-BD-ORIG-ID
               WRITE BATCH-RECORD FROM WS-BATCH-DETAIL
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-NSF-FEE TO WS-DEBIT-TOTAL
           END-IF.

       SUSPEND-AUTOPAY.
           IF AUTO-AVAILABLE
               MOVE TH-CUST-ID TO AP-CUST-ID
               MOVE TH-ACCT-NO TO AP-ACCT-NO
               READ AUTOPAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AP-ACTIVE
                           PERFORM REWRITE-AUTOPAY-SUSPENDED
                       END-IF
               END-READ
           END-IF.

       REWRITE-AUTOPAY-SUSPENDED.
           MOVE 'S' TO AP-STATUS.
           MOVE WS-CURRENT-DATE TO AP-SUSPEND-DATE.
           MOVE RTN-REASON TO AP-SUSPEND-REASON.
           MOVE WS-CURRENT-DATE TO AP-CHANGED-DATE.
           MOVE 'NSFBATCH' TO AP-CHANGED-BY.
           REWRITE AUTOPAY-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-AUTOPAY-SUSP-COUNT
                   MOVE AP-ACCT-NO TO WS-AA-ACCT-NO
                   MOVE RTN-REASON TO WS-AA-REASON
                   CALL 'AUDIT-LOGGER' USING AP-CHANGED-BY
                       TH-CUST-ID 'APSU' WS-AUTOPAY-AUDIT-NAME
                   MOVE 'AUTOPAY SUSPEND' TO WS-W-ACTION
                   MOVE TH-AMOUNT TO WS-W-AMOUNT
                   MOVE RTN-DEPOSIT-DATE TO WS-W-DEPOSIT-DATE
                   MOVE RTN-ACCOUNT-REF TO WS-W-ACCOUNT-REF
                   MOVE SPACES TO WS-W-NOTE
                   STRING 'ACCT ' DELIMITED BY SIZE
                       AP-ACCT-NO DELIMITED BY SIZE
                       ' DRAFTS STOPPED - REINSTATE ONLINE'
                       DELIMITED BY SIZE
                       INTO WS-W-NOTE
                   END-STRING
                   WRITE WORKLIST-LINE FROM WS-WORK-DETAIL
           END-REWRITE.

       WRITE-RETURN-CONTACT.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE TH-CUST-ID TO CONT-CUST-ID.
           MOVE WS-CURRENT-DATE TO CONT-DATE.
           MOVE WS-CURR-TIME(1:6) TO CONT-TIME.
           MOVE 'NSFBATCH' TO CONT-OPERATOR-ID.
           MOVE 'C' TO CONT-TYPE.
           MOVE 'N' TO CONT-CALLBACK-FLAG.
           MOVE ZERO TO CONT-CALLBACK-DATE.
           MOVE SPACES TO CONT-NOTE.
           STRING 'PAYMENT ' DELIMITED BY SIZE
               TH-TRAN-ID DELIMITED BY SIZE
               ' RETURNED BY BANK: ' DELIMITED BY SIZE
               RTN-REASON DELIMITED BY SIZE
               INTO CONT-NOTE
           END-STRING.

           MOVE 'N' TO WS-CONTACT-WRITTEN.
           MOVE ZERO TO WS-CONTACT-TRIES.
           PERFORM UNTIL CONTACT-WRITTEN OR WS-CONTACT-TRIES > 20
               WRITE CONTACT-RECORD
                   INVALID KEY
                       ADD 1 TO CONT-TIME
                       ADD 1 TO WS-CONTACT-TRIES
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CONTACT-WRITTEN
               END-WRITE
           END-PERFORM.

       CHECK-REPEAT-RETURNS.
           COMPUTE WS-WINDOW-START-INT =
               WS-CURRENT-DAY-INT - WS-RETURN-WINDOW + 1.
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INT).

           MOVE ZERO TO WS-RECENT-RETURNS.
           MOVE 'N' TO WS-RHST-EOF-FLAG.
           MOVE TH-CUST-ID TO RH-CUST-ID.
           MOVE WS-WINDOW-START-DATE TO RH-RETURN-DATE.
           MOVE ZERO TO RH-ORIG-TRAN-ID.
           START RETURN-HIST-FILE KEY IS NOT LESS THAN RH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RHST-EOF-FLAG
           END-START.

           PERFORM UNTIL RHST-EOF
               READ RETURN-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RHST-EOF-FLAG
                   NOT AT END
                       IF RH-CUST-ID NOT = TH-CUST-ID
                           MOVE 'Y' TO WS-RHST-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-RECENT-RETURNS
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-RECENT-RETURNS >= WS-RETURN-LIMIT
               PERFORM SET-CHECK-STOP
           END-IF.

       SET-CHECK-STOP.
           COMPUTE WS-EXPIRY-INT =
               WS-CURRENT-DAY-INT + WS-RETURN-WINDOW.
           MOVE TH-CUST-ID TO CS-CUST-ID.
           READ CHECK-STOP-FILE
               INVALID KEY
                   MOVE TH-CUST-ID TO CS-CUST-ID
                   MOVE WS-RECENT-RETURNS TO CS-RETURN-COUNT
                   MOVE WS-CURRENT-DATE TO CS-FLAG-DATE
                   COMPUTE CS-EXPIRY-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INT)
                   WRITE CHECK-STOP-RECORD
               NOT INVALID KEY
                   MOVE WS-RECENT-RETURNS TO CS-RETURN-COUNT
                   MOVE WS-CURRENT-DATE TO CS-FLAG-DATE
                   COMPUTE CS-EXPIRY-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INT)
                   REWRITE CHECK-STOP-RECORD
           END-READ.

           ADD 1 TO WS-STOPPED-COUNT.
           MOVE 'CHECKS STOPPED' TO WS-W-ACTION.
           MOVE TH-AMOUNT TO WS-W-AMOUNT.
           MOVE RTN-DEPOSIT-DATE TO WS-W-DEPOSIT-DATE.
           MOVE RTN-ACCOUNT-REF TO WS-W-ACCOUNT-REF.
           MOVE SPACES TO WS-W-NOTE.
           STRING WS-RECENT-RETURNS DELIMITED BY SIZE
               ' RETURNS - CASH ONLY UNTIL ' DELIMITED BY SIZE
               CS-EXPIRY-DATE DELIMITED BY SIZE
               INTO WS-W-NOTE
           END-STRING.
           WRITE WORKLIST-LINE FROM WS-WORK-DETAIL.

       WRITE-UNMATCHED-RETURN.
           ADD 1 TO WS-UNMATCHED-COUNT.
           MOVE 'UNMATCHED' TO WS-W-ACTION.
           IF RTN-AMOUNT IS NUMERIC
               MOVE RTN-AMOUNT-N TO WS-W-AMOUNT
               ADD RTN-AMOUNT-N TO WS-UNMATCHED-TOTAL
           ELSE
               MOVE ZERO TO WS-W-AMOUNT
           END-IF.
           MOVE RTN-DEPOSIT-DATE TO WS-W-DEPOSIT-DATE.
           MOVE RTN-ACCOUNT-REF TO WS-W-ACCOUNT-REF.
           MOVE WS-UNMATCHED-REASON TO WS-W-NOTE.
           WRITE WORKLIST-LINE FROM WS-WORK-DETAIL.

       WRITE-WORKLIST-SUMMARY.
           MOVE SPACES TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE WS-UNMATCHED-COUNT TO WS-WT-COUNT.
           MOVE WS-UNMATCHED-TOTAL TO WS-WT-AMOUNT.
           WRITE WORKLIST-LINE FROM WS-WORK-TOTAL-LINE.

           MOVE 'RETURNS READ:' TO WS-C-LABEL.
           MOVE WS-READ-COUNT TO WS-C-COUNT.
           WRITE WORKLIST-LINE FROM WS-COUNT-LINE.

           MOVE 'PAYMENTS REVERSED:' TO WS-C-LABEL.
           MOVE WS-MATCHED-COUNT TO WS-C-COUNT.
           WRITE WORKLIST-LINE FROM WS-COUNT-LINE.

           MOVE 'CUSTOMERS ON CHECK STOP:' TO WS-C-LABEL.
           MOVE WS-STOPPED-COUNT TO WS-C-COUNT.
           WRITE WORKLIST-LINE FROM WS-COUNT-LINE.

           MOVE 'AUTOPAY SUSPENDED:' TO WS-C-LABEL.
           MOVE WS-AUTOPAY-SUSP-COUNT TO WS-C-COUNT.
           WRITE WORKLIST-LINE FROM WS-COUNT-LINE.
