       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITLOG-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO 'AUDITLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'OPERFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'ACCRVPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT REVIEW-REPORT-FILE ASSIGN TO 'ACCRVW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           05  AUD-DATE              PIC 9(8).
           05  FILLER                PIC X.
           05  AUD-TIME              PIC 9(6).
           05  FILLER                PIC X.
           05  AUD-OPERATOR-ID       PIC X(8).
           05  FILLER                PIC X.
           05  AUD-SEARCH-ID         PIC 9(8).
           05  FILLER                PIC X.
           05  AUD-OUTCOME           PIC X(4).
               88  AUD-LOOKUP        VALUE 'HIT ' 'MISS' 'HIST' 'HARC'.
               88  AUD-MISS          VALUE 'MISS'.
           05  FILLER                PIC X.
           05  AUD-SEARCH-NAME       PIC X(50).

       FD  OPERATOR-FILE.
       COPY OPERATOR-DATA.

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PRM-FROM-DATE         PIC 9(8).
           05  PRM-TO-DATE           PIC 9(8).
           05  PRM-DAY-START         PIC 9(6).
           05  PRM-DAY-END           PIC 9(6).
           05  PRM-LOOKUP-LIMIT      PIC 9(5).
           05  PRM-MISS-LIMIT        PIC 9(3).
           05  PRM-REPEAT-LIMIT      PIC 9(3).

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.

       01  WS-CTL-FUNCTION           PIC X(3).
       01  WS-CTL-RETURN             PIC X.
           88  CTL-OK                VALUE 'Y'.

       01  WS-AUDIT-FILE-STATUS      PIC XX.
       01  WS-OPER-FILE-STATUS       PIC XX.
       01  WS-PARM-FILE-STATUS       PIC XX.
       01  WS-OPERS-AVAILABLE        PIC X VALUE 'N'.
           88  OPERS-AVAILABLE       VALUE 'Y'.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  EOF                   VALUE 'Y'.

       01  WS-FROM-DATE              PIC 9(8).
       01  WS-TO-DATE                PIC 9(8).
       01  WS-DAY-START              PIC 9(6) VALUE 080000.
       01  WS-DAY-END                PIC 9(6) VALUE 180000.
       01  WS-LOOKUP-LIMIT           PIC 9(5) VALUE 100.
       01  WS-MISS-LIMIT             PIC 9(3) VALUE 5.
       01  WS-REPEAT-LIMIT           PIC 9(3) VALUE 5.
       01  WS-WORK-DAY-INT           PIC 9(7).

       01  WS-BUS-FUNCTION           PIC X(3) VALUE 'VAL'.
       01  WS-BUS-DATE-2             PIC 9(8) VALUE ZERO.
       01  WS-BUSDAYS                PIC S9(5).
       01  WS-BUS-RETURN             PIC X.
       01  WS-LAST-VAL-DATE          PIC 9(8) VALUE ZERO.
       01  WS-LAST-VAL-RESULT        PIC X VALUE 'Y'.
           88  LAST-VAL-BUSINESS-DAY VALUE 'Y'.

       01  WS-ENTRY-FLAGGED          PIC X.
           88  ENTRY-FLAGGED         VALUE 'Y'.
       01  WS-FLAG-REASON            PIC X(60).
       01  WS-REASON-PTR             PIC 9(3).

       01  WS-OPER-MAX               PIC 9(3) VALUE 100.
       01  WS-OPER-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-OPER-SUB               PIC 9(3).
       01  WS-OPER-IDX               PIC 9(3).
       01  WS-OPER-FOUND             PIC X.
           88  OPER-FOUND            VALUE 'Y'.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY OCCURS 100 TIMES.
               10  WS-OT-ID          PIC X(8).
               10  WS-OT-AUTHORITY   PIC X.
               10  WS-OT-STATUS      PIC X.
                   88  OT-DISABLED   VALUE 'D'.
                   88  OT-LOCKED     VALUE 'L'.
                   88  OT-NOT-ON-FILE VALUE '?'.
               10  WS-OT-TOTAL       PIC 9(7).
               10  WS-OT-LOOKUPS     PIC 9(7).
               10  WS-OT-MISSES      PIC 9(7).
               10  WS-OT-MAINT       PIC 9(7).
               10  WS-OT-OFF-HOURS   PIC 9(7).
               10  WS-OT-NON-BUS     PIC 9(7).

       01  WS-OUTC-MAX               PIC 9(3) VALUE 500.
       01  WS-OUTC-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-OUTC-SUB               PIC 9(3).
       01  WS-OUTC-FOUND             PIC X.
           88  OUTC-FOUND            VALUE 'Y'.
       01  WS-OUTC-TABLE.
           05  WS-OUTC-ENTRY OCCURS 500 TIMES.
               10  WS-OC-OPER-IDX    PIC 9(3).
               10  WS-OC-OUTCOME     PIC X(4).
               10  WS-OC-COUNT       PIC 9(7).

       01  WS-CUSTL-MAX              PIC 9(4) VALUE 2000.
       01  WS-CUSTL-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-CUSTL-SUB              PIC 9(4).
       01  WS-CUSTL-FOUND            PIC X.
           88  CUSTL-FOUND           VALUE 'Y'.
       01  WS-CUSTL-TABLE.
           05  WS-CUSTL-ENTRY OCCURS 2000 TIMES.
               10  WS-CL-OPER-IDX    PIC 9(3).
               10  WS-CL-CUST-ID     PIC 9(8).
               10  WS-CL-COUNT       PIC 9(5).

       01  WS-TABLE-FULL             PIC X VALUE 'N'.
           88  TABLE-FULL            VALUE 'Y'.

       01  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-IN-PERIOD-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-FLAGGED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC 9(7) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(27)
               VALUE 'OPERATOR ACCESS REVIEW FOR '.
           05  WS-H-FROM-DATE        PIC 9999/99/99.
           05  FILLER                PIC X(4)  VALUE ' TO '.
           05  WS-H-TO-DATE          PIC 9999/99/99.

       01  WS-FLAGGED-HEADING.
           05  FILLER                PIC X(11) VALUE 'DATE'.
           05  FILLER                PIC X(7)  VALUE 'TIME'.
           05  FILLER                PIC X(9)  VALUE 'OPERATOR'.
           05  FILLER                PIC X(8)  VALUE 'OUTCOME'.
           05  FILLER                PIC X(9)  VALUE 'CUST-ID'.
           05  FILLER                PIC X(60) VALUE 'REASON'.

       01  WS-FLAGGED-DETAIL.
           05  WS-F-DATE             PIC 9999/99/99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-F-TIME             PIC 9(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-F-OPERATOR-ID      PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-F-OUTCOME          PIC X(4).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-F-CUST-ID          PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-F-REASON           PIC X(60).

       01  WS-OPER-HEADING.
           05  FILLER                PIC X(9)  VALUE 'OPERATOR'.
           05  FILLER                PIC X(5)  VALUE 'AUTH'.
           05  FILLER                PIC X(7)  VALUE 'STATUS'.
           05  FILLER                PIC X(9)  VALUE 'TOTAL'.
           05  FILLER                PIC X(9)  VALUE 'LOOKUPS'.
           05  FILLER                PIC X(9)  VALUE 'MISSES'.
           05  FILLER                PIC X(9)  VALUE 'MAINT'.
           05  FILLER                PIC X(9)  VALUE 'OFF-HRS'.
           05  FILLER                PIC X(9)  VALUE 'NON-BUS'.

       01  WS-OPER-DETAIL.
           05  WS-O-OPERATOR-ID      PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-O-AUTHORITY        PIC X.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-O-STATUS           PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-O-TOTAL            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-O-LOOKUPS          PIC ZZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-O-MISSES           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-O-MAINT            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-O-OFF-HOURS        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-O-NON-BUS          PIC ZZZ,ZZ9.

       01  WS-OUTC-DETAIL.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  WS-OD-OUTCOME         PIC X(4).
           05  FILLER                PIC X(3)  VALUE ' x '.
           05  WS-OD-COUNT           PIC ZZZ,ZZ9.

       01  WS-EXCEPTION-DETAIL.
           05  WS-X-OPERATOR-ID      PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-X-TEXT             PIC X(40).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-X-CUST-ID          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-X-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 'GET' TO WS-CTL-FUNCTION.
           CALL 'SYSCTL-MANAGER' USING WS-CTL-FUNCTION
               SYSTEM-CONTROL-RECORD WS-CTL-RETURN.
           IF NOT CTL-OK
               DISPLAY 'AUDITLOG-REPORT: no system control file - '
                   'run SYSCTL-INIT first.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SYS-BUSINESS-DATE TO WS-TO-DATE.
           COMPUTE WS-WORK-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 30.
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-DAY-INT).
           PERFORM LOAD-PARAMETERS.

           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'AUDITLOG-REPORT: no audit log on file - '
                   'nothing to review.'
               STOP RUN
           END-IF.

           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-FILE-STATUS = '00'
               MOVE 'Y' TO WS-OPERS-AVAILABLE
           ELSE
               DISPLAY 'AUDITLOG-REPORT: no operator file - '
                   'operator status not checked.'
           END-IF.

           OPEN OUTPUT REVIEW-REPORT-FILE.
           MOVE WS-FROM-DATE TO WS-H-FROM-DATE.
           MOVE WS-TO-DATE TO WS-H-TO-DATE.
           WRITE REVIEW-REPORT-LINE FROM WS-HEADING-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE 'FLAGGED ACTIVITY:' TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE FROM WS-FLAGGED-HEADING.

           PERFORM UNTIL EOF
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF AUD-DATE IS NUMERIC
                           AND AUD-DATE >= WS-FROM-DATE
                           AND AUD-DATE <= WS-TO-DATE
                           PERFORM DIGEST-AUDIT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG-FILE.
           IF OPERS-AVAILABLE
               CLOSE OPERATOR-FILE
           END-IF.

           IF WS-FLAGGED-COUNT = ZERO
               MOVE 'NO ACTIVITY FLAGGED FOR THE PERIOD'
                   TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
           END-IF.

           PERFORM WRITE-OPERATOR-SUMMARY.
           PERFORM WRITE-EXCEPTIONS.

           IF TABLE-FULL
               MOVE SPACES TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               MOVE '*** SUMMARY TABLES FULL - COUNTS INCOMPLETE ***'
                   TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
           END-IF.

           CLOSE REVIEW-REPORT-FILE.
           DISPLAY 'AUDITLOG-REPORT: ' WS-IN-PERIOD-COUNT
               ' audit entries reviewed for ' WS-OPER-COUNT
               ' operators, ' WS-FLAGGED-COUNT ' flagged, '
               WS-EXCEPTION-COUNT ' exceptions.'.
           STOP RUN.

       LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS = '00'
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-PARAMETERS
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       APPLY-PARAMETERS.
           IF PRM-FROM-DATE IS NUMERIC AND PRM-TO-DATE IS NUMERIC
               AND PRM-DAY-START IS NUMERIC AND PRM-DAY-END IS NUMERIC
               AND PRM-LOOKUP-LIMIT IS NUMERIC
               AND PRM-MISS-LIMIT IS NUMERIC
               AND PRM-REPEAT-LIMIT IS NUMERIC
               AND PRM-FROM-DATE <= PRM-TO-DATE
               AND PRM-DAY-START < PRM-DAY-END
               IF PRM-FROM-DATE > ZERO
                   MOVE PRM-FROM-DATE TO WS-FROM-DATE
                   MOVE PRM-TO-DATE TO WS-TO-DATE
               END-IF
               MOVE PRM-DAY-START TO WS-DAY-START
               MOVE PRM-DAY-END TO WS-DAY-END
               MOVE PRM-LOOKUP-LIMIT TO WS-LOOKUP-LIMIT
               MOVE PRM-MISS-LIMIT TO WS-MISS-LIMIT
               MOVE PRM-REPEAT-LIMIT TO WS-REPEAT-LIMIT
           ELSE
               DISPLAY 'AUDITLOG-REPORT: ACCRVPRM.DAT invalid - '
                   'default period and limits used.'
           END-IF.

       DIGEST-AUDIT-ENTRY.
           ADD 1 TO WS-IN-PERIOD-COUNT.
           PERFORM FIND-OPERATOR.
           IF OPER-FOUND
               PERFORM TALLY-ENTRY
           END-IF.

       FIND-OPERATOR.
           MOVE 'N' TO WS-OPER-FOUND.
           PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
               UNTIL OPER-FOUND OR WS-OPER-SUB > WS-OPER-COUNT
               IF WS-OT-ID (WS-OPER-SUB) = AUD-OPERATOR-ID
                   MOVE WS-OPER-SUB TO WS-OPER-IDX
                   MOVE 'Y' TO WS-OPER-FOUND
               END-IF
           END-PERFORM.
           IF NOT OPER-FOUND
               IF WS-OPER-COUNT < WS-OPER-MAX
                   PERFORM ADD-OPERATOR
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.

       ADD-OPERATOR.
           ADD 1 TO WS-OPER-COUNT.
           MOVE WS-OPER-COUNT TO WS-OPER-IDX.
           MOVE AUD-OPERATOR-ID TO WS-OT-ID (WS-OPER-IDX).
           MOVE SPACE TO WS-OT-AUTHORITY (WS-OPER-IDX).
           MOVE SPACE TO WS-OT-STATUS (WS-OPER-IDX).
           MOVE ZERO TO WS-OT-TOTAL (WS-OPER-IDX).
           MOVE ZERO TO WS-OT-LOOKUPS (WS-OPER-IDX).
           MOVE ZERO TO WS-OT-MISSES (WS-OPER-IDX).
           MOVE ZERO TO WS-OT-MAINT (WS-OPER-IDX).
           MOVE ZERO TO WS-OT-OFF-HOURS (WS-OPER-IDX).
           MOVE ZERO TO WS-OT-NON-BUS (WS-OPER-IDX).
           IF OPERS-AVAILABLE
               MOVE AUD-OPERATOR-ID TO OPER-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE '?' TO WS-OT-STATUS (WS-OPER-IDX)
                   NOT INVALID KEY
                       MOVE OPER-AUTHORITY
                           TO WS-OT-AUTHORITY (WS-OPER-IDX)
                       MOVE OPER-STATUS TO WS-OT-STATUS (WS-OPER-IDX)
               END-READ
           END-IF.
           MOVE 'Y' TO WS-OPER-FOUND.

       TALLY-ENTRY.
           ADD 1 TO WS-OT-TOTAL (WS-OPER-IDX).
           IF AUD-LOOKUP
               ADD 1 TO WS-OT-LOOKUPS (WS-OPER-IDX)
               IF AUD-SEARCH-ID IS NUMERIC AND AUD-SEARCH-ID > ZERO
                   PERFORM TALLY-CUSTOMER-LOOKUP
               END-IF
           ELSE
               ADD 1 TO WS-OT-MAINT (WS-OPER-IDX)
           END-IF.
           IF AUD-MISS
               ADD 1 TO WS-OT-MISSES (WS-OPER-IDX)
           END-IF.
           PERFORM TALLY-OUTCOME.
           PERFORM CHECK-ENTRY-FLAGS.

       TALLY-OUTCOME.
           MOVE 'N' TO WS-OUTC-FOUND.
           PERFORM VARYING WS-OUTC-SUB FROM 1 BY 1
               UNTIL OUTC-FOUND OR WS-OUTC-SUB > WS-OUTC-COUNT
               IF WS-OC-OPER-IDX (WS-OUTC-SUB) = WS-OPER-IDX
                   AND WS-OC-OUTCOME (WS-OUTC-SUB) = AUD-OUTCOME
                   ADD 1 TO WS-OC-COUNT (WS-OUTC-SUB)
                   MOVE 'Y' TO WS-OUTC-FOUND
               END-IF
           END-PERFORM.
           IF NOT OUTC-FOUND
               IF WS-OUTC-COUNT < WS-OUTC-MAX
                   ADD 1 TO WS-OUTC-COUNT
                   MOVE WS-OPER-IDX TO WS-OC-OPER-IDX (WS-OUTC-COUNT)
                   MOVE AUD-OUTCOME TO WS-OC-OUTCOME (WS-OUTC-COUNT)
                   MOVE 1 TO WS-OC-COUNT (WS-OUTC-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.

       TALLY-CUSTOMER-LOOKUP.
           MOVE 'N' TO WS-CUSTL-FOUND.
           PERFORM VARYING WS-CUSTL-SUB FROM 1 BY 1
               UNTIL CUSTL-FOUND OR WS-CUSTL-SUB > WS-CUSTL-COUNT
               IF WS-CL-OPER-IDX (WS-CUSTL-SUB) = WS-OPER-IDX
                   AND WS-CL-CUST-ID (WS-CUSTL-SUB) = AUD-SEARCH-ID
                   ADD 1 TO WS-CL-COUNT (WS-CUSTL-SUB)
                   MOVE 'Y' TO WS-CUSTL-FOUND
               END-IF
           END-PERFORM.
           IF NOT CUSTL-FOUND
               IF WS-CUSTL-COUNT < WS-CUSTL-MAX
                   ADD 1 TO WS-CUSTL-COUNT
                   MOVE WS-OPER-IDX TO WS-CL-OPER-IDX (WS-CUSTL-COUNT)
                   MOVE AUD-SEARCH-ID TO WS-CL-CUST-ID (WS-CUSTL-COUNT)
                   MOVE 1 TO WS-CL-COUNT (WS-CUSTL-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.

       CHECK-ENTRY-FLAGS.
           MOVE 'N' TO WS-ENTRY-FLAGGED.
           MOVE SPACES TO WS-FLAG-REASON.
           MOVE 1 TO WS-REASON-PTR.
           IF AUD-TIME IS NUMERIC
               AND (AUD-TIME < WS-DAY-START OR AUD-TIME >= WS-DAY-END)
               ADD 1 TO WS-OT-OFF-HOURS (WS-OPER-IDX)
               MOVE 'Y' TO WS-ENTRY-FLAGGED
               STRING 'OUTSIDE BUSINESS HOURS  ' DELIMITED BY SIZE
                   INTO WS-FLAG-REASON WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF.
           PERFORM CHECK-BUSINESS-DAY.
           IF NOT LAST-VAL-BUSINESS-DAY
               ADD 1 TO WS-OT-NON-BUS (WS-OPER-IDX)
               MOVE 'Y' TO WS-ENTRY-FLAGGED
               STRING 'NON-BUSINESS DAY  ' DELIMITED BY SIZE
                   INTO WS-FLAG-REASON WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF.
           PERFORM CHECK-OPERATOR-STATUS.
           IF ENTRY-FLAGGED
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE AUD-DATE TO WS-F-DATE
               MOVE AUD-TIME TO WS-F-TIME
               MOVE AUD-OPERATOR-ID TO WS-F-OPERATOR-ID
               MOVE AUD-OUTCOME TO WS-F-OUTCOME
               MOVE AUD-SEARCH-ID TO WS-F-CUST-ID
               MOVE WS-FLAG-REASON TO WS-F-REASON
               WRITE REVIEW-REPORT-LINE FROM WS-FLAGGED-DETAIL
           END-IF.

       CHECK-BUSINESS-DAY.
           IF AUD-DATE NOT = WS-LAST-VAL-DATE
               MOVE AUD-DATE TO WS-LAST-VAL-DATE
               CALL 'BUSDAY-MANAGER' USING WS-BUS-FUNCTION
                   WS-LAST-VAL-DATE WS-BUS-DATE-2 WS-BUSDAYS
                   WS-BUS-RETURN
               MOVE WS-BUS-RETURN TO WS-LAST-VAL-RESULT
           END-IF.

       CHECK-OPERATOR-STATUS.
           IF OT-DISABLED (WS-OPER-IDX)
               MOVE 'Y' TO WS-ENTRY-FLAGGED
               STRING 'OPERATOR DISABLED' DELIMITED BY SIZE
                   INTO WS-FLAG-REASON WITH POINTER WS-REASON-PTR
               END-STRING
           ELSE IF OT-LOCKED (WS-OPER-IDX)
               MOVE 'Y' TO WS-ENTRY-FLAGGED
               STRING 'OPERATOR LOCKED' DELIMITED BY SIZE
                   INTO WS-FLAG-REASON WITH POINTER WS-REASON-PTR
               END-STRING
           ELSE IF OT-NOT-ON-FILE (WS-OPER-IDX)
               MOVE 'Y' TO WS-ENTRY-FLAGGED
               STRING 'OPERATOR NOT ON FILE' DELIMITED BY SIZE
                   INTO WS-FLAG-REASON WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF.

       WRITE-OPERATOR-SUMMARY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE 'ACTIVITY BY OPERATOR AND OUTCOME:'
               TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE FROM WS-OPER-HEADING.

           PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
               UNTIL WS-OPER-SUB > WS-OPER-COUNT
               PERFORM WRITE-ONE-OPERATOR
           END-PERFORM.

       WRITE-ONE-OPERATOR.
           MOVE WS-OT-ID (WS-OPER-SUB) TO WS-O-OPERATOR-ID.
           MOVE WS-OT-AUTHORITY (WS-OPER-SUB) TO WS-O-AUTHORITY.
           MOVE WS-OT-STATUS (WS-OPER-SUB) TO WS-O-STATUS.
           MOVE WS-OT-TOTAL (WS-OPER-SUB) TO WS-O-TOTAL.
           MOVE WS-OT-LOOKUPS (WS-OPER-SUB) TO WS-O-LOOKUPS.
           MOVE WS-OT-MISSES (WS-OPER-SUB) TO WS-O-MISSES.
           MOVE WS-OT-MAINT (WS-OPER-SUB) TO WS-O-MAINT.
           MOVE WS-OT-OFF-HOURS (WS-OPER-SUB) TO WS-O-OFF-HOURS.
           MOVE WS-OT-NON-BUS (WS-OPER-SUB) TO WS-O-NON-BUS.
           WRITE REVIEW-REPORT-LINE FROM WS-OPER-DETAIL.

           PERFORM VARYING WS-OUTC-SUB FROM 1 BY 1
               UNTIL WS-OUTC-SUB > WS-OUTC-COUNT
               IF WS-OC-OPER-IDX (WS-OUTC-SUB) = WS-OPER-SUB
                   MOVE WS-OC-OUTCOME (WS-OUTC-SUB) TO WS-OD-OUTCOME
                   MOVE WS-OC-COUNT (WS-OUTC-SUB) TO WS-OD-COUNT
                   WRITE REVIEW-REPORT-LINE FROM WS-OUTC-DETAIL
               END-IF
           END-PERFORM.

       WRITE-EXCEPTIONS.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE 'EXCEPTIONS FOR REVIEW:' TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

           PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
               UNTIL WS-OPER-SUB > WS-OPER-COUNT
               PERFORM WRITE-OPERATOR-EXCEPTIONS
           END-PERFORM.

           PERFORM VARYING WS-CUSTL-SUB FROM 1 BY 1
               UNTIL WS-CUSTL-SUB > WS-CUSTL-COUNT
               IF WS-CL-COUNT (WS-CUSTL-SUB) >= WS-REPEAT-LIMIT
                   MOVE WS-CL-OPER-IDX (WS-CUSTL-SUB) TO WS-OPER-IDX
                   MOVE WS-OT-ID (WS-OPER-IDX) TO WS-X-OPERATOR-ID
                   MOVE 'REPEATED LOOKUPS OF ONE CUSTOMER'
                       TO WS-X-TEXT
                   MOVE WS-CL-CUST-ID (WS-CUSTL-SUB) TO WS-X-CUST-ID
                   MOVE WS-CL-COUNT (WS-CUSTL-SUB) TO WS-X-COUNT
                   PERFORM WRITE-ONE-EXCEPTION
               END-IF
           END-PERFORM.

           IF WS-EXCEPTION-COUNT = ZERO
               MOVE 'NO EXCEPTIONS FOR THE PERIOD'
                   TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
           END-IF.

       WRITE-OPERATOR-EXCEPTIONS.
           MOVE WS-OT-ID (WS-OPER-SUB) TO WS-X-OPERATOR-ID.
           MOVE SPACES TO WS-X-CUST-ID.
           IF WS-OT-LOOKUPS (WS-OPER-SUB) >= WS-LOOKUP-LIMIT
               MOVE 'HIGH LOOKUP COUNT' TO WS-X-TEXT
               MOVE WS-OT-LOOKUPS (WS-OPER-SUB) TO WS-X-COUNT
               PERFORM WRITE-ONE-EXCEPTION
           END-IF.
           IF WS-OT-MISSES (WS-OPER-SUB) >= WS-MISS-LIMIT
               MOVE 'REPEATED MISS OUTCOMES' TO WS-X-TEXT
               MOVE WS-OT-MISSES (WS-OPER-SUB) TO WS-X-COUNT
               PERFORM WRITE-ONE-EXCEPTION
           END-IF.
           IF WS-OT-OFF-HOURS (WS-OPER-SUB) > ZERO
               MOVE 'ACTIVITY OUTSIDE BUSINESS HOURS' TO WS-X-TEXT
               MOVE WS-OT-OFF-HOURS (WS-OPER-SUB) TO WS-X-COUNT
               PERFORM WRITE-ONE-EXCEPTION
           END-IF.
           IF WS-OT-NON-BUS (WS-OPER-SUB) > ZERO
               MOVE 'ACTIVITY ON NON-BUSINESS DAYS' TO WS-X-TEXT
               MOVE WS-OT-NON-BUS (WS-OPER-SUB) TO WS-X-COUNT
               PERFORM WRITE-ONE-EXCEPTION
           END-IF.
           PERFORM WRITE-STATUS-EXCEPTION.

       WRITE-STATUS-EXCEPTION.
           MOVE WS-OT-TOTAL (WS-OPER-SUB) TO WS-X-COUNT.
           IF OT-DISABLED (WS-OPER-SUB)
               MOVE 'ACTIVITY BY DISABLED OPERATOR' TO WS-X-TEXT
               PERFORM WRITE-ONE-EXCEPTION
           ELSE IF OT-LOCKED (WS-OPER-SUB)
               MOVE 'ACTIVITY BY LOCKED OPERATOR' TO WS-X-TEXT
               PERFORM WRITE-ONE-EXCEPTION
           ELSE IF OT-NOT-ON-FILE (WS-OPER-SUB)
               MOVE 'ACTIVITY BY OPERATOR NOT ON FILE' TO WS-X-TEXT
               PERFORM WRITE-ONE-EXCEPTION
           END-IF.

       WRITE-ONE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           WRITE REVIEW-REPORT-LINE FROM WS-EXCEPTION-DETAIL.
