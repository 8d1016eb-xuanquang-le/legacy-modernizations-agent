       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-CYCLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-TABLE-FILE ASSIGN TO 'CYCLEDEF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-FILE-STATUS.

           SELECT CYCLE-LOG-FILE ASSIGN TO 'CYCLELOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT RESTART-FILE ASSIGN TO 'CYCLERST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO 'ERRORLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-TABLE-FILE.
       COPY CYCLEDEF-DATA.

       FD  CYCLE-LOG-FILE.
       COPY CYCLELOG-DATA.

       FD  RESTART-FILE.
       01  RESTART-RECORD.
           05  RST-BUSINESS-DATE     PIC 9(8).
           05  RST-LAST-STEP         PIC 9(3).
           05  RST-STATUS            PIC X.
               88  RST-RUNNING       VALUE 'R'.
               88  RST-FAILED        VALUE 'F'.
               88  RST-COMPLETE      VALUE 'C'.

       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD.
           05  ELG-DATE              PIC 9(8).
           05  FILLER                PIC X.
           05  ELG-TIME              PIC 9(6).
           05  FILLER                PIC X.
           05  ELG-SEV               PIC X.
           05  FILLER                PIC X(83).

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.
       COPY SYSCTL-DATA.

       01  WS-CTL-FUNCTION           PIC X(3).
       01  WS-CTL-RETURN             PIC X.
           88  CTL-OK                VALUE 'Y'.

       01  WS-STEP-FILE-STATUS       PIC XX.
       01  WS-LOG-FILE-STATUS        PIC XX.
       01  WS-RESTART-FILE-STATUS    PIC XX.
       01  WS-ERRLOG-FILE-STATUS     PIC XX.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  EOF                   VALUE 'Y'.
       01  WS-ERRLOG-EOF-FLAG        PIC X VALUE 'N'.
           88  ERRLOG-EOF            VALUE 'Y'.

       01  WS-TABLE-OK               PIC X VALUE 'Y'.
           88  TABLE-OK              VALUE 'Y'.
       01  WS-CYCLE-FAILED           PIC X VALUE 'N'.
           88  CYCLE-FAILED          VALUE 'Y'.
       01  WS-PREREQS-OK             PIC X VALUE 'Y'.
           88  PREREQS-OK            VALUE 'Y'.
       01  WS-STEP-OK                PIC X VALUE 'Y'.
           88  STEP-OK               VALUE 'Y'.
       01  WS-PREREQ-FOUND           PIC X VALUE 'N'.
           88  PREREQ-FOUND          VALUE 'Y'.

       01  WS-RESUME-RUN             PIC X VALUE 'N'.
           88  RESUME-RUN            VALUE 'Y'.
       01  WS-RESUME-AFTER           PIC 9(3) VALUE ZERO.
       01  WS-LAST-COMPLETED         PIC 9(3) VALUE ZERO.

       01  WS-STEP-MAX               PIC 9(3) VALUE 50.
       01  WS-STEP-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-STEP-IDX               PIC 9(3).
       01  WS-SEARCH-IDX             PIC 9(3).
       01  WS-PREREQ-IDX             PIC 9.
       01  WS-LINE-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-PRIOR-STEP-NO          PIC 9(3) VALUE ZERO.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY         OCCURS 50 TIMES.
               10  WS-ST-STEP-NO     PIC 9(3).
               10  WS-ST-PROGRAM     PIC X(30).
               10  WS-ST-REQUIRES    PIC X.
               10  WS-ST-SETS        PIC X.
               10  WS-ST-PREREQ      PIC 9(3) OCCURS 3 TIMES.
               10  WS-ST-COMMAND     PIC X(60).
               10  WS-ST-RERUN-COMMAND PIC X(60).
               10  WS-ST-DONE        PIC X.

       01  WS-COMMAND                PIC X(60).
       01  WS-STEP-RC                PIC S9(9) VALUE ZERO.
       01  WS-REASON                 PIC X(40).
       01  WS-STATUS-CHECK           PIC X.
       01  WS-STEP-STATUS            PIC X(8).
       01  WS-RESTART-STATUS         PIC X.

       01  WS-ERRORS-BEFORE          PIC 9(7) VALUE ZERO.
       01  WS-SEVERE-BEFORE          PIC 9(7) VALUE ZERO.
       01  WS-ERRORS-COUNTED         PIC 9(7) VALUE ZERO.
       01  WS-SEVERE-COUNTED         PIC 9(7) VALUE ZERO.

       01  WS-CURRENT-DATE           PIC 9(8).
       01  WS-CURRENT-TIME           PIC 9(8).
       01  WS-START-DATE             PIC 9(8).
       01  WS-START-TIME             PIC 9(8).
       01  WS-OLD-BUSINESS-DATE      PIC 9(8).
       01  WS-NEW-BUSINESS-DATE      PIC 9(8) VALUE ZERO.

       01  WS-BUS-FUNCTION           PIC X(3).
       01  WS-BUSDAYS                PIC S9(5).
       01  WS-BUS-RETURN             PIC X.
           88  BUS-OK                VALUE 'Y'.

       01  WS-RUN-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-SKIP-COUNT             PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 'GET' TO WS-CTL-FUNCTION.
           CALL 'SYSCTL-MANAGER' USING WS-CTL-FUNCTION
               SYSTEM-CONTROL-RECORD WS-CTL-RETURN.
           IF NOT CTL-OK
               DISPLAY 'CUSTOMER-CYCLE: no system control file - '
                   'run SYSCTL-INIT first.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SYS-BUSINESS-DATE TO WS-OLD-BUSINESS-DATE.

           PERFORM LOAD-STEP-TABLE.
           IF NOT TABLE-OK
               DISPLAY 'CUSTOMER-CYCLE: CYCLEDEF.DAT missing or '
                   'invalid - cycle not started.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-RESTART-POINT.

           OPEN EXTEND CYCLE-LOG-FILE.
           IF WS-LOG-FILE-STATUS = '35'
               OPEN OUTPUT CYCLE-LOG-FILE
           END-IF.
           IF WS-LOG-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF RESUME-RUN
               DISPLAY 'CUSTOMER-CYCLE: resuming cycle for '
                   WS-OLD-BUSINESS-DATE ' after step '
                   WS-RESUME-AFTER '.'
           ELSE
               DISPLAY 'CUSTOMER-CYCLE: starting cycle for '
                   WS-OLD-BUSINESS-DATE ', ' WS-STEP-COUNT ' steps.'
           END-IF.

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT OR CYCLE-FAILED
               PERFORM RUN-ONE-STEP
           END-PERFORM.

           IF CYCLE-FAILED
               DISPLAY 'CUSTOMER-CYCLE: *** CYCLE STOPPED - correct '
                   'the failed step and run CUSTOMER-CYCLE again to '
                   'resume ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ROLL-BUSINESS-DATE
           END-IF.

           DISPLAY 'CUSTOMER-CYCLE: ' WS-RUN-COUNT ' steps run, '
               WS-SKIP-COUNT ' completed in an earlier run.'.
           CLOSE CYCLE-LOG-FILE.
           STOP RUN.

       LOAD-STEP-TABLE.
           MOVE 'Y' TO WS-TABLE-OK.
           MOVE ZERO TO WS-STEP-COUNT.
           OPEN INPUT STEP-TABLE-FILE.
           IF WS-STEP-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-TABLE-OK
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ STEP-TABLE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LINE-COUNT
                           IF CYCLE-STEP-RECORD NOT = SPACES
                               PERFORM STORE-STEP-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-TABLE-FILE
           END-IF.
           IF WS-STEP-COUNT = ZERO
               MOVE 'N' TO WS-TABLE-OK
           END-IF.

       STORE-STEP-ENTRY.
           IF CYD-STEP-NO IS NOT NUMERIC
               OR CYD-STEP-NO NOT > WS-PRIOR-STEP-NO
               OR CYD-PROGRAM = SPACES
               OR CYD-PREREQ-STEP (1) IS NOT NUMERIC
               OR CYD-PREREQ-STEP (2) IS NOT NUMERIC
               OR CYD-PREREQ-STEP (3) IS NOT NUMERIC
               OR (CYD-REQUIRES NOT = SPACE AND CYD-REQUIRES NOT = 'E'
               AND CYD-REQUIRES NOT = 'P' AND CYD-REQUIRES NOT = 'R'
               AND CYD-REQUIRES NOT = 'A')
               OR (CYD-SETS NOT = SPACE AND CYD-SETS NOT = 'E'
               AND CYD-SETS NOT = 'P' AND CYD-SETS NOT = 'R'
               AND CYD-SETS NOT = 'A')
               OR WS-STEP-COUNT >= WS-STEP-MAX
               MOVE 'N' TO WS-TABLE-OK
               DISPLAY 'CUSTOMER-CYCLE: CYCLEDEF.DAT line '
                   WS-LINE-COUNT ' rejected.'
           ELSE
               ADD 1 TO WS-STEP-COUNT
               MOVE CYD-STEP-NO TO WS-ST-STEP-NO (WS-STEP-COUNT)
               MOVE CYD-PROGRAM TO WS-ST-PROGRAM (WS-STEP-COUNT)
               MOVE CYD-REQUIRES TO WS-ST-REQUIRES (WS-STEP-COUNT)
               MOVE CYD-SETS TO WS-ST-SETS (WS-STEP-COUNT)
               MOVE CYD-PREREQ-STEP (1)
                   TO WS-ST-PREREQ (WS-STEP-COUNT 1)
               MOVE CYD-PREREQ-STEP (2)
                   TO WS-ST-PREREQ (WS-STEP-COUNT 2)
               MOVE CYD-PREREQ-STEP (3)
                   TO WS-ST-PREREQ (WS-STEP-COUNT 3)
               MOVE CYD-COMMAND TO WS-ST-COMMAND (WS-STEP-COUNT)
               MOVE CYD-RERUN-COMMAND
                   TO WS-ST-RERUN-COMMAND (WS-STEP-COUNT)
               MOVE 'N' TO WS-ST-DONE (WS-STEP-COUNT)
               MOVE CYD-STEP-NO TO WS-PRIOR-STEP-NO
           END-IF.

       LOAD-RESTART-POINT.
           MOVE 'N' TO WS-RESUME-RUN.
           MOVE ZERO TO WS-RESUME-AFTER.
           OPEN INPUT RESTART-FILE.
           IF WS-RESTART-FILE-STATUS = '00'
               READ RESTART-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM CHECK-RESTART-POINT
               END-READ
               CLOSE RESTART-FILE
           END-IF.
           MOVE WS-RESUME-AFTER TO WS-LAST-COMPLETED.

       CHECK-RESTART-POINT.
           IF RST-BUSINESS-DATE = WS-OLD-BUSINESS-DATE
               IF RST-COMPLETE
                   DISPLAY 'CUSTOMER-CYCLE: the cycle for '
                       WS-OLD-BUSINESS-DATE ' has completed but the '
                       'business date was not rolled - check '
                       'SYSCTL.DAT and run SYSCTL-INIT.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE 'Y' TO WS-RESUME-RUN
                   MOVE RST-LAST-STEP TO WS-RESUME-AFTER
               END-IF
           END-IF.

       RUN-ONE-STEP.
           IF WS-ST-STEP-NO (WS-STEP-IDX) NOT > WS-RESUME-AFTER
               MOVE 'Y' TO WS-ST-DONE (WS-STEP-IDX)
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'CUSTOMER-CYCLE: step '
                   WS-ST-STEP-NO (WS-STEP-IDX) ' '
                   WS-ST-PROGRAM (WS-STEP-IDX)
                   ' completed in an earlier run.'
           ELSE
               ACCEPT WS-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-START-TIME FROM TIME
               PERFORM CHECK-PREREQUISITES
               IF PREREQS-OK
                   PERFORM EXECUTE-STEP
               ELSE
                   PERFORM BLOCK-STEP
               END-IF
           END-IF.

       CHECK-PREREQUISITES.
           MOVE 'Y' TO WS-PREREQS-OK.
           MOVE SPACES TO WS-REASON.
           MOVE 'GET' TO WS-CTL-FUNCTION.
           CALL 'SYSCTL-MANAGER' USING WS-CTL-FUNCTION
               SYSTEM-CONTROL-RECORD WS-CTL-RETURN.
           MOVE WS-ST-REQUIRES (WS-STEP-IDX) TO WS-STATUS-CHECK.
           PERFORM CHECK-JOB-STATUS.
           IF NOT STEP-OK
               MOVE 'N' TO WS-PREREQS-OK
               STRING 'JOB STATUS ' DELIMITED BY SIZE
                   WS-STATUS-CHECK DELIMITED BY SIZE
                   ' NOT COMPLETE' DELIMITED BY SIZE
                   INTO WS-REASON
               END-STRING
           END-IF.

           PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
               UNTIL WS-PREREQ-IDX > 3 OR NOT PREREQS-OK
               IF WS-ST-PREREQ (WS-STEP-IDX WS-PREREQ-IDX) > ZERO
                   PERFORM CHECK-PREREQ-STEP
               END-IF
           END-PERFORM.

       CHECK-PREREQ-STEP.
           MOVE 'N' TO WS-PREREQ-FOUND.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX >= WS-STEP-IDX OR PREREQ-FOUND
               IF WS-ST-STEP-NO (WS-SEARCH-IDX) =
                   WS-ST-PREREQ (WS-STEP-IDX WS-PREREQ-IDX)
                   AND WS-ST-DONE (WS-SEARCH-IDX) = 'Y'
                   MOVE 'Y' TO WS-PREREQ-FOUND
               END-IF
           END-PERFORM.
           IF NOT PREREQ-FOUND
               MOVE 'N' TO WS-PREREQS-OK
               STRING 'PREREQUISITE STEP ' DELIMITED BY SIZE
                   WS-ST-PREREQ (WS-STEP-IDX WS-PREREQ-IDX)
                       DELIMITED BY SIZE
                   ' NOT COMPLETE' DELIMITED BY SIZE
                   INTO WS-REASON
               END-STRING
           END-IF.

       CHECK-JOB-STATUS.
           MOVE 'Y' TO WS-STEP-OK.
           EVALUATE WS-STATUS-CHECK
               WHEN 'E'
                   IF NOT EDIT-COMPLETE
                       MOVE 'N' TO WS-STEP-OK
                   END-IF
               WHEN 'P'
                   IF NOT POST-COMPLETE
                       MOVE 'N' TO WS-STEP-OK
                   END-IF
               WHEN 'R'
                   IF NOT RECON-COMPLETE
                       MOVE 'N' TO WS-STEP-OK
                   END-IF
               WHEN 'A'
                   IF NOT ARCHIVE-COMPLETE
                       MOVE 'N' TO WS-STEP-OK
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       EXECUTE-STEP.
           ADD 1 TO WS-RUN-COUNT.
           PERFORM COUNT-ERROR-LOG.
           MOVE WS-ERRORS-COUNTED TO WS-ERRORS-BEFORE.
           MOVE WS-SEVERE-COUNTED TO WS-SEVERE-BEFORE.

           IF RESUME-RUN
               AND WS-ST-STEP-NO (WS-STEP-IDX) > WS-RESUME-AFTER
               AND WS-LAST-COMPLETED = WS-RESUME-AFTER
               AND WS-ST-RERUN-COMMAND (WS-STEP-IDX) NOT = SPACES
               MOVE WS-ST-RERUN-COMMAND (WS-STEP-IDX) TO WS-COMMAND
           ELSE
               MOVE WS-ST-COMMAND (WS-STEP-IDX) TO WS-COMMAND
           END-IF.
           IF WS-COMMAND = SPACES
               MOVE WS-ST-PROGRAM (WS-STEP-IDX) TO WS-COMMAND
           END-IF.

           DISPLAY 'CUSTOMER-CYCLE: step ' WS-ST-STEP-NO (WS-STEP-IDX)
               ' ' WS-ST-PROGRAM (WS-STEP-IDX) ' starting.'.
           MOVE ZERO TO RETURN-CODE.
           CALL 'SYSTEM' USING WS-COMMAND.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.

           PERFORM COUNT-ERROR-LOG.
           SUBTRACT WS-ERRORS-BEFORE FROM WS-ERRORS-COUNTED.
           SUBTRACT WS-SEVERE-BEFORE FROM WS-SEVERE-COUNTED.

           MOVE 'Y' TO WS-STEP-OK.
           MOVE SPACES TO WS-REASON.
           IF WS-STEP-RC NOT = ZERO
               MOVE 'N' TO WS-STEP-OK
               MOVE 'PROGRAM ENDED WITH NON-ZERO RETURN CODE'
                   TO WS-REASON
           ELSE
               MOVE 'GET' TO WS-CTL-FUNCTION
               CALL 'SYSCTL-MANAGER' USING WS-CTL-FUNCTION
                   SYSTEM-CONTROL-RECORD WS-CTL-RETURN
               MOVE WS-ST-SETS (WS-STEP-IDX) TO WS-STATUS-CHECK
               PERFORM CHECK-JOB-STATUS
               IF NOT STEP-OK
                   STRING 'JOB STATUS ' DELIMITED BY SIZE
                       WS-STATUS-CHECK DELIMITED BY SIZE
                       ' NOT SET COMPLETE BY STEP' DELIMITED BY SIZE
                       INTO WS-REASON
                   END-STRING
               END-IF
           END-IF.

           IF STEP-OK
               MOVE 'COMPLETE' TO WS-STEP-STATUS
               MOVE 'Y' TO WS-ST-DONE (WS-STEP-IDX)
               MOVE WS-ST-STEP-NO (WS-STEP-IDX) TO WS-LAST-COMPLETED
               MOVE 'R' TO WS-RESTART-STATUS
           ELSE
               MOVE 'FAILED' TO WS-STEP-STATUS
               MOVE 'F' TO WS-RESTART-STATUS
               MOVE 'Y' TO WS-CYCLE-FAILED
           END-IF.
           PERFORM WRITE-STEP-LOG.
           PERFORM SAVE-RESTART-POINT.
           IF NOT STEP-OK
               PERFORM REPORT-STEP-FAILURE
           END-IF.

       BLOCK-STEP.
           MOVE ZERO TO WS-STEP-RC.
           MOVE ZERO TO WS-ERRORS-COUNTED.
           MOVE ZERO TO WS-SEVERE-COUNTED.
           MOVE 'BLOCKED' TO WS-STEP-STATUS.
           MOVE 'Y' TO WS-CYCLE-FAILED.
           PERFORM WRITE-STEP-LOG.
           MOVE 'F' TO WS-RESTART-STATUS.
           PERFORM SAVE-RESTART-POINT.
           PERFORM REPORT-STEP-FAILURE.

       WRITE-STEP-LOG.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE WS-OLD-BUSINESS-DATE TO CYL-BUSINESS-DATE.
           MOVE WS-ST-STEP-NO (WS-STEP-IDX) TO CYL-STEP-NO.
           MOVE WS-ST-PROGRAM (WS-STEP-IDX) TO CYL-PROGRAM.
           MOVE WS-START-DATE TO CYL-START-DATE.
           MOVE WS-START-TIME (1:6) TO CYL-START-TIME.
           MOVE WS-CURRENT-DATE TO CYL-END-DATE.
           MOVE WS-CURRENT-TIME (1:6) TO CYL-END-TIME.
           MOVE WS-STEP-RC TO CYL-RETURN-CODE.
           MOVE WS-ERRORS-COUNTED TO CYL-ERRORS-LOGGED.
           MOVE WS-SEVERE-COUNTED TO CYL-SEVERE-LOGGED.
           MOVE WS-STEP-STATUS TO CYL-STATUS.
           MOVE WS-REASON TO CYL-MESSAGE.
           WRITE CYCLE-LOG-RECORD.

       REPORT-STEP-FAILURE.
           CALL 'ERROR-LOGGER' USING ERR-CYCLE-STEP-CD ERR-CYCLE-STEP
               ERR-CYCLE-STEP-SEV ZERO.
           DISPLAY 'CUSTOMER-CYCLE: step ' WS-ST-STEP-NO (WS-STEP-IDX)
               ' ' WS-ST-PROGRAM (WS-STEP-IDX) ' ' WS-STEP-STATUS
               ' - '
               WS-REASON.

       SAVE-RESTART-POINT.
           OPEN OUTPUT RESTART-FILE.
           IF WS-RESTART-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY ERR-FILE-OPEN
           ELSE
               MOVE WS-OLD-BUSINESS-DATE TO RST-BUSINESS-DATE
               MOVE WS-LAST-COMPLETED TO RST-LAST-STEP
               MOVE WS-RESTART-STATUS TO RST-STATUS
               WRITE RESTART-RECORD
               CLOSE RESTART-FILE
           END-IF.

       COUNT-ERROR-LOG.
           MOVE ZERO TO WS-ERRORS-COUNTED.
           MOVE ZERO TO WS-SEVERE-COUNTED.
           OPEN INPUT ERROR-LOG-FILE.
           IF WS-ERRLOG-FILE-STATUS = '00'
               MOVE 'N' TO WS-ERRLOG-EOF-FLAG
               PERFORM UNTIL ERRLOG-EOF
                   READ ERROR-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-ERRLOG-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-ERRORS-COUNTED
                           IF ELG-SEV = 'E'
                               ADD 1 TO WS-SEVERE-COUNTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ERROR-LOG-FILE
           END-IF.

       ROLL-BUSINESS-DATE.
           MOVE 'C' TO WS-RESTART-STATUS.
           PERFORM SAVE-RESTART-POINT.

           MOVE 'NXT' TO WS-BUS-FUNCTION.
           CALL 'BUSDAY-MANAGER' USING WS-BUS-FUNCTION
               WS-OLD-BUSINESS-DATE WS-NEW-BUSINESS-DATE WS-BUSDAYS
               WS-BUS-RETURN.

           MOVE 'GET' TO WS-CTL-FUNCTION.
           CALL 'SYSCTL-MANAGER' USING WS-CTL-FUNCTION
               SYSTEM-CONTROL-RECORD WS-CTL-RETURN.
           IF CTL-OK AND BUS-OK
               MOVE WS-NEW-BUSINESS-DATE TO SYS-BUSINESS-DATE
               MOVE SPACE TO SYS-EDIT-STATUS
               MOVE SPACE TO SYS-POST-STATUS
               MOVE SPACE TO SYS-RECON-STATUS
               MOVE SPACE TO SYS-ARCHIVE-STATUS
               MOVE 'PUT' TO WS-CTL-FUNCTION
               CALL 'SYSCTL-MANAGER' USING WS-CTL-FUNCTION
                   SYSTEM-CONTROL-RECORD WS-CTL-RETURN
           END-IF.

           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE WS-OLD-BUSINESS-DATE TO CYL-BUSINESS-DATE.
           MOVE 999 TO CYL-STEP-NO.
           MOVE 'BUSINESS DATE ROLLOVER' TO CYL-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO CYL-START-DATE.
           MOVE WS-CURRENT-TIME (1:6) TO CYL-START-TIME.
           MOVE WS-CURRENT-DATE TO CYL-END-DATE.
           MOVE WS-CURRENT-TIME (1:6) TO CYL-END-TIME.
           MOVE ZERO TO CYL-RETURN-CODE.
           MOVE ZERO TO CYL-ERRORS-LOGGED.
           MOVE ZERO TO CYL-SEVERE-LOGGED.
           IF CTL-OK AND BUS-OK
               MOVE 'COMPLETE' TO CYL-STATUS
               STRING 'BUSINESS DATE NOW ' DELIMITED BY SIZE
                   WS-NEW-BUSINESS-DATE DELIMITED BY SIZE
                   INTO CYL-MESSAGE
               END-STRING
               DISPLAY 'CUSTOMER-CYCLE: cycle complete - business '
                   'date rolled from ' WS-OLD-BUSINESS-DATE ' to '
                   WS-NEW-BUSINESS-DATE '.'
           ELSE
               MOVE 'FAILED' TO CYL-STATUS
               MOVE 'UNABLE TO ROLL BUSINESS DATE' TO CYL-MESSAGE
               CALL 'ERROR-LOGGER' USING ERR-CYCLE-STEP-CD
                   ERR-CYCLE-STEP ERR-CYCLE-STEP-SEV ZERO
               DISPLAY 'CUSTOMER-CYCLE: cycle complete but the '
                   'business date could not be rolled - run '
                   'SYSCTL-INIT.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE CYCLE-LOG-RECORD.
