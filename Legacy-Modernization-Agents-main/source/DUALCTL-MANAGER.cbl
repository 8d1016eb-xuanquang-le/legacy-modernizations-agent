       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUALCTL-MANAGER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUAL-PARAMETER-FILE ASSIGN TO 'DUALPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO 'PENDAPRV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUAL-PARAMETER-FILE.
       COPY DUALPARM-DATA.

       FD  PENDING-FILE.
       COPY PENDAPRV-DATA.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS      PIC XX.
       01  WS-PEND-FILE-STATUS      PIC XX.
       01  WS-CURR-TIME             PIC 9(8).
       01  WS-WRITE-TRIES           PIC 9(2).
       01  WS-WRITTEN               PIC X VALUE 'N'.
           88  WRITTEN              VALUE 'Y'.

       01  WS-DEFAULT-PARMS.
           05  WS-DEF-LIMIT-THRESHOLD  PIC 9(9)V99 VALUE 5000.00.
           05  WS-DEF-ADJUST-THRESHOLD PIC 9(9)V99 VALUE 1000.00.
           05  WS-DEF-EXPIRY-DAYS      PIC 9(3) VALUE 5.

       LINKAGE SECTION.
       01  LK-FUNCTION              PIC X(3).
           88  LK-FN-PARMS          VALUE 'PRM'.
           88  LK-FN-ADD            VALUE 'ADD'.
       01  LK-PARAMETER-RECORD      PIC X(25).
       01  LK-PENDING-RECORD        PIC X(136).
       01  LK-RETURN-CODE           PIC X.

       PROCEDURE DIVISION USING LK-FUNCTION LK-PARAMETER-RECORD
               LK-PENDING-RECORD LK-RETURN-CODE.
       MAIN-LOGIC.
           MOVE 'N' TO LK-RETURN-CODE.

           EVALUATE TRUE
               WHEN LK-FN-PARMS
                   PERFORM GET-PARAMETERS
               WHEN LK-FN-ADD
                   PERFORM ADD-PENDING-ITEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

       GET-PARAMETERS.
           MOVE WS-DEFAULT-PARMS TO LK-PARAMETER-RECORD.
           MOVE 'Y' TO LK-RETURN-CODE.
           OPEN INPUT DUAL-PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS = '00'
               READ DUAL-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-LIMIT-THRESHOLD IS NUMERIC
                           AND PRM-ADJUST-THRESHOLD IS NUMERIC
                           AND PRM-EXPIRY-DAYS IS NUMERIC
                           AND PRM-EXPIRY-DAYS > ZERO
                           MOVE DUAL-PARAMETER-RECORD
                               TO LK-PARAMETER-RECORD
                       END-IF
               END-READ
               CLOSE DUAL-PARAMETER-FILE
           END-IF.

       ADD-PENDING-ITEM.
           OPEN I-O PENDING-FILE.
           IF WS-PEND-FILE-STATUS = '35'
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF.
           IF WS-PEND-FILE-STATUS = '00'
               MOVE LK-PENDING-RECORD TO PENDING-APPROVAL-RECORD
               ACCEPT WS-CURR-TIME FROM TIME
               MOVE WS-CURR-TIME TO PA-ENTRY-TIME
               MOVE 'P' TO PA-STATUS
               MOVE SPACES TO PA-CHECKER-ID
               MOVE ZERO TO PA-REVIEW-DATE
               MOVE SPACES TO PA-REVIEW-NOTE
               MOVE ZERO TO PA-RELEASED-DATE
               MOVE 'N' TO WS-WRITTEN
               MOVE ZERO TO WS-WRITE-TRIES
               PERFORM UNTIL WRITTEN OR WS-WRITE-TRIES > 50
                   ADD 1 TO WS-WRITE-TRIES
                   WRITE PENDING-APPROVAL-RECORD
                       INVALID KEY
                           ADD 1 TO PA-ENTRY-TIME
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-WRITTEN
                   END-WRITE
               END-PERFORM
               CLOSE PENDING-FILE
               IF WRITTEN
                   MOVE PENDING-APPROVAL-RECORD TO LK-PENDING-RECORD
                   MOVE 'Y' TO LK-RETURN-CODE
               END-IF
           END-IF.
