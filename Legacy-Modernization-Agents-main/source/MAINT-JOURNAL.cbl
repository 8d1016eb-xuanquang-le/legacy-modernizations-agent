       01  LK-FUNCTION                  PIC X.
       01  LK-BEFORE-IMAGE              PIC X(200).
       01  LK-AFTER-IMAGE               PIC X(200).
       01  LK-APPROVER-ID               PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATOR-ID LK-FUNCTION
               LK-BEFORE-IMAGE LK-AFTER-IMAGE LK-APPROVER-ID.
       MAIN-LOGIC.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE LK-FUNCTION TO MJ-FUNCTION.
           MOVE LK-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
           MOVE LK-AFTER-IMAGE TO MJ-AFTER-IMAGE.
           MOVE LK-APPROVER-ID TO MJ-APPROVER.

           OPEN EXTEND MAINT-JOURNAL-FILE.
           IF WS-JRNL-FILE-STATUS = '35'
