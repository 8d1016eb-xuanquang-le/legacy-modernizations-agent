       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTFILE-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ACCOUNT-FILE ASSIGN TO 'ACCTFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ACCT-KEY
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT NEW-ACCOUNT-FILE ASSIGN TO 'ACCTFILE.NEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-NEW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ACCOUNT-FILE.
       01  OLD-ACCOUNT-RECORD.
           05  OLD-ACCT-KEY.
               10  OLD-ACCT-CUST-ID PIC 9(8).
               10  OLD-ACCT-NO     PIC 9(4).
           05  OLD-ACCT-TYPE       PIC X(10).
           05  OLD-ACCT-BALANCE    PIC S9(9)V99.
           05  OLD-ACCT-CREDIT-LIMIT PIC S9(9)V99.
           05  OLD-ACCT-STATUS     PIC X.
           05  OLD-ACCT-LAST-ACTIVITY-DATE PIC 9(8).

       FD  NEW-ACCOUNT-FILE.
       COPY ACCOUNT-DATA.

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.

       01  WS-OLD-FILE-STATUS       PIC XX.
       01  WS-NEW-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  EOF                  VALUE 'Y'.

       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-WRITTEN-COUNT         PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'ACCTFILE-CONVERT: one-shot conversion of the '
               'prior account layout.'.

           OPEN INPUT OLD-ACCOUNT-FILE.
           IF WS-OLD-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'ACCTFILE-CONVERT: unable to open '
                   'ACCTFILE.DAT (status ' WS-OLD-FILE-STATUS ') - '
                   'is it already the new layout?'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-ACCOUNT-FILE.
           IF WS-NEW-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'ACCTFILE-CONVERT: unable to create '
                   'ACCTFILE.NEW.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL EOF
               READ OLD-ACCOUNT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM.

           CLOSE OLD-ACCOUNT-FILE.
           CLOSE NEW-ACCOUNT-FILE.

           DISPLAY 'ACCTFILE-CONVERT: ' WS-READ-COUNT ' read, '
               WS-WRITTEN-COUNT ' written.'.
           IF WS-READ-COUNT = WS-WRITTEN-COUNT
               DISPLAY 'ACCTFILE-CONVERT: counts agree - rename '
                   'ACCTFILE.NEW to ACCTFILE.DAT after saving the '
                   'old file.'
           ELSE
               DISPLAY 'ACCTFILE-CONVERT: *** COUNTS DIFFER - DO '
                   'NOT RENAME - INVESTIGATE ***'
           END-IF.
           STOP RUN.

       CONVERT-ONE-RECORD.
           MOVE OLD-ACCT-CUST-ID TO ACCT-CUST-ID.
           MOVE OLD-ACCT-NO TO ACCT-NO.
           MOVE OLD-ACCT-TYPE TO ACCT-TYPE.
           MOVE OLD-ACCT-BALANCE TO ACCT-BALANCE.
           MOVE OLD-ACCT-CREDIT-LIMIT TO ACCT-CREDIT-LIMIT.
           MOVE OLD-ACCT-STATUS TO ACCT-STATUS.
           MOVE OLD-ACCT-LAST-ACTIVITY-DATE TO ACCT-LAST-ACTIVITY-DATE.
           MOVE SPACES TO ACCT-TERMS-CODE.
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'ACCTFILE-CONVERT: unable to write account '
                       OLD-ACCT-CUST-ID '/' OLD-ACCT-NO
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.
