       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENITEM-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ITEM-FILE ASSIGN TO 'OPENITEM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-OI-KEY
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT NEW-ITEM-FILE ASSIGN TO 'OPENITEM.NEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-KEY
               FILE STATUS IS WS-NEW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ITEM-FILE.
       01  OLD-OPEN-ITEM-RECORD.
           05  OLD-OI-KEY.
               10  OLD-OI-CUST-ID  PIC 9(8).
               10  OLD-OI-POST-DATE PIC 9(8).
               10  OLD-OI-INVOICE-NO PIC 9(8).
           05  OLD-OI-INVOICE-DATE PIC 9(8).
           05  OLD-OI-ORIGINAL-AMOUNT PIC 9(9)V99.
           05  OLD-OI-REMAINING-AMOUNT PIC 9(9)V99.

       FD  NEW-ITEM-FILE.
       COPY OPENITEM-DATA.

       WORKING-STORAGE SECTION.
       COPY ERROR-CODES.

       01  WS-OLD-FILE-STATUS       PIC XX.
       01  WS-NEW-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG              PIC X VALUE 'N'.
           88  EOF                  VALUE 'Y'.

       01  WS-STANDARD-TERMS        PIC X(10) VALUE SPACES.
       01  WS-TERMS-RETURN          PIC X.

       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-WRITTEN-COUNT         PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'OPENITEM-CONVERT: one-shot conversion of the '
               'prior open item layout.'.

           OPEN INPUT OLD-ITEM-FILE.
           IF WS-OLD-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'OPENITEM-CONVERT: unable to open '
                   'OPENITEM.DAT (status ' WS-OLD-FILE-STATUS ') - '
                   'is it already the new layout?'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-ITEM-FILE.
           IF WS-NEW-FILE-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING ERR-FILE-OPEN-CD ERR-FILE-OPEN
                   ERR-FILE-OPEN-SEV ZERO
               DISPLAY 'OPENITEM-CONVERT: unable to create '
                   'OPENITEM.NEW.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL EOF
               READ OLD-ITEM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM.

           CLOSE OLD-ITEM-FILE.
           CLOSE NEW-ITEM-FILE.

           DISPLAY 'OPENITEM-CONVERT: ' WS-READ-COUNT ' read, '
               WS-WRITTEN-COUNT ' written.'.
           IF WS-READ-COUNT = WS-WRITTEN-COUNT
               DISPLAY 'OPENITEM-CONVERT: counts agree - rename '
                   'OPENITEM.NEW to OPENITEM.DAT after saving the '
                   'old file.'
           ELSE
               DISPLAY 'OPENITEM-CONVERT: *** COUNTS DIFFER - DO '
                   'NOT RENAME - INVESTIGATE ***'
           END-IF.
           STOP RUN.

       CONVERT-ONE-RECORD.
           MOVE OLD-OI-CUST-ID TO OI-CUST-ID.
           MOVE OLD-OI-POST-DATE TO OI-POST-DATE.
           MOVE OLD-OI-INVOICE-NO TO OI-INVOICE-NO.
           MOVE OLD-OI-INVOICE-DATE TO OI-INVOICE-DATE.
           MOVE OLD-OI-ORIGINAL-AMOUNT TO OI-ORIGINAL-AMOUNT.
           MOVE OLD-OI-REMAINING-AMOUNT TO OI-REMAINING-AMOUNT.
           CALL 'TERMS-MANAGER' USING WS-STANDARD-TERMS
               OI-INVOICE-DATE OI-DUE-DATE OI-DISCOUNT-DATE
               OI-DISCOUNT-PCT WS-TERMS-RETURN.
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   CALL 'ERROR-LOGGER' USING ERR-OPENITEM-WRITE-CD
                       ERR-OPENITEM-WRITE ERR-OPENITEM-WRITE-SEV
                       OLD-OI-CUST-ID
                   DISPLAY ERR-OPENITEM-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.
