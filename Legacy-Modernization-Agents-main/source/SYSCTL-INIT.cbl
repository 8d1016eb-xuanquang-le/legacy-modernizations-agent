
       01  WS-TODAY                 PIC 9(8).

       01  WS-TRAN-ID-INPUT         PIC X(8).
       01  WS-TRAN-ID-OK            PIC X VALUE 'N'.
           88  TRAN-ID-OK           VALUE 'Y'.

       01  WS-BUS-FUNCTION          PIC X(3).
       01  WS-BUS-DATE-2            PIC 9(8) VALUE ZERO.
       01  WS-BUSDAYS               PIC S9(5).
           IF NOT CTL-OK
               DISPLAY 'SYSCTL-INIT: no control file - creating one.'
               MOVE ZERO TO SYS-NEXT-CUST-ID
               MOVE ZERO TO SYS-NEXT-TRAN-ID
           ELSE
               DISPLAY 'SYSCTL-INIT: current business date '
                   SYS-BUSINESS-DATE ', next customer id '
           PERFORM ACCEPT-BUSINESS-DATE.
           MOVE WS-DATE-NUM TO SYS-BUSINESS-DATE.

           IF SYS-NEXT-TRAN-ID IS NOT NUMERIC
               OR SYS-NEXT-TRAN-ID = ZERO
               PERFORM ACCEPT-NEXT-TRAN-ID
           END-IF.

           MOVE SPACE TO SYS-EDIT-STATUS.
           MOVE SPACE TO SYS-POST-STATUS.
           MOVE SPACE TO SYS-RECON-STATUS.
               SYSTEM-CONTROL-RECORD WS-CTL-RETURN.
           IF CTL-OK
               DISPLAY 'SYSCTL-INIT: business date set to '
                   SYS-BUSINESS-DATE ', job statuses reset, next '
                   'transaction id ' SYS-NEXT-TRAN-ID '.'
           ELSE
               DISPLAY 'SYSCTL-INIT: unable to write control file.'
           END-IF.
           MOVE 'VAL' TO WS-BUS-FUNCTION.
           CALL 'BUSDAY-MANAGER' USING WS-BUS-FUNCTION WS-DATE-NUM
               WS-BUS-DATE-2 WS-BUSDAYS WS-BUS-RETURN.

       ACCEPT-NEXT-TRAN-ID.
           MOVE 'N' TO WS-TRAN-ID-OK.
           PERFORM UNTIL TRAN-ID-OK
               DISPLAY 'Enter first transaction id for the cycle '
                   'batch (8 digits): '
               MOVE SPACES TO WS-TRAN-ID-INPUT
               ACCEPT WS-TRAN-ID-INPUT
               IF WS-TRAN-ID-INPUT IS NUMERIC
                   AND WS-TRAN-ID-INPUT NOT = '00000000'
                   MOVE WS-TRAN-ID-INPUT TO SYS-NEXT-TRAN-ID
                   MOVE 'Y' TO WS-TRAN-ID-OK
               ELSE
                   DISPLAY 'Invalid transaction id - 8 digits, not '
                       'zero, required.'
               END-IF
           END-PERFORM.
