      * PROMISE-TO-PAY ARRANGEMENT DATA COPYBOOK
      * PTP-ACCT-NO of zero means the arrangement covers every account.
       01  PROMISE-RECORD.
           05  PTP-KEY.
               10  PTP-CUST-ID         PIC 9(8).
               10  PTP-ARR-NO          PIC 9(4).
           05  PTP-ACCT-NO             PIC 9(4).
           05  PTP-CREATED-DATE        PIC 9(8).
           05  PTP-OPERATOR-ID         PIC X(8).
           05  PTP-STATUS              PIC X.
               88  PTP-ACTIVE          VALUE 'A'.
               88  PTP-KEPT            VALUE 'K'.
               88  PTP-BROKEN          VALUE 'B'.
               88  PTP-CANCELLED       VALUE 'C'.
           05  PTP-TOTAL-AMOUNT        PIC 9(9)V99.
           05  PTP-PAID-AMOUNT         PIC 9(9)V99.
           05  PTP-LAST-CHECK-DATE     PIC 9(8).
           05  PTP-CLOSED-DATE         PIC 9(8).
           05  PTP-INST-COUNT          PIC 9(2).
           05  PTP-INSTALLMENT         OCCURS 12 TIMES.
               10  PTP-INST-DATE       PIC 9(8).
               10  PTP-INST-AMOUNT     PIC 9(9)V99.
               10  PTP-INST-STATUS     PIC X.
                   88  PTP-INST-PENDING VALUE 'P'.
                   88  PTP-INST-KEPT   VALUE 'K'.
                   88  PTP-INST-BROKEN VALUE 'B'.
           05  PTP-NOTE                PIC X(40).
