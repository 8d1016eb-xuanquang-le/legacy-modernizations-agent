      * AUTOPAY ENROLLMENT DATA COPYBOOK
      * One record in AUTOPAY.DAT per customer account enrolled for
      * automatic payment by direct debit. AP-DEBIT-RULE selects the
      * amount drafted: F = full amount owed on the account, M =
      * open items due on or before the draft date (capped at the
      * amount owed), X = AP-FIXED-AMOUNT (capped at the amount
      * owed). AP-DRAFT-DAY is the day of the month (01-28) the
      * draft is taken. A returned draft suspends the enrollment.
       01  AUTOPAY-RECORD.
           05  AP-KEY.
               10  AP-CUST-ID          PIC 9(8).
               10  AP-ACCT-NO          PIC 9(4).
           05  AP-ROUTING-NO           PIC 9(9).
           05  AP-ROUTING-DIGITS REDEFINES AP-ROUTING-NO.
               10  AP-RDFI-ID          PIC 9(8).
               10  AP-CHECK-DIGIT      PIC 9.
           05  AP-BANK-ACCT-NO         PIC X(17).
           05  AP-BANK-ACCT-TYPE       PIC X.
               88  AP-CHECKING         VALUE 'C'.
               88  AP-SAVINGS          VALUE 'S'.
           05  AP-DEBIT-RULE           PIC X.
               88  AP-RULE-FULL        VALUE 'F'.
               88  AP-RULE-MINIMUM     VALUE 'M'.
               88  AP-RULE-FIXED       VALUE 'X'.
           05  AP-FIXED-AMOUNT         PIC 9(9)V99.
           05  AP-DRAFT-DAY            PIC 9(2).
           05  AP-STATUS               PIC X.
               88  AP-ACTIVE           VALUE 'A'.
               88  AP-SUSPENDED        VALUE 'S'.
               88  AP-CANCELLED        VALUE 'C'.
           05  AP-ENROLL-DATE          PIC 9(8).
           05  AP-CHANGED-DATE         PIC 9(8).
           05  AP-CHANGED-BY           PIC X(8).
           05  AP-LAST-DRAFT-DATE      PIC 9(8).
           05  AP-LAST-DRAFT-AMOUNT    PIC 9(9)V99.
           05  AP-SUSPEND-DATE         PIC 9(8).
           05  AP-SUSPEND-REASON       PIC X(20).
