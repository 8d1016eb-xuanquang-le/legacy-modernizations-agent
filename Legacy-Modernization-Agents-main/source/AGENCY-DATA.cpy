      * COLLECTION AGENCY PLACEMENT DATA COPYBOOK
      * One record per placement of an account with the outside
      * collection agency. Collected, commission and adjustment totals
      * are as reported on the agency's inbound file; the statement
      * fields carry the balance the agency last reported for the
      * monthly placement inventory.
       01  AGENCY-RECORD.
           05  AG-KEY.
               10  AG-CUST-ID          PIC 9(8).
               10  AG-PLACED-DATE      PIC 9(8).
           05  AG-STATUS               PIC X.
               88  AG-PLACED           VALUE 'P'.
               88  AG-RECALLED         VALUE 'R'.
               88  AG-SETTLED          VALUE 'F'.
           05  AG-PLACED-AMOUNT        PIC 9(9)V99.
           05  AG-PLACED-ITEMS         PIC 9(5).
           05  AG-DAYS-OWING           PIC 9(5).
           05  AG-GROSS-COLLECTED      PIC 9(9)V99.
           05  AG-COMMISSION-TOTAL     PIC 9(9)V99.
           05  AG-ADJUST-DEBITS        PIC 9(9)V99.
           05  AG-ADJUST-CREDITS       PIC 9(9)V99.
           05  AG-LAST-ACTIVITY-DATE   PIC 9(8).
           05  AG-CLOSED-DATE          PIC 9(8).
           05  AG-CLOSE-REASON         PIC X(20).
           05  AG-LAST-STMT-DATE       PIC 9(8).
           05  AG-LAST-STMT-BALANCE    PIC 9(9)V99.
