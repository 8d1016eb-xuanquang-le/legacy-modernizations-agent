               88  CLOSED          VALUE 'C'.
               88  PENDING         VALUE 'P'.
               88  ESCHEATED       VALUE 'E'.
               88  CHARGED-OFF     VALUE 'W'.
           05  CUST-LAST-ACTIVITY-DATE.
               10  CUST-LAST-ACT-CCYY  PIC 9(4).
               10  CUST-LAST-ACT-MM    PIC 9(2).
