      * INVOICE DISPUTE DATA COPYBOOK
      * One record per disputed open item, keyed the same as OI-KEY.
       01  DISPUTE-RECORD.
           05  DSP-KEY.
               10  DSP-CUST-ID         PIC 9(8).
               10  DSP-POST-DATE       PIC 9(8).
               10  DSP-INVOICE-NO      PIC 9(8).
           05  DSP-REASON-CODE         PIC X(2).
               88  DSP-REASON-VALID    VALUES 'PR' 'QT' 'DM' 'NR'
                                              'DB' 'OT'.
           05  DSP-OPENED-DATE         PIC 9(8).
           05  DSP-AMOUNT              PIC 9(9)V99.
           05  DSP-OWNER               PIC X(8).
           05  DSP-STATUS              PIC X.
               88  DSP-OPEN            VALUE 'O'.
               88  DSP-RESOLVED        VALUE 'R'.
           05  DSP-RESOLUTION          PIC X.
               88  DSP-CUSTOMER-RIGHT  VALUE 'C'.
               88  DSP-UPHELD          VALUE 'U'.
               88  DSP-WITHDRAWN       VALUE 'W'.
           05  DSP-RESOLVED-DATE       PIC 9(8).
           05  DSP-RESOLVED-BY         PIC X(8).
           05  DSP-CREDIT-AMOUNT       PIC 9(9)V99.
           05  DSP-CREDIT-STATUS       PIC X.
               88  DSP-CREDIT-NONE     VALUE 'N'.
               88  DSP-CREDIT-PENDING  VALUE 'P'.
               88  DSP-CREDIT-RELEASED VALUE 'B'.
           05  DSP-LAST-UPDATE         PIC 9(8).
           05  DSP-NOTE                PIC X(40).
