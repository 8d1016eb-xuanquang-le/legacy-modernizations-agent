      * RETURNED PAYMENT HISTORY DATA COPYBOOK
       01  RETURN-HIST-RECORD.
           05  RH-KEY.
               10  RH-CUST-ID      PIC 9(8).
               10  RH-RETURN-DATE  PIC 9(8).
               10  RH-ORIG-TRAN-ID PIC 9(8).
           05  RH-ORIG-POST-DATE   PIC 9(8).
           05  RH-DEPOSIT-DATE     PIC 9(8).
           05  RH-AMOUNT           PIC 9(9)V99.
           05  RH-FEE-AMOUNT       PIC 9(5)V99.
           05  RH-REASON           PIC X(20).
