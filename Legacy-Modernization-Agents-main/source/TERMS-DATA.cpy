      * PAYMENT TERMS TABLE DATA COPYBOOK
      * One line per terms code in TERMS.DAT, for example
      * NET30 (30 days, no discount) or 2/10 NET30 (2.00 percent
      * off if paid within 10 days, otherwise due in 30).
       01  TERMS-RECORD.
           05  TRM-CODE                PIC X(10).
           05  TRM-NET-DAYS            PIC 9(3).
           05  TRM-DISC-PCT            PIC 9(2)V99.
           05  TRM-DISC-DAYS           PIC 9(3).
