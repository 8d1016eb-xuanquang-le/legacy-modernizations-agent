           05  OI-INVOICE-DATE     PIC 9(8).
           05  OI-ORIGINAL-AMOUNT  PIC 9(9)V99.
           05  OI-REMAINING-AMOUNT PIC 9(9)V99.
           05  OI-DUE-DATE         PIC 9(8).
           05  OI-DISCOUNT-DATE    PIC 9(8).
           05  OI-DISCOUNT-PCT     PIC 9(2)V99.
