      * CHECK ACCEPTANCE STOP DATA COPYBOOK
      * A customer on file with CS-EXPIRY-DATE on or after the
      * business date has had too many payments returned; counter
      * staff take cash or certified funds only.
       01  CHECK-STOP-RECORD.
           05  CS-CUST-ID          PIC 9(8).
           05  CS-RETURN-COUNT     PIC 9(3).
           05  CS-FLAG-DATE        PIC 9(8).
           05  CS-EXPIRY-DATE      PIC 9(8).
