      * AGENCY TRANSACTION REFERENCE DATA COPYBOOK
      * One record in AGYREF.DAT per agency reference accepted by
      * CUSTOMER-AGYINBOUND. A detail whose reference is already on
      * file has been taken once and is rejected, so an agency file
      * sent or run twice cannot post its collections again.
       01  AGENCY-REF-RECORD.
           05  AR-AGENCY-REF           PIC X(12).
           05  AR-CUST-ID              PIC 9(8).
           05  AR-TYPE                 PIC X.
           05  AR-AMOUNT               PIC 9(9)V99.
           05  AR-TRAN-DATE            PIC 9(8).
           05  AR-BUSINESS-DATE        PIC 9(8).
