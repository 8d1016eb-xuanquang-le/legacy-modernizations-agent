      * TRANSACTION ID REGISTRY DATA COPYBOOK
      * One record in TRANREG.DAT per TRAN-ID accepted by
      * CUSTOMER-TRANEDIT. TR-EDIT-STAMP identifies the edit run that
      * accepted the ID; the trailer count and totals of that batch
      * are carried on every ID so a complete resubmission of the
      * batch can be recognised. Records are purged by
      * TRANHIST-ARCHIVE once older than the registry retention.
       01  TRAN-REGISTRY-RECORD.
           05  TR-TRAN-ID              PIC 9(8).
           05  TR-BUSINESS-DATE        PIC 9(8).
           05  TR-BATCH-DATE           PIC 9(8).
           05  TR-ORIGIN-CODE          PIC X.
           05  TR-CUST-ID              PIC 9(8).
           05  TR-AMOUNT               PIC 9(9)V99.
           05  TR-DR-CR-CODE           PIC X.
           05  TR-EDIT-STAMP.
               10  TR-EDIT-DATE        PIC 9(8).
               10  TR-EDIT-TIME        PIC 9(8).
           05  TR-BATCH-COUNT          PIC 9(7).
           05  TR-BATCH-DEBIT-TOT      PIC 9(11)V99.
           05  TR-BATCH-CREDIT-TOT     PIC 9(11)V99.
