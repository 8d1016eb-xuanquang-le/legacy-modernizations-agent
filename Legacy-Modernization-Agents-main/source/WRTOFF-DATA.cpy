      * BAD-DEBT WRITE-OFF PROPOSAL DATA COPYBOOK
       01  WRITE-OFF-RECORD.
           05  WO-KEY.
               10  WO-CUST-ID          PIC 9(8).
               10  WO-PROPOSED-DATE    PIC 9(8).
           05  WO-AMOUNT-OWED          PIC 9(9)V99.
           05  WO-DAYS-OWING           PIC 9(5).
           05  WO-AGING-BUCKET         PIC 9.
           05  WO-DUNNING-LEVEL        PIC 9.
           05  WO-STATUS               PIC X.
               88  WO-PROPOSED         VALUE 'P'.
               88  WO-APPROVED         VALUE 'A'.
               88  WO-REJECTED         VALUE 'R'.
               88  WO-RELEASED         VALUE 'W'.
               88  WO-WITHDRAWN        VALUE 'X'.
           05  WO-REVIEW-OPERATOR      PIC X(8).
           05  WO-REVIEW-DATE          PIC 9(8).
           05  WO-REVIEW-NOTE          PIC X(30).
           05  WO-RELEASED-DATE        PIC 9(8).
           05  WO-RELEASED-AMOUNT      PIC 9(9)V99.
