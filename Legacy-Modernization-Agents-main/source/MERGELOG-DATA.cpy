      * FEEDER BATCH MERGE LOG DATA COPYBOOK
      * One record per feeder batch taken into the cycle batch.
       01  MERGE-LOG-RECORD.
           05  ML-KEY.
               10  ML-BUSINESS-DATE    PIC 9(8).
               10  ML-SOURCE           PIC X(4).
           05  ML-FILE-NAME            PIC X(12).
           05  ML-MERGE-DATE           PIC 9(8).
           05  ML-MERGE-TIME           PIC 9(6).
           05  ML-DETAIL-COUNT         PIC 9(7).
           05  ML-DEBIT-TOTAL          PIC 9(11)V99.
           05  ML-CREDIT-TOTAL         PIC 9(11)V99.
           05  ML-FIRST-TRAN-ID        PIC 9(8).
           05  ML-LAST-TRAN-ID         PIC 9(8).
