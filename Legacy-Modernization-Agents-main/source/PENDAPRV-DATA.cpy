      * DUAL-CONTROL PENDING APPROVAL DATA COPYBOOK
      * One record in PENDAPRV.DAT per change held for review by a
      * second operator with supervisor authority.
      * PA-TYPE C holds a customer credit-limit and/or status change,
      * A an account credit-limit and/or status change (values at
      * entry in PA-OLD-, requested values in PA-NEW-), J a counter
      * adjustment (PA-ADJ- fields) which CUSTOMER-PNDRELEASE writes
      * to DUALBTCH.DAT once approved, G a group credit-limit change
      * for the corporate family whose parent is PA-CUST-ID.
       01  PENDING-APPROVAL-RECORD.
           05  PA-KEY.
               10  PA-CUST-ID          PIC 9(8).
               10  PA-ENTRY-DATE       PIC 9(8).
               10  PA-ENTRY-TIME       PIC 9(8).
           05  PA-TYPE                 PIC X.
               88  PA-CUST-CHANGE      VALUE 'C'.
               88  PA-ACCT-CHANGE      VALUE 'A'.
               88  PA-COUNTER-ADJ      VALUE 'J'.
               88  PA-GROUP-CHANGE     VALUE 'G'.
           05  PA-ACCT-NO              PIC 9(4).
           05  PA-STATUS               PIC X.
               88  PA-PENDING          VALUE 'P'.
               88  PA-APPROVED         VALUE 'A'.
               88  PA-REJECTED         VALUE 'R'.
               88  PA-EXPIRED          VALUE 'X'.
               88  PA-RELEASED         VALUE 'W'.
           05  PA-MAKER-ID             PIC X(8).
           05  PA-OLD-LIMIT            PIC S9(9)V99.
           05  PA-NEW-LIMIT            PIC S9(9)V99.
           05  PA-OLD-STATUS           PIC X.
           05  PA-NEW-STATUS           PIC X.
           05  PA-ADJ-AMOUNT           PIC 9(9)V99.
           05  PA-ADJ-DR-CR            PIC X.
           05  PA-ADJ-INVOICE-REF      PIC 9(8).
           05  PA-CHECKER-ID           PIC X(8).
           05  PA-REVIEW-DATE          PIC 9(8).
           05  PA-REVIEW-NOTE          PIC X(30).
           05  PA-RELEASED-DATE        PIC 9(8).
