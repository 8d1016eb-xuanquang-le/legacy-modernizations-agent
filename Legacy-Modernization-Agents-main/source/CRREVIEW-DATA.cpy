      * CREDIT REVIEW WORKLIST DATA COPYBOOK
      * ONE RECORD PER ACTIVE CUSTOMER PER REVIEW RUN. CR-REC-xxx IS THE
      * SCORED RECOMMENDATION, CR-DECIDED-LIMIT WHAT THE ANALYST CHOSE.
       01  CREDIT-REVIEW-RECORD.
           05  CR-KEY.
               10  CR-CUST-ID          PIC 9(8).
               10  CR-REVIEW-DATE      PIC 9(8).
           05  CR-CURRENT-LIMIT        PIC S9(9)V99.
           05  CR-RECOMMENDED-LIMIT    PIC S9(9)V99.
           05  CR-RECOMMENDATION       PIC X.
               88  CR-REC-INCREASE     VALUE 'I'.
               88  CR-REC-DECREASE     VALUE 'D'.
               88  CR-REC-HOLD         VALUE 'H'.
           05  CR-SCORE                PIC 9(3).
           05  CR-PAYMENT-PCT          PIC 9(3).
           05  CR-DAYS-PAST-DUE        PIC 9(5).
           05  CR-OVERDUE-AMOUNT       PIC 9(9)V99.
           05  CR-DUNNING-LEVEL        PIC 9.
           05  CR-RETURN-COUNT         PIC 9(3).
           05  CR-REVERSAL-COUNT       PIC 9(3).
           05  CR-PEAK-OWED            PIC S9(9)V99.
           05  CR-PEAK-UTIL-PCT        PIC 9(3).
           05  CR-STATUS               PIC X.
               88  CR-OPEN             VALUE 'O'.
               88  CR-ACCEPTED         VALUE 'A'.
               88  CR-OVERRIDDEN       VALUE 'V'.
               88  CR-HELD             VALUE 'H'.
               88  CR-SUPERSEDED       VALUE 'S'.
           05  CR-DECIDED-LIMIT        PIC S9(9)V99.
           05  CR-ANALYST-ID           PIC X(8).
           05  CR-DECISION-DATE        PIC 9(8).
           05  CR-DECISION-NOTE        PIC X(30).
