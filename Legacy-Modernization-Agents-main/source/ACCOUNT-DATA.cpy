               88  ACCT-ACTIVE     VALUE 'A'.
               88  ACCT-CLOSED     VALUE 'C'.
           05  ACCT-LAST-ACTIVITY-DATE PIC 9(8).
           05  ACCT-TERMS-CODE     PIC X(10).
