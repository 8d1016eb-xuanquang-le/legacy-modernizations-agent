           05  TH-ORIGIN-CODE      PIC X.
               88  TH-SYSTEM-GEN   VALUE 'S'.
               88  TH-ESCHEAT      VALUE 'E'.
               88  TH-RETURNED-ITEM VALUE 'N'.
               88  TH-WRITE-OFF    VALUE 'W'.
               88  TH-RECOVERY     VALUE 'V'.
               88  TH-DISPUTE-CREDIT VALUE 'D'.
               88  TH-TERMS-DISCOUNT VALUE 'T'.
               88  TH-AGENCY-COLLECT VALUE 'G'.
               88  TH-AGENCY-COMMISSION VALUE 'K'.
               88  TH-AGENCY-ADJUST VALUE 'Y'.
               88  TH-AUTOPAY-DRAFT VALUE 'A'.
           05  TH-ACCT-NO          PIC 9(4).
           05  TH-REVERSED-FLAG    PIC X.
               88  TH-ALREADY-REVERSED VALUE 'Y'.
