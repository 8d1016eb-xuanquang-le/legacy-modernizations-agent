               88  TRAN-SYSTEM-GEN VALUE 'S'.
               88  TRAN-OPER-KEYED VALUE 'O'.
               88  TRAN-ESCHEAT    VALUE 'E'.
               88  TRAN-RETURNED-ITEM VALUE 'N'.
               88  TRAN-WRITE-OFF  VALUE 'W'.
               88  TRAN-RECOVERY   VALUE 'V'.
               88  TRAN-DISPUTE-CREDIT VALUE 'D'.
               88  TRAN-TERMS-DISCOUNT VALUE 'T'.
               88  TRAN-AGENCY-COLLECT VALUE 'G'.
               88  TRAN-AGENCY-COMMISSION VALUE 'K'.
               88  TRAN-AGENCY-ADJUST VALUE 'Y'.
               88  TRAN-AUTOPAY-DRAFT VALUE 'A'.
           05  TRAN-INVOICE-REF    PIC 9(8).
           05  TRAN-ORIG-POST-DATE PIC 9(8).
           05  TRAN-ORIG-TRAN-ID   PIC 9(8).
