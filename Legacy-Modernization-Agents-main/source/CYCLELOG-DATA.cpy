      * BATCH CYCLE STEP RUN LOG DATA COPYBOOK
       01  CYCLE-LOG-RECORD.
           05  CYL-BUSINESS-DATE       PIC 9(8).
           05  FILLER                  PIC X.
           05  CYL-STEP-NO             PIC 9(3).
           05  FILLER                  PIC X.
           05  CYL-PROGRAM             PIC X(30).
           05  FILLER                  PIC X.
           05  CYL-START-DATE          PIC 9(8).
           05  FILLER                  PIC X.
           05  CYL-START-TIME          PIC 9(6).
           05  FILLER                  PIC X.
           05  CYL-END-DATE            PIC 9(8).
           05  FILLER                  PIC X.
           05  CYL-END-TIME            PIC 9(6).
           05  FILLER                  PIC X.
           05  CYL-RETURN-CODE         PIC -(5)9.
           05  FILLER                  PIC X.
           05  CYL-ERRORS-LOGGED       PIC 9(5).
           05  FILLER                  PIC X.
           05  CYL-SEVERE-LOGGED       PIC 9(5).
           05  FILLER                  PIC X.
           05  CYL-STATUS              PIC X(8).
               88  CYL-COMPLETE        VALUE 'COMPLETE'.
               88  CYL-FAILED          VALUE 'FAILED'.
               88  CYL-BLOCKED         VALUE 'BLOCKED'.
               88  CYL-EARLIER         VALUE 'EARLIER'.
           05  FILLER                  PIC X.
           05  CYL-MESSAGE             PIC X(40).
