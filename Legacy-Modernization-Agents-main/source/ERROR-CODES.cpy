       01  ERR-SUSP-WRITE               PIC X(40)
           VALUE 'ERR1022 Suspense file write failure'.
       01  ERR-SUSP-WRITE-SEV           PIC X VALUE 'E'.

       01  ERR-FEEDER-REJECT-CD         PIC 9(4) VALUE 1023.
       01  ERR-FEEDER-REJECT            PIC X(40)
           VALUE 'ERR1023 Feeder batch fails control check'.
       01  ERR-FEEDER-REJECT-SEV        PIC X VALUE 'E'.

       01  ERR-FEEDER-DUP-CD            PIC 9(4) VALUE 1024.
       01  ERR-FEEDER-DUP               PIC X(40)
           VALUE 'ERR1024 Feeder already merged for date'.
       01  ERR-FEEDER-DUP-SEV           PIC X VALUE 'W'.

       01  ERR-CYCLE-STEP-CD            PIC 9(4) VALUE 1025.
       01  ERR-CYCLE-STEP               PIC X(40)
           VALUE 'ERR1025 Cycle step failed or blocked'.
       01  ERR-CYCLE-STEP-SEV           PIC X VALUE 'E'.

       01  ERR-INTEGRITY-BREAK-CD       PIC 9(4) VALUE 1026.
       01  ERR-INTEGRITY-BREAK          PIC X(40)
           VALUE 'ERR1026 Subledger integrity break'.
       01  ERR-INTEGRITY-BREAK-SEV      PIC X VALUE 'E'.

       01  ERR-PENDING-EXPIRED-CD       PIC 9(4) VALUE 1027.
       01  ERR-PENDING-EXPIRED          PIC X(40)
           VALUE 'ERR1027 Pending approval item expired'.
       01  ERR-PENDING-EXPIRED-SEV      PIC X VALUE 'W'.

       01  ERR-AGENCY-REJECT-CD         PIC 9(4) VALUE 1028.
       01  ERR-AGENCY-REJECT            PIC X(40)
           VALUE 'ERR1028 Agency inbound record rejected'.
       01  ERR-AGENCY-REJECT-SEV        PIC X VALUE 'W'.

       01  ERR-AGENCY-CONTROL-CD        PIC 9(4) VALUE 1029.
       01  ERR-AGENCY-CONTROL           PIC X(40)
           VALUE 'ERR1029 Agency file fails control totals'.
       01  ERR-AGENCY-CONTROL-SEV       PIC X VALUE 'E'.

       01  ERR-AGENCY-INVENTORY-CD      PIC 9(4) VALUE 1030.
       01  ERR-AGENCY-INVENTORY         PIC X(40)
           VALUE 'ERR1030 Agency inventory balance differs'.
       01  ERR-AGENCY-INVENTORY-SEV     PIC X VALUE 'W'.

       01  ERR-GROUP-LIMIT-CD           PIC 9(4) VALUE 1031.
       01  ERR-GROUP-LIMIT              PIC X(40)
           VALUE 'ERR1031 Group credit limit exceeded'.
       01  ERR-GROUP-LIMIT-SEV          PIC X VALUE 'E'.

       01  ERR-BATCH-RESUBMIT-CD        PIC 9(4) VALUE 1032.
       01  ERR-BATCH-RESUBMIT           PIC X(40)
           VALUE 'ERR1032 Batch resubmission rejected'.
       01  ERR-BATCH-RESUBMIT-SEV       PIC X VALUE 'E'.

       01  ERR-ACH-CONTROL-CD           PIC 9(4) VALUE 1033.
       01  ERR-ACH-CONTROL              PIC X(40)
           VALUE 'ERR1033 ACH file fails control totals'.
       01  ERR-ACH-CONTROL-SEV          PIC X VALUE 'E'.
