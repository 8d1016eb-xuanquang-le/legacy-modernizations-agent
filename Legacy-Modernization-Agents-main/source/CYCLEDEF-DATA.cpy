      * BATCH CYCLE STEP TABLE DATA COPYBOOK
      * One line per step in CYCLEDEF.DAT, in run order.
      * CYD-REQUIRES names the SYSCTL job status that must already be
      * complete before the step runs, CYD-SETS the one the step must
      * leave complete (E edit, P post, R recon, A archive, space none).
      * CYD-RERUN-COMMAND, when present, is used instead of
      * CYD-COMMAND when a failed cycle is resumed at this step.
       01  CYCLE-STEP-RECORD.
           05  CYD-STEP-NO             PIC 9(3).
           05  CYD-PROGRAM             PIC X(30).
           05  CYD-REQUIRES            PIC X.
           05  CYD-SETS                PIC X.
           05  CYD-PREREQ-STEP         PIC 9(3) OCCURS 3 TIMES.
           05  CYD-COMMAND             PIC X(60).
           05  CYD-RERUN-COMMAND       PIC X(60).
