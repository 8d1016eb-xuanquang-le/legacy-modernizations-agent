               88  RECON-COMPLETE  VALUE 'C'.
           05  SYS-ARCHIVE-STATUS  PIC X.
               88  ARCHIVE-COMPLETE VALUE 'C'.
           05  SYS-NEXT-TRAN-ID    PIC 9(8).
