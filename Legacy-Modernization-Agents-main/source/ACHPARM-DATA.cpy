      * ACH ORIGINATION PARAMETER COPYBOOK
      * One record in ACHPARM.DAT describing the bank file built by
      * CUSTOMER-ACHDRAFT: the immediate destination and origin of
      * the file header, the company identification of the batch
      * header and the originating DFI routing (first eight digits)
      * used in every trace number. A draft above PRM-MAX-DRAFT-
      * AMOUNT is not originated but listed for review (zero = no
      * maximum).
       01  ACH-PARAMETER-RECORD.
           05  PRM-IMMED-DEST          PIC X(10).
           05  PRM-IMMED-ORIGIN        PIC X(10).
           05  PRM-DEST-NAME           PIC X(23).
           05  PRM-ORIGIN-NAME         PIC X(23).
           05  PRM-COMPANY-NAME        PIC X(16).
           05  PRM-COMPANY-ID          PIC X(10).
           05  PRM-ODFI-ID             PIC X(8).
           05  PRM-ODFI-ID-N REDEFINES PRM-ODFI-ID
                                       PIC 9(8).
           05  PRM-ENTRY-DESC          PIC X(10).
           05  PRM-MAX-DRAFT-AMOUNT    PIC 9(7)V99.
