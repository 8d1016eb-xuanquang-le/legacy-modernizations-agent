      * CUSTOMER HIERARCHY DATA COPYBOOK
      * One record in HIER.DAT per customer belonging to a corporate
      * family. The parent carries its own record with HR-PARENT-ID
      * equal to HR-CUST-ID; each branch or subsidiary carries the
      * parent's CUST-ID. HR-GROUP-LIMIT on the parent's record is the
      * optional credit limit for the combined balance of the whole
      * family (zero = no group limit).
       01  HIERARCHY-RECORD.
           05  HR-CUST-ID              PIC 9(8).
           05  HR-PARENT-ID            PIC 9(8).
           05  HR-GROUP-LIMIT          PIC S9(9)V99.
           05  HR-LINKED-DATE          PIC 9(8).
           05  HR-LINKED-BY            PIC X(8).
