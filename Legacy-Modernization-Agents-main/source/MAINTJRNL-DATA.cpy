      * MAINTENANCE JOURNAL DATA COPYBOOK
      * MJ-OPERATOR is the operator who keyed the change. When the
      * change was held for dual control, MJ-APPROVER is the
      * supervisor who approved it. MJ-ACCT-CHANGE entries carry
      * ACCOUNT-RECORD images, MJ-HIER-CHANGE entries HIERARCHY-RECORD
      * images (before image spaces on a link, after image spaces on
      * an unlink), all others CUSTOMER-RECORD images.
       01  MAINT-JOURNAL-RECORD.
           05  MJ-DATE             PIC 9(8).
           05  MJ-TIME             PIC 9(6).
               88  MJ-ADD          VALUE 'A'.
               88  MJ-UPDATE       VALUE 'U'.
               88  MJ-CLOSE        VALUE 'D'.
               88  MJ-ACCT-CHANGE  VALUE 'C'.
               88  MJ-HIER-CHANGE  VALUE 'H'.
           05  MJ-BEFORE-IMAGE     PIC X(200).
           05  MJ-AFTER-IMAGE      PIC X(200).
           05  MJ-APPROVER         PIC X(8).
