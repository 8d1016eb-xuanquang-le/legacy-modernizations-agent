      * DUAL-CONTROL THRESHOLD PARAMETER COPYBOOK
      * One record in DUALPARM.DAT. A credit-limit increase of more
      * than PRM-LIMIT-THRESHOLD, or a counter adjustment of more
      * than PRM-ADJUST-THRESHOLD, is held in PENDAPRV.DAT for a
      * second operator. Items not reviewed within PRM-EXPIRY-DAYS
      * business days expire.
       01  DUAL-PARAMETER-RECORD.
           05  PRM-LIMIT-THRESHOLD     PIC 9(9)V99.
           05  PRM-ADJUST-THRESHOLD    PIC 9(9)V99.
           05  PRM-EXPIRY-DAYS         PIC 9(3).
