      * COLLECTION AGENCY PARAMETER COPYBOOK
      * One record in AGYPARM.DAT. An account at the final dunning
      * level is placed once its oldest unpaid item is PRM-MIN-DAYS-
      * OWING days past due and at least PRM-MIN-AMOUNT is owed.
      * Agency commission above PRM-MAX-COMMISSION-PCT of the amount
      * collected is rejected; inventory differences within
      * PRM-INVENTORY-TOLERANCE are treated as agreed.
       01  AGENCY-PARAMETER-RECORD.
           05  PRM-MIN-DAYS-OWING      PIC 9(3).
           05  PRM-MIN-AMOUNT          PIC 9(7)V99.
           05  PRM-MAX-COMMISSION-PCT  PIC 9(2)V99.
           05  PRM-INVENTORY-TOLERANCE PIC 9(5)V99.
