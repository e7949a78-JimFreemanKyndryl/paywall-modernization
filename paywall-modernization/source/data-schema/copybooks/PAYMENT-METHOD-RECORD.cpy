      ******************************************************************
      * PAYMENT METHOD ON FILE RECORD LAYOUT                           *
      * ONE ROW PER CUSTOMER, KEYED ON CUST-ID, DESCRIBING THE CARD    *
      * THE PAYMENT GATEWAY HOLDS FOR THEM.  ONLY THE GATEWAY'S TOKEN  *
      * REFERENCE, THE BRAND, THE LAST FOUR DIGITS AND THE EXPIRY      *
      * MONTH (CCYYMM) ARE KEPT - NEVER THE CARD NUMBER.  CUSPMT01     *
      * KEEPS THE FILE CURRENT FROM THE GATEWAY'S DAILY                *
      * ACCOUNT-UPDATER FEED; A CARD THE ISSUER HAS CLOSED STAYS ON    *
      * FILE AS PMT-CARD-CLOSED UNTIL A REPLACEMENT ARRIVES.           *
      *                                                                *
      * PMT-CARD-NOTICE-DATE IS SET BY THE CUSPMT02 PRE-DUNNING SWEEP  *
      * WHEN IT SENDS THE "UPDATE YOUR CARD" NOTICE, AND CLEARED BY    *
      * CUSPMT01 WHENEVER THE CARD CHANGES, SO EACH CARD IS CHASED     *
      * ONCE.  CUSBIL01 READS THE FILE WHEN A RENEWAL IS DECLINED TO   *
      * RECORD WHETHER THE CARD HAD ALREADY EXPIRED.                   *
      ******************************************************************
       01  PAYMENT-METHOD-RECORD.
           05  PMT-KEY.
               10  PMT-CUST-ID          PIC 9(10).
           05  PMT-TOKEN-REF            PIC X(32).
           05  PMT-CARD-BRAND           PIC X(10).
           05  PMT-LAST-FOUR            PIC X(04).
           05  PMT-EXPIRY-MONTH         PIC 9(06).
           05  PMT-CARD-STATUS          PIC X(01).
               88  PMT-CARD-ACTIVE      VALUE 'A'.
               88  PMT-CARD-CLOSED      VALUE 'C'.
           05  PMT-LAST-UPDATE-DATE     PIC X(08).
           05  PMT-LAST-UPDATE-TYPE     PIC X(01).
           05  PMT-CARD-NOTICE-DATE     PIC X(08).
           05  FILLER                   PIC X(20).
