      ******************************************************************
      * EMAIL SUPPRESSION RECORD LAYOUT                                *
      * ONE ROW PER EMAIL ADDRESS PER RETURN REASON, KEYED ON THE      *
      * ADDRESS + REASON, BUILT BY THE CUSSUP01 DAILY APPLY OF THE     *
      * EMAIL VENDOR'S RETURN FILE.  EVERY PROGRAM THAT WRITES NTFYOUT *
      * READS IT BEFORE EACH NOTICE: A HARD-BOUNCED ADDRESS RECEIVES   *
      * NOTHING, AND A COMPLAINT OR UNSUBSCRIBE HOLDS MARKETING        *
      * NOTICES ONLY - SERVICE AND BILLING NOTICES STILL GO OUT.       *
      * SUP-CUST-ID IS THE CUSTOMER THE ADDRESS BELONGED TO WHEN THE   *
      * FIRST RETURN ARRIVED (ZERO IF IT MATCHED NO CUSTOMER).         *
      ******************************************************************
       01  EMAIL-SUPPRESS-RECORD.
           05  SUP-KEY.
               10  SUP-EMAIL            PIC X(50).
               10  SUP-REASON           PIC X(01).
                   88  SUP-HARD-BOUNCE  VALUE 'B'.
                   88  SUP-COMPLAINT    VALUE 'C'.
                   88  SUP-UNSUBSCRIBE  VALUE 'U'.
           05  SUP-CUST-ID              PIC 9(10).
           05  SUP-FIRST-DATE           PIC X(08).
           05  SUP-LAST-DATE            PIC X(08).
           05  SUP-RETURN-COUNT         PIC 9(05).
           05  SUP-VENDOR-REF           PIC X(20).
           05  FILLER                   PIC X(18).
