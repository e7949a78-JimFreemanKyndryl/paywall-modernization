      * A TRIAL ROW (ENT-TYPE-TRIAL) CARRIES ITS TRIAL END IN          *
      * ENT-EXPIRATION-DATE AND IS NEVER BILLED; THE CUSTRL01 SWEEP    *
      * CONVERTS OR EXPIRES IT WHEN THAT DATE PASSES.  A PROMO ROW     *
      * (ENT-TYPE-PROMO) CARRIES A CODE FROM THE PROMOMST PROMO CODE   *
      * MASTER IN ENT-PROMO-CODE AND IS BILLED NET OF THAT CODE'S      *
      * DISCOUNT.  ENT-PROMO-STATE IS SET TO REDEEMED THE FIRST TIME   *
      * CUSBIL01 OR CUSPCH01 PRICES THE ROW AND COUNTS THE REDEMPTION  *
      * AGAINST THE CODE'S CAP; A ROW WHOSE CODE IS UNKNOWN, EXPIRED,  *
      * EXHAUSTED OR NOT GOOD FOR ITS PLAN IS NOT BILLED.              *
      * ENT-DECLINE-CARD-STATE IS SET BY THE CUSBIL01 APPLY WHEN A     *
      * RENEWAL IS DECLINED - WHAT THE PAYMENT METHOD FILE HELD FOR    *
      * THE CARD AT THAT MOMENT - AND CLEARED WHEN A CHARGE IS         *
      * APPROVED.  IT TELLS DUNNING LOSSES ON A CARD THAT HAD ALREADY  *
      * EXPIRED FROM THE REST.                                         *
      * ENT-SEAT-ROLE MARKS GROUP SITE-LICENCE ROWS.  THE SPONSOR'S    *
      * ROW IS BILLED BY CUSBIL01 FOR THE SEAT COUNT ON ITS SITELIC    *
      * LICENCE; A SEAT-GRANTED MEMBER ROW IS WRITTEN AND REVOKED BY   *
      * CUSLIC01, FOLLOWS THE SPONSOR'S DATES, AND IS NEVER BILLED.    *
      ******************************************************************
       01  CUSTOMER-ENTITLEMENT.
           05  ENT-KEY.
                   88  ENT-TYPE-TRIAL    VALUE 'T'.
                   88  ENT-TYPE-PROMO    VALUE 'P'.
               10  ENT-PROMO-CODE       PIC X(08).
               10  ENT-DECLINE-CARD-STATE PIC X(01).
                   88  ENT-DECLINE-NONE         VALUE ' '.
                   88  ENT-DECLINE-CARD-VALID   VALUE 'V'.
                   88  ENT-DECLINE-CARD-EXPIRED VALUE 'E'.
                   88  ENT-DECLINE-CARD-CLOSED  VALUE 'C'.
                   88  ENT-DECLINE-NO-CARD      VALUE 'N'.
               10  ENT-SEAT-ROLE        PIC X(01).
                   88  ENT-SEAT-NONE     VALUE ' '.
                   88  ENT-SEAT-SPONSOR  VALUE 'S'.
                   88  ENT-SEAT-GRANTED  VALUE 'M'.
               10  ENT-PROMO-STATE      PIC X(01).
                   88  ENT-PROMO-UNREDEEMED VALUE ' '.
                   88  ENT-PROMO-REDEEMED   VALUE 'R'.
               10  FILLER               PIC X(03).
