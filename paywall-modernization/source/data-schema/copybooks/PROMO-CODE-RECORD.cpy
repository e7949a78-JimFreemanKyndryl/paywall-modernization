      ******************************************************************
      * PROMO CODE MASTER RECORD LAYOUT                                *
      * ONE ROW PER MARKETING PROMO CODE, KEYED BY THE CODE ITSELF -   *
      * THE VALUE A PROMO ROW ON CUSTENT CARRIES IN ENT-PROMO-CODE.    *
      * THE ROW SAYS WHEN THE CODE MAY BE REDEEMED (VALID-FROM AND     *
      * VALID-TO, BOTH INCLUSIVE), WHICH PLANS IT MAY BE USED ON (UP   *
      * TO FIVE; ALL SPACES MEANS ANY PLAN), THE DISCOUNT IT GIVES     *
      * OFF EACH TERM'S PLAN PRICE (A PERCENTAGE, OR A FIXED AMOUNT    *
      * NEVER TAKEN BELOW ZERO), AND HOW MANY TIMES IT MAY BE          *
      * REDEEMED (ZERO MEANS NO CAP).                                  *
      *                                                                *
      * MARKETING LOADS AND MAINTAINS THE ROWS.  THE REDEMPTION COUNT  *
      * IS KEPT BY THE BATCH: CUSBIL01 ADDS ONE THE FIRST TIME IT      *
      * PRICES A ROW CARRYING THE CODE, AND CUSPCH01 THE FIRST TIME A  *
      * PLAN CHANGE KEYS THE CODE ONTO A ROW; EITHER WAY THE ROW IS    *
      * MARKED ENT-PROMO-REDEEMED.  THE VALIDITY DATES AND THE CAP ARE *
      * CHECKED AT THAT FIRST REDEMPTION ONLY; A ROW ALREADY REDEEMED  *
      * KEEPS ITS DISCOUNT WHILE THE CODE IS ON FILE AND ITS PLAN      *
      * STAYS ELIGIBLE.                                                *
      *                                                                *
      * A CODE WITH PROMO-WINBACK-OFFER SET IS A WIN-BACK OFFER - THE  *
      * MONTHLY CUSWBK01 RUN SENDS IT TO SUBSCRIBERS WHO LAPSED BY A   *
      * DUNNING CANCEL ('D') OR AN UNCONVERTED TRIAL EXPIRY ('T').     *
      ******************************************************************
       01  PROMO-CODE-RECORD.
           05  PROMO-KEY.
               10  PROMO-CODE           PIC X(08).
           05  PROMO-DESCRIPTION        PIC X(30).
           05  PROMO-VALID-FROM         PIC 9(08).
           05  PROMO-VALID-TO           PIC 9(08).
           05  PROMO-ELIGIBLE-PLANS.
               10  PROMO-ELIGIBLE-PLAN  PIC X(08) OCCURS 5 TIMES
                       INDEXED BY PROMO-PLAN-IDX.
           05  PROMO-DISCOUNT-TYPE      PIC X(01).
               88  PROMO-DISCOUNT-PERCENT VALUE 'P'.
               88  PROMO-DISCOUNT-FIXED   VALUE 'F'.
           05  PROMO-DISCOUNT-PCT       PIC 9(03)V99.
           05  PROMO-DISCOUNT-AMOUNT    PIC 9(07)V99.
           05  PROMO-REDEMPTION-CAP     PIC 9(07).
           05  PROMO-REDEMPTION-COUNT   PIC 9(07).
           05  PROMO-LAST-REDEEMED-DATE PIC X(08).
           05  PROMO-WINBACK-OFFER      PIC X(01).
               88  PROMO-GENERAL          VALUE ' '.
               88  PROMO-WINBACK-DUNNING  VALUE 'D'.
               88  PROMO-WINBACK-TRIAL    VALUE 'T'.
           05  FILLER                   PIC X(18).
