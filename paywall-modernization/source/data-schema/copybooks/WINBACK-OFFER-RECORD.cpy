      ******************************************************************
      * WIN-BACK OFFER RECORD LAYOUT                                   *
      * ONE ROW PER WIN-BACK OFFER MADE, KEYED ON THE LAPSED CUST-ID   *
      * AND THE CAMPAIGN THAT MADE IT ('WB' + THE CAMPAIGN'S CCYYMM).  *
      * WRITTEN BY THE MONTHLY CUSWBK01 RUN WHEN IT SELECTS A          *
      * SUBSCRIBER WHOSE LAST ENTITLEMENT ENDED IN A CUSBIL01 DUNNING  *
      * CANCEL OR A CUSTRL01 TRIAL EXPIRY.  THE OFFER IS A WINBACK     *
      * PROMO CODE FROM THE PROMOMST MASTER; WBK-LAPSE-DATE (THE DATE  *
      * OF THE AUDIT EVENT THAT ENDED THE ENTITLEMENT) KEEPS ONE LAPSE *
      * FROM BEING OFFERED TWICE ACROSS CAMPAIGNS.                     *
      *                                                                *
      * A NOTICE HELD BY THE EMLSUPP SUPPRESSION LIST IS STILL         *
      * RECORDED, AS HELD, SO MARKETING SEES IT AND IT IS NOT RETRIED. *
      * EACH RUN STAMPS WBK-REDEEMED-DATE AND PLAN ON AN OFFER WHOSE   *
      * CUSTOMER NOW HOLDS A CUSTENT PROMO ROW CARRYING THE OFFERED    *
      * CODE THAT IS LIVE OR HAS ALREADY BEEN PRICED.                  *
      ******************************************************************
       01  WINBACK-OFFER-RECORD.
           05  WBK-KEY.
               10  WBK-CUST-ID          PIC 9(10).
               10  WBK-CAMPAIGN-CODE    PIC X(08).
           05  WBK-OFFER-CODE           PIC X(08).
           05  WBK-LAPSE-REASON         PIC X(01).
               88  WBK-LAPSE-DUNNING    VALUE 'D'.
               88  WBK-LAPSE-TRIAL      VALUE 'T'.
           05  WBK-LAPSED-PLAN          PIC X(08).
           05  WBK-LAPSE-DATE           PIC X(08).
           05  WBK-OFFER-DATE           PIC X(08).
           05  WBK-NOTICE-STATE         PIC X(01).
               88  WBK-NOTICE-SENT      VALUE 'S'.
               88  WBK-NOTICE-HELD      VALUE 'H'.
           05  WBK-REDEEMED-DATE        PIC X(08).
           05  WBK-REDEEMED-PLAN        PIC X(08).
           05  FILLER                   PIC X(12).
