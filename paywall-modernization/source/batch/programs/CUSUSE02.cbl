      *                  FROM THE USAGEACC ACCUMULATOR: PLANS RANKED   *
      *                  BY USAGE PLUS PAYING CUSTOMERS WITH ZERO      *
      *                  ACTIVITY                                      *
      * 2026-10-07  DO   LEAVE SEAT-GRANTED MEMBER ROWS OFF THE ZERO   *
      *                  ACTIVITY LIST - CUSLIC02 REPORTS THEM TO THE  *
      *                  SPONSOR'S ACCOUNT MANAGER                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSUSE02.

      ******************************************************************
      * 5000-SCAN-PAYING-CUSTOMERS - LIST EVERY PAYING NON-TRIAL ROW   *
      * WITH NO RECORDED ACTIVITY FOR THE REPORT PERIOD.  A            *
      * SEAT-GRANTED MEMBER PAYS NOTHING AND IS NOT LISTED.            *
      ******************************************************************
       5000-SCAN-PAYING-CUSTOMERS.
           PERFORM 5100-READ-NEXT-ENTITLEMENT

           IF NOT ENT-PAYMENT-CURRENT
               OR ENT-TYPE-TRIAL
               OR ENT-SEAT-GRANTED
               GO TO 5000-SCAN-PAYING-CUSTOMERS-EXIT
           END-IF.

