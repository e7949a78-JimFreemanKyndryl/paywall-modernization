      * ONE ROW PER CUST-STATUS CHANGE.  APPEND ONLY - NEVER UPDATED   *
      * OR DELETED, SO IT STANDS AS THE PERMANENT RECORD OF WHO        *
      * CHANGED AN ACCOUNT'S STATUS, WHEN, AND WHY.                    *
      *                                                                *
      * A ROW WITH REASON DSAR (CUSDSR01) RECORDS A DATA SUBJECT       *
      * ACCESS REQUEST ANSWERED.  IT CHANGES NOTHING AND CARRIES THE   *
      * CURRENT STATUS AS BOTH OLD AND NEW.                            *
      *                                                                *
      * ROWS FOR A CUSTENT ROW RATHER THAN THE ACCOUNT CARRY THE OLD   *
      * AND NEW ENT-PAYMENT-STATUS IN THE STATUS BYTES: CHBK / RFND    *
      * (CUSCBK01), SEAT / LICS / LICX (CUSLIC01), DUNX FOR A DUNNING  *
      * CANCEL (CUSBIL01), AND TRLC / TRLX FOR A TRIAL CONVERTED OR    *
      * EXPIRED (CUSTRL01).  A PCHG ROW (CUSPCH01) CARRIES THE OLD AND *
      * NEW TIER INSTEAD.                                              *
      ******************************************************************
       01  CUSTOMER-AUDIT-LOG-RECORD.
           05  AUDIT-CUST-ID            PIC 9(10).
