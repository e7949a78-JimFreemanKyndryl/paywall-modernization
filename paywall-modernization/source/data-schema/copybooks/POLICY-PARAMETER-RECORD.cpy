      *   ARC-DORMANT-DAYS  CUSARC01 DORMANCY WINDOW IN DAYS (365)     *
      *   CNV-COMMIT-INTVL  CUSCNV01 CHECKPOINT COMMIT INTERVAL (1000) *
      *   REC-GRACE-DAYS    CUSREC01 UNANSWERED-REQUEST GRACE (3)      *
      *   PMT-LEAD-DAYS     CUSPMT02 CARD-EXPIRY NOTICE LEAD DAYS (30) *
      *   WBK-WINDOW-DAYS   CUSWBK01 WIN-BACK LAPSE WINDOW DAYS (90)   *
      ******************************************************************
       01  POLICY-PARAMETER-RECORD.
           05  POL-KEY.
