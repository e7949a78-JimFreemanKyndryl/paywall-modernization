      * EXTERNAL-FRIENDLY, FIXED-WIDTH LAYOUT FOR THE EMAIL VENDOR'S   *
      * SINGLE DAILY PICKUP.  ONE ROW PER CUSTOMER EVENT, APPENDED BY  *
      * EVERY BATCH PROGRAM THAT TAKES A CUSTOMER-VISIBLE ACTION       *
      * (CUSVER01, CUSBIL01, CUSPWA01, CUSLOK01, CUSCBK01, CUSPMT02,   *
      * CUSWBK01).                                                     *
      * THE TEMPLATE CODE SELECTS THE VENDOR'S LETTER; THE MERGE       *
      * FIELDS FILL IT IN.  NTF-MERGE-1 AND NTF-MERGE-2 ARE            *
      * TEMPLATE-SPECIFIC (PLAN CODE, ATTEMPT NUMBER, RENEWAL DATE,    *
      * ...) AND DOCUMENTED PER CODE IN THE WRITING PROGRAM.           *
      *                                                                *
      * NTF-NOTICE-CLASS TELLS A MANDATORY SERVICE OR BILLING NOTICE   *
      * FROM A MARKETING ONE.  EVERY WRITER CHECKS THE ADDRESS AGAINST *
      * THE EMLSUPP FILE (EMAIL-SUPPRESS-RECORD) BEFORE THE WRITE: A   *
      * HARD-BOUNCED ADDRESS IS SENT NOTHING, AND A COMPLAINT OR       *
      * UNSUBSCRIBE HOLDS MARKETING NOTICES ONLY.                      *
      ******************************************************************
       01  CUSTOMER-NOTIFY-RECORD.
           05  NTF-CUST-ID              PIC 9(10).
               88  NTF-PAYMENT-CANCEL   VALUE 'BILCANCL'.
               88  NTF-FORCED-RESET     VALUE 'PWARESET'.
               88  NTF-LOCKOUT-SUSPEND  VALUE 'LOKSUSPD'.
               88  NTF-CHARGEBACK-CANCEL VALUE 'BILCHGBK'.
               88  NTF-CARD-UPDATE      VALUE 'BILCARD '.
               88  NTF-WINBACK-OFFER    VALUE 'WINBACK '.
           05  NTF-EVENT-DATE           PIC X(08).
           05  NTF-FIRST-NAME           PIC X(30).
           05  NTF-MERGE-1              PIC X(30).
           05  NTF-MERGE-2              PIC X(10).
           05  NTF-NOTICE-CLASS         PIC X(01).
               88  NTF-CLASS-SERVICE    VALUE 'S'.
               88  NTF-CLASS-BILLING    VALUE 'B'.
               88  NTF-CLASS-MARKETING  VALUE 'M'.
           05  FILLER                   PIC X(13).
