      * PASS AND ANSWERED BY THE GATEWAY'S RESPONSE FILE.  THE AMOUNT  *
      * IS STAMPED FROM THE PLANMSTR PLAN/PRICE MASTER SO FINANCE HAS  *
      * A MAINFRAME-SIDE RECORD OF WHAT EACH REQUEST SHOULD COLLECT.   *
      * EVERY REQUEST IS TAXED BY THE CUSTOMER'S JURISDICTION FROM THE *
      * TAXRATE FILE: BILL-AMOUNT IS THE GROSS (NET PLUS TAX) THE      *
      * GATEWAY CHARGES, ALSO ADDRESSABLE AS BILL-GROSS-AMOUNT, AND    *
      * THE NET, TAX AND JURISDICTION CODE USED ARE CARRIED ALONGSIDE. *
      * A REQUEST FOR A CUSTOMER WITH NO RATE ON FILE CARRIES ZERO TAX *
      * AND A SPACE JURISDICTION.                                      *
      * A GROUP SITE-LICENCE RENEWAL IS ONE REQUEST FOR THE SPONSOR,   *
      * PRICED AT THE PLAN RATE TIMES THE SEATS IN BILL-SEAT-COUNT.    *
      * A PROMO ROW IS BILLED NET OF ITS PROMOMST DISCOUNT: THE CODE   *
      * AND THE DISCOUNT TAKEN OFF THE PLAN PRICE RIDE ALONG, AND THE  *
      * NET AMOUNT IS WHAT REMAINS AFTER IT.                           *
      ******************************************************************
       01  BILLING-REQUEST-RECORD.
           05  BILL-CUST-ID             PIC 9(10).
           05  BILL-PAYMENT-STATUS      PIC X(01).
           05  BILL-EXTRACT-DATE        PIC X(08).
           05  BILL-AMOUNT              PIC 9(07)V99.
           05  BILL-GROSS-AMOUNT REDEFINES BILL-AMOUNT
                                        PIC 9(07)V99.
      * ADJUSTMENT TYPE - SPACE FOR AN ORDINARY RENEWAL REQUEST,
      * 'C'/'R' FOR THE PRORATED CHARGE OR CREDIT A CUSPCH01 PLAN
      * CHANGE APPENDS TO THE FEED.
               88  BILL-ADJUST-RENEWAL  VALUE ' '.
               88  BILL-ADJUST-CHARGE   VALUE 'C'.
               88  BILL-ADJUST-CREDIT   VALUE 'R'.
           05  BILL-NET-AMOUNT          PIC 9(07)V99.
           05  BILL-TAX-AMOUNT          PIC 9(07)V99.
           05  BILL-JURISDICTION        PIC X(08).
      * SEATS BILLED - THE LICENSED SEAT COUNT ON A GROUP SITE-LICENCE
      * RENEWAL, ZERO ON ANY SINGLE-SUBSCRIBER REQUEST.
           05  BILL-SEAT-COUNT          PIC 9(05).
      * PROMO DISCOUNT - THE PROMOMST CODE PRICED AND THE AMOUNT IT
      * TOOK OFF THE NET, SPACES AND ZERO ON A ROW WITH NO PROMO.  A
      * CUSPCH01 PLAN-CHANGE ADJUSTMENT CARRIES THE CODE WITH ZERO
      * DISCOUNT - ITS CHARGE AND CREDIT ARE BOTH ALREADY PRICED NET.
           05  BILL-PROMO-CODE          PIC X(08).
           05  BILL-DISCOUNT-AMOUNT     PIC 9(07)V99.
           05  FILLER                   PIC X(04).
