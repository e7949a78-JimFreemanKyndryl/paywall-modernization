      ******************************************************************
      * TAX LEDGER RECORD LAYOUT                                       *
      * ONE ROW PER MONEY MOVEMENT THAT CARRIES TAX, APPENDED BY THE   *
      * PROGRAM THAT CONFIRMS THE MOVEMENT: CUSREC01 WRITES A          *
      * SETTLEMENT ROW FOR EVERY SETTLEMENT IT MATCHES TO A BILLING    *
      * REQUEST AT THE GROSS AMOUNT, CARRYING THE NET, TAX AND         *
      * JURISDICTION STAMPED ON THAT REQUEST.  THE MONTH-END TAX       *
      * LIABILITY REPORT (CUSTAX01) TOTALS THE LEDGER BY JURISDICTION  *
      * FOR THE MONTH OF TXL-SETTLE-DATE.  A CREDIT ROW (A CUSPCH01    *
      * DOWNGRADE CREDIT) REDUCES TAXABLE SALES AND TAX COLLECTED.     *
      * A CHARGEBACK OR REFUND MATCHED BY CUSCBK01 IS ALSO A CREDIT    *
      * ROW, DATED THE DAY THE MONEY WENT BACK, APPENDED BY CUSREC01   *
      * FROM THE CHBKREV REVERSAL FILE.  A REVERSAL ROW NAMES THE      *
      * SETTLEMENT IT REVERSES IN TXL-REVERSED-SETTLE-DATE, WHICH IS   *
      * SPACES ON EVERY OTHER ROW.                                     *
      ******************************************************************
       01  TAX-LEDGER-RECORD.
           05  TXL-CUST-ID              PIC 9(10).
           05  TXL-PLAN-CODE            PIC X(08).
           05  TXL-SETTLE-DATE          PIC X(08).
           05  TXL-JURISDICTION         PIC X(08).
           05  TXL-ENTRY-TYPE           PIC X(01).
               88  TXL-ENTRY-CHARGE     VALUE 'C'.
               88  TXL-ENTRY-CREDIT     VALUE 'R'.
           05  TXL-NET-AMOUNT           PIC 9(07)V99.
           05  TXL-TAX-AMOUNT           PIC 9(07)V99.
           05  TXL-GROSS-AMOUNT         PIC 9(07)V99.
           05  TXL-REVERSED-SETTLE-DATE PIC X(08).
           05  TXL-REVERSAL-TYPE        PIC X(01).
               88  TXL-REVERSAL-CHARGEBACK VALUE 'C'.
               88  TXL-REVERSAL-REFUND     VALUE 'R'.
           05  FILLER                   PIC X(09).
