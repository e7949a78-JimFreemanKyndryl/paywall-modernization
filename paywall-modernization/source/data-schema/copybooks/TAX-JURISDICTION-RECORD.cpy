      ******************************************************************
      * TAX JURISDICTION RATE RECORD LAYOUT                            *
      * ONE ROW PER JURISDICTION PER EFFECTIVE DATE, KEYED BY COUNTRY, *
      * STATE AND EFFECTIVE DATE SO A RATE CHANGE IS LOADED AHEAD OF   *
      * TIME AS A NEW ROW WITHOUT DISTURBING THE RATE IN FORCE.  THE   *
      * RATE APPLIED TO A CHARGE IS THE LATEST ROW FOR THE CUSTOMER'S  *
      * CUST-COUNTRY AND CUST-STATE WHOSE EFFECTIVE DATE IS NOT AFTER  *
      * THE RUN DATE; A COUNTRY THAT TAXES AT NATIONAL LEVEL ONLY      *
      * (VAT) CARRIES ITS ROWS WITH TAX-STATE SPACES, AND A CUSTOMER   *
      * WITH NO STATE-LEVEL ROW FALLS BACK TO THEM.  TAX-STATE HOLDS   *
      * THE FIRST 20 CHARACTERS OF CUST-STATE.  A ZERO-RATED           *
      * JURISDICTION IS STILL LOADED SO ITS SALES REPORT AS TAXABLE    *
      * AT ZERO RATHER THAN AS AN EXCEPTION.                           *
      ******************************************************************
       01  TAX-JURISDICTION-RECORD.
           05  TAX-KEY.
               10  TAX-COUNTRY          PIC X(02).
               10  TAX-STATE            PIC X(20).
               10  TAX-EFFECTIVE-DATE   PIC 9(08).
           05  TAX-JURISDICTION-CODE    PIC X(08).
      * RATE AS A PERCENTAGE, E.G. 0200000 IS 20.0000 PERCENT.
           05  TAX-RATE-PCT             PIC 9(03)V9(04).
           05  TAX-JURISDICTION-NAME    PIC X(30).
           05  FILLER                   PIC X(05).
