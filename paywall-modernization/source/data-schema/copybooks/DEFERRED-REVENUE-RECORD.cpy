      ******************************************************************
      * DEFERRED REVENUE SCHEDULE RECORD LAYOUT                        *
      * ONE ROW PER SETTLED CHARGE BEING EARNED OVER ITS SERVICE       *
      * PERIOD, KEYED ON ENT-KEY (CUST-ID + PLAN-CODE) PLUS THE        *
      * SERVICE START DATE AND ENTRY TYPE, SO THE ROWS UNDER ONE       *
      * ENT-KEY TOGETHER HOLD THAT ENTITLEMENT'S DEFERRED BALANCE.     *
      * CUSDFR01 POSTS EACH NIGHT'S SETTLEMENTS (NET OF TAX) AND       *
      * CUSDFR02 EARNS THEM STRAIGHT-LINE FROM DFR-SERVICE-START TO    *
      * DFR-SERVICE-END AT EACH MONTH END.  A RENEWAL RUNS FOR THE     *
      * PLAN'S PLAN-TERM-DAYS FROM THE RENEWAL DATE; A CUSPCH01        *
      * PRORATED CHARGE OR CREDIT RUNS FROM THE CHANGE TO THE RENEWAL  *
      * DATE (A CREDIT CARRIES A NEGATIVE AMOUNT).                     *
      *                                                                *
      * CUSPCH01 (PLAN RE-KEY), CUSBIL01 (DUNNING CANCEL) AND CUSCBK01 *
      * (CHARGEBACK OR REFUND CANCEL) FLAG AN OPEN ROW FOR EARLY       *
      * RELEASE.  AT MONTH END CUSDFR02 EARNS THE SHARE UP TO THE      *
      * RELEASE DATE, THEN EARNS THE REST AT ONCE (DUNNING CANCEL),    *
      * REVERSES IT UNEARNED (CHARGEBACK OR REFUND - THE MONEY GOES    *
      * BACK TO THE CUSTOMER) OR TRANSFERS IT TO A NEW ROW UNDER THE   *
      * NEW PLAN CODE (RE-KEY), AND CLOSES THE ROW.  A REVERSAL OR     *
      * TRANSFER COMES OFF DFR-AMOUNT, SO DFR-AMOUNT LESS              *
      * DFR-RECOGNIZED-AMOUNT IS ALWAYS THE UNEARNED BALANCE.          *
      *                                                                *
      * THE DFR-PERIOD- FIELDS ACCUMULATE MOVEMENTS SINCE THE LAST     *
      * MONTH-END CLOSE AND ARE ZEROED BY IT; DFR-OPEN-BALANCE IS THE  *
      * BALANCE AT THE LAST CLOSE.  AT ALL TIMES                       *
      *   DFR-OPEN-BALANCE + SETTLED + TRANSFER - RECOGNIZED           *
      *   - RELEASED - REVERSED = DFR-BALANCE                          *
      ******************************************************************
       01  DEFERRED-REVENUE-RECORD.
           05  DFR-KEY.
               10  DFR-CUST-ID          PIC 9(10).
               10  DFR-PLAN-CODE        PIC X(08).
               10  DFR-SERVICE-START    PIC 9(08).
               10  DFR-ENTRY-TYPE       PIC X(01).
                   88  DFR-ENTRY-RENEWAL  VALUE 'T'.
                   88  DFR-ENTRY-CHARGE   VALUE 'C'.
                   88  DFR-ENTRY-CREDIT   VALUE 'R'.
                   88  DFR-ENTRY-TRANSFER VALUE 'X'.
           05  DFR-SERVICE-END          PIC 9(08).
           05  DFR-STATUS               PIC X(01).
               88  DFR-OPEN             VALUE 'A'.
               88  DFR-RELEASE-PENDING  VALUE 'R'.
               88  DFR-CLOSED           VALUE 'C'.
           05  DFR-AMOUNT               PIC S9(07)V99.
           05  DFR-RECOGNIZED-AMOUNT    PIC S9(07)V99.
           05  DFR-BALANCE              PIC S9(07)V99.
           05  DFR-OPEN-BALANCE         PIC S9(07)V99.
           05  DFR-PERIOD-SETTLED       PIC S9(07)V99.
           05  DFR-PERIOD-RECOGNIZED    PIC S9(07)V99.
           05  DFR-PERIOD-RELEASED      PIC S9(07)V99.
           05  DFR-PERIOD-TRANSFER      PIC S9(07)V99.
           05  DFR-PERIOD-REVERSED      PIC S9(07)V99.
           05  DFR-LAST-SETTLE-DATE     PIC 9(08).
           05  DFR-RELEASE-DATE         PIC 9(08).
           05  DFR-RELEASE-REASON       PIC X(04).
               88  DFR-RELEASE-PLAN-CHANGE VALUE 'PCHG'.
               88  DFR-RELEASE-DUNNING     VALUE 'DUNC'.
               88  DFR-RELEASE-CHARGEBACK  VALUE 'CHBK'.
           05  DFR-TRANSFER-PLAN        PIC X(08).
           05  FILLER                   PIC X(05).
