      * ---------------------------------------------------------------*
      * 2026-09-02  DO   INITIAL VERSION - PLAN UPGRADE/DOWNGRADE      *
      *                  APPLY WITH PRORATED BILLING ADJUSTMENTS       *
      * 2026-09-14  DO   TAX EACH PRORATED ADJUSTMENT BY THE           *
      *                  CUSTOMER'S JURISDICTION FROM THE TAXRATE FILE *
      *                  - ADJUSTMENT CARRIES NET, TAX AND GROSS       *
      * 2026-09-21  DO   FLAG THE OLD PLAN'S DEFREV DEFERRED REVENUE   *
      *                  ROWS FOR RELEASE TO THE NEW PLAN ON A RE-KEY  *
      * 2026-10-07  DO   REJECT A CHANGE TO A GROUP SITE-LICENCE       *
      *                  SPONSOR OR SEAT-GRANTED MEMBER ROW            *
      * 2026-10-12  DO   SKIP THE INBOUND HEADER AND TRAILER CONTROL   *
      *                  RECORDS ON PLNCHG; THE FILE IS VALIDATED AND  *
      *                  REGISTERED BY CUSINB01 FIRST                  *
      * 2026-10-14  DO   CARRY A PROMO ROW'S CODE, OR A NEW ONE KEYED  *
      *                  ON PLNCHG, ONTO THE CHANGED ROW; PRORATE NET  *
      *                  OF THE PROMOMST DISCOUNT AND REJECT AN        *
      *                  UNKNOWN, EXPIRED, EXHAUSTED OR INELIGIBLE     *
      *                  CODE                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSPCH01.
      *   RE-KEYED (OR RE-TIERED IN PLACE WHEN THE PLAN CODE IS        *
      *   UNCHANGED) WITH ITS DATES AND PAYMENT STATUS CARRIED         *
      *   FORWARD, ONE AUDIT ROW IS APPENDED (OLD/NEW TIER IN THE      *
      *   OLD/NEW STATUS BYTES, REASON PCHG), AND A PRORATED CHARGE OR *
      *   CREDIT FOR THE DAYS REMAINING TO RENEWAL IS APPENDED TO THE  *
      *   BILLING REQUEST FEED, PRICED FROM THE PLANMSTR PLAN/PRICE    *
      *   MASTER AND TAXED AT THE RATE IN FORCE FOR THE CUSTOMER'S     *
      *   COUNTRY AND STATE.  A PROMO ROW KEEPS ITS CODE UNLESS THE    *
      *   REQUEST KEYS A NEW ONE; EITHER WAY THE CODE MUST BE ON THE   *
      *   PROMOMST MASTER AND GOOD FOR THE NEW PLAN, AND A CODE NOT    *
      *   YET REDEEMED ON THE ROW MUST ALSO BE IN DATE AND UNDER ITS   *
      *   CAP, AND IS COUNTED AS REDEEMED.  BOTH SIDES OF THE          *
      *   PRORATION ARE PRICED NET OF THE DISCOUNT IN FORCE ON THAT    *
      *   SIDE.  A REQUEST WHOSE OLD ROW IS MISSING, CANCELLED OR PART *
      *   OF A GROUP SITE LICENCE, WHOSE NEW KEY ALREADY EXISTS, WHOSE *
      *   PROMO CODE FAILS, OR WHOSE PLANS CANNOT BOTH BE PRICED IS    *
      *   REPORTED AND THE RUN ENDS WITH A WARNING CODE.  A RE-KEY     *
      *   ALSO FLAGS EVERY OPEN DEFREV SCHEDULE ROW OF THE OLD PLAN    *
      *   FOR EARLY RELEASE, SO CUSDFR02 MOVES ITS UNEARNED BALANCE    *
      *   ONTO THE NEW PLAN AT MONTH END.                              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS PLAN-CODE
               FILE STATUS IS WS-PLANMSTR-STATUS.

      * PROMOMST - PROMO CODE MASTER, READ FOR THE DISCOUNT ON EACH
      * SIDE OF A PROMO ROW'S PRORATION AND REWRITTEN TO COUNT A
      * CODE'S REDEMPTIONS.
           SELECT PROMO-CODE-FILE
               ASSIGN TO PROMOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-CODE
               FILE STATUS IS WS-PROMOMST-STATUS.

      * THE MASTER IS READ ONLY, FOR THE COUNTRY AND STATE THAT
      * SELECT THE TAX RATE ON A PRORATED ADJUSTMENT.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMSTR-STATUS.

      * TAXRATE - EFFECTIVE-DATED TAX RATES BY COUNTRY AND STATE.
           SELECT TAX-RATE-FILE
               ASSIGN TO TAXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.

      * PLNCHG - ONE PLAN-CHANGE REQUEST PER LINE FROM SUPPORT,
      * KEYED TO THE OLD ROW BY CUST-ID AND OLD PLAN CODE.  A PROMO
      * CODE ON THE LINE IS KEYED ONTO THE CHANGED ROW.
           SELECT PLAN-CHANGE-FILE
               ASSIGN TO PLNCHG
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

      * DEFREV - DEFERRED REVENUE SCHEDULE, KEYED BY ENT-KEY PLUS
      * SERVICE START AND ENTRY TYPE.
           SELECT DEFERRED-REVENUE-FILE
               ASSIGN TO DEFREV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFR-KEY
               FILE STATUS IS WS-DEFREV-STATUS.

           SELECT PLAN-CHANGE-REPORT
               ASSIGN TO PCHRPT
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       COPY PLAN-PRICE-RECORD.

       FD  PROMO-CODE-FILE
           RECORDING MODE IS F.
       COPY PROMO-CODE-RECORD.

       FD  CUSTOMER-MASTER-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-RECORD.

       FD  TAX-RATE-FILE
           RECORDING MODE IS F.
       COPY TAX-JURISDICTION-RECORD.

       FD  PLAN-CHANGE-FILE
           RECORDING MODE IS F.
       01  PLAN-CHANGE-LINE.
           05  PC-OLD-PLAN-CODE        PIC X(08).
           05  PC-NEW-PLAN-CODE        PIC X(08).
           05  PC-NEW-TIER             PIC X(01).
           05  PC-PROMO-CODE           PIC X(08).
           05  FILLER                  PIC X(45).
       COPY INBOUND-CONTROL-RECORD.

       FD  BILLING-REQUEST-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       COPY CUSTOMER-AUDIT-LOG.

       FD  DEFERRED-REVENUE-FILE
           RECORDING MODE IS F.
       COPY DEFERRED-REVENUE-RECORD.

       FD  PLAN-CHANGE-REPORT
           RECORDING MODE IS F.
       01  PLAN-CHANGE-REPORT-LINE     PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-CUSTENT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-PLANMSTR-STATUS          PIC X(02) VALUE SPACES.
       77  WS-PROMOMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-CUSTMSTR-STATUS          PIC X(02) VALUE SPACES.
       77  WS-TAXRATE-STATUS           PIC X(02) VALUE SPACES.
       77  WS-PLNCHG-STATUS            PIC X(02) VALUE SPACES.
       77  WS-BILLREQ-STATUS           PIC X(02) VALUE SPACES.
       77  WS-AUDITLOG-STATUS          PIC X(02) VALUE SPACES.
       77  WS-DEFREV-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PCHRPT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.

               88  WS-PRORATED         VALUE 'Y'.
           05  WS-REKEY-OK-SW          PIC X(01) VALUE 'N'.
               88  WS-REKEY-OK         VALUE 'Y'.
           05  WS-TAX-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-TAX-FOUND        VALUE 'Y'.
           05  WS-TAX-SCAN-DONE-SW     PIC X(01) VALUE 'N'.
               88  WS-TAX-SCAN-DONE    VALUE 'Y'.
           05  WS-DFR-SCAN-DONE-SW     PIC X(01) VALUE 'N'.
               88  WS-DFR-SCAN-DONE    VALUE 'Y'.
           05  WS-PROMO-PLAN-OK-SW     PIC X(01) VALUE 'N'.
               88  WS-PROMO-PLAN-OK    VALUE 'Y'.
           05  WS-NEW-REDEMPTION-SW    PIC X(01) VALUE 'N'.
               88  WS-NEW-REDEMPTION   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REQUEST-READ-CNT     PIC 9(09) COMP VALUE ZERO.
           05  WS-ADJUSTMENT-CNT       PIC 9(09) COMP VALUE ZERO.
           05  WS-REJECTED-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-UNPRICED-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-NO-TAX-CNT           PIC 9(09) COMP VALUE ZERO.
           05  WS-DFR-FLAGGED-CNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-PROMO-REDEEMED-CNT   PIC 9(09) COMP VALUE ZERO.

       01  WS-DATE-WORK-AREA.
           05  WS-TODAY-YYYYMMDD       PIC 9(08).

       01  WS-HOLD-OLD-TIER            PIC X(01).

      ******************************************************************
      * PROMO WORK AREA - THE CODE THE CHANGED ROW WILL CARRY, WHY IT  *
      * WAS REFUSED (SPACES WHEN GOOD), AND THE DISCOUNT IN FORCE ON   *
      * EACH SIDE OF THE PRORATION.  WS-DISCOUNT IS THE ONE BEING      *
      * TAKEN OFF WS-DISC-RATE BY 3200-NET-OF-DISCOUNT.                *
      ******************************************************************
       01  WS-PROMO-WORK.
           05  WS-APPLY-PROMO-CODE     PIC X(08).
           05  WS-PROMO-REJECT-REASON  PIC X(40).
           05  WS-DISC-RATE            PIC 9(07)V99 COMP-3.
           05  WS-DISCOUNT-AMT         PIC 9(07)V99 COMP-3.

       01  WS-OLD-DISCOUNT.
           05  WS-OLD-DISC-TYPE        PIC X(01).
           05  WS-OLD-DISC-PCT         PIC 9(03)V99 COMP-3.
           05  WS-OLD-DISC-AMT         PIC 9(07)V99 COMP-3.

       01  WS-NEW-DISCOUNT.
           05  WS-NEW-DISC-TYPE        PIC X(01).
           05  WS-NEW-DISC-PCT         PIC 9(03)V99 COMP-3.
           05  WS-NEW-DISC-AMT         PIC 9(07)V99 COMP-3.

       01  WS-DISCOUNT.
           05  WS-DISC-TYPE            PIC X(01).
               88  WS-DISC-NONE        VALUE ' '.
               88  WS-DISC-PERCENT     VALUE 'P'.
               88  WS-DISC-FIXED       VALUE 'F'.
           05  WS-DISC-PCT             PIC 9(03)V99 COMP-3.
           05  WS-DISC-AMT             PIC 9(07)V99 COMP-3.

      ******************************************************************
      * TAX LOOKUP - THE COUNTRY/STATE BEING SEARCHED AND THE RATE     *
      * AND JURISDICTION OF THE LATEST ROW IN FORCE FOR IT.            *
      ******************************************************************
       01  WS-TAX-WORK-AREA.
           05  WS-TAX-LOOKUP-COUNTRY   PIC X(02).
           05  WS-TAX-LOOKUP-STATE     PIC X(20).
           05  WS-TAX-RATE-PCT         PIC 9(03)V9(04).
           05  WS-TAX-JURISDICTION     PIC X(08).

       01  WS-RUNLOG-WORK.
           05  WS-RUNLOG-TIME          PIC 9(08).
           05  WS-RUNLOG-END-TS        PIC X(26).
               'CHANGES WITHOUT PRORATION ....'.
           05  WS-SL-UNPRICED          PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30) VALUE
               'ADJUSTMENTS WITHOUT TAX RATE .'.
           05  WS-SL-NO-TAX            PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30) VALUE
               'DEFERRED ROWS RELEASED .......'.
           05  WS-SL-DFR-FLAGGED       PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30) VALUE
               'PROMO CODES REDEEMED .........'.
           05  WS-SL-PROMO-REDEEMED    PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * PROCEDURE DIVISION.                                            *
      ******************************************************************
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O PROMO-CODE-FILE.
           IF WS-PROMOMST-STATUS NOT = '00'
               DISPLAY 'CUSPCH01 - PROMOMST OPEN FAILED STATUS='
                   WS-PROMOMST-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMSTR-STATUS NOT = '00'
               DISPLAY 'CUSPCH01 - CUSTMSTR OPEN FAILED STATUS='
                   WS-CUSTMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAXRATE-STATUS NOT = '00'
               DISPLAY 'CUSPCH01 - TAXRATE OPEN FAILED STATUS='
                   WS-TAXRATE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT PLAN-CHANGE-FILE.
           IF WS-PLNCHG-STATUS NOT = '00'
               DISPLAY 'CUSPCH01 - PLNCHG OPEN FAILED STATUS='
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O DEFERRED-REVENUE-FILE.
           IF WS-DEFREV-STATUS NOT = '00'
               DISPLAY 'CUSPCH01 - DEFREV OPEN FAILED STATUS='
                   WS-DEFREV-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT PLAN-CHANGE-REPORT.
           IF WS-PCHRPT-STATUS NOT = '00'
               DISPLAY 'CUSPCH01 - PCHRPT OPEN FAILED STATUS='
               GO TO 2000-PROCESS-PLAN-CHANGES-NEXT
           END-IF.

      * A SITE-LICENCE ROW CHANGES PLAN ONLY BY CLOSING THE LICENCE
      * AND LICENSING THE NEW PLAN THROUGH CUSLIC01.
           IF ENT-SEAT-SPONSOR
               OR ENT-SEAT-GRANTED
               MOVE 'SITE-LICENCE ROW - CHANGE VIA CUSLIC01'
                   TO WS-DL-REASON
               PERFORM 7000-REPORT-REJECT
                   THRU 7000-REPORT-REJECT-EXIT
               GO TO 2000-PROCESS-PLAN-CHANGES-NEXT
           END-IF.

           MOVE ENT-TIER TO WS-HOLD-OLD-TIER.

           PERFORM 2500-VALIDATE-PROMO
               THRU 2500-VALIDATE-PROMO-EXIT.
           IF WS-PROMO-REJECT-REASON NOT = SPACES
               MOVE WS-PROMO-REJECT-REASON TO WS-DL-REASON
               PERFORM 7000-REPORT-REJECT
                   THRU 7000-REPORT-REJECT-EXIT
               GO TO 2000-PROCESS-PLAN-CHANGES-NEXT
           END-IF.

           PERFORM 3000-COMPUTE-PRORATION
               THRU 3000-COMPUTE-PRORATION-EXIT.

           IF PC-NEW-PLAN-CODE = PC-OLD-PLAN-CODE
               MOVE PC-NEW-TIER TO ENT-TIER
               PERFORM 2600-STAMP-PROMO
                   THRU 2600-STAMP-PROMO-EXIT
               REWRITE CUSTOMER-ENTITLEMENT
           ELSE
               PERFORM 4000-REKEY-ENTITLEMENT
               IF NOT WS-REKEY-OK
                   GO TO 2000-PROCESS-PLAN-CHANGES-NEXT
               END-IF
               PERFORM 4100-RELEASE-DEFERRED
                   THRU 4100-RELEASE-DEFERRED-EXIT
           END-IF.

           PERFORM 2700-REDEEM-PROMO
               THRU 2700-REDEEM-PROMO-EXIT.

           PERFORM 5000-WRITE-AUDIT-RECORD
               THRU 5000-WRITE-AUDIT-RECORD-EXIT.

                   GO TO 2100-READ-NEXT-REQUEST-EXIT
           END-READ.

      *    THE HEADER AND TRAILER WERE CHECKED BY CUSINB01 IN THE
      *    STEP BEFORE THIS ONE; ONLY BODY RECORDS ARE APPLIED.
           IF INC-CONTROL-RECORD
               GO TO 2100-READ-NEXT-REQUEST
           END-IF.

           ADD 1 TO WS-REQUEST-READ-CNT.

       2100-READ-NEXT-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      * 2500-VALIDATE-PROMO - SETTLE WHICH PROMOMST CODE THE CHANGED   *
      * ROW WILL CARRY AND THE DISCOUNT ON EACH SIDE OF THE            *
      * PRORATION.  THE OLD SIDE IS THE ROW'S OWN CODE AS BILLED       *
      * TODAY.  THE NEW SIDE IS A CODE KEYED ON THE REQUEST, OR        *
      * FAILING THAT THE ROW'S OWN CODE CARRIED FORWARD; IT MUST BE ON *
      * FILE AND GOOD FOR THE NEW PLAN.  A CODE THE ROW HAS NOT YET    *
      * REDEEMED IS A NEW REDEMPTION AND MUST ALSO BE IN DATE AND      *
      * UNDER ITS CAP.  A FAILED CHECK LEAVES THE REASON IN            *
      * WS-PROMO-REJECT-REASON.                                        *
      ******************************************************************
       2500-VALIDATE-PROMO.
           MOVE SPACES TO WS-PROMO-REJECT-REASON.
           MOVE SPACES TO WS-APPLY-PROMO-CODE.
           MOVE 'N' TO WS-NEW-REDEMPTION-SW.
           MOVE SPACES TO WS-OLD-DISC-TYPE.
           MOVE ZERO TO WS-OLD-DISC-PCT WS-OLD-DISC-AMT.
           MOVE SPACES TO WS-NEW-DISC-TYPE.
           MOVE ZERO TO WS-NEW-DISC-PCT WS-NEW-DISC-AMT.

           IF ENT-TYPE-PROMO
               AND ENT-PROMO-CODE NOT = SPACES
               MOVE ENT-PROMO-CODE TO PROMO-CODE
               READ PROMO-CODE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROMO-DISCOUNT-TYPE TO WS-OLD-DISC-TYPE
                       MOVE PROMO-DISCOUNT-PCT TO WS-OLD-DISC-PCT
                       MOVE PROMO-DISCOUNT-AMOUNT TO WS-OLD-DISC-AMT
               END-READ
           END-IF.

           IF PC-PROMO-CODE NOT = SPACES
               MOVE PC-PROMO-CODE TO WS-APPLY-PROMO-CODE
           ELSE
               IF ENT-TYPE-PROMO
                   MOVE ENT-PROMO-CODE TO WS-APPLY-PROMO-CODE
               ELSE
                   GO TO 2500-VALIDATE-PROMO-EXIT
               END-IF
           END-IF.

           MOVE WS-APPLY-PROMO-CODE TO PROMO-CODE.
           READ PROMO-CODE-FILE
               INVALID KEY
                   MOVE 'PROMO CODE NOT ON PROMOMST'
                       TO WS-PROMO-REJECT-REASON
                   GO TO 2500-VALIDATE-PROMO-EXIT
           END-READ.

           MOVE 'N' TO WS-PROMO-PLAN-OK-SW.
           IF PROMO-ELIGIBLE-PLANS = SPACES
               SET WS-PROMO-PLAN-OK TO TRUE
           ELSE
               SET PROMO-PLAN-IDX TO 1
               SEARCH PROMO-ELIGIBLE-PLAN
                   AT END
                       CONTINUE
                   WHEN PROMO-ELIGIBLE-PLAN(PROMO-PLAN-IDX) =
                       PC-NEW-PLAN-CODE
                       SET WS-PROMO-PLAN-OK TO TRUE
               END-SEARCH
           END-IF.
           IF NOT WS-PROMO-PLAN-OK
               MOVE 'NEW PLAN NOT ELIGIBLE FOR PROMO CODE'
                   TO WS-PROMO-REJECT-REASON
               GO TO 2500-VALIDATE-PROMO-EXIT
           END-IF.

           IF ENT-TYPE-PROMO
               AND ENT-PROMO-REDEEMED
               AND ENT-PROMO-CODE = WS-APPLY-PROMO-CODE
               GO TO 2500-VALIDATE-PROMO-DISCOUNT
           END-IF.

           IF PROMO-VALID-FROM > WS-TODAY-YYYYMMDD
               MOVE 'PROMO CODE NOT YET VALID'
                   TO WS-PROMO-REJECT-REASON
               GO TO 2500-VALIDATE-PROMO-EXIT
           END-IF.

           IF PROMO-VALID-TO < WS-TODAY-YYYYMMDD
               MOVE 'PROMO CODE EXPIRED' TO WS-PROMO-REJECT-REASON
               GO TO 2500-VALIDATE-PROMO-EXIT
           END-IF.

           IF PROMO-REDEMPTION-CAP > ZERO
               AND PROMO-REDEMPTION-COUNT NOT < PROMO-REDEMPTION-CAP
               MOVE 'PROMO CODE REDEMPTION CAP REACHED'
                   TO WS-PROMO-REJECT-REASON
               GO TO 2500-VALIDATE-PROMO-EXIT
           END-IF.

           SET WS-NEW-REDEMPTION TO TRUE.

       2500-VALIDATE-PROMO-DISCOUNT.
           MOVE PROMO-DISCOUNT-TYPE TO WS-NEW-DISC-TYPE.
           MOVE PROMO-DISCOUNT-PCT TO WS-NEW-DISC-PCT.
           MOVE PROMO-DISCOUNT-AMOUNT TO WS-NEW-DISC-AMT.

       2500-VALIDATE-PROMO-EXIT.
           EXIT.

      ******************************************************************
      * 2600-STAMP-PROMO - PUT THE CODE SETTLED BY 2500 ON THE         *
      * CHANGED ROW IN THE RECORD AREA, MARKED REDEEMED, BEFORE IT IS  *
      * REWRITTEN OR WRITTEN UNDER ITS NEW KEY.                        *
      ******************************************************************
       2600-STAMP-PROMO.
           IF WS-APPLY-PROMO-CODE = SPACES
               GO TO 2600-STAMP-PROMO-EXIT
           END-IF.

           SET ENT-TYPE-PROMO TO TRUE.
           MOVE WS-APPLY-PROMO-CODE TO ENT-PROMO-CODE.
           SET ENT-PROMO-REDEEMED TO TRUE.

       2600-STAMP-PROMO-EXIT.
           EXIT.

      ******************************************************************
      * 2700-REDEEM-PROMO - ONCE THE CHANGE IS ON FILE, COUNT A NEW    *
      * REDEMPTION AGAINST THE CODE.  PROMO-CODE-RECORD STILL HOLDS    *
      * THE ROW 2500 READ LAST - THE CODE BEING APPLIED.               *
      ******************************************************************
       2700-REDEEM-PROMO.
           IF NOT WS-NEW-REDEMPTION
               GO TO 2700-REDEEM-PROMO-EXIT
           END-IF.

           ADD 1 TO PROMO-REDEMPTION-COUNT.
           MOVE WS-TODAY-YYYYMMDD TO PROMO-LAST-REDEEMED-DATE.
           REWRITE PROMO-CODE-RECORD
               INVALID KEY
                   DISPLAY 'CUSPCH01 - PROMOMST REWRITE FAILED '
                       PROMO-CODE
                   GO TO 2700-REDEEM-PROMO-EXIT
           END-REWRITE.
           ADD 1 TO WS-PROMO-REDEEMED-CNT.

       2700-REDEEM-PROMO-EXIT.
           EXIT.

      ******************************************************************
      * 3000-COMPUTE-PRORATION - NET THE NEW-PLAN CHARGE AGAINST THE   *
      * OLD-PLAN CREDIT FOR THE DAYS REMAINING TO RENEWAL.  EITHER     *
      * PLAN MISSING FROM PLANMSTR, A BLANK RENEWAL DATE, OR NO DAYS   *
      * REMAINING LEAVES WS-PRORATED OFF AND THE CHANGE GOES THROUGH   *
      * WITHOUT A BILLING ADJUSTMENT.  EACH PLAN'S RATE IS TAKEN NET   *
      * OF THE PROMO DISCOUNT IN FORCE ON ITS SIDE OF THE CHANGE.      *
      ******************************************************************
       3000-COMPUTE-PRORATION.
           MOVE 'N' TO WS-PRORATED-SW.
               ADD 1 TO WS-UNPRICED-CNT
               GO TO 3000-COMPUTE-PRORATION-EXIT
           END-IF.
           MOVE PLAN-RATE TO WS-DISC-RATE.
           MOVE WS-OLD-DISCOUNT TO WS-DISCOUNT.
           PERFORM 3200-NET-OF-DISCOUNT
               THRU 3200-NET-OF-DISCOUNT-EXIT.
           MOVE WS-DISC-RATE TO WS-OLD-RATE.
           MOVE PLAN-TERM-DAYS TO WS-OLD-TERM-DAYS.

           MOVE PC-NEW-PLAN-CODE TO PLAN-CODE.
               ADD 1 TO WS-UNPRICED-CNT
               GO TO 3000-COMPUTE-PRORATION-EXIT
           END-IF.
           MOVE PLAN-RATE TO WS-DISC-RATE.
           MOVE WS-NEW-DISCOUNT TO WS-DISCOUNT.
           PERFORM 3200-NET-OF-DISCOUNT
               THRU 3200-NET-OF-DISCOUNT-EXIT.
           MOVE WS-DISC-RATE TO WS-NEW-RATE.
           MOVE PLAN-TERM-DAYS TO WS-NEW-TERM-DAYS.

           IF WS-OLD-TERM-DAYS = ZERO OR WS-NEW-TERM-DAYS = ZERO
       3100-READ-PLAN-PRICE-EXIT.
           EXIT.

      ******************************************************************
      * 3200-NET-OF-DISCOUNT - TAKE THE DISCOUNT IN WS-DISCOUNT OFF    *
      * THE RATE IN WS-DISC-RATE: A PERCENTAGE OF THE RATE, OR A FIXED *
      * AMOUNT NO GREATER THAN THE RATE.  NO DISCOUNT LEAVES THE RATE  *
      * AS IT IS.                                                      *
      ******************************************************************
       3200-NET-OF-DISCOUNT.
           IF WS-DISC-NONE
               GO TO 3200-NET-OF-DISCOUNT-EXIT
           END-IF.

           IF WS-DISC-PERCENT
               COMPUTE WS-DISCOUNT-AMT ROUNDED =
                   WS-DISC-RATE * WS-DISC-PCT / 100
           ELSE
               MOVE WS-DISC-AMT TO WS-DISCOUNT-AMT
           END-IF.
           IF WS-DISCOUNT-AMT > WS-DISC-RATE
               MOVE WS-DISC-RATE TO WS-DISCOUNT-AMT
           END-IF.

           SUBTRACT WS-DISCOUNT-AMT FROM WS-DISC-RATE.

       3200-NET-OF-DISCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REKEY-ENTITLEMENT - THE NEW PLAN CODE CHANGES ENT-KEY,    *
      * SO THE OLD ROW IS DELETED AND REWRITTEN UNDER THE NEW KEY      *

           MOVE PC-NEW-PLAN-CODE TO ENT-PLAN-CODE.
           MOVE PC-NEW-TIER TO ENT-TIER.
           PERFORM 2600-STAMP-PROMO
               THRU 2600-STAMP-PROMO-EXIT.
           WRITE CUSTOMER-ENTITLEMENT
               INVALID KEY
                   DISPLAY 'CUSPCH01 - REKEY WRITE FAILED '
       4000-REKEY-ENTITLEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 4100-RELEASE-DEFERRED - FLAG EVERY OPEN DEFREV ROW UNDER THE   *
      * OLD ENT-KEY FOR EARLY RELEASE AS OF TODAY, NAMING THE NEW      *
      * PLAN CODE THAT TAKES OVER THE UNEARNED BALANCE.  THE ROWS ARE  *
      * SETTLED BY CUSDFR02 AT MONTH END.                              *
      ******************************************************************
       4100-RELEASE-DEFERRED.
           MOVE PC-CUST-ID TO DFR-CUST-ID.
           MOVE PC-OLD-PLAN-CODE TO DFR-PLAN-CODE.
           MOVE ZERO TO DFR-SERVICE-START.
           MOVE LOW-VALUE TO DFR-ENTRY-TYPE.
           START DEFERRED-REVENUE-FILE KEY NOT < DFR-KEY
               INVALID KEY
                   GO TO 4100-RELEASE-DEFERRED-EXIT
           END-START.

           MOVE 'N' TO WS-DFR-SCAN-DONE-SW.
           PERFORM 4110-FLAG-DEFERRED-ROW
               THRU 4110-FLAG-DEFERRED-ROW-EXIT
               UNTIL WS-DFR-SCAN-DONE.

       4100-RELEASE-DEFERRED-EXIT.
           EXIT.

       4110-FLAG-DEFERRED-ROW.
           READ DEFERRED-REVENUE-FILE NEXT RECORD
               AT END
                   SET WS-DFR-SCAN-DONE TO TRUE
                   GO TO 4110-FLAG-DEFERRED-ROW-EXIT
           END-READ.

           IF DFR-CUST-ID NOT = PC-CUST-ID
               OR DFR-PLAN-CODE NOT = PC-OLD-PLAN-CODE
               SET WS-DFR-SCAN-DONE TO TRUE
               GO TO 4110-FLAG-DEFERRED-ROW-EXIT
           END-IF.

           IF NOT DFR-OPEN
               GO TO 4110-FLAG-DEFERRED-ROW-EXIT
           END-IF.

           SET DFR-RELEASE-PENDING TO TRUE.
           MOVE WS-TODAY-YYYYMMDD TO DFR-RELEASE-DATE.
           SET DFR-RELEASE-PLAN-CHANGE TO TRUE.
           MOVE PC-NEW-PLAN-CODE TO DFR-TRANSFER-PLAN.
           REWRITE DEFERRED-REVENUE-RECORD
               INVALID KEY
                   DISPLAY 'CUSPCH01 - DEFREV REWRITE FAILED '
                       DFR-CUST-ID ' ' DFR-PLAN-CODE
                   GO TO 4110-FLAG-DEFERRED-ROW-EXIT
           END-REWRITE.
           ADD 1 TO WS-DFR-FLAGGED-CNT.

       4110-FLAG-DEFERRED-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 5000-WRITE-AUDIT-RECORD - APPEND ONE ROW TO THE PERMANENT      *
      * AUDIT TRAIL.  THE OLD AND NEW STATUS BYTES CARRY THE OLD AND   *

      ******************************************************************
      * 6000-WRITE-ADJUSTMENT - APPEND THE PRORATED CHARGE OR CREDIT   *
      * TO THE BILLING REQUEST FEED.  THE PRORATED NET IS TAXED AT     *
      * THE CUSTOMER'S RATE; A CREDIT CARRIES THE TAX REFUNDED.        *
      ******************************************************************
       6000-WRITE-ADJUSTMENT.
           MOVE PC-CUST-ID TO BILL-CUST-ID.
           MOVE ENT-RENEWAL-DATE TO BILL-RENEWAL-DATE.
           MOVE ENT-PAYMENT-STATUS TO BILL-PAYMENT-STATUS.
           MOVE WS-TODAY-YYYYMMDD TO BILL-EXTRACT-DATE.
           MOVE ZERO TO BILL-SEAT-COUNT.
           MOVE WS-APPLY-PROMO-CODE TO BILL-PROMO-CODE.
           MOVE ZERO TO BILL-DISCOUNT-AMOUNT.
           IF WS-NET-AMT > ZERO
               SET BILL-ADJUST-CHARGE TO TRUE
               MOVE WS-NET-AMT TO BILL-NET-AMOUNT
           ELSE
               SET BILL-ADJUST-CREDIT TO TRUE
               COMPUTE BILL-NET-AMOUNT = WS-NET-AMT * -1
           END-IF.
           PERFORM 6100-COMPUTE-TAX
               THRU 6100-COMPUTE-TAX-EXIT.
           WRITE BILLING-REQUEST-RECORD.
           ADD 1 TO WS-ADJUSTMENT-CNT.

       6000-WRITE-ADJUSTMENT-EXIT.
           EXIT.

      ******************************************************************
      * 6100-COMPUTE-TAX - TAX THE NET AMOUNT IN BILL-NET-AMOUNT AT    *
      * THE RATE IN FORCE FOR THE CUSTOMER'S COUNTRY AND STATE, AND    *
      * STAMP THE TAX, GROSS AND JURISDICTION ON THE ADJUSTMENT.  A    *
      * CUSTOMER WITH NO STATE-LEVEL ROW FALLS BACK TO THE COUNTRY     *
      * ROW; WITH NEITHER (OR NO MASTER RECORD) THE ADJUSTMENT GOES    *
      * OUT UNTAXED AND IS LISTED ON THE REPORT.                       *
      ******************************************************************
       6100-COMPUTE-TAX.
           MOVE 'N' TO WS-TAX-FOUND-SW.
           MOVE PC-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   GO TO 6100-COMPUTE-TAX-STAMP
           END-READ.

           MOVE CUST-COUNTRY TO WS-TAX-LOOKUP-COUNTRY.
           MOVE CUST-STATE TO WS-TAX-LOOKUP-STATE.
           PERFORM 6110-FIND-TAX-RATE
               THRU 6110-FIND-TAX-RATE-EXIT.

           IF NOT WS-TAX-FOUND
               MOVE SPACES TO WS-TAX-LOOKUP-STATE
               PERFORM 6110-FIND-TAX-RATE
                   THRU 6110-FIND-TAX-RATE-EXIT
           END-IF.

       6100-COMPUTE-TAX-STAMP.
           IF WS-TAX-FOUND
               COMPUTE BILL-TAX-AMOUNT ROUNDED =
                   BILL-NET-AMOUNT * WS-TAX-RATE-PCT / 100
               MOVE WS-TAX-JURISDICTION TO BILL-JURISDICTION
           ELSE
               MOVE ZERO TO BILL-TAX-AMOUNT
               MOVE SPACES TO BILL-JURISDICTION
               ADD 1 TO WS-NO-TAX-CNT
               MOVE 'NO TAX RATE' TO WS-DL-TYPE
               MOVE PC-CUST-ID TO WS-DL-CUST-ID
               MOVE PC-OLD-PLAN-CODE TO WS-DL-OLD-PLAN
               MOVE PC-NEW-PLAN-CODE TO WS-DL-NEW-PLAN
               MOVE 'NO JURISDICTION ON TAXRATE - ZERO TAX'
                   TO WS-DL-REASON
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
           END-IF.

           COMPUTE BILL-GROSS-AMOUNT =
               BILL-NET-AMOUNT + BILL-TAX-AMOUNT.

       6100-COMPUTE-TAX-EXIT.
           EXIT.

      ******************************************************************
      * 6110-FIND-TAX-RATE - POSITION ON THE FIRST TAXRATE ROW FOR     *
      * WS-TAX-LOOKUP-COUNTRY/STATE AND WALK ITS EFFECTIVE DATES IN    *
      * KEY ORDER, KEEPING THE LAST ONE NOT AFTER TODAY.               *
      ******************************************************************
       6110-FIND-TAX-RATE.
           MOVE WS-TAX-LOOKUP-COUNTRY TO TAX-COUNTRY.
           MOVE WS-TAX-LOOKUP-STATE TO TAX-STATE.
           MOVE ZERO TO TAX-EFFECTIVE-DATE.
           START TAX-RATE-FILE KEY NOT < TAX-KEY
               INVALID KEY
                   GO TO 6110-FIND-TAX-RATE-EXIT
           END-START.

           MOVE 'N' TO WS-TAX-SCAN-DONE-SW.
           PERFORM 6120-SCAN-TAX-RATE
               THRU 6120-SCAN-TAX-RATE-EXIT
               UNTIL WS-TAX-SCAN-DONE.

       6110-FIND-TAX-RATE-EXIT.
           EXIT.

       6120-SCAN-TAX-RATE.
           READ TAX-RATE-FILE NEXT RECORD
               AT END
                   SET WS-TAX-SCAN-DONE TO TRUE
                   GO TO 6120-SCAN-TAX-RATE-EXIT
           END-READ.

           IF TAX-COUNTRY NOT = WS-TAX-LOOKUP-COUNTRY
               OR TAX-STATE NOT = WS-TAX-LOOKUP-STATE
               OR TAX-EFFECTIVE-DATE > WS-TODAY-YYYYMMDD
               SET WS-TAX-SCAN-DONE TO TRUE
               GO TO 6120-SCAN-TAX-RATE-EXIT
           END-IF.

           SET WS-TAX-FOUND TO TRUE.
           MOVE TAX-RATE-PCT TO WS-TAX-RATE-PCT.
           MOVE TAX-JURISDICTION-CODE TO WS-TAX-JURISDICTION.

       6120-SCAN-TAX-RATE-EXIT.
           EXIT.

      ******************************************************************
      * 7000-REPORT-REJECT - ONE REJECT LINE; CALLER SETS WS-DL-REASON *
      ******************************************************************
           WRITE PLAN-CHANGE-REPORT-LINE FROM WS-SUMMARY-LINE-3.
           MOVE WS-UNPRICED-CNT TO WS-SL-UNPRICED.
           WRITE PLAN-CHANGE-REPORT-LINE FROM WS-SUMMARY-LINE-4.
           MOVE WS-NO-TAX-CNT TO WS-SL-NO-TAX.
           WRITE PLAN-CHANGE-REPORT-LINE FROM WS-SUMMARY-LINE-5.
           MOVE WS-DFR-FLAGGED-CNT TO WS-SL-DFR-FLAGGED.
           WRITE PLAN-CHANGE-REPORT-LINE FROM WS-SUMMARY-LINE-6.
           MOVE WS-PROMO-REDEEMED-CNT TO WS-SL-PROMO-REDEEMED.
           WRITE PLAN-CHANGE-REPORT-LINE FROM WS-SUMMARY-LINE-7.

           CLOSE ENTITLEMENT-FILE
                 PLAN-PRICE-FILE
                 PROMO-CODE-FILE
                 CUSTOMER-MASTER-FILE
                 TAX-RATE-FILE
                 PLAN-CHANGE-FILE
                 BILLING-REQUEST-FILE
                 AUDIT-LOG-FILE
                 DEFERRED-REVENUE-FILE
                 PLAN-CHANGE-REPORT.

           IF NOT WS-INIT-FAILED
               IF WS-REJECTED-CNT > 0 OR WS-UNPRICED-CNT > 0
                   OR WS-NO-TAX-CNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
           MOVE WS-ADJUSTMENT-CNT TO RUNLOG-RECORDS-WRITTEN.
           MOVE WS-APPLIED-CNT TO RUNLOG-RECORDS-UPDATED.
           COMPUTE RUNLOG-EXCEPTION-COUNT =
               WS-REJECTED-CNT + WS-UNPRICED-CNT + WS-NO-TAX-CNT.
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
