      *                  CANCELLED                                     *
      * 2026-09-02  DO   SKIP TRIAL ROWS IN THE BILLING EXTRACT -      *
      *                  CUSTRL01 CONVERTS THEM TO BILLABLE FIRST      *
      * 2026-09-14  DO   TAX EVERY BILLING REQUEST BY THE CUSTOMER'S   *
      *                  JURISDICTION FROM THE TAXRATE FILE - REQUEST  *
      *                  NOW CARRIES NET, TAX, GROSS AND JURISDICTION  *
      * 2026-09-21  DO   FLAG A DUNNING-CANCELLED ROW'S DEFREV         *
      *                  DEFERRED REVENUE FOR EARLY RELEASE            *
      * 2026-09-28  DO   BILPDUE / BILCANCL ARE BILLING-CLASS NOTICES, *
      *                  HELD AND COUNTED FOR A HARD-BOUNCED ADDRESS   *
      *                  ON THE EMLSUPP FILE                           *
      * 2026-10-05  DO   A DECLINE RECORDS WHETHER THE PAYMETH CARD ON *
      *                  FILE HAD ALREADY EXPIRED, WAS CLOSED, OR WAS  *
      *                  MISSING; CANCELS ON AN EXPIRED CARD COUNTED   *
      * 2026-10-07  DO   BILL A GROUP SPONSOR ROW FOR ITS SITELIC SEAT *
      *                  COUNT; NEVER BILL A SEAT-GRANTED MEMBER ROW   *
      * 2026-10-09  DO   APPEND A DUNX AUDIT ROW FOR EVERY DUNNING     *
      *                  CANCEL SO CUSMRR01 CAN TELL INVOLUNTARY CHURN *
      *                  FROM A CUSTOMER-REQUESTED CLOSURE             *
      * 2026-10-12  DO   SKIP THE INBOUND HEADER AND TRAILER CONTROL   *
      *                  RECORDS ON GWRESP; THE FILE IS VALIDATED AND  *
      *                  REGISTERED BY CUSINB01 FIRST                  *
      * 2026-10-14  DO   PRICE A PROMO ROW NET OF ITS PROMOMST         *
      *                  DISCOUNT AND COUNT ITS FIRST REDEMPTION;      *
      *                  REJECT A ROW WHOSE CODE IS UNKNOWN, EXPIRED,  *
      *                  EXHAUSTED OR NOT GOOD FOR ITS PLAN            *
      * 2026-10-15  DO   A SPONSOR ROW WITH NO OPEN LICENCE CARRIES A  *
      *                  SEAT COUNT OF ONE ON BILLREQ, THE ONE SEAT IT *
      *                  IS BILLED FOR                                 *
      * 2026-10-15  DO   THE APPLY PASS WRITES ITS RUN LOG ROW AS      *
      *                  CUSBILAP SO A LATER JOB CAN GATE ON THE APPLY *
      *                  AND NOT THE EXTRACT                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSBIL01.

      ******************************************************************
      * PURPOSE.                                                       *
      *   NIGHTLY RENEWAL BILLING OVER THE ENTITLEMENT FILE.  RUN WITH *
      *   PARM 'E' (THE DEFAULT) THE PROGRAM SCANS CUSTENT FOR ROWS    *
      *   WHOSE ENT-RENEWAL-DATE FALLS WITHIN THE BILLING WINDOW AND   *
      *   WRITES ONE BILLING-REQUEST-RECORD PER ROW FOR THE PAYMENT    *
      *   GATEWAY, PRICED FROM PLANMSTR AND TAXED AT THE RATE IN FORCE *
      *   FOR THE CUSTOMER'S COUNTRY AND STATE.  A GROUP SPONSOR'S ROW *
      *   IS PRICED FOR THE SEAT COUNT ON ITS SITELIC LICENCE; A       *
      *   SEAT-GRANTED MEMBER ROW IS NEVER BILLED.  A PROMO ROW IS     *
      *   PRICED NET OF THE DISCOUNT ON ITS PROMOMST CODE, ITS FIRST   *
      *   BILLING COUNTING ONE REDEMPTION OF THE CODE; A PROMO ROW     *
      *   WHOSE CODE IS UNKNOWN, EXPIRED, EXHAUSTED OR NOT GOOD FOR    *
      *   ITS PLAN IS NOT BILLED AND IS LISTED AS REJECTED.  RUN WITH  *
      *   PARM 'A' IT APPLIES THE GATEWAY'S RESPONSE FILE: AN APPROVED *
      *   CHARGE ADVANCES ENT-RENEWAL-DATE BY ONE RENEWAL TERM AND     *
      *   RESTORES ENT-PAYMENT-STATUS TO CURRENT, A DECLINE FLIPS THE  *
      *   ROW TO PAST DUE AND RECORDS WHETHER THE PAYMETH CARD ON FILE *
      *   HAD EXPIRED, WAS CLOSED OR WAS MISSING, AND A SECOND SWEEP   *
      *   CANCELS ANY ROW STILL PAST DUE BEYOND THE DUNNING GRACE      *
      *   PERIOD, FLAGGING ITS OPEN DEFREV SCHEDULE ROWS FOR EARLY     *
      *   RELEASE BY CUSDFR02.  EVERY ROW TOUCHED IS LISTED ON THE     *
      *   EXCEPTION REPORT.                                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS PLAN-CODE
               FILE STATUS IS WS-PLANMSTR-STATUS.

      * TAXRATE - EFFECTIVE-DATED TAX RATES BY COUNTRY AND STATE,
      * READ IN EXTRACT MODE ONLY.
           SELECT TAX-RATE-FILE
               ASSIGN TO TAXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.

           SELECT BILLING-REQUEST-FILE
               ASSIGN TO BILLREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILLREQ-STATUS.

      * THE MASTER IS READ ONLY - IN EXTRACT MODE FOR THE COUNTRY AND
      * STATE THAT SELECT THE TAX RATE, IN APPLY MODE FOR THE EMAIL
      * AND NAME MERGE FIELDS FOR THE NOTIFICATION FEED.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO CUSTMSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NTFYOUT-STATUS.

      * EMLSUPP - EMAIL SUPPRESSION LIST MAINTAINED BY CUSSUP01, READ
      * BEFORE EVERY NOTIFICATION WRITE.  APPLY MODE ONLY.
           SELECT EMAIL-SUPPRESS-FILE
               ASSIGN TO EMLSUPP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-KEY
               FILE STATUS IS WS-EMLSUPP-STATUS.

      * PAYMETH - PAYMENT METHOD ON FILE, READ ON A DECLINE TO RECORD
      * THE STATE OF THE CARD THE GATEWAY CHARGED.  APPLY MODE ONLY.
           SELECT PAYMENT-METHOD-FILE
               ASSIGN TO PAYMETH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMT-KEY
               FILE STATUS IS WS-PAYMETH-STATUS.

      * SITELIC - GROUP SITE LICENCES, KEYED LIKE THE SPONSOR'S OWN
      * CUSTENT ROW, FOR THE SEAT COUNT BILLED.  EXTRACT MODE ONLY.
           SELECT SITE-LICENCE-FILE
               ASSIGN TO SITELIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIC-KEY
               FILE STATUS IS WS-SITELIC-STATUS.

      * PROMOMST - PROMO CODE MASTER, READ FOR A PROMO ROW'S DISCOUNT
      * AND REWRITTEN TO COUNT A CODE'S REDEMPTIONS.  EXTRACT MODE
      * ONLY.
           SELECT PROMO-CODE-FILE
               ASSIGN TO PROMOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-CODE
               FILE STATUS IS WS-PROMOMST-STATUS.

      * DEFREV - DEFERRED REVENUE SCHEDULE, KEYED BY ENT-KEY PLUS
      * SERVICE START AND ENTRY TYPE.  APPLY MODE ONLY.
           SELECT DEFERRED-REVENUE-FILE
               ASSIGN TO DEFREV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFR-KEY
               FILE STATUS IS WS-DEFREV-STATUS.

      * AUDIT-LOG-FILE IS APPEND ONLY - THE JCL DISPOSITION IS
      * DISP=MOD SO EACH RUN ADDS TO THE PERMANENT TRAIL.  APPLY MODE
      * ONLY, FOR THE DUNX ROW WRITTEN ON A DUNNING CANCEL.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT GATEWAY-RESPONSE-FILE
               ASSIGN TO GWRESP
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       COPY PLAN-PRICE-RECORD.

       FD  TAX-RATE-FILE
           RECORDING MODE IS F.
       COPY TAX-JURISDICTION-RECORD.

       FD  BILLING-REQUEST-FILE
           RECORDING MODE IS F.
       COPY BILLING-REQUEST-RECORD.
           RECORDING MODE IS F.
       COPY CUSTOMER-NOTIFY-RECORD.

       FD  EMAIL-SUPPRESS-FILE
           RECORDING MODE IS F.
       COPY EMAIL-SUPPRESS-RECORD.

      * GATEWAY-RESPONSE-FILE - ONE ROW PER BILLING REQUEST ANSWERED
      * BY THE PAYMENT GATEWAY, KEYED BACK TO THE ENTITLEMENT ROW BY
      * CUST-ID AND PLAN CODE.
               88  GW-CHARGE-APPROVED  VALUE 'A'.
               88  GW-CHARGE-DECLINED  VALUE 'D'.
           05  FILLER                  PIC X(31).
       COPY INBOUND-CONTROL-RECORD.

       FD  SITE-LICENCE-FILE
           RECORDING MODE IS F.
       COPY SITE-LICENCE-RECORD.

       FD  PROMO-CODE-FILE
           RECORDING MODE IS F.
       COPY PROMO-CODE-RECORD.

       FD  PAYMENT-METHOD-FILE
           RECORDING MODE IS F.
       COPY PAYMENT-METHOD-RECORD.

       FD  DEFERRED-REVENUE-FILE
           RECORDING MODE IS F.
       COPY DEFERRED-REVENUE-RECORD.

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-AUDIT-LOG.

       FD  BILLING-REPORT
           RECORDING MODE IS F.
       77  WS-CUSTENT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CUSTMSTR-STATUS          PIC X(02) VALUE SPACES.
       77  WS-NTFYOUT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EMLSUPP-STATUS           PIC X(02) VALUE SPACES.
       77  WS-PLANMSTR-STATUS          PIC X(02) VALUE SPACES.
       77  WS-TAXRATE-STATUS           PIC X(02) VALUE SPACES.
       77  WS-BILLREQ-STATUS           PIC X(02) VALUE SPACES.
       77  WS-GWRESP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DEFREV-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PAYMETH-STATUS           PIC X(02) VALUE SPACES.
       77  WS-SITELIC-STATUS           PIC X(02) VALUE SPACES.
       77  WS-PROMOMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-AUDITLOG-STATUS          PIC X(02) VALUE SPACES.
       77  WS-BILRPT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.

               88  WS-RUN-MODE-APPLY   VALUE 'A'.
           05  WS-PLAN-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-PLAN-FOUND       VALUE 'Y'.
           05  WS-TAX-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-TAX-FOUND        VALUE 'Y'.
           05  WS-TAX-SCAN-DONE-SW     PIC X(01) VALUE 'N'.
               88  WS-TAX-SCAN-DONE    VALUE 'Y'.
           05  WS-DFR-SCAN-DONE-SW     PIC X(01) VALUE 'N'.
               88  WS-DFR-SCAN-DONE    VALUE 'Y'.
           05  WS-NOTICE-HELD-SW       PIC X(01) VALUE 'N'.
               88  WS-NOTICE-HELD      VALUE 'Y'.
           05  WS-LIC-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-LIC-FOUND        VALUE 'Y'.
           05  WS-PROMO-PLAN-OK-SW     PIC X(01) VALUE 'N'.
               88  WS-PROMO-PLAN-OK    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ENT-READ-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-CANCELLED-CNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-RESP-REJECTED-CNT    PIC 9(09) COMP VALUE ZERO.
           05  WS-NO-PRICE-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-NO-TAX-CNT           PIC 9(09) COMP VALUE ZERO.
           05  WS-NOTIFY-CNT           PIC 9(09) COMP VALUE ZERO.
           05  WS-NTF-SKIPPED-CNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-NTF-HELD-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-DFR-FLAGGED-CNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-DECL-EXPIRED-CNT     PIC 9(09) COMP VALUE ZERO.
           05  WS-DECL-NO-CARD-CNT     PIC 9(09) COMP VALUE ZERO.
           05  WS-CANCL-EXPIRED-CNT    PIC 9(09) COMP VALUE ZERO.
           05  WS-LICENCE-BILLED-CNT   PIC 9(09) COMP VALUE ZERO.
           05  WS-NO-LICENCE-CNT       PIC 9(09) COMP VALUE ZERO.
           05  WS-PROMO-BILLED-CNT     PIC 9(09) COMP VALUE ZERO.
           05  WS-PROMO-REDEEMED-CNT   PIC 9(09) COMP VALUE ZERO.
           05  WS-PROMO-REJECTED-CNT   PIC 9(09) COMP VALUE ZERO.

       01  WS-DATE-WORK-AREA.
           05  WS-TODAY-YYYYMMDD       PIC 9(08).
           05  WS-DAYS-PAST-DUE        PIC S9(09) COMP.
           05  WS-EFFECTIVE-TERM-DAYS  PIC 9(06).

      ******************************************************************
      * TAX LOOKUP - THE COUNTRY/STATE BEING SEARCHED AND THE RATE     *
      * AND JURISDICTION OF THE LATEST ROW IN FORCE FOR IT.            *
      ******************************************************************
       01  WS-TAX-WORK-AREA.
           05  WS-TAX-LOOKUP-COUNTRY   PIC X(02).
           05  WS-TAX-LOOKUP-STATE     PIC X(20).
           05  WS-TAX-RATE-PCT         PIC 9(03)V9(04).
           05  WS-TAX-JURISDICTION     PIC X(08).

      ******************************************************************
      * PROMO PRICING - WHY A PROMO ROW WAS REFUSED (SPACES WHEN ITS   *
      * CODE IS GOOD) AND THE DISCOUNT TAKEN OFF ITS NET AMOUNT.       *
      ******************************************************************
       01  WS-PROMO-WORK.
           05  WS-PROMO-REJECT-REASON  PIC X(40).
           05  WS-DISCOUNT-AMT         PIC 9(07)V99 COMP-3.

       01  WS-RUNLOG-WORK.
           05  WS-RUNLOG-TIME          PIC 9(08).
           05  WS-RUNLOG-START-TS      PIC X(26).
               'REQUESTS WITHOUT PLAN PRICE ..'.
           05  WS-SL-NO-PRICE          PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30) VALUE
               'REQUESTS WITHOUT TAX RATE ....'.
           05  WS-SL-NO-TAX            PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30) VALUE
               'DEFERRED ROWS RELEASED .......'.
           05  WS-SL-DFR-FLAGGED       PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-8.
           05  FILLER                  PIC X(30) VALUE
               'NOTICES HELD (SUPPRESSED) ....'.
           05  WS-SL-NTF-HELD          PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-9.
           05  FILLER                  PIC X(30) VALUE
               'DECLINES - CARD HAD EXPIRED ..'.
           05  WS-SL-DECL-EXPIRED      PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-10.
           05  FILLER                  PIC X(30) VALUE
               'DECLINES - NO CARD ON FILE ...'.
           05  WS-SL-DECL-NO-CARD      PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-11.
           05  FILLER                  PIC X(30) VALUE
               'CANCELS - CARD HAD EXPIRED ...'.
           05  WS-SL-CANCL-EXPIRED     PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-12.
           05  FILLER                  PIC X(30) VALUE
               'SITE LICENCES BILLED .........'.
           05  WS-SL-LICENCE-BILLED    PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-13.
           05  FILLER                  PIC X(30) VALUE
               'SPONSOR ROWS WITHOUT LICENCE .'.
           05  WS-SL-NO-LICENCE        PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-14.
           05  FILLER                  PIC X(30) VALUE
               'PROMO ROWS BILLED NET ........'.
           05  WS-SL-PROMO-BILLED      PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-15.
           05  FILLER                  PIC X(30) VALUE
               'PROMO CODES REDEEMED .........'.
           05  WS-SL-PROMO-REDEEMED    PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-16.
           05  FILLER                  PIC X(30) VALUE
               'PROMO ROWS REJECTED ..........'.
           05  WS-SL-PROMO-REJECTED    PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * LINKAGE SECTION - ONE CHARACTER RUN-MODE PARM PASSED FROM THE  *
      * EXEC PGM=CUSBIL01,PARM='E' (OR 'A') STATEMENT IN THE JCL.      *
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMSTR-STATUS NOT = '00'
               DISPLAY 'CUSBIL01 - CUSTMSTR OPEN FAILED STATUS='
                   WS-CUSTMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           IF WS-RUN-MODE-APPLY
               OPEN INPUT GATEWAY-RESPONSE-FILE
               IF WS-GWRESP-STATUS NOT = '00'
                   SET WS-INIT-FAILED TO TRUE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               OPEN EXTEND NOTIFICATION-FILE
               IF WS-NTFYOUT-STATUS NOT = '00'
                   DISPLAY 'CUSBIL01 - NTFYOUT OPEN FAILED STATUS='
                   SET WS-INIT-FAILED TO TRUE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               OPEN INPUT EMAIL-SUPPRESS-FILE
               IF WS-EMLSUPP-STATUS NOT = '00'
                   DISPLAY 'CUSBIL01 - EMLSUPP OPEN FAILED STATUS='
                       WS-EMLSUPP-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-INIT-FAILED TO TRUE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               OPEN I-O DEFERRED-REVENUE-FILE
               IF WS-DEFREV-STATUS NOT = '00'
                   DISPLAY 'CUSBIL01 - DEFREV OPEN FAILED STATUS='
                       WS-DEFREV-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-INIT-FAILED TO TRUE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               OPEN INPUT PAYMENT-METHOD-FILE
               IF WS-PAYMETH-STATUS NOT = '00'
                   DISPLAY 'CUSBIL01 - PAYMETH OPEN FAILED STATUS='
                       WS-PAYMETH-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-INIT-FAILED TO TRUE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               OPEN EXTEND AUDIT-LOG-FILE
               IF WS-AUDITLOG-STATUS NOT = '00'
                   DISPLAY 'CUSBIL01 - AUDITLOG OPEN FAILED STATUS='
                       WS-AUDITLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-INIT-FAILED TO TRUE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               PERFORM 4100-READ-NEXT-RESPONSE
                   THRU 4100-READ-NEXT-RESPONSE-EXIT
           ELSE
                   SET WS-INIT-FAILED TO TRUE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               OPEN INPUT TAX-RATE-FILE
               IF WS-TAXRATE-STATUS NOT = '00'
                   DISPLAY 'CUSBIL01 - TAXRATE OPEN FAILED STATUS='
                       WS-TAXRATE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-INIT-FAILED TO TRUE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               OPEN INPUT SITE-LICENCE-FILE
               IF WS-SITELIC-STATUS NOT = '00'
                   DISPLAY 'CUSBIL01 - SITELIC OPEN FAILED STATUS='
                       WS-SITELIC-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-INIT-FAILED TO TRUE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               OPEN I-O PROMO-CODE-FILE
               IF WS-PROMOMST-STATUS NOT = '00'
                   DISPLAY 'CUSBIL01 - PROMOMST OPEN FAILED STATUS='
                       WS-PROMOMST-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-INIT-FAILED TO TRUE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               PERFORM 2100-READ-NEXT-ENTITLEMENT
                   THRU 2100-READ-NEXT-ENTITLEMENT-EXIT
           END-IF.
      * 2000-EXTRACT-DUE-RENEWALS - WRITE ONE BILLING REQUEST FOR      *
      * EVERY NON-CANCELLED ROW WHOSE RENEWAL DATE FALLS WITHIN THE    *
      * BILLING WINDOW.  A TRIAL ROW IS NEVER BILLED - THE CUSTRL01    *
      * SWEEP CONVERTS IT TO A BILLABLE ROW FIRST.  A PROMO ROW WHOSE  *
      * CODE FAILS 2600-VALIDATE-PROMO IS REPORTED AND NOT BILLED.     *
      ******************************************************************
       2000-EXTRACT-DUE-RENEWALS.
           IF ENT-PAYMENT-CANCELLED
               OR ENT-TYPE-TRIAL
               OR ENT-SEAT-GRANTED
               OR ENT-RENEWAL-DATE = SPACES
               GO TO 2000-EXTRACT-DUE-RENEWALS-NEXT
           END-IF.
               THRU 2200-COMPUTE-RENEWAL-DAYS-EXIT.

           IF WS-DAYS-TO-RENEWAL <= WS-BILLING-WINDOW-DAYS
               IF ENT-TYPE-PROMO
                   PERFORM 2600-VALIDATE-PROMO
                       THRU 2600-VALIDATE-PROMO-EXIT
                   IF WS-PROMO-REJECT-REASON NOT = SPACES
                       GO TO 2000-EXTRACT-DUE-RENEWALS-NEXT
                   END-IF
               END-IF
               MOVE ENT-CUST-ID TO BILL-CUST-ID
               MOVE ENT-PLAN-CODE TO BILL-PLAN-CODE
               MOVE ENT-TIER TO BILL-TIER
               SET BILL-ADJUST-RENEWAL TO TRUE
               PERFORM 2300-READ-PLAN-PRICE
                   THRU 2300-READ-PLAN-PRICE-EXIT
               MOVE ZERO TO BILL-SEAT-COUNT
               MOVE SPACES TO BILL-PROMO-CODE
               MOVE ZERO TO BILL-DISCOUNT-AMOUNT
               IF WS-PLAN-FOUND
                   MOVE PLAN-RATE TO BILL-NET-AMOUNT
                   IF ENT-SEAT-SPONSOR
                       PERFORM 2500-PRICE-SITE-LICENCE
                           THRU 2500-PRICE-SITE-LICENCE-EXIT
                   END-IF
               ELSE
                   MOVE ZERO TO BILL-NET-AMOUNT
                   ADD 1 TO WS-NO-PRICE-CNT
                   MOVE 'NO PLAN PRICE' TO WS-DL-TYPE
                   MOVE ENT-CUST-ID TO WS-DL-CUST-ID
                   PERFORM 8000-WRITE-REPORT-LINE
                       THRU 8000-WRITE-REPORT-LINE-EXIT
               END-IF
               IF ENT-TYPE-PROMO
                   PERFORM 2700-APPLY-PROMO-DISCOUNT
                       THRU 2700-APPLY-PROMO-DISCOUNT-EXIT
               END-IF
               PERFORM 2400-COMPUTE-TAX
                   THRU 2400-COMPUTE-TAX-EXIT
               WRITE BILLING-REQUEST-RECORD
               ADD 1 TO WS-BILLED-CNT

       2300-READ-PLAN-PRICE-EXIT.
           EXIT.

      ******************************************************************
      * 2400-COMPUTE-TAX - TAX THE NET AMOUNT IN BILL-NET-AMOUNT AT    *
      * THE RATE IN FORCE FOR THE CUSTOMER'S COUNTRY AND STATE, AND    *
      * STAMP THE TAX, GROSS AND JURISDICTION ON THE REQUEST.  A       *
      * CUSTOMER WITH NO STATE-LEVEL ROW FALLS BACK TO THE COUNTRY     *
      * ROW; WITH NEITHER (OR NO MASTER RECORD) THE REQUEST GOES OUT   *
      * UNTAXED AND IS LISTED ON THE EXCEPTION REPORT.                 *
      ******************************************************************
       2400-COMPUTE-TAX.
           MOVE 'N' TO WS-TAX-FOUND-SW.
           MOVE ENT-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   GO TO 2400-COMPUTE-TAX-STAMP
           END-READ.

           MOVE CUST-COUNTRY TO WS-TAX-LOOKUP-COUNTRY.
           MOVE CUST-STATE TO WS-TAX-LOOKUP-STATE.
           PERFORM 2410-FIND-TAX-RATE
               THRU 2410-FIND-TAX-RATE-EXIT.

           IF NOT WS-TAX-FOUND
               MOVE SPACES TO WS-TAX-LOOKUP-STATE
               PERFORM 2410-FIND-TAX-RATE
                   THRU 2410-FIND-TAX-RATE-EXIT
           END-IF.

       2400-COMPUTE-TAX-STAMP.
           IF WS-TAX-FOUND
               COMPUTE BILL-TAX-AMOUNT ROUNDED =
                   BILL-NET-AMOUNT * WS-TAX-RATE-PCT / 100
               MOVE WS-TAX-JURISDICTION TO BILL-JURISDICTION
           ELSE
               MOVE ZERO TO BILL-TAX-AMOUNT
               MOVE SPACES TO BILL-JURISDICTION
               ADD 1 TO WS-NO-TAX-CNT
               MOVE 'NO TAX RATE' TO WS-DL-TYPE
               MOVE ENT-CUST-ID TO WS-DL-CUST-ID
               MOVE ENT-PLAN-CODE TO WS-DL-PLAN-CODE
               MOVE 'NO JURISDICTION ON TAXRATE - ZERO TAX'
                   TO WS-DL-REASON
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
           END-IF.

           COMPUTE BILL-GROSS-AMOUNT =
               BILL-NET-AMOUNT + BILL-TAX-AMOUNT.

       2400-COMPUTE-TAX-EXIT.
           EXIT.

      ******************************************************************
      * 2410-FIND-TAX-RATE - POSITION ON THE FIRST TAXRATE ROW FOR     *
      * WS-TAX-LOOKUP-COUNTRY/STATE AND WALK ITS EFFECTIVE DATES IN    *
      * KEY ORDER, KEEPING THE LAST ONE NOT AFTER TODAY.               *
      ******************************************************************
       2410-FIND-TAX-RATE.
           MOVE WS-TAX-LOOKUP-COUNTRY TO TAX-COUNTRY.
           MOVE WS-TAX-LOOKUP-STATE TO TAX-STATE.
           MOVE ZERO TO TAX-EFFECTIVE-DATE.
           START TAX-RATE-FILE KEY NOT < TAX-KEY
               INVALID KEY
                   GO TO 2410-FIND-TAX-RATE-EXIT
           END-START.

           MOVE 'N' TO WS-TAX-SCAN-DONE-SW.
           PERFORM 2420-SCAN-TAX-RATE
               THRU 2420-SCAN-TAX-RATE-EXIT
               UNTIL WS-TAX-SCAN-DONE.

       2410-FIND-TAX-RATE-EXIT.
           EXIT.

       2420-SCAN-TAX-RATE.
           READ TAX-RATE-FILE NEXT RECORD
               AT END
                   SET WS-TAX-SCAN-DONE TO TRUE
                   GO TO 2420-SCAN-TAX-RATE-EXIT
           END-READ.

           IF TAX-COUNTRY NOT = WS-TAX-LOOKUP-COUNTRY
               OR TAX-STATE NOT = WS-TAX-LOOKUP-STATE
               OR TAX-EFFECTIVE-DATE > WS-TODAY-YYYYMMDD
               SET WS-TAX-SCAN-DONE TO TRUE
               GO TO 2420-SCAN-TAX-RATE-EXIT
           END-IF.

           SET WS-TAX-FOUND TO TRUE.
           MOVE TAX-RATE-PCT TO WS-TAX-RATE-PCT.
           MOVE TAX-JURISDICTION-CODE TO WS-TAX-JURISDICTION.

       2420-SCAN-TAX-RATE-EXIT.
           EXIT.

      ******************************************************************
      * 2500-PRICE-SITE-LICENCE - A GROUP SPONSOR'S ROW IS BILLED ONCE *
      * FOR EVERY SEAT ON ITS SITELIC LICENCE, WHETHER ASSIGNED OR     *
      * NOT.  A SPONSOR ROW WITH NO OPEN LICENCE IS BILLED AS ONE      *
      * SEAT AND REPORTED.                                             *
      ******************************************************************
       2500-PRICE-SITE-LICENCE.
           MOVE 'N' TO WS-LIC-FOUND-SW.
           MOVE ENT-KEY TO LIC-KEY.
           READ SITE-LICENCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT LIC-CLOSED
                       SET WS-LIC-FOUND TO TRUE
                   END-IF
           END-READ.

           IF NOT WS-LIC-FOUND
               ADD 1 TO WS-NO-LICENCE-CNT
               MOVE 'NO SITE LICENCE' TO WS-DL-TYPE
               MOVE ENT-CUST-ID TO WS-DL-CUST-ID
               MOVE ENT-PLAN-CODE TO WS-DL-PLAN-CODE
               MOVE 'SPONSOR ROW HAS NO OPEN LICENCE - 1 SEAT'
                   TO WS-DL-REASON
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
               MOVE 1 TO BILL-SEAT-COUNT
               GO TO 2500-PRICE-SITE-LICENCE-EXIT
           END-IF.

           MOVE LIC-SEAT-COUNT TO BILL-SEAT-COUNT.
           COMPUTE BILL-NET-AMOUNT = PLAN-RATE * LIC-SEAT-COUNT.
           ADD 1 TO WS-LICENCE-BILLED-CNT.

       2500-PRICE-SITE-LICENCE-EXIT.
           EXIT.

      ******************************************************************
      * 2600-VALIDATE-PROMO - CHECK A PROMO ROW'S CODE ON PROMOMST     *
      * BEFORE IT IS BILLED.  THE CODE MUST BE ON FILE AND GOOD FOR    *
      * THE ROW'S PLAN.  A ROW NOT YET REDEEMED IS ALSO A NEW          *
      * REDEMPTION, SO TODAY MUST FALL INSIDE THE CODE'S VALIDITY      *
      * DATES AND THE CODE MUST NOT HAVE REACHED ITS CAP.  A FAILED    *
      * CHECK LEAVES THE REASON IN WS-PROMO-REJECT-REASON AND LISTS    *
      * THE ROW ON THE EXCEPTION REPORT.                               *
      ******************************************************************
       2600-VALIDATE-PROMO.
           MOVE SPACES TO WS-PROMO-REJECT-REASON.
           MOVE ENT-PROMO-CODE TO PROMO-CODE.
           READ PROMO-CODE-FILE
               INVALID KEY
                   MOVE 'PROMO CODE NOT ON PROMOMST'
                       TO WS-PROMO-REJECT-REASON
                   GO TO 2600-VALIDATE-PROMO-REJECT
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
                       ENT-PLAN-CODE
                       SET WS-PROMO-PLAN-OK TO TRUE
               END-SEARCH
           END-IF.
           IF NOT WS-PROMO-PLAN-OK
               MOVE 'PLAN NOT ELIGIBLE FOR PROMO CODE'
                   TO WS-PROMO-REJECT-REASON
               GO TO 2600-VALIDATE-PROMO-REJECT
           END-IF.

           IF ENT-PROMO-REDEEMED
               GO TO 2600-VALIDATE-PROMO-EXIT
           END-IF.

           IF PROMO-VALID-FROM > WS-TODAY-YYYYMMDD
               MOVE 'PROMO CODE NOT YET VALID'
                   TO WS-PROMO-REJECT-REASON
               GO TO 2600-VALIDATE-PROMO-REJECT
           END-IF.

           IF PROMO-VALID-TO < WS-TODAY-YYYYMMDD
               MOVE 'PROMO CODE EXPIRED' TO WS-PROMO-REJECT-REASON
               GO TO 2600-VALIDATE-PROMO-REJECT
           END-IF.

           IF PROMO-REDEMPTION-CAP > ZERO
               AND PROMO-REDEMPTION-COUNT NOT < PROMO-REDEMPTION-CAP
               MOVE 'PROMO CODE REDEMPTION CAP REACHED'
                   TO WS-PROMO-REJECT-REASON
               GO TO 2600-VALIDATE-PROMO-REJECT
           END-IF.

           GO TO 2600-VALIDATE-PROMO-EXIT.

       2600-VALIDATE-PROMO-REJECT.
           ADD 1 TO WS-PROMO-REJECTED-CNT.
           MOVE 'PROMO REJECTED' TO WS-DL-TYPE.
           MOVE ENT-CUST-ID TO WS-DL-CUST-ID.
           MOVE ENT-PLAN-CODE TO WS-DL-PLAN-CODE.
           MOVE WS-PROMO-REJECT-REASON TO WS-DL-REASON.
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT.

       2600-VALIDATE-PROMO-EXIT.
           EXIT.

      ******************************************************************
      * 2700-APPLY-PROMO-DISCOUNT - TAKE THE CODE READ BY 2600 OFF THE *
      * NET AMOUNT BEFORE IT IS TAXED: A PERCENTAGE OF THE NET, OR A   *
      * FIXED AMOUNT NO GREATER THAN THE NET.  A ROW BILLED FOR THE    *
      * FIRST TIME ON ITS CODE IS MARKED REDEEMED AND ONE REDEMPTION   *
      * IS ADDED TO THE CODE'S COUNT ON PROMOMST.                      *
      ******************************************************************
       2700-APPLY-PROMO-DISCOUNT.
           IF PROMO-DISCOUNT-PERCENT
               COMPUTE WS-DISCOUNT-AMT ROUNDED =
                   BILL-NET-AMOUNT * PROMO-DISCOUNT-PCT / 100
           ELSE
               MOVE PROMO-DISCOUNT-AMOUNT TO WS-DISCOUNT-AMT
           END-IF.
           IF WS-DISCOUNT-AMT > BILL-NET-AMOUNT
               MOVE BILL-NET-AMOUNT TO WS-DISCOUNT-AMT
           END-IF.

           SUBTRACT WS-DISCOUNT-AMT FROM BILL-NET-AMOUNT.
           MOVE PROMO-CODE TO BILL-PROMO-CODE.
           MOVE WS-DISCOUNT-AMT TO BILL-DISCOUNT-AMOUNT.
           ADD 1 TO WS-PROMO-BILLED-CNT.

           IF ENT-PROMO-REDEEMED
               GO TO 2700-APPLY-PROMO-DISCOUNT-EXIT
           END-IF.

           ADD 1 TO PROMO-REDEMPTION-COUNT.
           MOVE WS-TODAY-YYYYMMDD TO PROMO-LAST-REDEEMED-DATE.
           REWRITE PROMO-CODE-RECORD
               INVALID KEY
                   DISPLAY 'CUSBIL01 - PROMOMST REWRITE FAILED '
                       PROMO-CODE
                   GO TO 2700-APPLY-PROMO-DISCOUNT-EXIT
           END-REWRITE.

           SET ENT-PROMO-REDEEMED TO TRUE.
           REWRITE CUSTOMER-ENTITLEMENT
               INVALID KEY
                   DISPLAY 'CUSBIL01 - CUSTENT REWRITE FAILED '
                       ENT-CUST-ID ' ' ENT-PLAN-CODE
                   GO TO 2700-APPLY-PROMO-DISCOUNT-EXIT
           END-REWRITE.
           ADD 1 TO WS-PROMO-REDEEMED-CNT.

       2700-APPLY-PROMO-DISCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 4000-APPLY-GATEWAY-RESPONSES - APPLY ONE GATEWAY RESPONSE TO   *
      * ITS ENTITLEMENT ROW.                                           *
               PERFORM 4200-ADVANCE-RENEWAL-DATE
                   THRU 4200-ADVANCE-RENEWAL-DATE-EXIT
               MOVE 'C' TO ENT-PAYMENT-STATUS
               SET ENT-DECLINE-NONE TO TRUE
               REWRITE CUSTOMER-ENTITLEMENT
               ADD 1 TO WS-APPROVED-CNT
               MOVE 'CHARGE APPROVED' TO WS-DL-TYPE

           IF GW-CHARGE-DECLINED
               MOVE 'D' TO ENT-PAYMENT-STATUS
               PERFORM 4300-CHECK-CARD-ON-FILE
                   THRU 4300-CHECK-CARD-ON-FILE-EXIT
               REWRITE CUSTOMER-ENTITLEMENT
               ADD 1 TO WS-DECLINED-CNT
               MOVE 'BILPDUE ' TO NTF-TEMPLATE-CODE
               MOVE 'CHARGE DECLINED' TO WS-DL-TYPE
               MOVE ENT-CUST-ID TO WS-DL-CUST-ID
               MOVE ENT-PLAN-CODE TO WS-DL-PLAN-CODE
               EVALUATE TRUE
                   WHEN ENT-DECLINE-CARD-EXPIRED
                       MOVE 'PAST DUE - CARD ON FILE HAD EXPIRED'
                           TO WS-DL-REASON
                   WHEN ENT-DECLINE-CARD-CLOSED
                       MOVE 'PAST DUE - CARD CLOSED BY ISSUER'
                           TO WS-DL-REASON
                   WHEN ENT-DECLINE-NO-CARD
                       MOVE 'PAST DUE - NO CARD ON FILE'
                           TO WS-DL-REASON
                   WHEN OTHER
                       MOVE 'PAYMENT STATUS SET TO PAST DUE'
                           TO WS-DL-REASON
               END-EVALUATE
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
               GO TO 4000-APPLY-GATEWAY-RESPONSES-NEXT
                   GO TO 4100-READ-NEXT-RESPONSE-EXIT
           END-READ.

      *    THE HEADER AND TRAILER WERE CHECKED BY CUSINB01 IN THE
      *    STEP BEFORE THIS ONE; ONLY BODY RECORDS ARE APPLIED.
           IF INC-CONTROL-RECORD
               GO TO 4100-READ-NEXT-RESPONSE
           END-IF.

       4100-READ-NEXT-RESPONSE-EXIT.
           EXIT.

       4200-ADVANCE-RENEWAL-DATE-EXIT.
           EXIT.

      ******************************************************************
      * 4300-CHECK-CARD-ON-FILE - RECORD ON THE DECLINED ROW THE STATE *
      * OF THE PAYMETH CARD AT THE TIME OF THE CHARGE.  A CARD IS GOOD *
      * THROUGH THE LAST DAY OF ITS EXPIRY MONTH, SO IT HAD EXPIRED    *
      * ONLY WHEN THAT MONTH IS BEFORE THE CURRENT ONE.  A DECLINE ON  *
      * A CARD THAT WAS STILL VALID IS THE ISSUER'S OWN REFUSAL.       *
      ******************************************************************
       4300-CHECK-CARD-ON-FILE.
           MOVE ENT-CUST-ID TO PMT-CUST-ID.
           READ PAYMENT-METHOD-FILE
               INVALID KEY
                   SET ENT-DECLINE-NO-CARD TO TRUE
                   ADD 1 TO WS-DECL-NO-CARD-CNT
                   GO TO 4300-CHECK-CARD-ON-FILE-EXIT
           END-READ.

           EVALUATE TRUE
               WHEN PMT-CARD-CLOSED
                   SET ENT-DECLINE-CARD-CLOSED TO TRUE
               WHEN PMT-EXPIRY-MONTH < WS-TODAY-YYYYMMDD(1:6)
                   SET ENT-DECLINE-CARD-EXPIRED TO TRUE
                   ADD 1 TO WS-DECL-EXPIRED-CNT
               WHEN OTHER
                   SET ENT-DECLINE-CARD-VALID TO TRUE
           END-EVALUATE.

       4300-CHECK-CARD-ON-FILE-EXIT.
           EXIT.

      ******************************************************************
      * 4500-REPOSITION-ENTITLEMENT - THE KEYED RANDOM READS IN        *
      * 4000-APPLY-GATEWAY-RESPONSES LEFT THE FILE'S SEQUENTIAL        *

      ******************************************************************
      * 5000-SWEEP-PAST-DUE - CANCEL ANY ROW STILL PAST DUE BEYOND     *
      * THE DUNNING GRACE PERIOD.  CANCELS WHOSE DECLINE WAS ON A CARD *
      * THAT HAD ALREADY EXPIRED ARE COUNTED SEPARATELY - THOSE ARE    *
      * THE ONES THE CUSPMT02 PRE-DUNNING NOTICE IS THERE TO PREVENT.  *
      * EVERY CANCEL APPENDS A DUNX AUDIT ROW (OLD AND NEW PAYMENT     *
      * STATUS IN THE STATUS BYTES), THE TRAIL CUSMRR01 READS FOR      *
      * INVOLUNTARY CHURN.                                             *
      ******************************************************************
       5000-SWEEP-PAST-DUE.
           IF ENT-PAYMENT-PASTDUE
                   MOVE 'X' TO ENT-PAYMENT-STATUS
                   REWRITE CUSTOMER-ENTITLEMENT
                   ADD 1 TO WS-CANCELLED-CNT
                   MOVE ENT-CUST-ID TO AUDIT-CUST-ID
                   MOVE WS-RUNLOG-START-TS TO AUDIT-TIMESTAMP
                   MOVE 'D' TO AUDIT-OLD-STATUS
                   MOVE ENT-PAYMENT-STATUS TO AUDIT-NEW-STATUS
                   MOVE 'DUNX' TO AUDIT-REASON-CODE
                   MOVE 'CUSBIL01' TO AUDIT-REQUESTED-BY
                   WRITE CUSTOMER-AUDIT-LOG-RECORD
                   IF ENT-DECLINE-CARD-EXPIRED
                       ADD 1 TO WS-CANCL-EXPIRED-CNT
                   END-IF
                   MOVE 'BILCANCL' TO NTF-TEMPLATE-CODE
                   PERFORM 7500-WRITE-NOTIFY-RECORD
                       THRU 7500-WRITE-NOTIFY-RECORD-EXIT
                   PERFORM 5100-RELEASE-DEFERRED
                       THRU 5100-RELEASE-DEFERRED-EXIT
                   MOVE 'CANCELLED' TO WS-DL-TYPE
                   MOVE ENT-CUST-ID TO WS-DL-CUST-ID
                   MOVE ENT-PLAN-CODE TO WS-DL-PLAN-CODE
       5000-SWEEP-PAST-DUE-EXIT.
           EXIT.

      ******************************************************************
      * 5100-RELEASE-DEFERRED - FLAG EVERY OPEN DEFREV ROW UNDER THE   *
      * CANCELLED ENT-KEY FOR EARLY RELEASE AS OF TODAY.  CUSDFR02     *
      * RECOGNIZES THE UNEARNED BALANCE AT MONTH END.                  *
      ******************************************************************
       5100-RELEASE-DEFERRED.
           MOVE ENT-CUST-ID TO DFR-CUST-ID.
           MOVE ENT-PLAN-CODE TO DFR-PLAN-CODE.
           MOVE ZERO TO DFR-SERVICE-START.
           MOVE LOW-VALUE TO DFR-ENTRY-TYPE.
           START DEFERRED-REVENUE-FILE KEY NOT < DFR-KEY
               INVALID KEY
                   GO TO 5100-RELEASE-DEFERRED-EXIT
           END-START.

           MOVE 'N' TO WS-DFR-SCAN-DONE-SW.
           PERFORM 5110-FLAG-DEFERRED-ROW
               THRU 5110-FLAG-DEFERRED-ROW-EXIT
               UNTIL WS-DFR-SCAN-DONE.

       5100-RELEASE-DEFERRED-EXIT.
           EXIT.

       5110-FLAG-DEFERRED-ROW.
           READ DEFERRED-REVENUE-FILE NEXT RECORD
               AT END
                   SET WS-DFR-SCAN-DONE TO TRUE
                   GO TO 5110-FLAG-DEFERRED-ROW-EXIT
           END-READ.

           IF DFR-CUST-ID NOT = ENT-CUST-ID
               OR DFR-PLAN-CODE NOT = ENT-PLAN-CODE
               SET WS-DFR-SCAN-DONE TO TRUE
               GO TO 5110-FLAG-DEFERRED-ROW-EXIT
           END-IF.

           IF NOT DFR-OPEN
               GO TO 5110-FLAG-DEFERRED-ROW-EXIT
           END-IF.

           SET DFR-RELEASE-PENDING TO TRUE.
           MOVE WS-TODAY-YYYYMMDD TO DFR-RELEASE-DATE.
           SET DFR-RELEASE-DUNNING TO TRUE.
           MOVE SPACES TO DFR-TRANSFER-PLAN.
           REWRITE DEFERRED-REVENUE-RECORD
               INVALID KEY
                   DISPLAY 'CUSBIL01 - DEFREV REWRITE FAILED '
                       DFR-CUST-ID ' ' DFR-PLAN-CODE
                   GO TO 5110-FLAG-DEFERRED-ROW-EXIT
           END-REWRITE.
           ADD 1 TO WS-DFR-FLAGGED-CNT.

       5110-FLAG-DEFERRED-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 7400-CHECK-SUPPRESSION - HOLD THE NOTICE IN NTF-EMAIL WHEN THE *
      * ADDRESS IS ON THE EMLSUPP FILE.  A HARD BOUNCE HOLDS EVERY     *
      * CLASS; A COMPLAINT OR UNSUBSCRIBE HOLDS MARKETING ONLY.        *
      ******************************************************************
       7400-CHECK-SUPPRESSION.
           MOVE 'N' TO WS-NOTICE-HELD-SW.
           MOVE NTF-EMAIL TO SUP-EMAIL.
           SET SUP-HARD-BOUNCE TO TRUE.
           READ EMAIL-SUPPRESS-FILE
               NOT INVALID KEY
                   SET WS-NOTICE-HELD TO TRUE
                   GO TO 7400-CHECK-SUPPRESSION-EXIT
           END-READ.

           IF NOT NTF-CLASS-MARKETING
               GO TO 7400-CHECK-SUPPRESSION-EXIT
           END-IF.

           SET SUP-UNSUBSCRIBE TO TRUE.
           READ EMAIL-SUPPRESS-FILE
               NOT INVALID KEY
                   SET WS-NOTICE-HELD TO TRUE
                   GO TO 7400-CHECK-SUPPRESSION-EXIT
           END-READ.

           SET SUP-COMPLAINT TO TRUE.
           READ EMAIL-SUPPRESS-FILE
               NOT INVALID KEY
                   SET WS-NOTICE-HELD TO TRUE
           END-READ.

       7400-CHECK-SUPPRESSION-EXIT.
           EXIT.

      ******************************************************************
      * 7500-WRITE-NOTIFY-RECORD - APPEND ONE ROW TO THE UNIFIED       *
      * NOTIFICATION FEED FOR THE ENTITLEMENT ROW IN HAND.  CALLER     *
      * MERGE FIELDS ARE READ FROM THE MASTER, AND A ROW WHOSE MASTER  *
      * RECORD IS GONE IS COUNTED AND SKIPPED RATHER THAN SENT BLIND.  *
      * MERGE FIELDS: NTF-MERGE-1 = PLAN CODE, NTF-MERGE-2 = RENEWAL   *
      * DATE, FOR BOTH BILPDUE AND BILCANCL.  BOTH ARE BILLING CLASS - *
      * HELD ONLY FOR A HARD-BOUNCED ADDRESS.                          *
      ******************************************************************
       7500-WRITE-NOTIFY-RECORD.
           MOVE ENT-CUST-ID TO CUST-ID.
           MOVE WS-TODAY-YYYYMMDD TO NTF-EVENT-DATE.
           MOVE ENT-PLAN-CODE TO NTF-MERGE-1.
           MOVE ENT-RENEWAL-DATE TO NTF-MERGE-2.
           SET NTF-CLASS-BILLING TO TRUE.

           PERFORM 7400-CHECK-SUPPRESSION
               THRU 7400-CHECK-SUPPRESSION-EXIT.
           IF WS-NOTICE-HELD
               ADD 1 TO WS-NTF-HELD-CNT
               GO TO 7500-WRITE-NOTIFY-RECORD-EXIT
           END-IF.

           WRITE CUSTOMER-NOTIFY-RECORD.
           ADD 1 TO WS-NOTIFY-CNT.

           WRITE BILLING-REPORT-LINE FROM WS-SUMMARY-LINE-4.
           MOVE WS-NO-PRICE-CNT TO WS-SL-NO-PRICE.
           WRITE BILLING-REPORT-LINE FROM WS-SUMMARY-LINE-5.
           MOVE WS-NO-TAX-CNT TO WS-SL-NO-TAX.
           WRITE BILLING-REPORT-LINE FROM WS-SUMMARY-LINE-6.
           MOVE WS-DFR-FLAGGED-CNT TO WS-SL-DFR-FLAGGED.
           WRITE BILLING-REPORT-LINE FROM WS-SUMMARY-LINE-7.
           MOVE WS-NTF-HELD-CNT TO WS-SL-NTF-HELD.
           WRITE BILLING-REPORT-LINE FROM WS-SUMMARY-LINE-8.
           MOVE WS-DECL-EXPIRED-CNT TO WS-SL-DECL-EXPIRED.
           WRITE BILLING-REPORT-LINE FROM WS-SUMMARY-LINE-9.
           MOVE WS-DECL-NO-CARD-CNT TO WS-SL-DECL-NO-CARD.
           WRITE BILLING-REPORT-LINE FROM WS-SUMMARY-LINE-10.
           MOVE WS-CANCL-EXPIRED-CNT TO WS-SL-CANCL-EXPIRED.
           WRITE BILLING-REPORT-LINE FROM WS-SUMMARY-LINE-11.
           MOVE WS-LICENCE-BILLED-CNT TO WS-SL-LICENCE-BILLED.
           WRITE BILLING-REPORT-LINE FROM WS-SUMMARY-LINE-12.
           MOVE WS-NO-LICENCE-CNT TO WS-SL-NO-LICENCE.
           WRITE BILLING-REPORT-LINE FROM WS-SUMMARY-LINE-13.
           MOVE WS-PROMO-BILLED-CNT TO WS-SL-PROMO-BILLED.
           WRITE BILLING-REPORT-LINE FROM WS-SUMMARY-LINE-14.
           MOVE WS-PROMO-REDEEMED-CNT TO WS-SL-PROMO-REDEEMED.
           WRITE BILLING-REPORT-LINE FROM WS-SUMMARY-LINE-15.
           MOVE WS-PROMO-REJECTED-CNT TO WS-SL-PROMO-REJECTED.
           WRITE BILLING-REPORT-LINE FROM WS-SUMMARY-LINE-16.

           IF WS-RUN-MODE-APPLY
               CLOSE GATEWAY-RESPONSE-FILE
                     NOTIFICATION-FILE
                     EMAIL-SUPPRESS-FILE
                     DEFERRED-REVENUE-FILE
                     PAYMENT-METHOD-FILE
                     AUDIT-LOG-FILE
               DISPLAY 'CUSBIL01 - NOTIFICATIONS WRITTEN '
                   WS-NOTIFY-CNT
               DISPLAY 'CUSBIL01 - NOTIFICATIONS SKIPPED '
                   WS-NTF-SKIPPED-CNT
               DISPLAY 'CUSBIL01 - NOTIFICATIONS HELD    '
                   WS-NTF-HELD-CNT
           ELSE
               CLOSE BILLING-REQUEST-FILE
                     TAX-RATE-FILE
                     SITE-LICENCE-FILE
                     PROMO-CODE-FILE
           END-IF.

           CLOSE ENTITLEMENT-FILE
                 CUSTOMER-MASTER-FILE
                 PLAN-PRICE-FILE
                 BILLING-REPORT.

           IF NOT WS-INIT-FAILED
               IF WS-RESP-REJECTED-CNT > 0
                   OR WS-NO-PRICE-CNT > 0
                   OR WS-NO-TAX-CNT > 0
                   OR WS-NO-LICENCE-CNT > 0
                   OR WS-PROMO-REJECTED-CNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE

      ******************************************************************
      * 9100-WRITE-RUN-LOG - APPEND THE STANDARD RUN RECORD FOR THE    *
      * NIGHTLY SUMMARY.  THE APPLY PASS LOGS UNDER THE NAME OF ITS    *
      * JOB, CUSBILAP, SO A LATER JOB CAN GATE ON THE APPLY RATHER     *
      * THAN THE EXTRACT.  A RUN LOG FAILURE IS REPORTED BUT NEVER     *
      * CHANGES THE RUN'S OWN RETURN CODE.                             *
      ******************************************************************
       9100-WRITE-RUN-LOG.
                  '.000000'
                  DELIMITED BY SIZE INTO WS-RUNLOG-END-TS.

           IF WS-RUN-MODE-APPLY
               MOVE 'CUSBILAP' TO RUNLOG-PROGRAM
           ELSE
               MOVE 'CUSBIL01' TO RUNLOG-PROGRAM
           END-IF.
           MOVE WS-TODAY-YYYYMMDD TO RUNLOG-RUN-DATE.
           MOVE WS-RUNLOG-START-TS TO RUNLOG-START-TIMESTAMP.
           MOVE WS-RUNLOG-END-TS TO RUNLOG-END-TIMESTAMP.
               WS-APPROVED-CNT + WS-DECLINED-CNT + WS-CANCELLED-CNT.
           COMPUTE RUNLOG-EXCEPTION-COUNT =
               WS-RESP-REJECTED-CNT + WS-NO-PRICE-CNT
               + WS-NO-TAX-CNT + WS-NTF-SKIPPED-CNT
               + WS-NO-LICENCE-CNT + WS-PROMO-REJECTED-CNT.
           MOVE WS-NTF-HELD-CNT TO RUNLOG-HELD-COUNT.
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
