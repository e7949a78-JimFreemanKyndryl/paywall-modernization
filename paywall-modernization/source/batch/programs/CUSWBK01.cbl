      ******************************************************************
      * PROGRAM-ID.  CUSWBK01                                          *
      * AUTHOR.      D. OKAFOR - CUSTOMER MASTER APPLICATIONS TEAM     *
      * INSTALLATION. PAYWALL MODERNIZATION                            *
      * DATE-WRITTEN. 2026-10-14                                       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * ---------------------------------------------------------------*
      * 2026-10-14  DO   INITIAL VERSION - MONTHLY WIN-BACK CAMPAIGN   *
      *                  FOR DUNNING AND TRIAL LAPSES                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSWBK01.
       AUTHOR.        D. OKAFOR.
       INSTALLATION.  PAYWALL MODERNIZATION.
       DATE-WRITTEN.  2026-10-14.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.                                                       *
      *   MONTHLY WIN-BACK CAMPAIGN.  SELECTS EVERY CUSTOMER WHO IS    *
      *   STILL ACTIVE, HOLDS NO LIVE CUSTENT ROW, AND WHOSE LAST      *
      *   ENTITLEMENT ENDED INSIDE THE LAPSE WINDOW (POLPARM KEY       *
      *   WBK-WINDOW-DAYS, DEFAULT 90 DAYS) IN A CUSBIL01 DUNNING      *
      *   CANCEL (DUNX) OR A CUSTRL01 TRIAL EXPIRY (TRLX), AS SHOWN BY *
      *   THE AUDITKSD HISTORY.  EACH ONE IS SENT THE CURRENT WIN-BACK *
      *   PROMO CODE FOR ITS KIND OF LAPSE FROM THE PROMOMST MASTER AS *
      *   A WINBACK MARKETING NOTICE ON NTFYOUT, CHECKED AGAINST THE   *
      *   EMLSUPP SUPPRESSION LIST, AND THE OFFER IS RECORDED ON THE   *
      *   WINBACK FILE UNDER THE CAMPAIGN CODE ('WB' + CCYYMM) SO A    *
      *   LAPSE IS NEVER OFFERED TWICE.  EACH RUN FIRST STAMPS AS      *
      *   REDEEMED EVERY EARLIER OFFER WHOSE CUSTOMER NOW HOLDS A      *
      *   CUSTENT PROMO ROW CARRYING THE OFFERED CODE, THEN REPORTS    *
      *   OFFERS, HELD NOTICES AND REDEMPTIONS FOR EVERY CAMPAIGN ON   *
      *   FILE.  A LAPSE WITH NO WIN-BACK CODE IN FORCE IS REPORTED    *
      *   AND ENDS THE RUN WITH A WARNING.                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z15.
       OBJECT-COMPUTER.  IBM-Z15.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CUSTENT IS READ BY CUSTOMER FOR A REDEEMED OFFER, THEN IN KEY
      * ORDER SO EVERY ROW FOR A CUSTOMER ARRIVES TOGETHER.
           SELECT ENTITLEMENT-FILE
               ASSIGN TO CUSTENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-KEY
               FILE STATUS IS WS-CUSTENT-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMSTR-STATUS.

      * AUDITKSD - KEYED AUDIT HISTORY, READ BY CUST-ID + TIMESTAMP
      * FROM THE START OF THE LAPSE WINDOW.
           SELECT AUDIT-KEYED-FILE
               ASSIGN TO AUDITKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDK-KEY
               FILE STATUS IS WS-AUDITKSD-STATUS.

      * PROMOMST - PROMO CODE MASTER, READ ONCE AT START FOR THE
      * WIN-BACK OFFERS IN FORCE.
           SELECT PROMO-CODE-FILE
               ASSIGN TO PROMOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-CODE
               FILE STATUS IS WS-PROMOMST-STATUS.

      * WINBACK - EVERY WIN-BACK OFFER MADE, KEYED ON CUST-ID AND
      * CAMPAIGN.  OPENED I-O TO STAMP REDEMPTIONS AND ADD OFFERS.
           SELECT WINBACK-OFFER-FILE
               ASSIGN TO WINBACK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WBK-KEY
               FILE STATUS IS WS-WINBACK-STATUS.

      * NTFYOUT IS THE UNIFIED OUTBOUND NOTIFICATION FEED SHARED BY
      * EVERY PROGRAM THAT TAKES A CUSTOMER-VISIBLE ACTION - THE JCL
      * DISPOSITION IS DISP=MOD SO EACH WRITER APPENDS TO THE ONE
      * DAILY PICKUP.
           SELECT NOTIFICATION-FILE
               ASSIGN TO NTFYOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NTFYOUT-STATUS.

      * EMLSUPP - EMAIL SUPPRESSION LIST MAINTAINED BY CUSSUP01, READ
      * BEFORE EVERY NOTIFICATION WRITE.
           SELECT EMAIL-SUPPRESS-FILE
               ASSIGN TO EMLSUPP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-KEY
               FILE STATUS IS WS-EMLSUPP-STATUS.

           SELECT POLICY-PARM-FILE
               ASSIGN TO POLPARM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-PARM-NAME
               FILE STATUS IS WS-POLPARM-STATUS.

           SELECT WINBACK-REPORT
               ASSIGN TO WBKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WBKRPT-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITLEMENT-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-ENTITLEMENT.

       FD  CUSTOMER-MASTER-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-RECORD.

       FD  AUDIT-KEYED-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-AUDIT-KEYED.

       FD  PROMO-CODE-FILE
           RECORDING MODE IS F.
       COPY PROMO-CODE-RECORD.

       FD  WINBACK-OFFER-FILE
           RECORDING MODE IS F.
       COPY WINBACK-OFFER-RECORD.

       FD  NOTIFICATION-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-NOTIFY-RECORD.

       FD  EMAIL-SUPPRESS-FILE
           RECORDING MODE IS F.
       COPY EMAIL-SUPPRESS-RECORD.

       FD  POLICY-PARM-FILE
           RECORDING MODE IS F.
       COPY POLICY-PARAMETER-RECORD.

       FD  WINBACK-REPORT
           RECORDING MODE IS F.
       01  WINBACK-REPORT-LINE         PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUN-LOG-RECORD.

       WORKING-STORAGE SECTION.
       77  WS-CUSTENT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CUSTMSTR-STATUS          PIC X(02) VALUE SPACES.
       77  WS-AUDITKSD-STATUS          PIC X(02) VALUE SPACES.
       77  WS-PROMOMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-WINBACK-STATUS           PIC X(02) VALUE SPACES.
       77  WS-NTFYOUT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EMLSUPP-STATUS           PIC X(02) VALUE SPACES.
       77  WS-POLPARM-STATUS           PIC X(02) VALUE SPACES.
       77  WS-WBKRPT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.

      ******************************************************************
      * WIN-BACK POLICY - HOW FAR BACK A DUNNING CANCEL OR TRIAL       *
      * EXPIRY MAY LIE AND STILL EARN AN OFFER.  THE COMPILED VALUE IS *
      * THE DEFAULT; THE POLPARM KEY WBK-WINDOW-DAYS OVERRIDES IT AT   *
      * RUN TIME.                                                      *
      ******************************************************************
       77  WS-WINDOW-DAYS              PIC 9(06) VALUE 90.

       01  WS-SWITCHES.
           05  WS-CUSTENT-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-CUSTENT-EOF      VALUE 'Y'.
           05  WS-WINBACK-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-WINBACK-EOF      VALUE 'Y'.
           05  WS-PROMOMST-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-PROMOMST-EOF     VALUE 'Y'.
           05  WS-INIT-FAILED-SW       PIC X(01) VALUE 'N'.
               88  WS-INIT-FAILED      VALUE 'Y'.
           05  WS-ENT-SCAN-DONE-SW     PIC X(01) VALUE 'N'.
               88  WS-ENT-SCAN-DONE    VALUE 'Y'.
           05  WS-AUDIT-SCAN-DONE-SW   PIC X(01) VALUE 'N'.
               88  WS-AUDIT-SCAN-DONE  VALUE 'Y'.
           05  WS-OFFER-SCAN-DONE-SW   PIC X(01) VALUE 'N'.
               88  WS-OFFER-SCAN-DONE  VALUE 'Y'.
           05  WS-HAS-LIVE-ROW-SW      PIC X(01) VALUE 'N'.
               88  WS-HAS-LIVE-ROW     VALUE 'Y'.
           05  WS-HAS-LAPSED-ROW-SW    PIC X(01) VALUE 'N'.
               88  WS-HAS-LAPSED-ROW   VALUE 'Y'.
           05  WS-ALREADY-OFFERED-SW   PIC X(01) VALUE 'N'.
               88  WS-ALREADY-OFFERED  VALUE 'Y'.
           05  WS-SLOT-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-SLOT-FOUND       VALUE 'Y'.
           05  WS-NOTICE-HELD-SW       PIC X(01) VALUE 'N'.
               88  WS-NOTICE-HELD      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ENT-READ-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-WBK-READ-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-CANDIDATE-CNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-NOT-ACTIVE-CNT       PIC 9(09) COMP VALUE ZERO.
           05  WS-NO-LAPSE-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-ALREADY-OFFERED-CNT  PIC 9(09) COMP VALUE ZERO.
           05  WS-NO-OFFER-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-OFFER-CNT            PIC 9(09) COMP VALUE ZERO.
           05  WS-NOTIFY-CNT           PIC 9(09) COMP VALUE ZERO.
           05  WS-NTF-HELD-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-REDEEMED-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-CAMPAIGN-OVERFLOW-CNT PIC 9(09) COMP VALUE ZERO.

       01  WS-DATE-WORK-AREA.
           05  WS-TODAY-YYYYMMDD       PIC 9(08).
           05  WS-TODAY-INTEGER        PIC S9(09) COMP.
           05  WS-WINDOW-START-INTEGER PIC S9(09) COMP.
           05  WS-WINDOW-START-YYYYMMDD PIC 9(08).
           05  WS-WINDOW-START-DASHED  PIC X(10).
           05  WS-CURRENT-TIME         PIC 9(08).
           05  WS-TIMESTAMP-OUT        PIC X(26).

      ******************************************************************
      * THE CAMPAIGN THIS RUN MAKES ITS OFFERS UNDER - 'WB' AND THE    *
      * CAMPAIGN MONTH, THE CURRENT MONTH UNLESS THE PARM NAMES ONE.   *
      ******************************************************************
       01  WS-CAMPAIGN-CODE.
           05  FILLER                  PIC X(02) VALUE 'WB'.
           05  WS-CAMPAIGN-MONTH       PIC 9(06).

      ******************************************************************
      * THE WIN-BACK PROMO CODE IN FORCE FOR EACH KIND OF LAPSE - THE  *
      * PROMOMST WIN-BACK ROW VALID TODAY AND UNDER ITS CAP WITH THE   *
      * LATEST VALID-FROM.  SPACES WHEN MARKETING HAS NONE IN FORCE.   *
      ******************************************************************
       01  WS-OFFER-CODES.
           05  WS-DUNNING-OFFER-CODE   PIC X(08) VALUE SPACES.
           05  WS-DUNNING-OFFER-FROM   PIC 9(08) VALUE ZERO.
           05  WS-TRIAL-OFFER-CODE     PIC X(08) VALUE SPACES.
           05  WS-TRIAL-OFFER-FROM     PIC 9(08) VALUE ZERO.

      ******************************************************************
      * THE CUSTOMER IN HAND - THE PLANS OF ITS CANCELLED ROWS, AND    *
      * THE LAPSE FOUND ON AUDITKSD: THE REASON OF THE LAST            *
      * ENTITLEMENT-ENDING EVENT IN THE WINDOW, WHEN THAT EVENT WAS A  *
      * DUNNING CANCEL OR A TRIAL EXPIRY, AND ITS DATE.                *
      ******************************************************************
       01  WS-CUSTOMER-WORK.
           05  WS-CUR-CUST-ID          PIC 9(10).
           05  WS-LAPSED-PAID-PLAN     PIC X(08).
           05  WS-LAPSED-TRIAL-PLAN    PIC X(08).
           05  WS-LAPSED-PLAN          PIC X(08).
           05  WS-OFFER-CODE           PIC X(08).
           05  WS-LAPSE-REASON         PIC X(01).
               88  WS-LAPSE-NONE       VALUE ' '.
               88  WS-LAPSE-DUNNING    VALUE 'D'.
               88  WS-LAPSE-TRIAL      VALUE 'T'.
           05  WS-LAPSE-DATE           PIC X(08).

      ******************************************************************
      * AUDITKSD REASON CODES THAT END AN ENTITLEMENT.  ONLY A DUNNING *
      * CANCEL OR A TRIAL EXPIRY EARNS A WIN-BACK OFFER; A LATER       *
      * CHARGEBACK, REFUND OR LICENCE REVOCATION SUPERSEDES IT.        *
      ******************************************************************
       01  WS-EVENT-REASON             PIC X(04).
           88  WS-EVT-DUNNING-CANCEL   VALUE 'DUNX'.
           88  WS-EVT-TRIAL-EXPIRED    VALUE 'TRLX'.
           88  WS-EVT-OTHER-END        VALUE 'CHBK' 'RFND' 'LICX'.

      ******************************************************************
      * OFFERS, HELD NOTICES AND REDEMPTIONS BY CAMPAIGN, OFFER CODE   *
      * AND KIND OF LAPSE, OVER EVERY OFFER ON THE WINBACK FILE.       *
      ******************************************************************
       01  WS-CAMPAIGN-TABLE.
           05  WS-CAMPAIGN-COUNT       PIC 9(04) COMP VALUE ZERO.
           05  WS-CAMPAIGN-ENTRY OCCURS 120 TIMES
                   INDEXED BY WS-CMP-IDX.
               10  WS-CE-CAMPAIGN-CODE PIC X(08).
               10  WS-CE-OFFER-CODE    PIC X(08).
               10  WS-CE-LAPSE-REASON  PIC X(01).
               10  WS-CE-OFFERS        PIC 9(07) COMP.
               10  WS-CE-HELD          PIC 9(07) COMP.
               10  WS-CE-REDEEMED      PIC 9(07) COMP.

       01  WS-RUNLOG-WORK.
           05  WS-RUNLOG-TIME          PIC 9(08).
           05  WS-RUNLOG-END-TS        PIC X(26).

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE
               'CUSWBK01 - WIN-BACK CAMPAIGN  '.
           05  FILLER                  PIC X(10) VALUE 'CAMPAIGN: '.
           05  WS-RH-CAMPAIGN          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RH-DATE              PIC 9(08).

       01  WS-DETAIL-LINE.
           05  WS-DL-TYPE              PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CUST-ID           PIC 9(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-PLAN-CODE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-OFFER-CODE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-LAPSE-DATE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-REASON            PIC X(40).

       01  WS-SECTION-HEADING.
           05  WS-SH-TITLE             PIC X(40).

       01  WS-CAMPAIGN-HEADING.
           05  FILLER                  PIC X(10) VALUE 'CAMPAIGN'.
           05  FILLER                  PIC X(10) VALUE 'OFFER'.
           05  FILLER                  PIC X(08) VALUE 'LAPSE'.
           05  FILLER                  PIC X(12) VALUE
               '      OFFERS'.
           05  FILLER                  PIC X(12) VALUE
               '        HELD'.
           05  FILLER                  PIC X(12) VALUE
               '    REDEEMED'.
           05  FILLER                  PIC X(10) VALUE
               '      RATE'.

      * THE RATE IS REDEMPTIONS AS A PERCENTAGE OF OFFERS MADE.
       01  WS-CAMPAIGN-LINE.
           05  WS-CL-CAMPAIGN-CODE     PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-OFFER-CODE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-LAPSE             PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CL-OFFERS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CL-HELD              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CL-REDEEMED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CL-RATE-TEXT         PIC X(10).

       01  WS-PCT-WORK.
           05  WS-PCT-VALUE            PIC 9(05)V9 COMP-3.
           05  WS-PCT-EDIT             PIC ZZZZ9.9.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               'LAPSED CUSTOMERS EXAMINED ....'.
           05  WS-SL-CANDIDATE         PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               'NOT ACTIVE - NOT SELECTED ....'.
           05  WS-SL-NOT-ACTIVE        PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               'NO DUNX/TRLX LAPSE IN WINDOW .'.
           05  WS-SL-NO-LAPSE          PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30) VALUE
               'ALREADY OFFERED FOR LAPSE ....'.
           05  WS-SL-ALREADY-OFFERED   PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30) VALUE
               'WIN-BACK OFFERS MADE .........'.
           05  WS-SL-OFFERS            PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30) VALUE
               'OFFER NOTICES WRITTEN ........'.
           05  WS-SL-NOTIFY            PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30) VALUE
               'NOTICES HELD - SUPPRESSED ....'.
           05  WS-SL-NTF-HELD          PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-8.
           05  FILLER                  PIC X(30) VALUE
               'NO OFFER CODE AVAILABLE ......'.
           05  WS-SL-NO-OFFER          PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-9.
           05  FILLER                  PIC X(30) VALUE
               'OFFERS REDEEMED THIS RUN .....'.
           05  WS-SL-REDEEMED          PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-10.
           05  FILLER                  PIC X(30) VALUE
               'CAMPAIGNS NOT TABULATED ......'.
           05  WS-SL-CAMPAIGN-OVERFLOW PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * LINKAGE SECTION - OPTIONAL YYYYMM CAMPAIGN-MONTH PARM PASSED   *
      * FROM THE EXEC PGM=CUSWBK01,PARM='YYYYMM' STATEMENT.            *
      ******************************************************************
       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LEN             PIC S9(4) COMP.
           05  LK-PARM-DATA            PIC X(06).

      ******************************************************************
      * PROCEDURE DIVISION.                                            *
      ******************************************************************
       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF NOT WS-INIT-FAILED
               PERFORM 2000-SWEEP-REDEMPTIONS
                   THRU 2000-SWEEP-REDEMPTIONS-EXIT
                   UNTIL WS-WINBACK-EOF
               PERFORM 3000-POSITION-ENTITLEMENT
                   THRU 3000-POSITION-ENTITLEMENT-EXIT
               PERFORM 4000-SELECT-CUSTOMER
                   THRU 4000-SELECT-CUSTOMER-EXIT
                   UNTIL WS-CUSTENT-EOF
               PERFORM 6000-PRINT-CAMPAIGNS
                   THRU 6000-PRINT-CAMPAIGNS-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - RESOLVE THE CAMPAIGN AND THE LAPSE WINDOW,   *
      * OPEN FILES, LOAD THE OFFERS IN FORCE AND PRIME THE WINBACK     *
      * READ.                                                          *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
               TO WS-TODAY-INTEGER.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-CURRENT-TIME(1:2) '.'
                  WS-CURRENT-TIME(3:2) '.' WS-CURRENT-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-TIMESTAMP-OUT.

           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-CAMPAIGN-MONTH.
           IF LK-PARM-LEN >= 6
               AND LK-PARM-DATA NUMERIC
               MOVE LK-PARM-DATA TO WS-CAMPAIGN-MONTH
           END-IF.

           PERFORM 1200-LOAD-POLICY-VALUES
               THRU 1200-LOAD-POLICY-VALUES-EXIT.

           COMPUTE WS-WINDOW-START-INTEGER =
               WS-TODAY-INTEGER - WS-WINDOW-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INTEGER)
               TO WS-WINDOW-START-YYYYMMDD.
           STRING WS-WINDOW-START-YYYYMMDD(1:4) '-'
                  WS-WINDOW-START-YYYYMMDD(5:2) '-'
                  WS-WINDOW-START-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO WS-WINDOW-START-DASHED.

           PERFORM 1300-LOAD-WINBACK-OFFERS
               THRU 1300-LOAD-WINBACK-OFFERS-EXIT.
           IF WS-INIT-FAILED
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT ENTITLEMENT-FILE.
           IF WS-CUSTENT-STATUS NOT = '00'
               DISPLAY 'CUSWBK01 - CUSTENT OPEN FAILED STATUS='
                   WS-CUSTENT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMSTR-STATUS NOT = '00'
               DISPLAY 'CUSWBK01 - CUSTMSTR OPEN FAILED STATUS='
                   WS-CUSTMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT AUDIT-KEYED-FILE.
           IF WS-AUDITKSD-STATUS NOT = '00'
               DISPLAY 'CUSWBK01 - AUDITKSD OPEN FAILED STATUS='
                   WS-AUDITKSD-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O WINBACK-OFFER-FILE.
           IF WS-WINBACK-STATUS NOT = '00'
               DISPLAY 'CUSWBK01 - WINBACK OPEN FAILED STATUS='
                   WS-WINBACK-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN EXTEND NOTIFICATION-FILE.
           IF WS-NTFYOUT-STATUS NOT = '00'
               DISPLAY 'CUSWBK01 - NTFYOUT OPEN FAILED STATUS='
                   WS-NTFYOUT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT EMAIL-SUPPRESS-FILE.
           IF WS-EMLSUPP-STATUS NOT = '00'
               DISPLAY 'CUSWBK01 - EMLSUPP OPEN FAILED STATUS='
                   WS-EMLSUPP-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT WINBACK-REPORT.
           IF WS-WBKRPT-STATUS NOT = '00'
               DISPLAY 'CUSWBK01 - WBKRPT OPEN FAILED STATUS='
                   WS-WBKRPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE WS-CAMPAIGN-CODE TO WS-RH-CAMPAIGN.
           MOVE WS-TODAY-YYYYMMDD TO WS-RH-DATE.
           WRITE WINBACK-REPORT-LINE FROM WS-REPORT-HEADING-1.

           PERFORM 2100-READ-NEXT-OFFER
               THRU 2100-READ-NEXT-OFFER-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-POLICY-VALUES - OVERRIDE THE COMPILED LAPSE WINDOW   *
      * FROM POLPARM WHEN A ROW IS IN FORCE.  A MISSING FILE OR KEY    *
      * LEAVES THE DEFAULT.                                            *
      ******************************************************************
       1200-LOAD-POLICY-VALUES.
           OPEN INPUT POLICY-PARM-FILE.
           IF WS-POLPARM-STATUS NOT = '00'
               DISPLAY 'CUSWBK01 - POLPARM UNAVAILABLE, DEFAULTS '
                   'IN EFFECT STATUS=' WS-POLPARM-STATUS
               GO TO 1200-LOAD-POLICY-VALUES-EXIT
           END-IF.

           MOVE 'WBK-WINDOW-DAYS' TO POL-PARM-NAME.
           READ POLICY-PARM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF POL-EFFECTIVE-DATE NOT > WS-TODAY-YYYYMMDD
                       MOVE POL-PARM-VALUE
                           TO WS-WINDOW-DAYS
                   END-IF
           END-READ.

           CLOSE POLICY-PARM-FILE.

       1200-LOAD-POLICY-VALUES-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LOAD-WINBACK-OFFERS - READ THE WHOLE PROMOMST MASTER FOR  *
      * THE WIN-BACK CODE TO OFFER FOR EACH KIND OF LAPSE.  A CODE     *
      * QUALIFIES WHEN TODAY IS INSIDE ITS VALIDITY DATES AND IT IS    *
      * UNDER ITS REDEMPTION CAP; OF TWO THAT QUALIFY THE ONE VALID    *
      * FROM THE LATER DATE WINS.                                      *
      ******************************************************************
       1300-LOAD-WINBACK-OFFERS.
           OPEN INPUT PROMO-CODE-FILE.
           IF WS-PROMOMST-STATUS NOT = '00'
               DISPLAY 'CUSWBK01 - PROMOMST OPEN FAILED STATUS='
                   WS-PROMOMST-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1300-LOAD-WINBACK-OFFERS-EXIT
           END-IF.

           PERFORM 1310-READ-PROMO-CODE
               THRU 1310-READ-PROMO-CODE-EXIT
               UNTIL WS-PROMOMST-EOF.

           CLOSE PROMO-CODE-FILE.

           DISPLAY 'CUSWBK01 - DUNNING OFFER CODE   '
               WS-DUNNING-OFFER-CODE.
           DISPLAY 'CUSWBK01 - TRIAL OFFER CODE     '
               WS-TRIAL-OFFER-CODE.

       1300-LOAD-WINBACK-OFFERS-EXIT.
           EXIT.

       1310-READ-PROMO-CODE.
           READ PROMO-CODE-FILE NEXT RECORD
               AT END
                   SET WS-PROMOMST-EOF TO TRUE
                   GO TO 1310-READ-PROMO-CODE-EXIT
           END-READ.

           IF PROMO-GENERAL
               OR PROMO-VALID-FROM > WS-TODAY-YYYYMMDD
               OR PROMO-VALID-TO < WS-TODAY-YYYYMMDD
               GO TO 1310-READ-PROMO-CODE-EXIT
           END-IF.

           IF PROMO-REDEMPTION-CAP > ZERO
               AND PROMO-REDEMPTION-COUNT NOT < PROMO-REDEMPTION-CAP
               GO TO 1310-READ-PROMO-CODE-EXIT
           END-IF.

           IF PROMO-WINBACK-DUNNING
               AND PROMO-VALID-FROM NOT < WS-DUNNING-OFFER-FROM
               MOVE PROMO-CODE TO WS-DUNNING-OFFER-CODE
               MOVE PROMO-VALID-FROM TO WS-DUNNING-OFFER-FROM
           END-IF.

           IF PROMO-WINBACK-TRIAL
               AND PROMO-VALID-FROM NOT < WS-TRIAL-OFFER-FROM
               MOVE PROMO-CODE TO WS-TRIAL-OFFER-CODE
               MOVE PROMO-VALID-FROM TO WS-TRIAL-OFFER-FROM
           END-IF.

       1310-READ-PROMO-CODE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SWEEP-REDEMPTIONS - ONE OFFER ALREADY ON THE WINBACK      *
      * FILE.  AN OFFER NOT YET REDEEMED IS CHECKED AGAINST THE        *
      * CUSTOMER'S CUSTENT ROWS; EVERY OFFER IS THEN TALLIED TO ITS    *
      * CAMPAIGN.                                                      *
      ******************************************************************
       2000-SWEEP-REDEMPTIONS.
           IF WBK-REDEEMED-DATE = SPACES
               PERFORM 2200-CHECK-REDEMPTION
                   THRU 2200-CHECK-REDEMPTION-EXIT
           END-IF.

           PERFORM 6500-TALLY-CAMPAIGN
               THRU 6500-TALLY-CAMPAIGN-EXIT.

           PERFORM 2100-READ-NEXT-OFFER
               THRU 2100-READ-NEXT-OFFER-EXIT.

       2000-SWEEP-REDEMPTIONS-EXIT.
           EXIT.

       2100-READ-NEXT-OFFER.
           READ WINBACK-OFFER-FILE NEXT RECORD
               AT END
                   SET WS-WINBACK-EOF TO TRUE
                   GO TO 2100-READ-NEXT-OFFER-EXIT
           END-READ.

           ADD 1 TO WS-WBK-READ-CNT.

       2100-READ-NEXT-OFFER-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CHECK-REDEMPTION - THE OFFER IS REDEEMED ONCE THE         *
      * CUSTOMER HOLDS A PROMO ROW CARRYING THE OFFERED CODE THAT IS   *
      * LIVE OR HAS ALREADY BEEN PRICED.  THE DATE THIS RUN FOUND IT   *
      * AND THE ROW'S PLAN ARE STAMPED ON THE OFFER.                   *
      ******************************************************************
       2200-CHECK-REDEMPTION.
           MOVE 'N' TO WS-ENT-SCAN-DONE-SW.
           MOVE WBK-CUST-ID TO ENT-CUST-ID.
           MOVE LOW-VALUES TO ENT-PLAN-CODE.
           START ENTITLEMENT-FILE
               KEY IS NOT LESS THAN ENT-KEY
               INVALID KEY
                   GO TO 2200-CHECK-REDEMPTION-EXIT
           END-START.

           PERFORM 2210-READ-CUSTOMER-ROW
               THRU 2210-READ-CUSTOMER-ROW-EXIT
               UNTIL WS-ENT-SCAN-DONE.

       2200-CHECK-REDEMPTION-EXIT.
           EXIT.

       2210-READ-CUSTOMER-ROW.
           READ ENTITLEMENT-FILE NEXT RECORD
               AT END
                   SET WS-ENT-SCAN-DONE TO TRUE
                   GO TO 2210-READ-CUSTOMER-ROW-EXIT
           END-READ.

           IF ENT-CUST-ID NOT = WBK-CUST-ID
               SET WS-ENT-SCAN-DONE TO TRUE
               GO TO 2210-READ-CUSTOMER-ROW-EXIT
           END-IF.

           IF NOT ENT-TYPE-PROMO
               OR ENT-PROMO-CODE NOT = WBK-OFFER-CODE
               GO TO 2210-READ-CUSTOMER-ROW-EXIT
           END-IF.

           IF ENT-PAYMENT-CANCELLED
               AND NOT ENT-PROMO-REDEEMED
               GO TO 2210-READ-CUSTOMER-ROW-EXIT
           END-IF.

           SET WS-ENT-SCAN-DONE TO TRUE.
           MOVE WS-TODAY-YYYYMMDD TO WBK-REDEEMED-DATE.
           MOVE ENT-PLAN-CODE TO WBK-REDEEMED-PLAN.
           REWRITE WINBACK-OFFER-RECORD
               INVALID KEY
                   DISPLAY 'CUSWBK01 - WINBACK REWRITE FAILED '
                       WBK-KEY
                   MOVE SPACES TO WBK-REDEEMED-DATE
                   GO TO 2210-READ-CUSTOMER-ROW-EXIT
           END-REWRITE.
           ADD 1 TO WS-REDEEMED-CNT.

           MOVE 'OFFER REDEEMED' TO WS-DL-TYPE.
           MOVE WBK-CUST-ID TO WS-DL-CUST-ID.
           MOVE ENT-PLAN-CODE TO WS-DL-PLAN-CODE.
           MOVE WBK-OFFER-CODE TO WS-DL-OFFER-CODE.
           MOVE WBK-LAPSE-DATE TO WS-DL-LAPSE-DATE.
           MOVE SPACES TO WS-DL-REASON.
           STRING 'REDEEMED FROM CAMPAIGN ' WBK-CAMPAIGN-CODE
                  DELIMITED BY SIZE INTO WS-DL-REASON.
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT.

       2210-READ-CUSTOMER-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 3000-POSITION-ENTITLEMENT - RETURN TO THE START OF CUSTENT FOR *
      * THE SELECTION PASS AND PRIME ITS FIRST READ.                   *
      ******************************************************************
       3000-POSITION-ENTITLEMENT.
           MOVE ZERO TO ENT-CUST-ID.
           MOVE LOW-VALUES TO ENT-PLAN-CODE.
           START ENTITLEMENT-FILE
               KEY IS NOT LESS THAN ENT-KEY
               INVALID KEY
                   SET WS-CUSTENT-EOF TO TRUE
                   GO TO 3000-POSITION-ENTITLEMENT-EXIT
           END-START.

           PERFORM 4150-READ-NEXT-ENTITLEMENT
               THRU 4150-READ-NEXT-ENTITLEMENT-EXIT.

       3000-POSITION-ENTITLEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 4000-SELECT-CUSTOMER - GATHER ONE CUSTOMER'S CUSTENT ROWS,     *
      * THEN DECIDE WHETHER THE CUSTOMER EARNS AN OFFER.               *
      ******************************************************************
       4000-SELECT-CUSTOMER.
           MOVE ENT-CUST-ID TO WS-CUR-CUST-ID.
           MOVE 'N' TO WS-HAS-LIVE-ROW-SW.
           MOVE 'N' TO WS-HAS-LAPSED-ROW-SW.
           MOVE SPACES TO WS-LAPSED-PAID-PLAN.
           MOVE SPACES TO WS-LAPSED-TRIAL-PLAN.

           PERFORM 4100-ACCUMULATE-ROW
               THRU 4100-ACCUMULATE-ROW-EXIT
               UNTIL WS-CUSTENT-EOF
                  OR ENT-CUST-ID NOT = WS-CUR-CUST-ID.

           PERFORM 4200-EVALUATE-CUSTOMER
               THRU 4200-EVALUATE-CUSTOMER-EXIT.

       4000-SELECT-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 4100-ACCUMULATE-ROW - ANY ROW NOT CANCELLED, PAID, TRIAL OR    *
      * SEAT-GRANTED, MEANS THE CUSTOMER STILL HAS ACCESS AND IS NOT   *
      * A LAPSED SUBSCRIBER.  THE PLAN OF A CANCELLED TRIAL ROW AND OF *
      * A CANCELLED PAID ROW ARE KEPT FOR THE OFFER.                   *
      ******************************************************************
       4100-ACCUMULATE-ROW.
           IF NOT ENT-PAYMENT-CANCELLED
               SET WS-HAS-LIVE-ROW TO TRUE
           ELSE
               SET WS-HAS-LAPSED-ROW TO TRUE
               IF ENT-TYPE-TRIAL
                   MOVE ENT-PLAN-CODE TO WS-LAPSED-TRIAL-PLAN
               ELSE
                   MOVE ENT-PLAN-CODE TO WS-LAPSED-PAID-PLAN
               END-IF
           END-IF.

           PERFORM 4150-READ-NEXT-ENTITLEMENT
               THRU 4150-READ-NEXT-ENTITLEMENT-EXIT.

       4100-ACCUMULATE-ROW-EXIT.
           EXIT.

       4150-READ-NEXT-ENTITLEMENT.
           READ ENTITLEMENT-FILE NEXT RECORD
               AT END
                   SET WS-CUSTENT-EOF TO TRUE
                   GO TO 4150-READ-NEXT-ENTITLEMENT-EXIT
           END-READ.

           ADD 1 TO WS-ENT-READ-CNT.

       4150-READ-NEXT-ENTITLEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 4200-EVALUATE-CUSTOMER - A CUSTOMER WITH ONLY CANCELLED ROWS   *
      * IS OFFERED THE WIN-BACK CODE FOR ITS KIND OF LAPSE WHEN THE    *
      * ACCOUNT IS STILL ACTIVE, THE LAST ENTITLEMENT-ENDING EVENT IN  *
      * THE WINDOW WAS A DUNNING CANCEL OR TRIAL EXPIRY, AND NEITHER   *
      * THAT LAPSE NOR THIS CAMPAIGN HAS ALREADY MADE IT AN OFFER.     *
      ******************************************************************
       4200-EVALUATE-CUSTOMER.
           IF WS-HAS-LIVE-ROW
               OR NOT WS-HAS-LAPSED-ROW
               GO TO 4200-EVALUATE-CUSTOMER-EXIT
           END-IF.

           ADD 1 TO WS-CANDIDATE-CNT.

           MOVE WS-CUR-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ACTIVE-CNT
                   GO TO 4200-EVALUATE-CUSTOMER-EXIT
           END-READ.
           IF NOT CUST-ACTIVE
               ADD 1 TO WS-NOT-ACTIVE-CNT
               GO TO 4200-EVALUATE-CUSTOMER-EXIT
           END-IF.

           PERFORM 4300-SCAN-AUDIT-EVENTS
               THRU 4300-SCAN-AUDIT-EVENTS-EXIT.
           IF WS-LAPSE-NONE
               ADD 1 TO WS-NO-LAPSE-CNT
               GO TO 4200-EVALUATE-CUSTOMER-EXIT
           END-IF.

           IF WS-LAPSE-DUNNING
               MOVE WS-LAPSED-PAID-PLAN TO WS-LAPSED-PLAN
               MOVE WS-DUNNING-OFFER-CODE TO WS-OFFER-CODE
           ELSE
               MOVE WS-LAPSED-TRIAL-PLAN TO WS-LAPSED-PLAN
               MOVE WS-TRIAL-OFFER-CODE TO WS-OFFER-CODE
           END-IF.

           PERFORM 4400-CHECK-PRIOR-OFFERS
               THRU 4400-CHECK-PRIOR-OFFERS-EXIT.
           IF WS-ALREADY-OFFERED
               ADD 1 TO WS-ALREADY-OFFERED-CNT
               GO TO 4200-EVALUATE-CUSTOMER-EXIT
           END-IF.

           IF WS-OFFER-CODE = SPACES
               ADD 1 TO WS-NO-OFFER-CNT
               MOVE 'NO OFFER AVAILABLE' TO WS-DL-TYPE
               MOVE WS-CUR-CUST-ID TO WS-DL-CUST-ID
               MOVE WS-LAPSED-PLAN TO WS-DL-PLAN-CODE
               MOVE SPACES TO WS-DL-OFFER-CODE
               MOVE WS-LAPSE-DATE TO WS-DL-LAPSE-DATE
               IF WS-LAPSE-DUNNING
                   MOVE 'NO DUNNING WIN-BACK CODE IN FORCE'
                       TO WS-DL-REASON
               ELSE
                   MOVE 'NO TRIAL WIN-BACK CODE IN FORCE'
                       TO WS-DL-REASON
               END-IF
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
               GO TO 4200-EVALUATE-CUSTOMER-EXIT
           END-IF.

           PERFORM 4500-MAKE-OFFER
               THRU 4500-MAKE-OFFER-EXIT.

       4200-EVALUATE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 4300-SCAN-AUDIT-EVENTS - READ THE CUSTOMER'S AUDITKSD ROWS     *
      * TIMESTAMPED FROM THE START OF THE WINDOW.  EACH                *
      * ENTITLEMENT-ENDING EVENT REPLACES THE ONE BEFORE IT, SO THE    *
      * LAPSE LEFT AT THE END IS THE LAST ONE - BLANK WHEN THAT WAS    *
      * NOT A DUNNING CANCEL OR TRIAL EXPIRY, OR THERE WAS NONE.       *
      ******************************************************************
       4300-SCAN-AUDIT-EVENTS.
           MOVE SPACES TO WS-LAPSE-REASON.
           MOVE SPACES TO WS-LAPSE-DATE.
           MOVE 'N' TO WS-AUDIT-SCAN-DONE-SW.

           MOVE WS-CUR-CUST-ID TO AUDK-CUST-ID.
           MOVE WS-WINDOW-START-DASHED TO AUDK-TIMESTAMP.
           MOVE ZERO TO AUDK-SEQ.
           START AUDIT-KEYED-FILE
               KEY IS NOT LESS THAN AUDK-KEY
               INVALID KEY
                   GO TO 4300-SCAN-AUDIT-EVENTS-EXIT
           END-START.

           PERFORM 4310-READ-AUDIT-EVENT
               THRU 4310-READ-AUDIT-EVENT-EXIT
               UNTIL WS-AUDIT-SCAN-DONE.

       4300-SCAN-AUDIT-EVENTS-EXIT.
           EXIT.

       4310-READ-AUDIT-EVENT.
           READ AUDIT-KEYED-FILE NEXT RECORD
               AT END
                   SET WS-AUDIT-SCAN-DONE TO TRUE
                   GO TO 4310-READ-AUDIT-EVENT-EXIT
           END-READ.

           IF AUDK-CUST-ID NOT = WS-CUR-CUST-ID
               SET WS-AUDIT-SCAN-DONE TO TRUE
               GO TO 4310-READ-AUDIT-EVENT-EXIT
           END-IF.

           MOVE AUDK-REASON-CODE TO WS-EVENT-REASON.
           EVALUATE TRUE
               WHEN WS-EVT-DUNNING-CANCEL
                   SET WS-LAPSE-DUNNING TO TRUE
               WHEN WS-EVT-TRIAL-EXPIRED
                   SET WS-LAPSE-TRIAL TO TRUE
               WHEN WS-EVT-OTHER-END
                   SET WS-LAPSE-NONE TO TRUE
               WHEN OTHER
                   GO TO 4310-READ-AUDIT-EVENT-EXIT
           END-EVALUATE.

           MOVE SPACES TO WS-LAPSE-DATE.
           IF NOT WS-LAPSE-NONE
               STRING AUDK-TIMESTAMP(1:4) AUDK-TIMESTAMP(6:2)
                      AUDK-TIMESTAMP(9:2)
                      DELIMITED BY SIZE INTO WS-LAPSE-DATE
           END-IF.

       4310-READ-AUDIT-EVENT-EXIT.
           EXIT.

      ******************************************************************
      * 4400-CHECK-PRIOR-OFFERS - READ THE CUSTOMER'S WINBACK ROWS.    *
      * AN OFFER ALREADY MADE FOR THIS LAPSE, OR BY THIS CAMPAIGN,     *
      * MEANS NO NEW ONE.                                              *
      ******************************************************************
       4400-CHECK-PRIOR-OFFERS.
           MOVE 'N' TO WS-ALREADY-OFFERED-SW.
           MOVE 'N' TO WS-OFFER-SCAN-DONE-SW.

           MOVE WS-CUR-CUST-ID TO WBK-CUST-ID.
           MOVE LOW-VALUES TO WBK-CAMPAIGN-CODE.
           START WINBACK-OFFER-FILE
               KEY IS NOT LESS THAN WBK-KEY
               INVALID KEY
                   GO TO 4400-CHECK-PRIOR-OFFERS-EXIT
           END-START.

           PERFORM 4410-READ-PRIOR-OFFER
               THRU 4410-READ-PRIOR-OFFER-EXIT
               UNTIL WS-OFFER-SCAN-DONE.

       4400-CHECK-PRIOR-OFFERS-EXIT.
           EXIT.

       4410-READ-PRIOR-OFFER.
           READ WINBACK-OFFER-FILE NEXT RECORD
               AT END
                   SET WS-OFFER-SCAN-DONE TO TRUE
                   GO TO 4410-READ-PRIOR-OFFER-EXIT
           END-READ.

           IF WBK-CUST-ID NOT = WS-CUR-CUST-ID
               SET WS-OFFER-SCAN-DONE TO TRUE
               GO TO 4410-READ-PRIOR-OFFER-EXIT
           END-IF.

           IF WBK-LAPSE-DATE = WS-LAPSE-DATE
               OR WBK-CAMPAIGN-CODE = WS-CAMPAIGN-CODE
               SET WS-ALREADY-OFFERED TO TRUE
               SET WS-OFFER-SCAN-DONE TO TRUE
           END-IF.

       4410-READ-PRIOR-OFFER-EXIT.
           EXIT.

      ******************************************************************
      * 4500-MAKE-OFFER - SEND THE WIN-BACK NOTICE AND RECORD THE      *
      * OFFER UNDER THIS CAMPAIGN.  A NOTICE HELD BY THE SUPPRESSION   *
      * LIST IS STILL RECORDED, AS HELD, SO THE LAPSE IS NOT OFFERED   *
      * AGAIN.                                                         *
      ******************************************************************
       4500-MAKE-OFFER.
           PERFORM 7500-WRITE-NOTIFY-RECORD
               THRU 7500-WRITE-NOTIFY-RECORD-EXIT.

           MOVE SPACES TO WINBACK-OFFER-RECORD.
           MOVE WS-CUR-CUST-ID TO WBK-CUST-ID.
           MOVE WS-CAMPAIGN-CODE TO WBK-CAMPAIGN-CODE.
           MOVE WS-OFFER-CODE TO WBK-OFFER-CODE.
           MOVE WS-LAPSE-REASON TO WBK-LAPSE-REASON.
           MOVE WS-LAPSED-PLAN TO WBK-LAPSED-PLAN.
           MOVE WS-LAPSE-DATE TO WBK-LAPSE-DATE.
           MOVE WS-TODAY-YYYYMMDD TO WBK-OFFER-DATE.
           IF WS-NOTICE-HELD
               SET WBK-NOTICE-HELD TO TRUE
           ELSE
               SET WBK-NOTICE-SENT TO TRUE
           END-IF.

           WRITE WINBACK-OFFER-RECORD
               INVALID KEY
                   DISPLAY 'CUSWBK01 - WINBACK WRITE FAILED '
                       WBK-KEY
                   GO TO 4500-MAKE-OFFER-EXIT
           END-WRITE.
           ADD 1 TO WS-OFFER-CNT.

           PERFORM 6500-TALLY-CAMPAIGN
               THRU 6500-TALLY-CAMPAIGN-EXIT.

           MOVE WS-CUR-CUST-ID TO WS-DL-CUST-ID.
           MOVE WS-LAPSED-PLAN TO WS-DL-PLAN-CODE.
           MOVE WS-OFFER-CODE TO WS-DL-OFFER-CODE.
           MOVE WS-LAPSE-DATE TO WS-DL-LAPSE-DATE.
           IF WS-NOTICE-HELD
               MOVE 'OFFER HELD' TO WS-DL-TYPE
               MOVE 'ADDRESS ON SUPPRESSION LIST - NOT SENT'
                   TO WS-DL-REASON
           ELSE
               MOVE 'OFFER SENT' TO WS-DL-TYPE
               IF WS-LAPSE-DUNNING
                   MOVE 'LAPSED BY DUNNING CANCEL' TO WS-DL-REASON
               ELSE
                   MOVE 'LAPSED BY TRIAL EXPIRY' TO WS-DL-REASON
               END-IF
           END-IF.
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT.

       4500-MAKE-OFFER-EXIT.
           EXIT.

      ******************************************************************
      * 6000-PRINT-CAMPAIGNS - ONE LINE PER CAMPAIGN, OFFER CODE AND   *
      * KIND OF LAPSE: OFFERS MADE, NOTICES HELD, OFFERS REDEEMED AND  *
      * THE REDEMPTION RATE.                                           *
      ******************************************************************
       6000-PRINT-CAMPAIGNS.
           MOVE 'WIN-BACK REDEMPTIONS BY CAMPAIGN' TO WS-SH-TITLE.
           WRITE WINBACK-REPORT-LINE FROM WS-SECTION-HEADING.
           WRITE WINBACK-REPORT-LINE FROM WS-CAMPAIGN-HEADING.

           PERFORM 6100-PRINT-CAMPAIGN-LINE
               THRU 6100-PRINT-CAMPAIGN-LINE-EXIT
               VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-CAMPAIGN-COUNT.

       6000-PRINT-CAMPAIGNS-EXIT.
           EXIT.

       6100-PRINT-CAMPAIGN-LINE.
           MOVE WS-CE-CAMPAIGN-CODE(WS-CMP-IDX) TO WS-CL-CAMPAIGN-CODE.
           MOVE WS-CE-OFFER-CODE(WS-CMP-IDX) TO WS-CL-OFFER-CODE.
           IF WS-CE-LAPSE-REASON(WS-CMP-IDX) = 'D'
               MOVE 'DUNNING' TO WS-CL-LAPSE
           ELSE
               MOVE 'TRIAL' TO WS-CL-LAPSE
           END-IF.
           MOVE WS-CE-OFFERS(WS-CMP-IDX) TO WS-CL-OFFERS.
           MOVE WS-CE-HELD(WS-CMP-IDX) TO WS-CL-HELD.
           MOVE WS-CE-REDEEMED(WS-CMP-IDX) TO WS-CL-REDEEMED.

           IF WS-CE-OFFERS(WS-CMP-IDX) = ZERO
               MOVE '         -' TO WS-CL-RATE-TEXT
           ELSE
               COMPUTE WS-PCT-VALUE ROUNDED =
                   WS-CE-REDEEMED(WS-CMP-IDX) * 100
                   / WS-CE-OFFERS(WS-CMP-IDX)
               MOVE WS-PCT-VALUE TO WS-PCT-EDIT
               MOVE SPACES TO WS-CL-RATE-TEXT
               STRING '  ' WS-PCT-EDIT '%'
                      DELIMITED BY SIZE INTO WS-CL-RATE-TEXT
           END-IF.

           WRITE WINBACK-REPORT-LINE FROM WS-CAMPAIGN-LINE.

       6100-PRINT-CAMPAIGN-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 6500-TALLY-CAMPAIGN - COUNT THE OFFER IN THE WINBACK RECORD    *
      * AREA AGAINST ITS CAMPAIGN, OFFER CODE AND KIND OF LAPSE.       *
      ******************************************************************
       6500-TALLY-CAMPAIGN.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           SET WS-CMP-IDX TO 1.
           SEARCH WS-CAMPAIGN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CMP-IDX > WS-CAMPAIGN-COUNT
                   CONTINUE
               WHEN WS-CE-CAMPAIGN-CODE(WS-CMP-IDX) = WBK-CAMPAIGN-CODE
                   AND WS-CE-OFFER-CODE(WS-CMP-IDX) = WBK-OFFER-CODE
                   AND WS-CE-LAPSE-REASON(WS-CMP-IDX) =
                       WBK-LAPSE-REASON
                   SET WS-SLOT-FOUND TO TRUE
           END-SEARCH.

           IF NOT WS-SLOT-FOUND
               IF WS-CAMPAIGN-COUNT >= 120
                   ADD 1 TO WS-CAMPAIGN-OVERFLOW-CNT
                   GO TO 6500-TALLY-CAMPAIGN-EXIT
               END-IF
               ADD 1 TO WS-CAMPAIGN-COUNT
               SET WS-CMP-IDX TO WS-CAMPAIGN-COUNT
               MOVE WBK-CAMPAIGN-CODE
                   TO WS-CE-CAMPAIGN-CODE(WS-CMP-IDX)
               MOVE WBK-OFFER-CODE TO WS-CE-OFFER-CODE(WS-CMP-IDX)
               MOVE WBK-LAPSE-REASON
                   TO WS-CE-LAPSE-REASON(WS-CMP-IDX)
               MOVE ZERO TO WS-CE-OFFERS(WS-CMP-IDX)
               MOVE ZERO TO WS-CE-HELD(WS-CMP-IDX)
               MOVE ZERO TO WS-CE-REDEEMED(WS-CMP-IDX)
           END-IF.

           ADD 1 TO WS-CE-OFFERS(WS-CMP-IDX).
           IF WBK-NOTICE-HELD
               ADD 1 TO WS-CE-HELD(WS-CMP-IDX)
           END-IF.
           IF WBK-REDEEMED-DATE NOT = SPACES
               ADD 1 TO WS-CE-REDEEMED(WS-CMP-IDX)
           END-IF.

       6500-TALLY-CAMPAIGN-EXIT.
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
      * 7500-WRITE-NOTIFY-RECORD - BUILD AND WRITE ONE WINBACK NTFYOUT *
      * ROW FOR THE CUSTOMER IN THE CUSTMSTR RECORD AREA.  THE OFFERED *
      * PROMO CODE GOES IN THE FIRST MERGE FIELD AND THE CAMPAIGN CODE *
      * IN THE SECOND.  A WIN-BACK OFFER IS A MARKETING NOTICE.        *
      ******************************************************************
       7500-WRITE-NOTIFY-RECORD.
           MOVE CUST-ID TO NTF-CUST-ID.
           MOVE CUST-EMAIL TO NTF-EMAIL.
           MOVE CUST-FIRST-NAME TO NTF-FIRST-NAME.
           SET NTF-WINBACK-OFFER TO TRUE.
           MOVE WS-TODAY-YYYYMMDD TO NTF-EVENT-DATE.
           MOVE WS-OFFER-CODE TO NTF-MERGE-1.
           MOVE WS-CAMPAIGN-CODE TO NTF-MERGE-2.
           SET NTF-CLASS-MARKETING TO TRUE.

           PERFORM 7400-CHECK-SUPPRESSION
               THRU 7400-CHECK-SUPPRESSION-EXIT.
           IF WS-NOTICE-HELD
               ADD 1 TO WS-NTF-HELD-CNT
               GO TO 7500-WRITE-NOTIFY-RECORD-EXIT
           END-IF.

           WRITE CUSTOMER-NOTIFY-RECORD.
           ADD 1 TO WS-NOTIFY-CNT.

       7500-WRITE-NOTIFY-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-REPORT-LINE - FORMAT AND WRITE ONE DETAIL LINE      *
      ******************************************************************
       8000-WRITE-REPORT-LINE.
           WRITE WINBACK-REPORT-LINE FROM WS-DETAIL-LINE.

       8000-WRITE-REPORT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - WRITE SUMMARY, CLOSE FILES, SET RETURN CODE.  *
      * A LAPSE WITH NO WIN-BACK CODE IN FORCE, OR A CAMPAIGN THE      *
      * TABLE COULD NOT HOLD, IS A WARNING.                            *
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-CANDIDATE-CNT TO WS-SL-CANDIDATE.
           WRITE WINBACK-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-NOT-ACTIVE-CNT TO WS-SL-NOT-ACTIVE.
           WRITE WINBACK-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-NO-LAPSE-CNT TO WS-SL-NO-LAPSE.
           WRITE WINBACK-REPORT-LINE FROM WS-SUMMARY-LINE-3.
           MOVE WS-ALREADY-OFFERED-CNT TO WS-SL-ALREADY-OFFERED.
           WRITE WINBACK-REPORT-LINE FROM WS-SUMMARY-LINE-4.
           MOVE WS-OFFER-CNT TO WS-SL-OFFERS.
           WRITE WINBACK-REPORT-LINE FROM WS-SUMMARY-LINE-5.
           MOVE WS-NOTIFY-CNT TO WS-SL-NOTIFY.
           WRITE WINBACK-REPORT-LINE FROM WS-SUMMARY-LINE-6.
           MOVE WS-NTF-HELD-CNT TO WS-SL-NTF-HELD.
           WRITE WINBACK-REPORT-LINE FROM WS-SUMMARY-LINE-7.
           MOVE WS-NO-OFFER-CNT TO WS-SL-NO-OFFER.
           WRITE WINBACK-REPORT-LINE FROM WS-SUMMARY-LINE-8.
           MOVE WS-REDEEMED-CNT TO WS-SL-REDEEMED.
           WRITE WINBACK-REPORT-LINE FROM WS-SUMMARY-LINE-9.
           MOVE WS-CAMPAIGN-OVERFLOW-CNT TO WS-SL-CAMPAIGN-OVERFLOW.
           WRITE WINBACK-REPORT-LINE FROM WS-SUMMARY-LINE-10.

           DISPLAY 'CUSWBK01 - NOTIFICATIONS WRITTEN '
               WS-NOTIFY-CNT.
           DISPLAY 'CUSWBK01 - NOTIFICATIONS HELD    '
               WS-NTF-HELD-CNT.

           CLOSE ENTITLEMENT-FILE
                 CUSTOMER-MASTER-FILE
                 AUDIT-KEYED-FILE
                 WINBACK-OFFER-FILE
                 NOTIFICATION-FILE
                 EMAIL-SUPPRESS-FILE
                 WINBACK-REPORT.

           IF NOT WS-INIT-FAILED
               IF WS-NO-OFFER-CNT > 0
                   OR WS-CAMPAIGN-OVERFLOW-CNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM 9100-WRITE-RUN-LOG
               THRU 9100-WRITE-RUN-LOG-EXIT.

       9000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 9100-WRITE-RUN-LOG - APPEND THE STANDARD RUN RECORD FOR THE    *
      * NIGHTLY SUMMARY.  A RUN LOG FAILURE IS REPORTED BUT NEVER      *
      * CHANGES THE RUN'S OWN RETURN CODE.                             *
      ******************************************************************
       9100-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               DISPLAY 'CUSWBK01 - RUNLOG OPEN FAILED STATUS='
                   WS-RUNLOG-STATUS
               GO TO 9100-WRITE-RUN-LOG-EXIT
           END-IF.

           ACCEPT WS-RUNLOG-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-RUNLOG-TIME(1:2) '.'
                  WS-RUNLOG-TIME(3:2) '.' WS-RUNLOG-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-RUNLOG-END-TS.

           MOVE 'CUSWBK01' TO RUNLOG-PROGRAM.
           MOVE WS-TODAY-YYYYMMDD TO RUNLOG-RUN-DATE.
           MOVE WS-TIMESTAMP-OUT TO RUNLOG-START-TIMESTAMP.
           MOVE WS-RUNLOG-END-TS TO RUNLOG-END-TIMESTAMP.
           MOVE WS-ENT-READ-CNT TO RUNLOG-RECORDS-READ.
           MOVE WS-OFFER-CNT TO RUNLOG-RECORDS-WRITTEN.
           MOVE WS-REDEEMED-CNT TO RUNLOG-RECORDS-UPDATED.
           COMPUTE RUNLOG-EXCEPTION-COUNT =
               WS-NO-OFFER-CNT + WS-CAMPAIGN-OVERFLOW-CNT.
           MOVE WS-NTF-HELD-CNT TO RUNLOG-HELD-COUNT.
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.

       9100-WRITE-RUN-LOG-EXIT.
           EXIT.
