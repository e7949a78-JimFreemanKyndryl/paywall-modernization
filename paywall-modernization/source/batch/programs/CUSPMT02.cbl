      ******************************************************************
      * PROGRAM-ID.  CUSPMT02                                          *
      * AUTHOR.      D. OKAFOR - CUSTOMER MASTER APPLICATIONS TEAM     *
      * INSTALLATION. PAYWALL MODERNIZATION                            *
      * DATE-WRITTEN. 2026-10-05                                       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * ---------------------------------------------------------------*
      * 2026-10-05  DO   INITIAL VERSION - NIGHTLY PRE-DUNNING SWEEP   *
      *                  OF CARDS EXPIRING BEFORE RENEWAL              *
      * 2026-10-07  DO   SKIP SEAT-GRANTED MEMBER ROWS - THE SPONSOR   *
      *                  PAYS FOR THEM                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSPMT02.
       AUTHOR.        D. OKAFOR.
       INSTALLATION.  PAYWALL MODERNIZATION.
       DATE-WRITTEN.  2026-10-05.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.                                                       *
      *   NIGHTLY PRE-DUNNING SWEEP.  EVERY CUSTENT ROW THAT WILL BE   *
      *   CHARGED AT RENEWAL AND RENEWS WITHIN THE LEAD WINDOW         *
      *   (POLPARM KEY PMT-LEAD-DAYS, DEFAULT 30 DAYS) IS CHECKED      *
      *   AGAINST THE CARD ON THE PAYMETH FILE.  A CARD THAT WILL HAVE *
      *   EXPIRED BY THE RENEWAL DATE, OR THAT THE ISSUER HAS CLOSED,  *
      *   GETS ONE BILCARD "UPDATE YOUR CARD" NOTICE ON NTFYOUT,       *
      *   CHECKED AGAINST THE EMLSUPP SUPPRESSION LIST, BEFORE THE     *
      *   CHARGE CAN DECLINE.  THE NOTICE DATE IS STAMPED ON PAYMETH   *
      *   SO THE CARD IS CHASED ONCE.  A BILLABLE CUSTOMER WITH NO     *
      *   CARD ON FILE IS REPORTED AND ENDS THE RUN WITH A WARNING.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z15.
       OBJECT-COMPUTER.  IBM-Z15.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CUSTENT IS READ IN KEY ORDER, SO EVERY ROW FOR A CUSTOMER
      * ARRIVES TOGETHER AND PAYMETH IS READ ONCE PER CUSTOMER.
           SELECT ENTITLEMENT-FILE
               ASSIGN TO CUSTENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-KEY
               FILE STATUS IS WS-CUSTENT-STATUS.

      * PAYMETH - PAYMENT METHOD ON FILE, MAINTAINED BY CUSPMT01.
      * OPENED I-O TO STAMP THE DATE THE CARD NOTICE WENT OUT.
           SELECT PAYMENT-METHOD-FILE
               ASSIGN TO PAYMETH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMT-KEY
               FILE STATUS IS WS-PAYMETH-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMSTR-STATUS.

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

           SELECT CARD-SWEEP-REPORT
               ASSIGN TO PMTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PMTRPT-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITLEMENT-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-ENTITLEMENT.

       FD  PAYMENT-METHOD-FILE
           RECORDING MODE IS F.
       COPY PAYMENT-METHOD-RECORD.

       FD  CUSTOMER-MASTER-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-RECORD.

       FD  NOTIFICATION-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-NOTIFY-RECORD.

       FD  EMAIL-SUPPRESS-FILE
           RECORDING MODE IS F.
       COPY EMAIL-SUPPRESS-RECORD.

       FD  POLICY-PARM-FILE
           RECORDING MODE IS F.
       COPY POLICY-PARAMETER-RECORD.

       FD  CARD-SWEEP-REPORT
           RECORDING MODE IS F.
       01  CARD-SWEEP-REPORT-LINE      PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUN-LOG-RECORD.

       WORKING-STORAGE SECTION.
       77  WS-CUSTENT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-PAYMETH-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CUSTMSTR-STATUS          PIC X(02) VALUE SPACES.
       77  WS-NTFYOUT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EMLSUPP-STATUS           PIC X(02) VALUE SPACES.
       77  WS-POLPARM-STATUS           PIC X(02) VALUE SPACES.
       77  WS-PMTRPT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.

      ******************************************************************
      * PRE-DUNNING POLICY - HOW MANY DAYS AHEAD OF RENEWAL A CARD     *
      * THAT WILL HAVE EXPIRED BY THEN IS CHASED.  THE COMPILED VALUE  *
      * IS THE DEFAULT; THE POLPARM KEY PMT-LEAD-DAYS OVERRIDES IT AT  *
      * RUN TIME.                                                      *
      ******************************************************************
       77  WS-CARD-LEAD-DAYS           PIC 9(06) VALUE 30.

       01  WS-SWITCHES.
           05  WS-CUSTENT-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-CUSTENT-EOF      VALUE 'Y'.
           05  WS-INIT-FAILED-SW       PIC X(01) VALUE 'N'.
               88  WS-INIT-FAILED      VALUE 'Y'.
           05  WS-PMT-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-PMT-FOUND        VALUE 'Y'.
           05  WS-NO-METHOD-RPTD-SW    PIC X(01) VALUE 'N'.
               88  WS-NO-METHOD-RPTD   VALUE 'Y'.
           05  WS-NOTICE-HELD-SW       PIC X(01) VALUE 'N'.
               88  WS-NOTICE-HELD      VALUE 'Y'.
           05  WS-NOTICE-SENT-SW       PIC X(01) VALUE 'N'.
               88  WS-NOTICE-SENT      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ENT-READ-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-ENT-IN-WINDOW-CNT    PIC 9(09) COMP VALUE ZERO.
           05  WS-NO-METHOD-CNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-CARD-EXPIRING-CNT    PIC 9(09) COMP VALUE ZERO.
           05  WS-CARD-CLOSED-CNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-ALREADY-NOTIFIED-CNT PIC 9(09) COMP VALUE ZERO.
           05  WS-NOTIFY-CNT           PIC 9(09) COMP VALUE ZERO.
           05  WS-NTF-SKIPPED-CNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-NTF-HELD-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-PMT-UPDATED-CNT      PIC 9(09) COMP VALUE ZERO.

       01  WS-DATE-WORK-AREA.
           05  WS-TODAY-YYYYMMDD       PIC 9(08).
           05  WS-RENEWAL-YYYYMMDD     PIC 9(08).
           05  WS-RENEWAL-PARTS REDEFINES WS-RENEWAL-YYYYMMDD.
               10  WS-RENEWAL-CCYYMM   PIC 9(06).
               10  FILLER              PIC 9(02).
           05  WS-TODAY-INTEGER        PIC S9(09) COMP.
           05  WS-RENEWAL-INTEGER      PIC S9(09) COMP.
           05  WS-DAYS-TO-RENEWAL      PIC S9(09) COMP.
           05  WS-CURRENT-TIME         PIC 9(08).
           05  WS-TIMESTAMP-OUT        PIC X(26).

       01  WS-CUSTOMER-BREAK.
           05  WS-PREV-CUST-ID         PIC 9(10) VALUE ZERO.

       01  WS-RUNLOG-WORK.
           05  WS-RUNLOG-TIME          PIC 9(08).
           05  WS-RUNLOG-END-TS        PIC X(26).

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE
               'CUSPMT02 - CARD EXPIRY PRE-DUN'.
           05  FILLER                  PIC X(10) VALUE 'NING SWEEP'.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RH-DATE              PIC 9(08).

       01  WS-DETAIL-LINE.
           05  WS-DL-TYPE              PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CUST-ID           PIC 9(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-PLAN-CODE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-RENEWAL-DATE      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-EXPIRY-MONTH      PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-REASON            PIC X(40).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               'ROWS RENEWING IN LEAD WINDOW .'.
           05  WS-SL-IN-WINDOW         PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               'CARDS EXPIRING BEFORE RENEWAL '.
           05  WS-SL-CARD-EXPIRING     PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               'CARDS CLOSED BY ISSUER .......'.
           05  WS-SL-CARD-CLOSED       PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30) VALUE
               'CARD NOTICES WRITTEN .........'.
           05  WS-SL-NOTIFY            PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30) VALUE
               'ALREADY NOTIFIED FOR THIS CARD'.
           05  WS-SL-ALREADY-NOTIFIED  PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30) VALUE
               'NOTICES HELD - SUPPRESSED ....'.
           05  WS-SL-NTF-HELD          PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30) VALUE
               'CUSTOMERS WITH NO CARD ON FILE'.
           05  WS-SL-NO-METHOD         PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * PROCEDURE DIVISION.                                            *
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF NOT WS-INIT-FAILED
               PERFORM 2000-SWEEP-ENTITLEMENT
                   THRU 2000-SWEEP-ENTITLEMENT-EXIT
                   UNTIL WS-CUSTENT-EOF
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES AND LOAD THE LEAD WINDOW          *
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

           PERFORM 1200-LOAD-POLICY-VALUES
               THRU 1200-LOAD-POLICY-VALUES-EXIT.

           OPEN INPUT ENTITLEMENT-FILE.
           IF WS-CUSTENT-STATUS NOT = '00'
               DISPLAY 'CUSPMT02 - CUSTENT OPEN FAILED STATUS='
                   WS-CUSTENT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O PAYMENT-METHOD-FILE.
           IF WS-PAYMETH-STATUS NOT = '00'
               DISPLAY 'CUSPMT02 - PAYMETH OPEN FAILED STATUS='
                   WS-PAYMETH-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMSTR-STATUS NOT = '00'
               DISPLAY 'CUSPMT02 - CUSTMSTR OPEN FAILED STATUS='
                   WS-CUSTMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN EXTEND NOTIFICATION-FILE.
           IF WS-NTFYOUT-STATUS NOT = '00'
               DISPLAY 'CUSPMT02 - NTFYOUT OPEN FAILED STATUS='
                   WS-NTFYOUT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT EMAIL-SUPPRESS-FILE.
           IF WS-EMLSUPP-STATUS NOT = '00'
               DISPLAY 'CUSPMT02 - EMLSUPP OPEN FAILED STATUS='
                   WS-EMLSUPP-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CARD-SWEEP-REPORT.
           IF WS-PMTRPT-STATUS NOT = '00'
               DISPLAY 'CUSPMT02 - PMTRPT OPEN FAILED STATUS='
                   WS-PMTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE WS-TODAY-YYYYMMDD TO WS-RH-DATE.
           WRITE CARD-SWEEP-REPORT-LINE FROM WS-REPORT-HEADING-1.

           PERFORM 2100-READ-NEXT-ENTITLEMENT
               THRU 2100-READ-NEXT-ENTITLEMENT-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-POLICY-VALUES - OVERRIDE THE COMPILED LEAD WINDOW    *
      * FROM POLPARM WHEN A ROW IS IN FORCE.  A MISSING FILE OR KEY    *
      * LEAVES THE DEFAULT.                                            *
      ******************************************************************
       1200-LOAD-POLICY-VALUES.
           OPEN INPUT POLICY-PARM-FILE.
           IF WS-POLPARM-STATUS NOT = '00'
               DISPLAY 'CUSPMT02 - POLPARM UNAVAILABLE, DEFAULTS '
                   'IN EFFECT STATUS=' WS-POLPARM-STATUS
               GO TO 1200-LOAD-POLICY-VALUES-EXIT
           END-IF.

           MOVE 'PMT-LEAD-DAYS' TO POL-PARM-NAME.
           READ POLICY-PARM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF POL-EFFECTIVE-DATE NOT > WS-TODAY-YYYYMMDD
                       MOVE POL-PARM-VALUE
                           TO WS-CARD-LEAD-DAYS
                   END-IF
           END-READ.

           CLOSE POLICY-PARM-FILE.

       1200-LOAD-POLICY-VALUES-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SWEEP-ENTITLEMENT - ONE CUSTENT ROW.  ONLY ROWS THAT WILL *
      * BE BILLED ARE LOOKED AT - CANCELLED, TRIAL AND SEAT-GRANTED    *
      * ROWS ARE NOT CHARGED AT RENEWAL.  THE CARD ON FILE IS READ AT  *
      * EACH CHANGE OF CUSTOMER; A CUSTOMER WITH NO CARD IS REPORTED   *
      * ONCE.                                                          *
      ******************************************************************
       2000-SWEEP-ENTITLEMENT.
           IF ENT-PAYMENT-CANCELLED
               OR ENT-TYPE-TRIAL
               OR ENT-SEAT-GRANTED
               OR ENT-RENEWAL-DATE = SPACES
               GO TO 2000-SWEEP-ENTITLEMENT-NEXT
           END-IF.

           IF ENT-CUST-ID NOT = WS-PREV-CUST-ID
               PERFORM 2300-READ-PAYMENT-METHOD
                   THRU 2300-READ-PAYMENT-METHOD-EXIT
           END-IF.

           IF NOT WS-PMT-FOUND
               IF NOT WS-NO-METHOD-RPTD
                   MOVE 'NO PAYMENT METHOD' TO WS-DL-TYPE
                   MOVE ENT-CUST-ID TO WS-DL-CUST-ID
                   MOVE ENT-PLAN-CODE TO WS-DL-PLAN-CODE
                   MOVE ENT-RENEWAL-DATE TO WS-DL-RENEWAL-DATE
                   MOVE SPACES TO WS-DL-EXPIRY-MONTH
                   MOVE 'BILLABLE CUSTOMER HAS NO CARD ON FILE'
                       TO WS-DL-REASON
                   PERFORM 8000-WRITE-REPORT-LINE
                       THRU 8000-WRITE-REPORT-LINE-EXIT
                   ADD 1 TO WS-NO-METHOD-CNT
                   SET WS-NO-METHOD-RPTD TO TRUE
               END-IF
               GO TO 2000-SWEEP-ENTITLEMENT-NEXT
           END-IF.

           PERFORM 2200-COMPUTE-RENEWAL-DAYS
               THRU 2200-COMPUTE-RENEWAL-DAYS-EXIT.

           IF WS-DAYS-TO-RENEWAL < 0
               OR WS-DAYS-TO-RENEWAL > WS-CARD-LEAD-DAYS
               GO TO 2000-SWEEP-ENTITLEMENT-NEXT
           END-IF.

           ADD 1 TO WS-ENT-IN-WINDOW-CNT.

           IF NOT PMT-CARD-CLOSED
               AND PMT-EXPIRY-MONTH NOT < WS-RENEWAL-CCYYMM
               GO TO 2000-SWEEP-ENTITLEMENT-NEXT
           END-IF.

           PERFORM 3000-CHASE-CARD
               THRU 3000-CHASE-CARD-EXIT.

       2000-SWEEP-ENTITLEMENT-NEXT.
           PERFORM 2100-READ-NEXT-ENTITLEMENT
               THRU 2100-READ-NEXT-ENTITLEMENT-EXIT.

       2000-SWEEP-ENTITLEMENT-EXIT.
           EXIT.

       2100-READ-NEXT-ENTITLEMENT.
           READ ENTITLEMENT-FILE NEXT RECORD
               AT END
                   SET WS-CUSTENT-EOF TO TRUE
                   GO TO 2100-READ-NEXT-ENTITLEMENT-EXIT
           END-READ.

           ADD 1 TO WS-ENT-READ-CNT.

       2100-READ-NEXT-ENTITLEMENT-EXIT.
           EXIT.

       2200-COMPUTE-RENEWAL-DAYS.
           STRING ENT-RENEWAL-DATE(1:4) ENT-RENEWAL-DATE(6:2)
                  ENT-RENEWAL-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-RENEWAL-YYYYMMDD.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RENEWAL-YYYYMMDD)
               TO WS-RENEWAL-INTEGER.
           COMPUTE WS-DAYS-TO-RENEWAL =
               WS-RENEWAL-INTEGER - WS-TODAY-INTEGER.

       2200-COMPUTE-RENEWAL-DAYS-EXIT.
           EXIT.

       2300-READ-PAYMENT-METHOD.
           MOVE ENT-CUST-ID TO WS-PREV-CUST-ID.
           MOVE 'N' TO WS-NO-METHOD-RPTD-SW.
           MOVE 'N' TO WS-PMT-FOUND-SW.
           MOVE ENT-CUST-ID TO PMT-CUST-ID.
           READ PAYMENT-METHOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PMT-FOUND TO TRUE
           END-READ.

       2300-READ-PAYMENT-METHOD-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CHASE-CARD - THE CARD ON FILE WILL NOT BE GOOD ON THE     *
      * RENEWAL DATE.  ONE "UPDATE YOUR CARD" NOTICE IS SENT PER CARD: *
      * THE NOTICE DATE IS STAMPED ON PAYMETH AND CUSPMT01 CLEARS IT   *
      * WHEN THE CARD CHANGES.  A NOTICE HELD BY THE SUPPRESSION LIST  *
      * IS NOT STAMPED, SO IT GOES OUT ONCE THE ADDRESS IS FIXED.      *
      ******************************************************************
       3000-CHASE-CARD.
           MOVE ENT-CUST-ID TO WS-DL-CUST-ID.
           MOVE ENT-PLAN-CODE TO WS-DL-PLAN-CODE.
           MOVE ENT-RENEWAL-DATE TO WS-DL-RENEWAL-DATE.
           MOVE PMT-EXPIRY-MONTH TO WS-DL-EXPIRY-MONTH.

           IF PMT-CARD-CLOSED
               ADD 1 TO WS-CARD-CLOSED-CNT
               MOVE 'CARD CLOSED' TO WS-DL-TYPE
               MOVE 'ISSUER CLOSED THE CARD ON FILE'
                   TO WS-DL-REASON
           ELSE
               ADD 1 TO WS-CARD-EXPIRING-CNT
               MOVE 'CARD EXPIRING' TO WS-DL-TYPE
               MOVE 'CARD EXPIRES BEFORE THE RENEWAL DATE'
                   TO WS-DL-REASON
           END-IF.

           IF PMT-CARD-NOTICE-DATE NOT = SPACES
               ADD 1 TO WS-ALREADY-NOTIFIED-CNT
               MOVE 'ALREADY NOTIFIED - NO NOTICE SENT'
                   TO WS-DL-REASON
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
               GO TO 3000-CHASE-CARD-EXIT
           END-IF.

           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT.

           MOVE 'N' TO WS-NOTICE-SENT-SW.
           SET NTF-CARD-UPDATE TO TRUE.
           PERFORM 7500-WRITE-NOTIFY-RECORD
               THRU 7500-WRITE-NOTIFY-RECORD-EXIT.
           IF NOT WS-NOTICE-SENT
               GO TO 3000-CHASE-CARD-EXIT
           END-IF.

           MOVE WS-TODAY-YYYYMMDD TO PMT-CARD-NOTICE-DATE.
           REWRITE PAYMENT-METHOD-RECORD
               INVALID KEY
                   DISPLAY 'CUSPMT02 - PAYMETH REWRITE FAILED '
                       PMT-CUST-ID
                   GO TO 3000-CHASE-CARD-EXIT
           END-REWRITE.
           ADD 1 TO WS-PMT-UPDATED-CNT.

       3000-CHASE-CARD-EXIT.
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
      * 7500-WRITE-NOTIFY-RECORD - BUILD AND WRITE ONE NTFYOUT ROW FOR *
      * THE CURRENT ENTITLEMENT.  THE CARD BRAND AND LAST FOUR DIGITS  *
      * GO IN THE FIRST MERGE FIELD SO THE CUSTOMER KNOWS WHICH CARD   *
      * TO REPLACE; THE RENEWAL DATE GOES IN THE SECOND.               *
      ******************************************************************
       7500-WRITE-NOTIFY-RECORD.
           MOVE ENT-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY 'CUSPMT02 - NO MASTER FOR NOTIFY '
                       ENT-CUST-ID
                   ADD 1 TO WS-NTF-SKIPPED-CNT
                   GO TO 7500-WRITE-NOTIFY-RECORD-EXIT
           END-READ.

           MOVE CUST-ID TO NTF-CUST-ID.
           MOVE CUST-EMAIL TO NTF-EMAIL.
           MOVE CUST-FIRST-NAME TO NTF-FIRST-NAME.
           MOVE WS-TODAY-YYYYMMDD TO NTF-EVENT-DATE.
           MOVE SPACES TO NTF-MERGE-1.
           STRING PMT-CARD-BRAND DELIMITED BY SPACE
                  ' ENDING ' DELIMITED BY SIZE
                  PMT-LAST-FOUR DELIMITED BY SIZE
                  INTO NTF-MERGE-1.
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
           SET WS-NOTICE-SENT TO TRUE.

       7500-WRITE-NOTIFY-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-REPORT-LINE - FORMAT AND WRITE ONE DETAIL LINE      *
      ******************************************************************
       8000-WRITE-REPORT-LINE.
           WRITE CARD-SWEEP-REPORT-LINE FROM WS-DETAIL-LINE.

       8000-WRITE-REPORT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - WRITE SUMMARY, CLOSE FILES, SET RETURN CODE.  *
      * A BILLABLE CUSTOMER WITH NO CARD, OR A NOTICE THAT COULD NOT   *
      * BE BUILT, IS A WARNING.                                        *
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-ENT-IN-WINDOW-CNT TO WS-SL-IN-WINDOW.
           WRITE CARD-SWEEP-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-CARD-EXPIRING-CNT TO WS-SL-CARD-EXPIRING.
           WRITE CARD-SWEEP-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-CARD-CLOSED-CNT TO WS-SL-CARD-CLOSED.
           WRITE CARD-SWEEP-REPORT-LINE FROM WS-SUMMARY-LINE-3.
           MOVE WS-NOTIFY-CNT TO WS-SL-NOTIFY.
           WRITE CARD-SWEEP-REPORT-LINE FROM WS-SUMMARY-LINE-4.
           MOVE WS-ALREADY-NOTIFIED-CNT TO WS-SL-ALREADY-NOTIFIED.
           WRITE CARD-SWEEP-REPORT-LINE FROM WS-SUMMARY-LINE-5.
           MOVE WS-NTF-HELD-CNT TO WS-SL-NTF-HELD.
           WRITE CARD-SWEEP-REPORT-LINE FROM WS-SUMMARY-LINE-6.
           MOVE WS-NO-METHOD-CNT TO WS-SL-NO-METHOD.
           WRITE CARD-SWEEP-REPORT-LINE FROM WS-SUMMARY-LINE-7.

           DISPLAY 'CUSPMT02 - NOTIFICATIONS WRITTEN '
               WS-NOTIFY-CNT.
           DISPLAY 'CUSPMT02 - NOTIFICATIONS SKIPPED '
               WS-NTF-SKIPPED-CNT.
           DISPLAY 'CUSPMT02 - NOTIFICATIONS HELD    '
               WS-NTF-HELD-CNT.

           CLOSE ENTITLEMENT-FILE
                 PAYMENT-METHOD-FILE
                 CUSTOMER-MASTER-FILE
                 NOTIFICATION-FILE
                 EMAIL-SUPPRESS-FILE
                 CARD-SWEEP-REPORT.

           IF NOT WS-INIT-FAILED
               IF WS-NO-METHOD-CNT > 0
                   OR WS-NTF-SKIPPED-CNT > 0
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
               DISPLAY 'CUSPMT02 - RUNLOG OPEN FAILED STATUS='
                   WS-RUNLOG-STATUS
               GO TO 9100-WRITE-RUN-LOG-EXIT
           END-IF.

           ACCEPT WS-RUNLOG-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-RUNLOG-TIME(1:2) '.'
                  WS-RUNLOG-TIME(3:2) '.' WS-RUNLOG-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-RUNLOG-END-TS.

           MOVE 'CUSPMT02' TO RUNLOG-PROGRAM.
           MOVE WS-TODAY-YYYYMMDD TO RUNLOG-RUN-DATE.
           MOVE WS-TIMESTAMP-OUT TO RUNLOG-START-TIMESTAMP.
           MOVE WS-RUNLOG-END-TS TO RUNLOG-END-TIMESTAMP.
           MOVE WS-ENT-READ-CNT TO RUNLOG-RECORDS-READ.
           MOVE WS-NOTIFY-CNT TO RUNLOG-RECORDS-WRITTEN.
           MOVE WS-PMT-UPDATED-CNT TO RUNLOG-RECORDS-UPDATED.
           COMPUTE RUNLOG-EXCEPTION-COUNT =
               WS-NO-METHOD-CNT + WS-NTF-SKIPPED-CNT.
           MOVE WS-NTF-HELD-CNT TO RUNLOG-HELD-COUNT.
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.

       9100-WRITE-RUN-LOG-EXIT.
           EXIT.
