      ******************************************************************
      * PROGRAM-ID.  CUSCBK01                                          *
      * AUTHOR.      D. OKAFOR - CUSTOMER MASTER APPLICATIONS TEAM     *
      * INSTALLATION. PAYWALL MODERNIZATION                            *
      * DATE-WRITTEN. 2026-09-24                                       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * ---------------------------------------------------------------*
      * 2026-09-24  DO   INITIAL VERSION - GATEWAY CHARGEBACK AND      *
      *                  REFUND APPLY                                  *
      * 2026-09-28  DO   BILCHGBK IS A BILLING-CLASS NOTICE, HELD AND  *
      *                  COUNTED FOR A HARD-BOUNCED ADDRESS ON THE     *
      *                  EMLSUPP FILE                                  *
      * 2026-10-12  DO   SKIP THE INBOUND HEADER AND TRAILER CONTROL   *
      *                  RECORDS ON GWCHBK; THE FILE IS VALIDATED AND  *
      *                  REGISTERED BY CUSINB01 FIRST                  *
      * 2026-10-15  DO   AN ITEM IS CHECKED AGAINST WHAT IS LEFT OF    *
      *                  ITS SETTLEMENT AFTER THE EARLIER ITEMS ON THE *
      *                  SAME FILE APPLIED AGAINST IT                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSCBK01.
       AUTHOR.        D. OKAFOR.
       INSTALLATION.  PAYWALL MODERNIZATION.
       DATE-WRITTEN.  2026-09-24.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.                                                       *
      *   APPLIES THE GATEWAY'S GWCHBK CHARGEBACK AND REFUND FILE.     *
      *   EACH ITEM IS MATCHED BACK TO THE SETTLED CHARGE IT REVERSES  *
      *   - THE TAXLEDG ROW CUSREC01 POSTED WHEN THE ORIGINAL BILLING  *
      *   REQUEST SETTLED - BY CUST-ID, PLAN CODE AND SETTLE DATE, AND *
      *   THE NET/TAX SPLIT OF THAT CHARGE IS PRORATED ONTO THE AMOUNT *
      *   RETURNED.  A CHARGEBACK CANCELS THE CUSTENT ROW, APPENDS AN  *
      *   AUDIT ROW WITH REASON CHBK, SENDS THE BILCHGBK NOTICE AND    *
      *   FLAGS THE ROW'S DEFREV DEFERRED REVENUE FOR RELEASE.  A      *
      *   REFUND ISSUED WITH A CANCELLATION DOES THE SAME UNDER REASON *
      *   RFND WITHOUT THE NOTICE; A GOODWILL REFUND IS RECORDED AND   *
      *   ACCESS IS LEFT ALONE.  EVERY MATCHED ITEM IS WRITTEN TO THE  *
      *   CHBKREV REVERSAL FILE, WHICH CUSREC01 FOLDS INTO ITS MONEY   *
      *   RECONCILIATION AND THE TAX LEDGER.  AN ITEM WITH NO MATCHING *
      *   SETTLEMENT, OR FOR MORE THAN IS LEFT OF THE SETTLED AMOUNT,  *
      *   IS A MONEY BREAK AND SETS A HARD RETURN CODE.  THE REPORT    *
      *   CLOSES WITH THE NET ADJUSTMENT BY PLAN CODE.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z15.
       OBJECT-COMPUTER.  IBM-Z15.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * GWCHBK - ONE ROW PER CHARGEBACK OR REFUND FROM THE GATEWAY,
      * KEYED BACK TO THE SETTLEMENT BY CUST-ID, PLAN CODE AND THE
      * ORIGINAL SETTLE DATE.
           SELECT CHARGEBACK-FILE
               ASSIGN TO GWCHBK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GWCHBK-STATUS.

      * TAXLEDG IS READ ONLY HERE - EVERY SETTLED CHARGE, AND EVERY
      * EARLIER REVERSAL OF ONE, IS ON IT.
           SELECT TAX-LEDGER-FILE
               ASSIGN TO TAXLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAXLEDG-STATUS.

      * CHBKREV - TONIGHT'S MATCHED REVERSALS IN TAX LEDGER LAYOUT,
      * FOR CUSREC01 TO APPEND TO TAXLEDG.
           SELECT REVERSAL-FILE
               ASSIGN TO CHBKREV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHBKREV-STATUS.

           SELECT ENTITLEMENT-FILE
               ASSIGN TO CUSTENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-KEY
               FILE STATUS IS WS-CUSTENT-STATUS.

      * THE MASTER IS READ ONLY, FOR THE EMAIL AND NAME MERGE FIELDS
      * OF THE CHARGEBACK NOTICE.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMSTR-STATUS.

      * DEFREV - DEFERRED REVENUE SCHEDULE, KEYED BY ENT-KEY PLUS
      * SERVICE START AND ENTRY TYPE.
           SELECT DEFERRED-REVENUE-FILE
               ASSIGN TO DEFREV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFR-KEY
               FILE STATUS IS WS-DEFREV-STATUS.

      * AUDIT-LOG-FILE IS APPEND ONLY - THE JCL DISPOSITION IS
      * DISP=MOD SO EACH RUN ADDS TO THE PERMANENT TRAIL.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

      * NTFYOUT IS THE UNIFIED OUTBOUND NOTIFICATION FEED - DISP=MOD.
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

           SELECT CHARGEBACK-REPORT
               ASSIGN TO CBKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBKRPT-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGEBACK-FILE
           RECORDING MODE IS F.
       01  CHARGEBACK-LINE.
           05  CB-CUST-ID              PIC 9(10).
           05  CB-PLAN-CODE            PIC X(08).
           05  CB-SETTLE-DATE          PIC X(08).
           05  CB-ITEM-DATE            PIC X(08).
           05  CB-ITEM-TYPE            PIC X(01).
               88  CB-CHARGEBACK       VALUE 'C'.
               88  CB-REFUND           VALUE 'R'.
           05  CB-REFUND-REASON        PIC X(01).
               88  CB-REFUND-GOODWILL  VALUE 'G'.
               88  CB-REFUND-CANCEL    VALUE 'C'.
           05  CB-AMOUNT               PIC 9(07)V99.
           05  CB-GATEWAY-REF          PIC X(20).
           05  FILLER                  PIC X(15).
       COPY INBOUND-CONTROL-RECORD.

       FD  TAX-LEDGER-FILE
           RECORDING MODE IS F.
       COPY TAX-LEDGER-RECORD.

       FD  REVERSAL-FILE
           RECORDING MODE IS F.
       COPY TAX-LEDGER-RECORD
           REPLACING ==TAX-LEDGER-RECORD== BY ==REVERSAL-RECORD==.

       FD  ENTITLEMENT-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-ENTITLEMENT.

       FD  CUSTOMER-MASTER-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-RECORD.

       FD  DEFERRED-REVENUE-FILE
           RECORDING MODE IS F.
       COPY DEFERRED-REVENUE-RECORD.

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-AUDIT-LOG.

       FD  NOTIFICATION-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-NOTIFY-RECORD.

       FD  EMAIL-SUPPRESS-FILE
           RECORDING MODE IS F.
       COPY EMAIL-SUPPRESS-RECORD.

       FD  CHARGEBACK-REPORT
           RECORDING MODE IS F.
       01  CHARGEBACK-REPORT-LINE      PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUN-LOG-RECORD.

       WORKING-STORAGE SECTION.
       77  WS-GWCHBK-STATUS            PIC X(02) VALUE SPACES.
       77  WS-TAXLEDG-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CHBKREV-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CUSTENT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CUSTMSTR-STATUS          PIC X(02) VALUE SPACES.
       77  WS-DEFREV-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AUDITLOG-STATUS          PIC X(02) VALUE SPACES.
       77  WS-NTFYOUT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EMLSUPP-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CBKRPT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-GWCHBK-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-GWCHBK-EOF       VALUE 'Y'.
           05  WS-TAXLEDG-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-TAXLEDG-EOF      VALUE 'Y'.
           05  WS-INIT-FAILED-SW       PIC X(01) VALUE 'N'.
               88  WS-INIT-FAILED      VALUE 'Y'.
           05  WS-SLOT-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-SLOT-FOUND       VALUE 'Y'.
           05  WS-DFR-SCAN-DONE-SW     PIC X(01) VALUE 'N'.
               88  WS-DFR-SCAN-DONE    VALUE 'Y'.
           05  WS-MONEY-BREAK-SW       PIC X(01) VALUE 'N'.
               88  WS-MONEY-BREAK      VALUE 'Y'.
           05  WS-NOTICE-HELD-SW       PIC X(01) VALUE 'N'.
               88  WS-NOTICE-HELD      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ITEM-READ-CNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-LEDGER-READ-CNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-CHARGEBACK-CNT       PIC 9(09) COMP VALUE ZERO.
           05  WS-REFUND-CNT           PIC 9(09) COMP VALUE ZERO.
           05  WS-REVOKED-CNT          PIC 9(09) COMP VALUE ZERO.
           05  WS-UNMATCHED-CNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-EXCEEDS-CNT          PIC 9(09) COMP VALUE ZERO.
           05  WS-NO-ENT-CNT           PIC 9(09) COMP VALUE ZERO.
           05  WS-REVERSAL-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-NOTIFY-CNT           PIC 9(09) COMP VALUE ZERO.
           05  WS-NTF-SKIPPED-CNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-NTF-HELD-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-DFR-FLAGGED-CNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEM-OVERFLOW-CNT    PIC 9(09) COMP VALUE ZERO.
           05  WS-PLAN-OVERFLOW-CNT    PIC 9(09) COMP VALUE ZERO.

      ******************************************************************
      * EVERY ITEM ON TONIGHT'S FILE, HELD WHILE THE TAX LEDGER IS     *
      * SCANNED FOR THE SETTLEMENT IT REVERSES.  THE MATCHED CHARGE'S  *
      * NET, TAX, GROSS AND JURISDICTION, AND ANY AMOUNT ALREADY       *
      * REVERSED AGAINST IT ON AN EARLIER NIGHT, RIDE ALONG.  THE      *
      * AMOUNT EACH ITEM APPLIES TONIGHT IS KEPT SO A LATER ITEM FOR   *
      * THE SAME SETTLEMENT SEES WHAT IS LEFT OF IT.                   *
      ******************************************************************
       01  WS-ITEM-TABLE.
           05  WS-ITEM-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-ITEM-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-ITEM-IDX WS-PRIOR-IDX.
               10  WS-CI-CUST-ID       PIC 9(10).
               10  WS-CI-PLAN-CODE     PIC X(08).
               10  WS-CI-SETTLE-DATE   PIC X(08).
               10  WS-CI-ITEM-DATE     PIC X(08).
               10  WS-CI-ITEM-TYPE     PIC X(01).
                   88  WS-CI-CHARGEBACK VALUE 'C'.
               10  WS-CI-REFUND-REASON PIC X(01).
                   88  WS-CI-REFUND-CANCEL VALUE 'C'.
               10  WS-CI-AMOUNT        PIC 9(07)V99 COMP-3.
               10  WS-CI-MATCHED-SW    PIC X(01).
                   88  WS-CI-MATCHED   VALUE 'Y'.
               10  WS-CI-ORIG-NET      PIC 9(07)V99 COMP-3.
               10  WS-CI-ORIG-TAX      PIC 9(07)V99 COMP-3.
               10  WS-CI-ORIG-GROSS    PIC 9(07)V99 COMP-3.
               10  WS-CI-JURISDICTION  PIC X(08).
               10  WS-CI-REVERSED      PIC 9(07)V99 COMP-3.
               10  WS-CI-APPLIED       PIC 9(07)V99 COMP-3.

      ******************************************************************
      * NET ADJUSTMENT BY PLAN CODE FOR THE CLOSING REPORT.            *
      ******************************************************************
       01  WS-PLAN-TABLE.
           05  WS-PLAN-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-PLAN-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PLAN-IDX.
               10  WS-PE-PLAN-CODE     PIC X(08).
               10  WS-PE-CHARGEBACK-CNT
                                       PIC 9(07) COMP.
               10  WS-PE-CHARGEBACK-AMT
                                       PIC S9(11)V99 COMP-3.
               10  WS-PE-REFUND-CNT    PIC 9(07) COMP.
               10  WS-PE-REFUND-AMT    PIC S9(11)V99 COMP-3.

       01  WS-TOTAL-WORK.
           05  WS-TOT-CHARGEBACK-AMT   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-REFUND-AMT       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-NET-ADJUSTMENT       PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-REVERSAL-WORK.
           05  WS-REV-TAX              PIC 9(07)V99 COMP-3.
           05  WS-REV-NET              PIC 9(07)V99 COMP-3.
           05  WS-REV-AVAILABLE        PIC S9(07)V99 COMP-3.
           05  WS-REV-TONIGHT          PIC 9(07)V99 COMP-3.

       01  WS-REVOKE-WORK.
           05  WS-REVOKE-REASON        PIC X(04).
           05  WS-HOLD-OLD-STATUS      PIC X(01).

       01  WS-DATE-WORK-AREA.
           05  WS-TODAY-YYYYMMDD       PIC 9(08).
           05  WS-CURRENT-TIME         PIC 9(08).
           05  WS-TIMESTAMP-OUT        PIC X(26).

       01  WS-RUNLOG-WORK.
           05  WS-RUNLOG-TIME          PIC 9(08).
           05  WS-RUNLOG-END-TS        PIC X(26).

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE
               'CUSCBK01 - CHARGEBACK AND REFU'.
           05  FILLER                  PIC X(10) VALUE 'ND APPLY  '.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RH-DATE              PIC 9(08).

       01  WS-DETAIL-LINE.
           05  WS-DL-TYPE              PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CUST-ID           PIC 9(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-PLAN-CODE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-SETTLE-DATE       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-REASON            PIC X(40).

       01  WS-PLAN-HEADING.
           05  FILLER                  PIC X(10) VALUE 'PLAN      '.
           05  FILLER                  PIC X(12) VALUE ' CHARGEBACKS'.
           05  FILLER                  PIC X(17) VALUE
               '           AMOUNT'.
           05  FILLER                  PIC X(12) VALUE '     REFUNDS'.
           05  FILLER                  PIC X(17) VALUE
               '           AMOUNT'.
           05  FILLER                  PIC X(21) VALUE
               '       NET ADJUSTMENT'.

       01  WS-PLAN-LINE.
           05  WS-PL-PLAN-CODE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PL-CHARGEBACK-CNT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PL-CHARGEBACK-AMT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PL-REFUND-CNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PL-REFUND-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PL-NET-ADJUSTMENT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               'CHARGEBACKS APPLIED ..........'.
           05  WS-SL-CHARGEBACKS       PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               'REFUNDS RECORDED .............'.
           05  WS-SL-REFUNDS           PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               'ENTITLEMENTS CANCELLED .......'.
           05  WS-SL-REVOKED           PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30) VALUE
               'ITEMS WITHOUT SETTLEMENT .....'.
           05  WS-SL-UNMATCHED         PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30) VALUE
               'ITEMS EXCEEDING SETTLEMENT ...'.
           05  WS-SL-EXCEEDS           PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30) VALUE
               'ITEMS WITHOUT ENTITLEMENT ROW '.
           05  WS-SL-NO-ENT            PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30) VALUE
               'NOTICES HELD (SUPPRESSED) ....'.
           05  WS-SL-NTF-HELD          PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * PROCEDURE DIVISION.                                            *
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF NOT WS-INIT-FAILED
               PERFORM 2000-LOAD-ONE-ITEM
                   THRU 2000-LOAD-ONE-ITEM-EXIT
                   UNTIL WS-GWCHBK-EOF

               PERFORM 3000-SCAN-ONE-LEDGER-ROW
                   THRU 3000-SCAN-ONE-LEDGER-ROW-EXIT
                   UNTIL WS-TAXLEDG-EOF

               PERFORM 4000-APPLY-ONE-ITEM
                   THRU 4000-APPLY-ONE-ITEM-EXIT
                   VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT

               PERFORM 6000-REPORT-BY-PLAN
                   THRU 6000-REPORT-BY-PLAN-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES                                   *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-CURRENT-TIME(1:2) '.'
                  WS-CURRENT-TIME(3:2) '.' WS-CURRENT-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-TIMESTAMP-OUT.

           OPEN INPUT CHARGEBACK-FILE.
           IF WS-GWCHBK-STATUS NOT = '00'
               DISPLAY 'CUSCBK01 - GWCHBK OPEN FAILED STATUS='
                   WS-GWCHBK-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT TAX-LEDGER-FILE.
           IF WS-TAXLEDG-STATUS NOT = '00'
               DISPLAY 'CUSCBK01 - TAXLEDG OPEN FAILED STATUS='
                   WS-TAXLEDG-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT REVERSAL-FILE.
           IF WS-CHBKREV-STATUS NOT = '00'
               DISPLAY 'CUSCBK01 - CHBKREV OPEN FAILED STATUS='
                   WS-CHBKREV-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O ENTITLEMENT-FILE.
           IF WS-CUSTENT-STATUS NOT = '00'
               DISPLAY 'CUSCBK01 - CUSTENT OPEN FAILED STATUS='
                   WS-CUSTENT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMSTR-STATUS NOT = '00'
               DISPLAY 'CUSCBK01 - CUSTMSTR OPEN FAILED STATUS='
                   WS-CUSTMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O DEFERRED-REVENUE-FILE.
           IF WS-DEFREV-STATUS NOT = '00'
               DISPLAY 'CUSCBK01 - DEFREV OPEN FAILED STATUS='
                   WS-DEFREV-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDITLOG-STATUS NOT = '00'
               DISPLAY 'CUSCBK01 - AUDITLOG OPEN FAILED STATUS='
                   WS-AUDITLOG-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN EXTEND NOTIFICATION-FILE.
           IF WS-NTFYOUT-STATUS NOT = '00'
               DISPLAY 'CUSCBK01 - NTFYOUT OPEN FAILED STATUS='
                   WS-NTFYOUT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT EMAIL-SUPPRESS-FILE.
           IF WS-EMLSUPP-STATUS NOT = '00'
               DISPLAY 'CUSCBK01 - EMLSUPP OPEN FAILED STATUS='
                   WS-EMLSUPP-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CHARGEBACK-REPORT.
           IF WS-CBKRPT-STATUS NOT = '00'
               DISPLAY 'CUSCBK01 - CBKRPT OPEN FAILED STATUS='
                   WS-CBKRPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE WS-TODAY-YYYYMMDD TO WS-RH-DATE.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-REPORT-HEADING-1.

           PERFORM 2100-READ-NEXT-ITEM
               THRU 2100-READ-NEXT-ITEM-EXIT.
           PERFORM 3100-READ-NEXT-LEDGER-ROW
               THRU 3100-READ-NEXT-LEDGER-ROW-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-ONE-ITEM - HOLD ONE CHARGEBACK OR REFUND FOR         *
      * MATCHING.  AN OVERFLOWING FILE IS COUNTED AND REPORTED RATHER  *
      * THAN SILENTLY DROPPED.                                         *
      ******************************************************************
       2000-LOAD-ONE-ITEM.
           IF WS-ITEM-COUNT >= 2000
               ADD 1 TO WS-ITEM-OVERFLOW-CNT
               GO TO 2000-LOAD-ONE-ITEM-NEXT
           END-IF.

           ADD 1 TO WS-ITEM-COUNT.
           SET WS-ITEM-IDX TO WS-ITEM-COUNT.
           MOVE CB-CUST-ID TO WS-CI-CUST-ID(WS-ITEM-IDX).
           MOVE CB-PLAN-CODE TO WS-CI-PLAN-CODE(WS-ITEM-IDX).
           MOVE CB-SETTLE-DATE TO WS-CI-SETTLE-DATE(WS-ITEM-IDX).
           MOVE CB-ITEM-DATE TO WS-CI-ITEM-DATE(WS-ITEM-IDX).
           MOVE CB-ITEM-TYPE TO WS-CI-ITEM-TYPE(WS-ITEM-IDX).
           MOVE CB-REFUND-REASON TO WS-CI-REFUND-REASON(WS-ITEM-IDX).
           MOVE CB-AMOUNT TO WS-CI-AMOUNT(WS-ITEM-IDX).
           MOVE 'N' TO WS-CI-MATCHED-SW(WS-ITEM-IDX).
           MOVE ZERO TO WS-CI-ORIG-NET(WS-ITEM-IDX).
           MOVE ZERO TO WS-CI-ORIG-TAX(WS-ITEM-IDX).
           MOVE ZERO TO WS-CI-ORIG-GROSS(WS-ITEM-IDX).
           MOVE SPACES TO WS-CI-JURISDICTION(WS-ITEM-IDX).
           MOVE ZERO TO WS-CI-REVERSED(WS-ITEM-IDX).
           MOVE ZERO TO WS-CI-APPLIED(WS-ITEM-IDX).

       2000-LOAD-ONE-ITEM-NEXT.
           PERFORM 2100-READ-NEXT-ITEM
               THRU 2100-READ-NEXT-ITEM-EXIT.

       2000-LOAD-ONE-ITEM-EXIT.
           EXIT.

       2100-READ-NEXT-ITEM.
           READ CHARGEBACK-FILE
               AT END
                   SET WS-GWCHBK-EOF TO TRUE
                   GO TO 2100-READ-NEXT-ITEM-EXIT
           END-READ.

      *    THE HEADER AND TRAILER WERE CHECKED BY CUSINB01 IN THE
      *    STEP BEFORE THIS ONE; ONLY BODY RECORDS ARE APPLIED.
           IF INC-CONTROL-RECORD
               GO TO 2100-READ-NEXT-ITEM
           END-IF.

           ADD 1 TO WS-ITEM-READ-CNT.

       2100-READ-NEXT-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SCAN-ONE-LEDGER-ROW - OFFER ONE TAX LEDGER ROW TO EVERY   *
      * HELD ITEM.  A SETTLED CHARGE ROW SUPPLIES THE ORIGINAL SPLIT;  *
      * AN EARLIER REVERSAL ROW ADDS TO WHAT HAS ALREADY GONE BACK.    *
      ******************************************************************
       3000-SCAN-ONE-LEDGER-ROW.
           IF TXL-ENTRY-CHARGE OF TAX-LEDGER-RECORD
               OR TXL-REVERSED-SETTLE-DATE OF TAX-LEDGER-RECORD
                   NOT = SPACES
               PERFORM 3200-OFFER-LEDGER-ROW
                   THRU 3200-OFFER-LEDGER-ROW-EXIT
                   VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
           END-IF.

           PERFORM 3100-READ-NEXT-LEDGER-ROW
               THRU 3100-READ-NEXT-LEDGER-ROW-EXIT.

       3000-SCAN-ONE-LEDGER-ROW-EXIT.
           EXIT.

       3100-READ-NEXT-LEDGER-ROW.
           READ TAX-LEDGER-FILE
               AT END
                   SET WS-TAXLEDG-EOF TO TRUE
                   GO TO 3100-READ-NEXT-LEDGER-ROW-EXIT
           END-READ.

           ADD 1 TO WS-LEDGER-READ-CNT.

       3100-READ-NEXT-LEDGER-ROW-EXIT.
           EXIT.

       3200-OFFER-LEDGER-ROW.
           IF WS-CI-CUST-ID(WS-ITEM-IDX) NOT = TXL-CUST-ID
               OF TAX-LEDGER-RECORD
               OR WS-CI-PLAN-CODE(WS-ITEM-IDX) NOT = TXL-PLAN-CODE
               OF TAX-LEDGER-RECORD
               GO TO 3200-OFFER-LEDGER-ROW-EXIT
           END-IF.

           IF TXL-ENTRY-CHARGE OF TAX-LEDGER-RECORD
               IF WS-CI-SETTLE-DATE(WS-ITEM-IDX) = TXL-SETTLE-DATE
                   OF TAX-LEDGER-RECORD
                   AND NOT WS-CI-MATCHED(WS-ITEM-IDX)
                   SET WS-CI-MATCHED(WS-ITEM-IDX) TO TRUE
                   MOVE TXL-NET-AMOUNT OF TAX-LEDGER-RECORD
                       TO WS-CI-ORIG-NET(WS-ITEM-IDX)
                   MOVE TXL-TAX-AMOUNT OF TAX-LEDGER-RECORD
                       TO WS-CI-ORIG-TAX(WS-ITEM-IDX)
                   MOVE TXL-GROSS-AMOUNT OF TAX-LEDGER-RECORD
                       TO WS-CI-ORIG-GROSS(WS-ITEM-IDX)
                   MOVE TXL-JURISDICTION OF TAX-LEDGER-RECORD
                       TO WS-CI-JURISDICTION(WS-ITEM-IDX)
               END-IF
           ELSE
               IF WS-CI-SETTLE-DATE(WS-ITEM-IDX) =
                   TXL-REVERSED-SETTLE-DATE OF TAX-LEDGER-RECORD
                   ADD TXL-GROSS-AMOUNT OF TAX-LEDGER-RECORD
                       TO WS-CI-REVERSED(WS-ITEM-IDX)
               END-IF
           END-IF.

       3200-OFFER-LEDGER-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 4000-APPLY-ONE-ITEM - REVERSE ONE MATCHED ITEM AND ACT ON THE  *
      * ENTITLEMENT.  AN UNMATCHED ITEM, OR ONE FOR MORE THAN IS LEFT  *
      * OF THE SETTLEMENT AFTER EARLIER NIGHTS' REVERSALS AND THE      *
      * ITEMS ALREADY APPLIED AGAINST IT TONIGHT, IS REPORTED AND NOT  *
      * APPLIED.                                                       *
      ******************************************************************
       4000-APPLY-ONE-ITEM.
           MOVE WS-CI-CUST-ID(WS-ITEM-IDX) TO WS-DL-CUST-ID.
           MOVE WS-CI-PLAN-CODE(WS-ITEM-IDX) TO WS-DL-PLAN-CODE.
           MOVE WS-CI-SETTLE-DATE(WS-ITEM-IDX) TO WS-DL-SETTLE-DATE.
           MOVE WS-CI-AMOUNT(WS-ITEM-IDX) TO WS-DL-AMOUNT.

           IF NOT WS-CI-MATCHED(WS-ITEM-IDX)
               MOVE 'NO SETTLEMENT' TO WS-DL-TYPE
               MOVE 'NO SETTLED CHARGE FOR CUST/PLAN/DATE'
                   TO WS-DL-REASON
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
               ADD 1 TO WS-UNMATCHED-CNT
               SET WS-MONEY-BREAK TO TRUE
               GO TO 4000-APPLY-ONE-ITEM-EXIT
           END-IF.

           MOVE ZERO TO WS-REV-TONIGHT.
           PERFORM 4050-ADD-PRIOR-APPLIED
               THRU 4050-ADD-PRIOR-APPLIED-EXIT
               VARYING WS-PRIOR-IDX FROM 1 BY 1
               UNTIL WS-PRIOR-IDX NOT < WS-ITEM-IDX.

           COMPUTE WS-REV-AVAILABLE =
               WS-CI-ORIG-GROSS(WS-ITEM-IDX)
               - WS-CI-REVERSED(WS-ITEM-IDX)
               - WS-REV-TONIGHT.
           IF WS-CI-AMOUNT(WS-ITEM-IDX) > WS-REV-AVAILABLE
               MOVE 'EXCEEDS SETTLEMENT' TO WS-DL-TYPE
               MOVE 'MORE THAN IS LEFT OF THE SETTLED CHARGE'
                   TO WS-DL-REASON
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
               ADD 1 TO WS-EXCEEDS-CNT
               SET WS-MONEY-BREAK TO TRUE
               GO TO 4000-APPLY-ONE-ITEM-EXIT
           END-IF.

           MOVE WS-CI-AMOUNT(WS-ITEM-IDX) TO WS-CI-APPLIED(WS-ITEM-IDX).
           PERFORM 4100-WRITE-REVERSAL
               THRU 4100-WRITE-REVERSAL-EXIT.
           PERFORM 4200-ADD-TO-PLAN
               THRU 4200-ADD-TO-PLAN-EXIT.

           IF WS-CI-CHARGEBACK(WS-ITEM-IDX)
               ADD 1 TO WS-CHARGEBACK-CNT
               MOVE 'CHBK' TO WS-REVOKE-REASON
               PERFORM 4300-REVOKE-ENTITLEMENT
                   THRU 4300-REVOKE-ENTITLEMENT-EXIT
               GO TO 4000-APPLY-ONE-ITEM-EXIT
           END-IF.

           ADD 1 TO WS-REFUND-CNT.
           IF WS-CI-REFUND-CANCEL(WS-ITEM-IDX)
               MOVE 'RFND' TO WS-REVOKE-REASON
               PERFORM 4300-REVOKE-ENTITLEMENT
                   THRU 4300-REVOKE-ENTITLEMENT-EXIT
           ELSE
               MOVE 'GOODWILL REFUND' TO WS-DL-TYPE
               MOVE 'REFUND RECORDED, ACCESS UNCHANGED'
                   TO WS-DL-REASON
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
           END-IF.

       4000-APPLY-ONE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 4050-ADD-PRIOR-APPLIED - ADD WHAT AN EARLIER ITEM ON TONIGHT'S *
      * FILE HAS ALREADY TAKEN FROM THE SAME SETTLEMENT.               *
      ******************************************************************
       4050-ADD-PRIOR-APPLIED.
           IF WS-CI-CUST-ID(WS-PRIOR-IDX) = WS-CI-CUST-ID(WS-ITEM-IDX)
               AND WS-CI-PLAN-CODE(WS-PRIOR-IDX) =
                   WS-CI-PLAN-CODE(WS-ITEM-IDX)
               AND WS-CI-SETTLE-DATE(WS-PRIOR-IDX) =
                   WS-CI-SETTLE-DATE(WS-ITEM-IDX)
               ADD WS-CI-APPLIED(WS-PRIOR-IDX) TO WS-REV-TONIGHT
           END-IF.

       4050-ADD-PRIOR-APPLIED-EXIT.
           EXIT.

      ******************************************************************
      * 4100-WRITE-REVERSAL - ONE CREDIT ROW IN TAX LEDGER LAYOUT,     *
      * DATED THE DAY THE MONEY WENT BACK.  A FULL REVERSAL CARRIES    *
      * THE ORIGINAL NET AND TAX; A PARTIAL ONE TAKES THE ORIGINAL     *
      * TAX SHARE OF THE AMOUNT RETURNED.                              *
      ******************************************************************
       4100-WRITE-REVERSAL.
           IF WS-CI-AMOUNT(WS-ITEM-IDX) = WS-CI-ORIG-GROSS(WS-ITEM-IDX)
               MOVE WS-CI-ORIG-TAX(WS-ITEM-IDX) TO WS-REV-TAX
           ELSE
               COMPUTE WS-REV-TAX ROUNDED =
                   WS-CI-ORIG-TAX(WS-ITEM-IDX)
                   * WS-CI-AMOUNT(WS-ITEM-IDX)
                   / WS-CI-ORIG-GROSS(WS-ITEM-IDX)
           END-IF.
           COMPUTE WS-REV-NET =
               WS-CI-AMOUNT(WS-ITEM-IDX) - WS-REV-TAX.

           MOVE SPACES TO REVERSAL-RECORD.
           MOVE WS-CI-CUST-ID(WS-ITEM-IDX)
               TO TXL-CUST-ID OF REVERSAL-RECORD.
           MOVE WS-CI-PLAN-CODE(WS-ITEM-IDX)
               TO TXL-PLAN-CODE OF REVERSAL-RECORD.
           MOVE WS-CI-ITEM-DATE(WS-ITEM-IDX)
               TO TXL-SETTLE-DATE OF REVERSAL-RECORD.
           MOVE WS-CI-JURISDICTION(WS-ITEM-IDX)
               TO TXL-JURISDICTION OF REVERSAL-RECORD.
           SET TXL-ENTRY-CREDIT OF REVERSAL-RECORD TO TRUE.
           MOVE WS-REV-NET TO TXL-NET-AMOUNT OF REVERSAL-RECORD.
           MOVE WS-REV-TAX TO TXL-TAX-AMOUNT OF REVERSAL-RECORD.
           MOVE WS-CI-AMOUNT(WS-ITEM-IDX)
               TO TXL-GROSS-AMOUNT OF REVERSAL-RECORD.
           MOVE WS-CI-SETTLE-DATE(WS-ITEM-IDX)
               TO TXL-REVERSED-SETTLE-DATE OF REVERSAL-RECORD.
           IF WS-CI-CHARGEBACK(WS-ITEM-IDX)
               SET TXL-REVERSAL-CHARGEBACK OF REVERSAL-RECORD TO TRUE
           ELSE
               SET TXL-REVERSAL-REFUND OF REVERSAL-RECORD TO TRUE
           END-IF.
           WRITE REVERSAL-RECORD.
           ADD 1 TO WS-REVERSAL-CNT.

       4100-WRITE-REVERSAL-EXIT.
           EXIT.

      ******************************************************************
      * 4200-ADD-TO-PLAN - FOLD THE ITEM INTO ITS PLAN'S NET           *
      * ADJUSTMENT, OPENING A TABLE ENTRY WHEN THE PLAN IS NEW.        *
      ******************************************************************
       4200-ADD-TO-PLAN.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           SET WS-PLAN-IDX TO 1.
           SEARCH WS-PLAN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PLAN-IDX > WS-PLAN-COUNT
                   CONTINUE
               WHEN WS-PE-PLAN-CODE(WS-PLAN-IDX) =
                   WS-CI-PLAN-CODE(WS-ITEM-IDX)
                   SET WS-SLOT-FOUND TO TRUE
           END-SEARCH.

           IF NOT WS-SLOT-FOUND
               IF WS-PLAN-COUNT >= 200
                   ADD 1 TO WS-PLAN-OVERFLOW-CNT
                   GO TO 4200-ADD-TO-PLAN-TOTAL
               END-IF
               ADD 1 TO WS-PLAN-COUNT
               SET WS-PLAN-IDX TO WS-PLAN-COUNT
               MOVE WS-CI-PLAN-CODE(WS-ITEM-IDX)
                   TO WS-PE-PLAN-CODE(WS-PLAN-IDX)
               MOVE ZERO TO WS-PE-CHARGEBACK-CNT(WS-PLAN-IDX)
               MOVE ZERO TO WS-PE-CHARGEBACK-AMT(WS-PLAN-IDX)
               MOVE ZERO TO WS-PE-REFUND-CNT(WS-PLAN-IDX)
               MOVE ZERO TO WS-PE-REFUND-AMT(WS-PLAN-IDX)
           END-IF.

           IF WS-CI-CHARGEBACK(WS-ITEM-IDX)
               ADD 1 TO WS-PE-CHARGEBACK-CNT(WS-PLAN-IDX)
               ADD WS-CI-AMOUNT(WS-ITEM-IDX)
                   TO WS-PE-CHARGEBACK-AMT(WS-PLAN-IDX)
           ELSE
               ADD 1 TO WS-PE-REFUND-CNT(WS-PLAN-IDX)
               ADD WS-CI-AMOUNT(WS-ITEM-IDX)
                   TO WS-PE-REFUND-AMT(WS-PLAN-IDX)
           END-IF.

       4200-ADD-TO-PLAN-TOTAL.
           IF WS-CI-CHARGEBACK(WS-ITEM-IDX)
               ADD WS-CI-AMOUNT(WS-ITEM-IDX) TO WS-TOT-CHARGEBACK-AMT
           ELSE
               ADD WS-CI-AMOUNT(WS-ITEM-IDX) TO WS-TOT-REFUND-AMT
           END-IF.

       4200-ADD-TO-PLAN-EXIT.
           EXIT.

      ******************************************************************
      * 4300-REVOKE-ENTITLEMENT - CANCEL THE CUSTENT ROW THE ITEM      *
      * WAS FOR, APPEND THE AUDIT ROW UNDER WS-REVOKE-REASON (OLD AND  *
      * NEW PAYMENT STATUS IN THE STATUS BYTES), FLAG ITS DEFERRED     *
      * REVENUE FOR RELEASE, AND FOR A CHARGEBACK SEND THE NOTICE.     *
      * THE MONEY IS REVERSED WHETHER OR NOT THE ROW IS STILL THERE.   *
      ******************************************************************
       4300-REVOKE-ENTITLEMENT.
           MOVE WS-CI-CUST-ID(WS-ITEM-IDX) TO ENT-CUST-ID.
           MOVE WS-CI-PLAN-CODE(WS-ITEM-IDX) TO ENT-PLAN-CODE.
           READ ENTITLEMENT-FILE
               INVALID KEY
                   MOVE 'MONEY REVERSED' TO WS-DL-TYPE
                   MOVE 'NO ENTITLEMENT ROW TO CANCEL'
                       TO WS-DL-REASON
                   PERFORM 8000-WRITE-REPORT-LINE
                       THRU 8000-WRITE-REPORT-LINE-EXIT
                   ADD 1 TO WS-NO-ENT-CNT
                   GO TO 4300-REVOKE-ENTITLEMENT-EXIT
           END-READ.

           IF ENT-PAYMENT-CANCELLED
               MOVE 'MONEY REVERSED' TO WS-DL-TYPE
               MOVE 'ENTITLEMENT ALREADY CANCELLED'
                   TO WS-DL-REASON
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
               GO TO 4300-REVOKE-ENTITLEMENT-EXIT
           END-IF.

           MOVE ENT-PAYMENT-STATUS TO WS-HOLD-OLD-STATUS.
           MOVE 'X' TO ENT-PAYMENT-STATUS.
           REWRITE CUSTOMER-ENTITLEMENT
               INVALID KEY
                   DISPLAY 'CUSCBK01 - CUSTENT REWRITE FAILED '
                       ENT-CUST-ID ' ' ENT-PLAN-CODE
                   GO TO 4300-REVOKE-ENTITLEMENT-EXIT
           END-REWRITE.
           ADD 1 TO WS-REVOKED-CNT.

           MOVE ENT-CUST-ID TO AUDIT-CUST-ID.
           MOVE WS-TIMESTAMP-OUT TO AUDIT-TIMESTAMP.
           MOVE WS-HOLD-OLD-STATUS TO AUDIT-OLD-STATUS.
           MOVE ENT-PAYMENT-STATUS TO AUDIT-NEW-STATUS.
           MOVE WS-REVOKE-REASON TO AUDIT-REASON-CODE.
           MOVE 'CUSCBK01' TO AUDIT-REQUESTED-BY.
           WRITE CUSTOMER-AUDIT-LOG-RECORD.

           PERFORM 4400-RELEASE-DEFERRED
               THRU 4400-RELEASE-DEFERRED-EXIT.

           IF WS-CI-CHARGEBACK(WS-ITEM-IDX)
               PERFORM 7500-WRITE-NOTIFY-RECORD
                   THRU 7500-WRITE-NOTIFY-RECORD-EXIT
               MOVE 'CHARGEBACK' TO WS-DL-TYPE
               MOVE 'MONEY REVERSED, ENTITLEMENT CANCELLED'
                   TO WS-DL-REASON
           ELSE
               MOVE 'REFUND - CANCELLED' TO WS-DL-TYPE
               MOVE 'MONEY REFUNDED, ENTITLEMENT CANCELLED'
                   TO WS-DL-REASON
           END-IF.
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT.

       4300-REVOKE-ENTITLEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 4400-RELEASE-DEFERRED - FLAG EVERY OPEN DEFREV ROW UNDER THE   *
      * CANCELLED ENT-KEY FOR EARLY RELEASE AS OF TODAY.  CUSDFR02     *
      * SETTLES THEM AT MONTH END, REVERSING THE UNEARNED BALANCE TO   *
      * THE REFUND LIABILITY.                                          *
      ******************************************************************
       4400-RELEASE-DEFERRED.
           MOVE ENT-CUST-ID TO DFR-CUST-ID.
           MOVE ENT-PLAN-CODE TO DFR-PLAN-CODE.
           MOVE ZERO TO DFR-SERVICE-START.
           MOVE LOW-VALUE TO DFR-ENTRY-TYPE.
           START DEFERRED-REVENUE-FILE KEY NOT < DFR-KEY
               INVALID KEY
                   GO TO 4400-RELEASE-DEFERRED-EXIT
           END-START.

           MOVE 'N' TO WS-DFR-SCAN-DONE-SW.
           PERFORM 4410-FLAG-DEFERRED-ROW
               THRU 4410-FLAG-DEFERRED-ROW-EXIT
               UNTIL WS-DFR-SCAN-DONE.

       4400-RELEASE-DEFERRED-EXIT.
           EXIT.

       4410-FLAG-DEFERRED-ROW.
           READ DEFERRED-REVENUE-FILE NEXT RECORD
               AT END
                   SET WS-DFR-SCAN-DONE TO TRUE
                   GO TO 4410-FLAG-DEFERRED-ROW-EXIT
           END-READ.

           IF DFR-CUST-ID NOT = ENT-CUST-ID
               OR DFR-PLAN-CODE NOT = ENT-PLAN-CODE
               SET WS-DFR-SCAN-DONE TO TRUE
               GO TO 4410-FLAG-DEFERRED-ROW-EXIT
           END-IF.

           IF NOT DFR-OPEN
               GO TO 4410-FLAG-DEFERRED-ROW-EXIT
           END-IF.

           SET DFR-RELEASE-PENDING TO TRUE.
           MOVE WS-TODAY-YYYYMMDD TO DFR-RELEASE-DATE.
           SET DFR-RELEASE-CHARGEBACK TO TRUE.
           MOVE SPACES TO DFR-TRANSFER-PLAN.
           REWRITE DEFERRED-REVENUE-RECORD
               INVALID KEY
                   DISPLAY 'CUSCBK01 - DEFREV REWRITE FAILED '
                       DFR-CUST-ID ' ' DFR-PLAN-CODE
                   GO TO 4410-FLAG-DEFERRED-ROW-EXIT
           END-REWRITE.
           ADD 1 TO WS-DFR-FLAGGED-CNT.

       4410-FLAG-DEFERRED-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REPORT-BY-PLAN - THE NET ADJUSTMENT BY PLAN CODE AND IN   *
      * TOTAL.  THE ADJUSTMENT IS MONEY GOING BACK, SO IT PRINTS       *
      * NEGATIVE.                                                      *
      ******************************************************************
       6000-REPORT-BY-PLAN.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-PLAN-HEADING.

           PERFORM 6100-REPORT-ONE-PLAN
               THRU 6100-REPORT-ONE-PLAN-EXIT
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT.

           MOVE 'TOTAL' TO WS-PL-PLAN-CODE.
           MOVE WS-CHARGEBACK-CNT TO WS-PL-CHARGEBACK-CNT.
           MOVE WS-TOT-CHARGEBACK-AMT TO WS-PL-CHARGEBACK-AMT.
           MOVE WS-REFUND-CNT TO WS-PL-REFUND-CNT.
           MOVE WS-TOT-REFUND-AMT TO WS-PL-REFUND-AMT.
           COMPUTE WS-NET-ADJUSTMENT =
               ZERO - WS-TOT-CHARGEBACK-AMT - WS-TOT-REFUND-AMT.
           MOVE WS-NET-ADJUSTMENT TO WS-PL-NET-ADJUSTMENT.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-PLAN-LINE.

       6000-REPORT-BY-PLAN-EXIT.
           EXIT.

       6100-REPORT-ONE-PLAN.
           MOVE WS-PE-PLAN-CODE(WS-PLAN-IDX) TO WS-PL-PLAN-CODE.
           MOVE WS-PE-CHARGEBACK-CNT(WS-PLAN-IDX)
               TO WS-PL-CHARGEBACK-CNT.
           MOVE WS-PE-CHARGEBACK-AMT(WS-PLAN-IDX)
               TO WS-PL-CHARGEBACK-AMT.
           MOVE WS-PE-REFUND-CNT(WS-PLAN-IDX) TO WS-PL-REFUND-CNT.
           MOVE WS-PE-REFUND-AMT(WS-PLAN-IDX) TO WS-PL-REFUND-AMT.
           COMPUTE WS-NET-ADJUSTMENT =
               ZERO - WS-PE-CHARGEBACK-AMT(WS-PLAN-IDX)
               - WS-PE-REFUND-AMT(WS-PLAN-IDX).
           MOVE WS-NET-ADJUSTMENT TO WS-PL-NET-ADJUSTMENT.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-PLAN-LINE.

       6100-REPORT-ONE-PLAN-EXIT.
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
      * 7500-WRITE-NOTIFY-RECORD - APPEND THE BILCHGBK NOTICE FOR THE  *
      * ENTITLEMENT ROW IN HAND.  THE EMAIL AND NAME MERGE FIELDS ARE  *
      * READ FROM THE MASTER, AND A ROW WHOSE MASTER RECORD IS GONE    *
      * IS COUNTED AND SKIPPED RATHER THAN SENT BLIND.                 *
      * MERGE FIELDS: NTF-MERGE-1 = PLAN CODE, NTF-MERGE-2 = SETTLE    *
      * DATE OF THE DISPUTED CHARGE.  BILLING CLASS - HELD ONLY FOR A  *
      * HARD-BOUNCED ADDRESS.                                          *
      ******************************************************************
       7500-WRITE-NOTIFY-RECORD.
           MOVE ENT-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY 'CUSCBK01 - NO MASTER FOR NOTIFY '
                       ENT-CUST-ID
                   ADD 1 TO WS-NTF-SKIPPED-CNT
                   GO TO 7500-WRITE-NOTIFY-RECORD-EXIT
           END-READ.

           MOVE CUST-ID TO NTF-CUST-ID.
           MOVE CUST-EMAIL TO NTF-EMAIL.
           SET NTF-CHARGEBACK-CANCEL TO TRUE.
           MOVE CUST-FIRST-NAME TO NTF-FIRST-NAME.
           MOVE WS-TODAY-YYYYMMDD TO NTF-EVENT-DATE.
           MOVE ENT-PLAN-CODE TO NTF-MERGE-1.
           MOVE WS-CI-SETTLE-DATE(WS-ITEM-IDX) TO NTF-MERGE-2.
           SET NTF-CLASS-BILLING TO TRUE.

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
           WRITE CHARGEBACK-REPORT-LINE FROM WS-DETAIL-LINE.

       8000-WRITE-REPORT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - WRITE SUMMARY, CLOSE FILES, SET RETURN CODE.  *
      * AN ITEM THAT CANNOT BE TRACED TO A SETTLEMENT IS A MONEY       *
      * BREAK; A REVERSAL WITH NO ROW TO CANCEL IS A WARNING.          *
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-CHARGEBACK-CNT TO WS-SL-CHARGEBACKS.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-REFUND-CNT TO WS-SL-REFUNDS.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-REVOKED-CNT TO WS-SL-REVOKED.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-SUMMARY-LINE-3.
           MOVE WS-UNMATCHED-CNT TO WS-SL-UNMATCHED.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-SUMMARY-LINE-4.
           MOVE WS-EXCEEDS-CNT TO WS-SL-EXCEEDS.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-SUMMARY-LINE-5.
           MOVE WS-NO-ENT-CNT TO WS-SL-NO-ENT.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-SUMMARY-LINE-6.
           MOVE WS-NTF-HELD-CNT TO WS-SL-NTF-HELD.
           WRITE CHARGEBACK-REPORT-LINE FROM WS-SUMMARY-LINE-7.

           IF WS-ITEM-OVERFLOW-CNT > ZERO
               DISPLAY 'CUSCBK01 - ITEM TABLE FULL, NOT APPLIED '
                   WS-ITEM-OVERFLOW-CNT
           END-IF.
           IF WS-PLAN-OVERFLOW-CNT > ZERO
               DISPLAY 'CUSCBK01 - PLAN TABLE FULL, ITEMS IN TOTAL '
                   'ONLY ' WS-PLAN-OVERFLOW-CNT
           END-IF.
           DISPLAY 'CUSCBK01 - NOTIFICATIONS WRITTEN ' WS-NOTIFY-CNT.
           DISPLAY 'CUSCBK01 - NOTIFICATIONS SKIPPED '
               WS-NTF-SKIPPED-CNT.
           DISPLAY 'CUSCBK01 - DEFERRED ROWS RELEASED '
               WS-DFR-FLAGGED-CNT.

           CLOSE CHARGEBACK-FILE
                 TAX-LEDGER-FILE
                 REVERSAL-FILE
                 ENTITLEMENT-FILE
                 CUSTOMER-MASTER-FILE
                 DEFERRED-REVENUE-FILE
                 AUDIT-LOG-FILE
                 NOTIFICATION-FILE
                 EMAIL-SUPPRESS-FILE
                 CHARGEBACK-REPORT.

           IF NOT WS-INIT-FAILED
               IF WS-MONEY-BREAK OR WS-ITEM-OVERFLOW-CNT > 0
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF WS-NO-ENT-CNT > 0 OR WS-PLAN-OVERFLOW-CNT > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
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
               DISPLAY 'CUSCBK01 - RUNLOG OPEN FAILED STATUS='
                   WS-RUNLOG-STATUS
               GO TO 9100-WRITE-RUN-LOG-EXIT
           END-IF.

           ACCEPT WS-RUNLOG-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-RUNLOG-TIME(1:2) '.'
                  WS-RUNLOG-TIME(3:2) '.' WS-RUNLOG-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-RUNLOG-END-TS.

           MOVE 'CUSCBK01' TO RUNLOG-PROGRAM.
           MOVE WS-TODAY-YYYYMMDD TO RUNLOG-RUN-DATE.
           MOVE WS-TIMESTAMP-OUT TO RUNLOG-START-TIMESTAMP.
           MOVE WS-RUNLOG-END-TS TO RUNLOG-END-TIMESTAMP.
           COMPUTE RUNLOG-RECORDS-READ =
               WS-ITEM-READ-CNT + WS-LEDGER-READ-CNT.
           MOVE WS-REVERSAL-CNT TO RUNLOG-RECORDS-WRITTEN.
           MOVE WS-REVOKED-CNT TO RUNLOG-RECORDS-UPDATED.
           COMPUTE RUNLOG-EXCEPTION-COUNT =
               WS-UNMATCHED-CNT + WS-EXCEEDS-CNT + WS-NO-ENT-CNT
               + WS-ITEM-OVERFLOW-CNT.
           MOVE WS-NTF-HELD-CNT TO RUNLOG-HELD-COUNT.
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.

       9100-WRITE-RUN-LOG-EXIT.
           EXIT.
