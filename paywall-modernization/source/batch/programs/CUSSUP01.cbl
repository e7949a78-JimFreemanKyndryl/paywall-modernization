      ******************************************************************
      * PROGRAM-ID.  CUSSUP01                                          *
      * AUTHOR.      D. OKAFOR - CUSTOMER MASTER APPLICATIONS TEAM     *
      * INSTALLATION. PAYWALL MODERNIZATION                            *
      * DATE-WRITTEN. 2026-09-28                                       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * ---------------------------------------------------------------*
      * 2026-09-28  DO   INITIAL VERSION - EMAIL VENDOR RETURN FEED    *
      *                  APPLY TO THE EMLSUPP FILE                     *
      * 2026-10-12  DO   SKIP THE INBOUND HEADER AND TRAILER CONTROL   *
      *                  RECORDS ON EMLRTN; THE FILE IS VALIDATED AND  *
      *                  REGISTERED BY CUSINB01 FIRST                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSSUP01.
       AUTHOR.        D. OKAFOR.
       INSTALLATION.  PAYWALL MODERNIZATION.
       DATE-WRITTEN.  2026-09-28.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.                                                       *
      *   DAILY APPLY OF THE EMAIL VENDOR'S EMLRTN RETURN FILE - THE   *
      *   HARD BOUNCES, SPAM COMPLAINTS AND UNSUBSCRIBES AGAINST THE   *
      *   NTFYOUT MAIL WE SENT.  EACH RETURN ADDS OR REFRESHES A ROW   *
      *   ON THE EMLSUPP FILE KEYED BY ADDRESS AND REASON, WHICH       *
      *   EVERY NOTIFICATION WRITER READS BEFORE IT SENDS.  A HARD     *
      *   BOUNCE ALSO DROPS CUST-EMAIL-VERIFIED TO 'N' ON EVERY        *
      *   CUSTOMER HOLDING THE ADDRESS, FOUND THROUGH THE CUST-EMAIL   *
      *   ALTERNATE INDEX PATH, SO THE CUSTOMER IS ASKED TO VERIFY A   *
      *   WORKING ADDRESS.  SOFT BOUNCES ARE COUNTED AND IGNORED -     *
      *   THE VENDOR RETRIES THEM.  A RETURN WITH NO ADDRESS OR AN     *
      *   UNKNOWN TYPE IS REPORTED AND ENDS THE RUN WITH A WARNING.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z15.
       OBJECT-COMPUTER.  IBM-Z15.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * EMLRTN - ONE ROW PER RETURN FROM THE EMAIL VENDOR, CARRYING
      * THE ADDRESS, THE RETURN TYPE AND THE NTF-CUST-ID OF THE
      * NOTICE THAT DREW IT (ZERO WHEN THE VENDOR HAS NONE).
           SELECT EMAIL-RETURN-FILE
               ASSIGN TO EMLRTN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMLRTN-STATUS.

      * EMLSUPP - KEYED ON ADDRESS + REASON.
           SELECT EMAIL-SUPPRESS-FILE
               ASSIGN TO EMLSUPP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-KEY
               FILE STATUS IS WS-EMLSUPP-STATUS.

      * CUSTMSTR IS OPENED THROUGH THE BYEMAIL PATH (SEE CUSEML01) SO
      * EVERY CUSTOMER HOLDING A BOUNCED ADDRESS CAN BE READ BY THE
      * CUST-EMAIL ALTERNATE KEY.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-EMAIL
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT SUPPRESS-REPORT
               ASSIGN TO SUPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPRPT-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMAIL-RETURN-FILE
           RECORDING MODE IS F.
       01  EMAIL-RETURN-LINE.
           05  RT-EMAIL                PIC X(50).
           05  RT-RETURN-TYPE          PIC X(01).
               88  RT-HARD-BOUNCE      VALUE 'H'.
               88  RT-SOFT-BOUNCE      VALUE 'S'.
               88  RT-COMPLAINT        VALUE 'C'.
               88  RT-UNSUBSCRIBE      VALUE 'U'.
           05  RT-EVENT-DATE           PIC X(08).
           05  RT-CUST-ID              PIC 9(10).
           05  RT-TEMPLATE-CODE        PIC X(08).
           05  RT-VENDOR-REF           PIC X(20).
           05  FILLER                  PIC X(23).
       COPY INBOUND-CONTROL-RECORD.

       FD  EMAIL-SUPPRESS-FILE
           RECORDING MODE IS F.
       COPY EMAIL-SUPPRESS-RECORD.

       FD  CUSTOMER-MASTER-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-RECORD.

       FD  SUPPRESS-REPORT
           RECORDING MODE IS F.
       01  SUPPRESS-REPORT-LINE        PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUN-LOG-RECORD.

       WORKING-STORAGE SECTION.
       77  WS-EMLRTN-STATUS            PIC X(02) VALUE SPACES.
       77  WS-EMLSUPP-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CUSTMSTR-STATUS          PIC X(02) VALUE SPACES.
       77  WS-SUPRPT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EMLRTN-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-EMLRTN-EOF       VALUE 'Y'.
           05  WS-INIT-FAILED-SW       PIC X(01) VALUE 'N'.
               88  WS-INIT-FAILED      VALUE 'Y'.
           05  WS-MST-SCAN-DONE-SW     PIC X(01) VALUE 'N'.
               88  WS-MST-SCAN-DONE    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RTN-READ-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-HARD-BOUNCE-CNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-COMPLAINT-CNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-UNSUBSCRIBE-CNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-SOFT-BOUNCE-CNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-REJECTED-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-SUP-ADDED-CNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-SUP-REFRESHED-CNT    PIC 9(09) COMP VALUE ZERO.
           05  WS-UNVERIFIED-CNT       PIC 9(09) COMP VALUE ZERO.
           05  WS-NO-CUSTOMER-CNT      PIC 9(09) COMP VALUE ZERO.

       01  WS-DATE-WORK-AREA.
           05  WS-TODAY-YYYYMMDD       PIC 9(08).
           05  WS-CURRENT-TIME         PIC 9(08).
           05  WS-TIMESTAMP-OUT        PIC X(26).

       01  WS-RUNLOG-WORK.
           05  WS-RUNLOG-TIME          PIC 9(08).
           05  WS-RUNLOG-END-TS        PIC X(26).

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE
               'CUSSUP01 - EMAIL RETURN FEED A'.
           05  FILLER                  PIC X(10) VALUE 'PPLY      '.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RH-DATE              PIC 9(08).

       01  WS-DETAIL-LINE.
           05  WS-DL-TYPE              PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CUST-ID           PIC 9(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-EMAIL             PIC X(50).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-REASON            PIC X(40).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               'HARD BOUNCES APPLIED .........'.
           05  WS-SL-HARD-BOUNCE       PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               'COMPLAINTS APPLIED ...........'.
           05  WS-SL-COMPLAINT         PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               'UNSUBSCRIBES APPLIED .........'.
           05  WS-SL-UNSUBSCRIBE       PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30) VALUE
               'SOFT BOUNCES IGNORED .........'.
           05  WS-SL-SOFT-BOUNCE       PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30) VALUE
               'SUPPRESSIONS ADDED ...........'.
           05  WS-SL-SUP-ADDED         PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30) VALUE
               'CUSTOMERS SET UNVERIFIED .....'.
           05  WS-SL-UNVERIFIED        PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30) VALUE
               'RETURNS REJECTED .............'.
           05  WS-SL-REJECTED          PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * PROCEDURE DIVISION.                                            *
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF NOT WS-INIT-FAILED
               PERFORM 2000-APPLY-ONE-RETURN
                   THRU 2000-APPLY-ONE-RETURN-EXIT
                   UNTIL WS-EMLRTN-EOF
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

           OPEN INPUT EMAIL-RETURN-FILE.
           IF WS-EMLRTN-STATUS NOT = '00'
               DISPLAY 'CUSSUP01 - EMLRTN OPEN FAILED STATUS='
                   WS-EMLRTN-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O EMAIL-SUPPRESS-FILE.
           IF WS-EMLSUPP-STATUS NOT = '00'
               DISPLAY 'CUSSUP01 - EMLSUPP OPEN FAILED STATUS='
                   WS-EMLSUPP-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O CUSTOMER-MASTER-FILE.
           IF WS-CUSTMSTR-STATUS NOT = '00'
               DISPLAY 'CUSSUP01 - CUSTMSTR OPEN FAILED STATUS='
                   WS-CUSTMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT SUPPRESS-REPORT.
           IF WS-SUPRPT-STATUS NOT = '00'
               DISPLAY 'CUSSUP01 - SUPRPT OPEN FAILED STATUS='
                   WS-SUPRPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE WS-TODAY-YYYYMMDD TO WS-RH-DATE.
           WRITE SUPPRESS-REPORT-LINE FROM WS-REPORT-HEADING-1.

           PERFORM 2100-READ-NEXT-RETURN
               THRU 2100-READ-NEXT-RETURN-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APPLY-ONE-RETURN - ROUTE ONE VENDOR RETURN TO ITS         *
      * SUPPRESSION REASON.  A HARD BOUNCE ALSO UNVERIFIES THE         *
      * ADDRESS ON THE MASTER.                                         *
      ******************************************************************
       2000-APPLY-ONE-RETURN.
           MOVE RT-CUST-ID TO WS-DL-CUST-ID.
           MOVE RT-EMAIL TO WS-DL-EMAIL.

           IF RT-EMAIL = SPACES
               MOVE 'RETURN REJECTED' TO WS-DL-TYPE
               MOVE 'NO EMAIL ADDRESS ON THE RETURN'
                   TO WS-DL-REASON
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
               ADD 1 TO WS-REJECTED-CNT
               GO TO 2000-APPLY-ONE-RETURN-NEXT
           END-IF.

           MOVE RT-EMAIL TO SUP-EMAIL.
           EVALUATE TRUE
               WHEN RT-HARD-BOUNCE
                   SET SUP-HARD-BOUNCE TO TRUE
                   ADD 1 TO WS-HARD-BOUNCE-CNT
               WHEN RT-COMPLAINT
                   SET SUP-COMPLAINT TO TRUE
                   ADD 1 TO WS-COMPLAINT-CNT
               WHEN RT-UNSUBSCRIBE
                   SET SUP-UNSUBSCRIBE TO TRUE
                   ADD 1 TO WS-UNSUBSCRIBE-CNT
               WHEN RT-SOFT-BOUNCE
                   ADD 1 TO WS-SOFT-BOUNCE-CNT
                   GO TO 2000-APPLY-ONE-RETURN-NEXT
               WHEN OTHER
                   MOVE 'RETURN REJECTED' TO WS-DL-TYPE
                   MOVE 'UNKNOWN RETURN TYPE' TO WS-DL-REASON
                   PERFORM 8000-WRITE-REPORT-LINE
                       THRU 8000-WRITE-REPORT-LINE-EXIT
                   ADD 1 TO WS-REJECTED-CNT
                   GO TO 2000-APPLY-ONE-RETURN-NEXT
           END-EVALUATE.

           PERFORM 3000-POST-SUPPRESSION
               THRU 3000-POST-SUPPRESSION-EXIT.

           IF RT-HARD-BOUNCE
               PERFORM 4000-UNVERIFY-ADDRESS
                   THRU 4000-UNVERIFY-ADDRESS-EXIT
           END-IF.

       2000-APPLY-ONE-RETURN-NEXT.
           PERFORM 2100-READ-NEXT-RETURN
               THRU 2100-READ-NEXT-RETURN-EXIT.

       2000-APPLY-ONE-RETURN-EXIT.
           EXIT.

       2100-READ-NEXT-RETURN.
           READ EMAIL-RETURN-FILE
               AT END
                   SET WS-EMLRTN-EOF TO TRUE
                   GO TO 2100-READ-NEXT-RETURN-EXIT
           END-READ.

      *    THE HEADER AND TRAILER WERE CHECKED BY CUSINB01 IN THE
      *    STEP BEFORE THIS ONE; ONLY BODY RECORDS ARE APPLIED.
           IF INC-CONTROL-RECORD
               GO TO 2100-READ-NEXT-RETURN
           END-IF.

           ADD 1 TO WS-RTN-READ-CNT.

       2100-READ-NEXT-RETURN-EXIT.
           EXIT.

      ******************************************************************
      * 3000-POST-SUPPRESSION - ADD THE ADDRESS + REASON ROW, OR       *
      * REFRESH ITS LAST DATE AND RETURN COUNT WHEN IT IS ALREADY ON   *
      * FILE.  SUP-KEY IS SET BY THE CALLER.  A RETURN WITHOUT A       *
      * CUST-ID TAKES THE FIRST CUSTOMER HOLDING THE ADDRESS.          *
      ******************************************************************
       3000-POST-SUPPRESSION.
           READ EMAIL-SUPPRESS-FILE
               INVALID KEY
                   GO TO 3000-POST-SUPPRESSION-ADD
           END-READ.

           IF RT-EVENT-DATE > SUP-LAST-DATE
               MOVE RT-EVENT-DATE TO SUP-LAST-DATE
           END-IF.
           ADD 1 TO SUP-RETURN-COUNT.
           MOVE RT-VENDOR-REF TO SUP-VENDOR-REF.
           REWRITE EMAIL-SUPPRESS-RECORD
               INVALID KEY
                   DISPLAY 'CUSSUP01 - EMLSUPP REWRITE FAILED '
                       SUP-EMAIL
                   GO TO 3000-POST-SUPPRESSION-EXIT
           END-REWRITE.
           ADD 1 TO WS-SUP-REFRESHED-CNT.
           GO TO 3000-POST-SUPPRESSION-EXIT.

       3000-POST-SUPPRESSION-ADD.
           MOVE RT-CUST-ID TO SUP-CUST-ID.
           IF RT-CUST-ID = ZERO
               MOVE RT-EMAIL TO CUST-EMAIL
               READ CUSTOMER-MASTER-FILE KEY IS CUST-EMAIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-ID TO SUP-CUST-ID
               END-READ
           END-IF.
           MOVE RT-EVENT-DATE TO SUP-FIRST-DATE.
           MOVE RT-EVENT-DATE TO SUP-LAST-DATE.
           MOVE 1 TO SUP-RETURN-COUNT.
           MOVE RT-VENDOR-REF TO SUP-VENDOR-REF.
           WRITE EMAIL-SUPPRESS-RECORD
               INVALID KEY
                   DISPLAY 'CUSSUP01 - EMLSUPP WRITE FAILED '
                       SUP-EMAIL
                   GO TO 3000-POST-SUPPRESSION-EXIT
           END-WRITE.
           ADD 1 TO WS-SUP-ADDED-CNT.

           MOVE 'ADDRESS SUPPRESSED' TO WS-DL-TYPE.
           EVALUATE TRUE
               WHEN SUP-HARD-BOUNCE
                   MOVE 'HARD BOUNCE - NO FURTHER MAIL'
                       TO WS-DL-REASON
               WHEN SUP-COMPLAINT
                   MOVE 'SPAM COMPLAINT - MARKETING HELD'
                       TO WS-DL-REASON
               WHEN OTHER
                   MOVE 'UNSUBSCRIBED - MARKETING HELD'
                       TO WS-DL-REASON
           END-EVALUATE.
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT.

       3000-POST-SUPPRESSION-EXIT.
           EXIT.

      ******************************************************************
      * 4000-UNVERIFY-ADDRESS - DROP CUST-EMAIL-VERIFIED TO 'N' ON     *
      * EVERY CUSTOMER HOLDING THE BOUNCED ADDRESS.  THE ALTERNATE     *
      * INDEX ALLOWS DUPLICATES, SO THE PATH IS READ FORWARD UNTIL     *
      * THE ADDRESS CHANGES.                                           *
      ******************************************************************
       4000-UNVERIFY-ADDRESS.
           MOVE RT-EMAIL TO CUST-EMAIL.
           READ CUSTOMER-MASTER-FILE KEY IS CUST-EMAIL
               INVALID KEY
                   MOVE 'NO CUSTOMER' TO WS-DL-TYPE
                   MOVE 'BOUNCED ADDRESS IS ON NO MASTER RECORD'
                       TO WS-DL-REASON
                   PERFORM 8000-WRITE-REPORT-LINE
                       THRU 8000-WRITE-REPORT-LINE-EXIT
                   ADD 1 TO WS-NO-CUSTOMER-CNT
                   GO TO 4000-UNVERIFY-ADDRESS-EXIT
           END-READ.

           MOVE 'N' TO WS-MST-SCAN-DONE-SW.
           PERFORM 4100-UNVERIFY-ONE-CUSTOMER
               THRU 4100-UNVERIFY-ONE-CUSTOMER-EXIT
               UNTIL WS-MST-SCAN-DONE.

       4000-UNVERIFY-ADDRESS-EXIT.
           EXIT.

       4100-UNVERIFY-ONE-CUSTOMER.
           IF CUST-EMAIL-IS-VERIFIED
               SET CUST-EMAIL-NOT-VERIFIED TO TRUE
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY 'CUSSUP01 - CUSTMSTR REWRITE FAILED '
                           CUST-ID
                       GO TO 4100-UNVERIFY-ONE-CUSTOMER-NEXT
               END-REWRITE
               ADD 1 TO WS-UNVERIFIED-CNT
               MOVE 'EMAIL UNVERIFIED' TO WS-DL-TYPE
               MOVE CUST-ID TO WS-DL-CUST-ID
               MOVE 'HARD BOUNCE - CUST-EMAIL-VERIFIED SET N'
                   TO WS-DL-REASON
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
           END-IF.

       4100-UNVERIFY-ONE-CUSTOMER-NEXT.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MST-SCAN-DONE TO TRUE
                   GO TO 4100-UNVERIFY-ONE-CUSTOMER-EXIT
           END-READ.

           IF CUST-EMAIL NOT = RT-EMAIL
               SET WS-MST-SCAN-DONE TO TRUE
           END-IF.

       4100-UNVERIFY-ONE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-REPORT-LINE - FORMAT AND WRITE ONE DETAIL LINE      *
      ******************************************************************
       8000-WRITE-REPORT-LINE.
           WRITE SUPPRESS-REPORT-LINE FROM WS-DETAIL-LINE.

       8000-WRITE-REPORT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - WRITE SUMMARY, CLOSE FILES, SET RETURN CODE.  *
      * A REJECTED RETURN IS A WARNING.                                *
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-HARD-BOUNCE-CNT TO WS-SL-HARD-BOUNCE.
           WRITE SUPPRESS-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-COMPLAINT-CNT TO WS-SL-COMPLAINT.
           WRITE SUPPRESS-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-UNSUBSCRIBE-CNT TO WS-SL-UNSUBSCRIBE.
           WRITE SUPPRESS-REPORT-LINE FROM WS-SUMMARY-LINE-3.
           MOVE WS-SOFT-BOUNCE-CNT TO WS-SL-SOFT-BOUNCE.
           WRITE SUPPRESS-REPORT-LINE FROM WS-SUMMARY-LINE-4.
           MOVE WS-SUP-ADDED-CNT TO WS-SL-SUP-ADDED.
           WRITE SUPPRESS-REPORT-LINE FROM WS-SUMMARY-LINE-5.
           MOVE WS-UNVERIFIED-CNT TO WS-SL-UNVERIFIED.
           WRITE SUPPRESS-REPORT-LINE FROM WS-SUMMARY-LINE-6.
           MOVE WS-REJECTED-CNT TO WS-SL-REJECTED.
           WRITE SUPPRESS-REPORT-LINE FROM WS-SUMMARY-LINE-7.

           CLOSE EMAIL-RETURN-FILE
                 EMAIL-SUPPRESS-FILE
                 CUSTOMER-MASTER-FILE
                 SUPPRESS-REPORT.

           IF NOT WS-INIT-FAILED
               IF WS-REJECTED-CNT > 0
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
               DISPLAY 'CUSSUP01 - RUNLOG OPEN FAILED STATUS='
                   WS-RUNLOG-STATUS
               GO TO 9100-WRITE-RUN-LOG-EXIT
           END-IF.

           ACCEPT WS-RUNLOG-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-RUNLOG-TIME(1:2) '.'
                  WS-RUNLOG-TIME(3:2) '.' WS-RUNLOG-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-RUNLOG-END-TS.

           MOVE 'CUSSUP01' TO RUNLOG-PROGRAM.
           MOVE WS-TODAY-YYYYMMDD TO RUNLOG-RUN-DATE.
           MOVE WS-TIMESTAMP-OUT TO RUNLOG-START-TIMESTAMP.
           MOVE WS-RUNLOG-END-TS TO RUNLOG-END-TIMESTAMP.
           MOVE WS-RTN-READ-CNT TO RUNLOG-RECORDS-READ.
           MOVE WS-SUP-ADDED-CNT TO RUNLOG-RECORDS-WRITTEN.
           COMPUTE RUNLOG-RECORDS-UPDATED =
               WS-SUP-REFRESHED-CNT + WS-UNVERIFIED-CNT.
           COMPUTE RUNLOG-EXCEPTION-COUNT =
               WS-REJECTED-CNT + WS-NO-CUSTOMER-CNT.
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.

       9100-WRITE-RUN-LOG-EXIT.
           EXIT.
