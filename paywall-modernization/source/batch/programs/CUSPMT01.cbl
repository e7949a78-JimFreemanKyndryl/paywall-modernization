      ******************************************************************
      * PROGRAM-ID.  CUSPMT01                                          *
      * AUTHOR.      D. OKAFOR - CUSTOMER MASTER APPLICATIONS TEAM     *
      * INSTALLATION. PAYWALL MODERNIZATION                            *
      * DATE-WRITTEN. 2026-10-05                                       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * ---------------------------------------------------------------*
      * 2026-10-05  DO   INITIAL VERSION - GATEWAY ACCOUNT-UPDATER     *
      *                  APPLY TO THE PAYMETH PAYMENT METHOD FILE      *
      * 2026-10-12  DO   SKIP THE INBOUND HEADER AND TRAILER CONTROL   *
      *                  RECORDS ON ACCTUPD; THE FILE IS VALIDATED AND *
      *                  REGISTERED BY CUSINB01 FIRST                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSPMT01.
       AUTHOR.        D. OKAFOR.
       INSTALLATION.  PAYWALL MODERNIZATION.
       DATE-WRITTEN.  2026-10-05.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.                                                       *
      *   DAILY APPLY OF THE PAYMENT GATEWAY'S ACCTUPD CARD EVENT FILE *
      *   TO THE PAYMETH PAYMENT METHOD FILE, ONE ROW PER CUSTOMER.  A *
      *   CARD THE CUSTOMER REGISTERS ADDS OR REPLACES THE ROW.  THE   *
      *   GATEWAY'S ACCOUNT-UPDATER EVENTS - A NEW EXPIRY, A REISSUED  *
      *   CARD NUMBER, OR AN ACCOUNT THE ISSUER HAS CLOSED - ARE       *
      *   APPLIED TO THE CARD ALREADY ON FILE.  ANY CHANGE CLEARS      *
      *   PMT-CARD-NOTICE-DATE SO THE CUSPMT02 PRE-DUNNING SWEEP       *
      *   JUDGES THE NEW CARD AFRESH.  AN EVENT WITH NO CUST-ID, A BAD *
      *   EXPIRY MONTH, AN UNKNOWN TYPE, OR AN UPDATER EVENT FOR A     *
      *   CUSTOMER WITH NO CARD ON FILE IS REPORTED AND ENDS THE RUN   *
      *   WITH A WARNING.                                              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z15.
       OBJECT-COMPUTER.  IBM-Z15.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ACCTUPD - ONE ROW PER CARD EVENT FROM THE PAYMENT GATEWAY:
      * A CARD REGISTERED BY THE CUSTOMER, OR AN ISSUER UPDATE PASSED
      * ON BY THE GATEWAY'S ACCOUNT-UPDATER SERVICE.
           SELECT ACCOUNT-UPDATE-FILE
               ASSIGN TO ACCTUPD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTUPD-STATUS.

      * PAYMETH - PAYMENT METHOD ON FILE, KEYED ON CUST-ID.
           SELECT PAYMENT-METHOD-FILE
               ASSIGN TO PAYMETH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMT-KEY
               FILE STATUS IS WS-PAYMETH-STATUS.

           SELECT ACCOUNT-UPDATE-REPORT
               ASSIGN TO PMURPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PMURPT-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-UPDATE-FILE
           RECORDING MODE IS F.
       01  ACCOUNT-UPDATE-LINE.
           05  AU-CUST-ID              PIC 9(10).
           05  AU-UPDATE-TYPE          PIC X(01).
               88  AU-NEW-CARD         VALUE 'N'.
               88  AU-NEW-EXPIRY       VALUE 'E'.
               88  AU-NEW-NUMBER       VALUE 'U'.
               88  AU-ACCOUNT-CLOSED   VALUE 'C'.
           05  AU-TOKEN-REF            PIC X(32).
           05  AU-CARD-BRAND           PIC X(10).
           05  AU-LAST-FOUR            PIC X(04).
           05  AU-EXPIRY-MONTH         PIC 9(06).
           05  AU-EXPIRY-PARTS REDEFINES AU-EXPIRY-MONTH.
               10  AU-EXPIRY-YYYY      PIC 9(04).
               10  AU-EXPIRY-MM        PIC 9(02).
           05  AU-EVENT-DATE           PIC X(08).
           05  FILLER                  PIC X(29).
       COPY INBOUND-CONTROL-RECORD.

       FD  PAYMENT-METHOD-FILE
           RECORDING MODE IS F.
       COPY PAYMENT-METHOD-RECORD.

       FD  ACCOUNT-UPDATE-REPORT
           RECORDING MODE IS F.
       01  ACCOUNT-UPDATE-REPORT-LINE  PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUN-LOG-RECORD.

       WORKING-STORAGE SECTION.
       77  WS-ACCTUPD-STATUS           PIC X(02) VALUE SPACES.
       77  WS-PAYMETH-STATUS           PIC X(02) VALUE SPACES.
       77  WS-PMURPT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-ACCTUPD-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-ACCTUPD-EOF      VALUE 'Y'.
           05  WS-INIT-FAILED-SW       PIC X(01) VALUE 'N'.
               88  WS-INIT-FAILED      VALUE 'Y'.
           05  WS-PMT-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-PMT-FOUND        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-UPD-READ-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-CARD-ADDED-CNT       PIC 9(09) COMP VALUE ZERO.
           05  WS-CARD-REPLACED-CNT    PIC 9(09) COMP VALUE ZERO.
           05  WS-EXPIRY-UPDATED-CNT   PIC 9(09) COMP VALUE ZERO.
           05  WS-CARD-CLOSED-CNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-REJECTED-CNT         PIC 9(09) COMP VALUE ZERO.

       01  WS-DATE-WORK-AREA.
           05  WS-TODAY-YYYYMMDD       PIC 9(08).
           05  WS-CURRENT-TIME         PIC 9(08).
           05  WS-TIMESTAMP-OUT        PIC X(26).

       01  WS-RUNLOG-WORK.
           05  WS-RUNLOG-TIME          PIC 9(08).
           05  WS-RUNLOG-END-TS        PIC X(26).

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE
               'CUSPMT01 - CARD ACCOUNT UPDATE'.
           05  FILLER                  PIC X(10) VALUE ' APPLY    '.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RH-DATE              PIC 9(08).

       01  WS-DETAIL-LINE.
           05  WS-DL-TYPE              PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CUST-ID           PIC 9(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CARD-BRAND        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-LAST-FOUR         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-EXPIRY-MONTH      PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-REASON            PIC X(40).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               'CARDS ADDED ..................'.
           05  WS-SL-CARD-ADDED        PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               'CARDS REPLACED ...............'.
           05  WS-SL-CARD-REPLACED     PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               'EXPIRY DATES UPDATED .........'.
           05  WS-SL-EXPIRY-UPDATED    PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30) VALUE
               'CARDS CLOSED BY ISSUER .......'.
           05  WS-SL-CARD-CLOSED       PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30) VALUE
               'UPDATES REJECTED .............'.
           05  WS-SL-REJECTED          PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * PROCEDURE DIVISION.                                            *
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF NOT WS-INIT-FAILED
               PERFORM 2000-APPLY-ONE-UPDATE
                   THRU 2000-APPLY-ONE-UPDATE-EXIT
                   UNTIL WS-ACCTUPD-EOF
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

           OPEN INPUT ACCOUNT-UPDATE-FILE.
           IF WS-ACCTUPD-STATUS NOT = '00'
               DISPLAY 'CUSPMT01 - ACCTUPD OPEN FAILED STATUS='
                   WS-ACCTUPD-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O PAYMENT-METHOD-FILE.
           IF WS-PAYMETH-STATUS NOT = '00'
               DISPLAY 'CUSPMT01 - PAYMETH OPEN FAILED STATUS='
                   WS-PAYMETH-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT ACCOUNT-UPDATE-REPORT.
           IF WS-PMURPT-STATUS NOT = '00'
               DISPLAY 'CUSPMT01 - PMURPT OPEN FAILED STATUS='
                   WS-PMURPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE WS-TODAY-YYYYMMDD TO WS-RH-DATE.
           WRITE ACCOUNT-UPDATE-REPORT-LINE FROM WS-REPORT-HEADING-1.

           PERFORM 2100-READ-NEXT-UPDATE
               THRU 2100-READ-NEXT-UPDATE-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APPLY-ONE-UPDATE - VALIDATE ONE CARD EVENT AND ROUTE IT.  *
      * A NEW CARD MAY ARRIVE FOR ANY CUSTOMER; AN UPDATER EVENT MUST  *
      * FIND A CARD ALREADY ON FILE.                                   *
      ******************************************************************
       2000-APPLY-ONE-UPDATE.
           MOVE AU-CUST-ID TO WS-DL-CUST-ID.
           MOVE AU-CARD-BRAND TO WS-DL-CARD-BRAND.
           MOVE AU-LAST-FOUR TO WS-DL-LAST-FOUR.
           MOVE AU-EXPIRY-MONTH TO WS-DL-EXPIRY-MONTH.

           IF AU-CUST-ID NOT NUMERIC
               OR AU-CUST-ID = ZERO
               MOVE 'UPDATE REJECTED' TO WS-DL-TYPE
               MOVE 'CUST-ID MISSING OR NOT NUMERIC'
                   TO WS-DL-REASON
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
               ADD 1 TO WS-REJECTED-CNT
               GO TO 2000-APPLY-ONE-UPDATE-NEXT
           END-IF.

           IF NOT AU-ACCOUNT-CLOSED
               IF AU-EXPIRY-MONTH NOT NUMERIC
                   OR AU-EXPIRY-MM < 1
                   OR AU-EXPIRY-MM > 12
                   MOVE 'UPDATE REJECTED' TO WS-DL-TYPE
                   MOVE 'EXPIRY MONTH IS NOT A VALID CCYYMM'
                       TO WS-DL-REASON
                   PERFORM 8000-WRITE-REPORT-LINE
                       THRU 8000-WRITE-REPORT-LINE-EXIT
                   ADD 1 TO WS-REJECTED-CNT
                   GO TO 2000-APPLY-ONE-UPDATE-NEXT
               END-IF
           END-IF.

           MOVE 'N' TO WS-PMT-FOUND-SW.
           MOVE AU-CUST-ID TO PMT-CUST-ID.
           READ PAYMENT-METHOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PMT-FOUND TO TRUE
           END-READ.

           EVALUATE TRUE
               WHEN AU-NEW-CARD
                   PERFORM 3000-POST-NEW-CARD
                       THRU 3000-POST-NEW-CARD-EXIT
               WHEN AU-NEW-EXPIRY
               WHEN AU-NEW-NUMBER
               WHEN AU-ACCOUNT-CLOSED
                   PERFORM 4000-POST-ISSUER-UPDATE
                       THRU 4000-POST-ISSUER-UPDATE-EXIT
               WHEN OTHER
                   MOVE 'UPDATE REJECTED' TO WS-DL-TYPE
                   MOVE 'UNKNOWN UPDATE TYPE' TO WS-DL-REASON
                   PERFORM 8000-WRITE-REPORT-LINE
                       THRU 8000-WRITE-REPORT-LINE-EXIT
                   ADD 1 TO WS-REJECTED-CNT
           END-EVALUATE.

       2000-APPLY-ONE-UPDATE-NEXT.
           PERFORM 2100-READ-NEXT-UPDATE
               THRU 2100-READ-NEXT-UPDATE-EXIT.

       2000-APPLY-ONE-UPDATE-EXIT.
           EXIT.

       2100-READ-NEXT-UPDATE.
           READ ACCOUNT-UPDATE-FILE
               AT END
                   SET WS-ACCTUPD-EOF TO TRUE
                   GO TO 2100-READ-NEXT-UPDATE-EXIT
           END-READ.

      *    THE HEADER AND TRAILER WERE CHECKED BY CUSINB01 IN THE
      *    STEP BEFORE THIS ONE; ONLY BODY RECORDS ARE APPLIED.
           IF INC-CONTROL-RECORD
               GO TO 2100-READ-NEXT-UPDATE
           END-IF.

           ADD 1 TO WS-UPD-READ-CNT.

       2100-READ-NEXT-UPDATE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-POST-NEW-CARD - A CARD THE CUSTOMER HAS REGISTERED WITH   *
      * THE GATEWAY.  IT REPLACES WHATEVER WAS ON FILE.                *
      ******************************************************************
       3000-POST-NEW-CARD.
           MOVE AU-TOKEN-REF TO PMT-TOKEN-REF.
           MOVE AU-CARD-BRAND TO PMT-CARD-BRAND.
           MOVE AU-LAST-FOUR TO PMT-LAST-FOUR.
           MOVE AU-EXPIRY-MONTH TO PMT-EXPIRY-MONTH.
           SET PMT-CARD-ACTIVE TO TRUE.
           MOVE AU-EVENT-DATE TO PMT-LAST-UPDATE-DATE.
           MOVE AU-UPDATE-TYPE TO PMT-LAST-UPDATE-TYPE.
           MOVE SPACES TO PMT-CARD-NOTICE-DATE.

           IF WS-PMT-FOUND
               REWRITE PAYMENT-METHOD-RECORD
                   INVALID KEY
                       DISPLAY 'CUSPMT01 - PAYMETH REWRITE FAILED '
                           PMT-CUST-ID
                       GO TO 3000-POST-NEW-CARD-EXIT
               END-REWRITE
               ADD 1 TO WS-CARD-REPLACED-CNT
               MOVE 'CARD REPLACED' TO WS-DL-TYPE
               MOVE 'CUSTOMER REGISTERED A NEW CARD'
                   TO WS-DL-REASON
           ELSE
               MOVE SPACES TO PAYMENT-METHOD-RECORD
               MOVE AU-CUST-ID TO PMT-CUST-ID
               MOVE AU-TOKEN-REF TO PMT-TOKEN-REF
               MOVE AU-CARD-BRAND TO PMT-CARD-BRAND
               MOVE AU-LAST-FOUR TO PMT-LAST-FOUR
               MOVE AU-EXPIRY-MONTH TO PMT-EXPIRY-MONTH
               SET PMT-CARD-ACTIVE TO TRUE
               MOVE AU-EVENT-DATE TO PMT-LAST-UPDATE-DATE
               MOVE AU-UPDATE-TYPE TO PMT-LAST-UPDATE-TYPE
               WRITE PAYMENT-METHOD-RECORD
                   INVALID KEY
                       DISPLAY 'CUSPMT01 - PAYMETH WRITE FAILED '
                           PMT-CUST-ID
                       GO TO 3000-POST-NEW-CARD-EXIT
               END-WRITE
               ADD 1 TO WS-CARD-ADDED-CNT
               MOVE 'CARD ADDED' TO WS-DL-TYPE
               MOVE 'FIRST CARD ON FILE FOR CUSTOMER'
                   TO WS-DL-REASON
           END-IF.

           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT.

       3000-POST-NEW-CARD-EXIT.
           EXIT.

      ******************************************************************
      * 4000-POST-ISSUER-UPDATE - AN ACCOUNT-UPDATER EVENT: A NEW      *
      * EXPIRY ON THE SAME CARD, A REISSUED CARD NUMBER, OR AN ACCOUNT *
      * THE ISSUER HAS CLOSED.  ANY CHANGE CLEARS THE NOTICE DATE SO   *
      * THE PRE-DUNNING SWEEP JUDGES THE CARD AFRESH.                  *
      ******************************************************************
       4000-POST-ISSUER-UPDATE.
           IF NOT WS-PMT-FOUND
               MOVE 'UPDATE REJECTED' TO WS-DL-TYPE
               MOVE 'NO CARD ON FILE FOR ISSUER UPDATE'
                   TO WS-DL-REASON
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
               ADD 1 TO WS-REJECTED-CNT
               GO TO 4000-POST-ISSUER-UPDATE-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN AU-NEW-EXPIRY
                   MOVE AU-EXPIRY-MONTH TO PMT-EXPIRY-MONTH
                   SET PMT-CARD-ACTIVE TO TRUE
                   MOVE 'EXPIRY UPDATED' TO WS-DL-TYPE
                   MOVE 'ISSUER EXTENDED THE EXPIRY DATE'
                       TO WS-DL-REASON
               WHEN AU-NEW-NUMBER
                   MOVE AU-TOKEN-REF TO PMT-TOKEN-REF
                   MOVE AU-CARD-BRAND TO PMT-CARD-BRAND
                   MOVE AU-LAST-FOUR TO PMT-LAST-FOUR
                   MOVE AU-EXPIRY-MONTH TO PMT-EXPIRY-MONTH
                   SET PMT-CARD-ACTIVE TO TRUE
                   MOVE 'CARD REPLACED' TO WS-DL-TYPE
                   MOVE 'ISSUER REISSUED THE CARD NUMBER'
                       TO WS-DL-REASON
               WHEN OTHER
                   SET PMT-CARD-CLOSED TO TRUE
                   MOVE PMT-CARD-BRAND TO WS-DL-CARD-BRAND
                   MOVE PMT-LAST-FOUR TO WS-DL-LAST-FOUR
                   MOVE PMT-EXPIRY-MONTH TO WS-DL-EXPIRY-MONTH
                   MOVE 'CARD CLOSED' TO WS-DL-TYPE
                   MOVE 'ISSUER CLOSED THE ACCOUNT - NO REPLACEMENT'
                       TO WS-DL-REASON
           END-EVALUATE.

           MOVE AU-EVENT-DATE TO PMT-LAST-UPDATE-DATE.
           MOVE AU-UPDATE-TYPE TO PMT-LAST-UPDATE-TYPE.
           MOVE SPACES TO PMT-CARD-NOTICE-DATE.
           REWRITE PAYMENT-METHOD-RECORD
               INVALID KEY
                   DISPLAY 'CUSPMT01 - PAYMETH REWRITE FAILED '
                       PMT-CUST-ID
                   GO TO 4000-POST-ISSUER-UPDATE-EXIT
           END-REWRITE.

           EVALUATE TRUE
               WHEN AU-NEW-EXPIRY
                   ADD 1 TO WS-EXPIRY-UPDATED-CNT
               WHEN AU-NEW-NUMBER
                   ADD 1 TO WS-CARD-REPLACED-CNT
               WHEN OTHER
                   ADD 1 TO WS-CARD-CLOSED-CNT
           END-EVALUATE.

           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT.

       4000-POST-ISSUER-UPDATE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-REPORT-LINE - FORMAT AND WRITE ONE DETAIL LINE      *
      ******************************************************************
       8000-WRITE-REPORT-LINE.
           WRITE ACCOUNT-UPDATE-REPORT-LINE FROM WS-DETAIL-LINE.

       8000-WRITE-REPORT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - WRITE SUMMARY, CLOSE FILES, SET RETURN CODE.  *
      * A REJECTED UPDATE IS A WARNING.                                *
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-CARD-ADDED-CNT TO WS-SL-CARD-ADDED.
           WRITE ACCOUNT-UPDATE-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-CARD-REPLACED-CNT TO WS-SL-CARD-REPLACED.
           WRITE ACCOUNT-UPDATE-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-EXPIRY-UPDATED-CNT TO WS-SL-EXPIRY-UPDATED.
           WRITE ACCOUNT-UPDATE-REPORT-LINE FROM WS-SUMMARY-LINE-3.
           MOVE WS-CARD-CLOSED-CNT TO WS-SL-CARD-CLOSED.
           WRITE ACCOUNT-UPDATE-REPORT-LINE FROM WS-SUMMARY-LINE-4.
           MOVE WS-REJECTED-CNT TO WS-SL-REJECTED.
           WRITE ACCOUNT-UPDATE-REPORT-LINE FROM WS-SUMMARY-LINE-5.

           CLOSE ACCOUNT-UPDATE-FILE
                 PAYMENT-METHOD-FILE
                 ACCOUNT-UPDATE-REPORT.

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
               DISPLAY 'CUSPMT01 - RUNLOG OPEN FAILED STATUS='
                   WS-RUNLOG-STATUS
               GO TO 9100-WRITE-RUN-LOG-EXIT
           END-IF.

           ACCEPT WS-RUNLOG-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-RUNLOG-TIME(1:2) '.'
                  WS-RUNLOG-TIME(3:2) '.' WS-RUNLOG-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-RUNLOG-END-TS.

           MOVE 'CUSPMT01' TO RUNLOG-PROGRAM.
           MOVE WS-TODAY-YYYYMMDD TO RUNLOG-RUN-DATE.
           MOVE WS-TIMESTAMP-OUT TO RUNLOG-START-TIMESTAMP.
           MOVE WS-RUNLOG-END-TS TO RUNLOG-END-TIMESTAMP.
           MOVE WS-UPD-READ-CNT TO RUNLOG-RECORDS-READ.
           MOVE WS-CARD-ADDED-CNT TO RUNLOG-RECORDS-WRITTEN.
           COMPUTE RUNLOG-RECORDS-UPDATED =
               WS-CARD-REPLACED-CNT + WS-EXPIRY-UPDATED-CNT
               + WS-CARD-CLOSED-CNT.
           MOVE WS-REJECTED-CNT TO RUNLOG-EXCEPTION-COUNT.
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.

       9100-WRITE-RUN-LOG-EXIT.
           EXIT.
