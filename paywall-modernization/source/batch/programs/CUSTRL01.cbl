      * ---------------------------------------------------------------*
      * 2026-09-02  DO   INITIAL VERSION - END-OF-TRIAL CONVERSION     *
      *                  SWEEP OVER THE ENTITLEMENT FILE               *
      * 2026-10-09  DO   APPEND A TRLC / TRLX AUDIT ROW FOR EVERY      *
      *                  CONVERSION AND EXPIRY SO CUSMRR01 CAN COUNT   *
      *                  TRIAL CONVERSIONS IN THE MONTHLY MRR BRIDGE   *
      * 2026-10-12  DO   SKIP THE INBOUND HEADER AND TRAILER CONTROL   *
      *                  RECORDS ON TRLCNV; THE FILE IS VALIDATED AND  *
      *                  REGISTERED BY CUSINB01 FIRST                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTRL01.
      *   THE PLAN'S TERM FROM THE PLANMSTR PLAN/PRICE MASTER.  A      *
      *   SECOND PASS THEN CANCELS ANY TRIAL ROW STILL UNCONVERTED     *
      *   PAST ITS TRIAL END.  CONVERSION AND EXPIRY COUNTS ARE        *
      *   REPORTED SO MARKETING CAN MEASURE TAKE-UP.  EVERY            *
      *   CONVERSION AND EXPIRY ALSO APPENDS AN AUDITLOG ROW (REASON   *
      *   TRLC OR TRLX) FOR THE MONTHLY MRR BRIDGE.                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRLCNV-STATUS.

      * AUDIT-LOG-FILE IS APPEND ONLY - THE JCL DISPOSITION IS
      * DISP=MOD SO EACH RUN ADDS TO THE PERMANENT TRAIL.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT TRIAL-REPORT
               ASSIGN TO TRLRPT
               ORGANIZATION IS LINE SEQUENTIAL
           05  TC-CUST-ID              PIC 9(10).
           05  TC-PLAN-CODE            PIC X(08).
           05  FILLER                  PIC X(62).
       COPY INBOUND-CONTROL-RECORD.

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-AUDIT-LOG.

       FD  TRIAL-REPORT
           RECORDING MODE IS F.
       77  WS-CUSTENT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-PLANMSTR-STATUS          PIC X(02) VALUE SPACES.
       77  WS-TRLCNV-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AUDITLOG-STATUS          PIC X(02) VALUE SPACES.
       77  WS-TRLRPT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.

           05  WS-TRIAL-END-INTEGER    PIC S9(09) COMP.
           05  WS-EFFECTIVE-TERM-DAYS  PIC 9(06).

       01  WS-AUDIT-WORK.
           05  WS-HOLD-OLD-STATUS      PIC X(01).
           05  WS-AUDIT-REASON         PIC X(04).

       01  WS-RUNLOG-WORK.
           05  WS-RUNLOG-TIME          PIC 9(08).
           05  WS-RUNLOG-START-TS      PIC X(26).
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDITLOG-STATUS NOT = '00'
               DISPLAY 'CUSTRL01 - AUDITLOG OPEN FAILED STATUS='
                   WS-AUDITLOG-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT TRIAL-REPORT.
           IF WS-TRLRPT-STATUS NOT = '00'
               DISPLAY 'CUSTRL01 - TRLRPT OPEN FAILED STATUS='
                   GO TO 2100-READ-NEXT-CONVERSION-EXIT
           END-READ.

      *    THE HEADER AND TRAILER WERE CHECKED BY CUSINB01 IN THE
      *    STEP BEFORE THIS ONE; ONLY BODY RECORDS ARE APPLIED.
           IF INC-CONTROL-RECORD
               GO TO 2100-READ-NEXT-CONVERSION
           END-IF.

           ADD 1 TO WS-CNV-READ-CNT.

       2100-READ-NEXT-CONVERSION-EXIT.
      * 3000-CONVERT-TRIAL-ROW - THE ROW IN HAND BECOMES A STANDARD    *
      * BILLABLE ROW.  ENT-RENEWAL-DATE IS SET TO THE TRIAL END SO     *
      * THE NEXT CUSBIL01 EXTRACT BILLS IT, AND ENT-EXPIRATION-DATE    *
      * IS ADVANCED ONE PLAN TERM FROM THE TRIAL END.  A TRLC AUDIT    *
      * ROW RECORDS THE CONVERSION.                                    *
      ******************************************************************
       3000-CONVERT-TRIAL-ROW.
           PERFORM 2300-READ-PLAN-PRICE
                  WS-NEW-EXPIRY-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO ENT-EXPIRATION-DATE.

           MOVE ENT-PAYMENT-STATUS TO WS-HOLD-OLD-STATUS.
           SET ENT-TYPE-STANDARD TO TRUE.
           MOVE 'C' TO ENT-PAYMENT-STATUS.
           REWRITE CUSTOMER-ENTITLEMENT.
           ADD 1 TO WS-CONVERTED-CNT.
           MOVE 'TRLC' TO WS-AUDIT-REASON.
           PERFORM 7000-WRITE-AUDIT-ROW
               THRU 7000-WRITE-AUDIT-ROW-EXIT.

           MOVE 'TRIAL CONVERTED' TO WS-DL-TYPE.
           MOVE ENT-CUST-ID TO WS-DL-CUST-ID.
      ******************************************************************
      * 4000-SWEEP-EXPIRED-TRIALS - CANCEL ANY TRIAL ROW STILL         *
      * UNCONVERTED PAST ITS TRIAL END.  A TRIAL STILL INSIDE ITS      *
      * WINDOW IS ONLY COUNTED.  A TRLX AUDIT ROW RECORDS THE EXPIRY.  *
      ******************************************************************
       4000-SWEEP-EXPIRED-TRIALS.
           IF NOT ENT-TYPE-TRIAL
               TO WS-TRIAL-END-INTEGER.

           IF WS-TRIAL-END-INTEGER < WS-TODAY-INTEGER
               MOVE ENT-PAYMENT-STATUS TO WS-HOLD-OLD-STATUS
               MOVE 'X' TO ENT-PAYMENT-STATUS
               REWRITE CUSTOMER-ENTITLEMENT
               ADD 1 TO WS-EXPIRED-CNT
               MOVE 'TRLX' TO WS-AUDIT-REASON
               PERFORM 7000-WRITE-AUDIT-ROW
                   THRU 7000-WRITE-AUDIT-ROW-EXIT
               MOVE 'TRIAL EXPIRED' TO WS-DL-TYPE
               MOVE ENT-CUST-ID TO WS-DL-CUST-ID
               MOVE ENT-PLAN-CODE TO WS-DL-PLAN-CODE
       4100-READ-NEXT-ENTITLEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-AUDIT-ROW - APPEND ONE AUDITLOG ROW FOR THE ROW IN  *
      * HAND UNDER WS-AUDIT-REASON, OLD AND NEW PAYMENT STATUS IN THE  *
      * STATUS BYTES.                                                  *
      ******************************************************************
       7000-WRITE-AUDIT-ROW.
           MOVE ENT-CUST-ID TO AUDIT-CUST-ID.
           MOVE WS-RUNLOG-START-TS TO AUDIT-TIMESTAMP.
           MOVE WS-HOLD-OLD-STATUS TO AUDIT-OLD-STATUS.
           MOVE ENT-PAYMENT-STATUS TO AUDIT-NEW-STATUS.
           MOVE WS-AUDIT-REASON TO AUDIT-REASON-CODE.
           MOVE 'CUSTRL01' TO AUDIT-REQUESTED-BY.
           WRITE CUSTOMER-AUDIT-LOG-RECORD.

       7000-WRITE-AUDIT-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-REPORT-LINE - FORMAT AND WRITE ONE DETAIL LINE      *
      ******************************************************************
           CLOSE ENTITLEMENT-FILE
                 PLAN-PRICE-FILE
                 TRIAL-CONVERT-FILE
                 AUDIT-LOG-FILE
                 TRIAL-REPORT.

           IF NOT WS-INIT-FAILED
