      *                  OUT ON THE UNIFIED NTFYOUT NOTIFICATION FEED  *
      *                  (TEMPLATE CODES VERREMND / VERSUSPD) -        *
      *                  VEROUT RETIRED                                *
      * 2026-09-28  DO   NO REMINDER, AND NO ATTEMPT COUNTED, FOR A    *
      *                  HARD-BOUNCED ADDRESS ON THE EMLSUPP FILE -    *
      *                  HELD NOTICES COUNTED AND LOGGED               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSVER01.
      *   HEARS ABOUT THE SUSPENSION.                                  *
      *   MERGE FIELDS: VERREMND NTF-MERGE-1 = ATTEMPT NUMBER;         *
      *   VERSUSPD CARRIES NO MERGE DATA.                              *
      *   BOTH ARE SERVICE NOTICES.  WHEN THE ADDRESS HAS HARD-BOUNCED *
      *   (EMLSUPP FILE) THE REMINDER IS HELD AND THE ATTEMPT IS NOT   *
      *   COUNTED, SO AN UNDELIVERABLE ADDRESS NEVER RUNS THE CUSTOMER *
      *   UP TO SUSPENSION.                                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

           SELECT AUDIT-LOG-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
           RECORDING MODE IS F.
       COPY CUSTOMER-NOTIFY-RECORD.

       FD  EMAIL-SUPPRESS-FILE
           RECORDING MODE IS F.
       COPY EMAIL-SUPPRESS-RECORD.

      * AUDIT-LOG-FILE IS APPEND ONLY - THE JCL DISPOSITION IS
      * DISP=MOD SO EACH RUN ADDS TO THE PERMANENT TRAIL.
       FD  AUDIT-LOG-FILE
       WORKING-STORAGE SECTION.
       77  WS-CUSTMSTR-STATUS          PIC X(02) VALUE SPACES.
       77  WS-NTFYOUT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EMLSUPP-STATUS           PIC X(02) VALUE SPACES.
       77  WS-AUDITLOG-STATUS          PIC X(02) VALUE SPACES.
       77  WS-POLPARM-STATUS           PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.
               88  WS-CUSTMSTR-EOF     VALUE 'Y'.
           05  WS-INIT-FAILED-SW       PIC X(01) VALUE 'N'.
               88  WS-INIT-FAILED      VALUE 'Y'.
           05  WS-NOTICE-HELD-SW       PIC X(01) VALUE 'N'.
               88  WS-NOTICE-HELD      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MST-READ-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-REMINDER-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-ESCALATED-CNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-NOTIFY-CNT           PIC 9(09) COMP VALUE ZERO.
           05  WS-NTF-HELD-CNT         PIC 9(09) COMP VALUE ZERO.

       01  WS-DATE-WORK-AREA.
           05  WS-TODAY-YYYYMMDD       PIC 9(08).
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT EMAIL-SUPPRESS-FILE.
           IF WS-EMLSUPP-STATUS NOT = '00'
               DISPLAY 'CUSVER01 - EMLSUPP OPEN FAILED STATUS='
                   WS-EMLSUPP-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDITLOG-STATUS NOT = '00'
               DISPLAY 'CUSVER01 - AUDITLOG OPEN FAILED STATUS='

      ******************************************************************
      * 2200-SEND-OR-ESCALATE - IF ATTEMPTS ARE AT THE CAP, SUSPEND    *
      * THE ACCOUNT INSTEAD OF SENDING ANOTHER REMINDER.  A REMINDER   *
      * TO A SUPPRESSED ADDRESS IS HELD BEFORE THE ATTEMPT IS COUNTED. *
      ******************************************************************
       2200-SEND-OR-ESCALATE.
           IF CUST-VERIFICATION-ATTEMPTS >= WS-MAX-VERIFICATION-ATTEMPTS
               PERFORM 7500-WRITE-NOTIFY-RECORD
                   THRU 7500-WRITE-NOTIFY-RECORD-EXIT
               ADD 1 TO WS-ESCALATED-CNT
               GO TO 2200-SEND-OR-ESCALATE-EXIT
           END-IF.

           MOVE CUST-EMAIL TO NTF-EMAIL.
           SET NTF-CLASS-SERVICE TO TRUE.
           PERFORM 7400-CHECK-SUPPRESSION
               THRU 7400-CHECK-SUPPRESSION-EXIT.
           IF WS-NOTICE-HELD
               ADD 1 TO WS-NTF-HELD-CNT
               GO TO 2200-SEND-OR-ESCALATE-EXIT
           END-IF.

           ADD 1 TO CUST-VERIFICATION-ATTEMPTS.
           MOVE WS-TODAY-TIMESTAMP TO CUST-VERIFICATION-SENT-DATE.
           REWRITE CUSTOMER-RECORD.

           MOVE 'VERREMND' TO NTF-TEMPLATE-CODE.
           MOVE CUST-VERIFICATION-ATTEMPTS TO WS-ATTEMPT-DISPLAY.
           MOVE WS-ATTEMPT-DISPLAY TO NTF-MERGE-1.
           MOVE SPACES TO NTF-MERGE-2.
           PERFORM 7500-WRITE-NOTIFY-RECORD
               THRU 7500-WRITE-NOTIFY-RECORD-EXIT.
           ADD 1 TO WS-REMINDER-CNT.

       2200-SEND-OR-ESCALATE-EXIT.
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
      * NOTIFICATION FEED.  CALLER SETS NTF-TEMPLATE-CODE AND THE      *
      * MERGE FIELDS BEFORE THE PERFORM; THE CUSTOMER IDENTIFICATION   *
      * FIELDS COME FROM THE RECORD IN HAND.  EVERY CUSVER01 NOTICE IS *
      * SERVICE CLASS.                                                 *
      ******************************************************************
       7500-WRITE-NOTIFY-RECORD.
           MOVE CUST-ID TO NTF-CUST-ID.
           MOVE CUST-EMAIL TO NTF-EMAIL.
           MOVE CUST-FIRST-NAME TO NTF-FIRST-NAME.
           MOVE WS-TODAY-YYYYMMDD TO NTF-EVENT-DATE.
           SET NTF-CLASS-SERVICE TO TRUE.

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
           DISPLAY 'CUSVER01 - CUSTOMERS READ    ' WS-MST-READ-CNT.
           DISPLAY 'CUSVER01 - REMINDERS SENT     ' WS-REMINDER-CNT.
           DISPLAY 'CUSVER01 - ESCALATED-SUSPEND  ' WS-ESCALATED-CNT.
           DISPLAY 'CUSVER01 - NOTICES HELD       ' WS-NTF-HELD-CNT.

           CLOSE CUSTOMER-MASTER-FILE
                 NOTIFICATION-FILE
                 EMAIL-SUPPRESS-FILE
                 AUDIT-LOG-FILE.

           IF NOT WS-INIT-FAILED
           MOVE WS-RUNLOG-START-TS TO RUNLOG-START-TIMESTAMP.
           MOVE WS-RUNLOG-END-TS TO RUNLOG-END-TIMESTAMP.
           MOVE WS-MST-READ-CNT TO RUNLOG-RECORDS-READ.
           MOVE WS-NOTIFY-CNT TO RUNLOG-RECORDS-WRITTEN.
           COMPUTE RUNLOG-RECORDS-UPDATED =
               WS-REMINDER-CNT + WS-ESCALATED-CNT.
           MOVE WS-ESCALATED-CNT TO RUNLOG-EXCEPTION-COUNT.
           MOVE WS-NTF-HELD-CNT TO RUNLOG-HELD-COUNT.
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
