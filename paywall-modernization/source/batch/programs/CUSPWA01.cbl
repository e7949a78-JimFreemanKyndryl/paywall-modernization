      * 2026-09-02  DO   APPEND A PWARESET ROW TO THE UNIFIED NTFYOUT *
      *                  NOTIFICATION FEED FOR EVERY CUSTOMER FLAGGED *
      *                  IN FORCE-RESET MODE                          *
      * 2026-09-28  DO   PWARESET IS SKIPPED AND COUNTED AS HELD WHEN *
      *                  THE ADDRESS HAS HARD-BOUNCED (EMLSUPP FILE)  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSPWA01.
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
           RECORDING MODE IS F.
       COPY CUSTOMER-NOTIFY-RECORD.

       FD  EMAIL-SUPPRESS-FILE
           RECORDING MODE IS F.
       COPY EMAIL-SUPPRESS-RECORD.

       FD  POLICY-PARM-FILE
           RECORDING MODE IS F.
       COPY POLICY-PARAMETER-RECORD.
       77  WS-SORTWK-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PWARPT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-NTFYOUT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EMLSUPP-STATUS           PIC X(02) VALUE SPACES.
       77  WS-POLPARM-STATUS           PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.

               88  WS-INIT-FAILED      VALUE 'Y'.
           05  WS-FORCE-RESET-MODE-SW  PIC X(01) VALUE 'N'.
               88  WS-FORCE-RESET-MODE VALUE 'Y'.
           05  WS-NOTICE-HELD-SW       PIC X(01) VALUE 'N'.
               88  WS-NOTICE-HELD      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MST-READ-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-LISTED-CNT           PIC 9(09) COMP VALUE ZERO.
           05  WS-FLAGGED-CNT          PIC 9(09) COMP VALUE ZERO.
           05  WS-NTF-HELD-CNT         PIC 9(09) COMP VALUE ZERO.

       01  WS-DATE-WORK-AREA.
           05  WS-TODAY-YYYYMMDD       PIC 9(08).
               'CUSTOMERS LISTED .............'.
           05  WS-SL-LISTED-CNT        PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               'NOTICES HELD (SUPPRESSED) ....'.
           05  WS-SL-HELD-CNT          PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * LINKAGE SECTION - ONE CHARACTER 'F' FORCED-RESET PARM PASSED   *
      * FROM THE EXEC PGM=CUSPWA01,PARM='F' STATEMENT IN THE JCL.      *
                   SET WS-INIT-FAILED TO TRUE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               OPEN INPUT EMAIL-SUPPRESS-FILE
               IF WS-EMLSUPP-STATUS NOT = '00'
                   DISPLAY 'CUSPWA01 - EMLSUPP OPEN FAILED STATUS='
                       WS-EMLSUPP-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-INIT-FAILED TO TRUE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
           END-IF.

       1000-INITIALIZE-EXIT.
       3100-RETURN-NEXT-SORT-RECORD-EXIT.
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
      * 7500-WRITE-NOTIFY-RECORD - APPEND ONE PWARESET ROW TO THE      *
      * UNIFIED NOTIFICATION FEED FOR THE CUSTOMER JUST FLAGGED.       *
      * MERGE FIELDS: NTF-MERGE-1 = PASSWORD AGE IN DAYS.  SERVICE     *
      * CLASS - HELD ONLY FOR A HARD-BOUNCED ADDRESS.                  *
      ******************************************************************
       7500-WRITE-NOTIFY-RECORD.
           MOVE CUST-ID TO NTF-CUST-ID.
           MOVE WS-TODAY-YYYYMMDD TO NTF-EVENT-DATE.
           MOVE SORT-PWD-AGE-DAYS TO NTF-MERGE-1.
           MOVE SPACES TO NTF-MERGE-2.
           SET NTF-CLASS-SERVICE TO TRUE.

           PERFORM 7400-CHECK-SUPPRESSION
               THRU 7400-CHECK-SUPPRESSION-EXIT.
           IF WS-NOTICE-HELD
               ADD 1 TO WS-NTF-HELD-CNT
               GO TO 7500-WRITE-NOTIFY-RECORD-EXIT
           END-IF.

           WRITE CUSTOMER-NOTIFY-RECORD.

       7500-WRITE-NOTIFY-RECORD-EXIT.
       9000-TERMINATE.
           MOVE WS-LISTED-CNT TO WS-SL-LISTED-CNT.
           WRITE PASSWORD-AGE-REPORT-LINE FROM WS-SUMMARY-LINE.
           IF WS-FORCE-RESET-MODE
               MOVE WS-NTF-HELD-CNT TO WS-SL-HELD-CNT
               WRITE PASSWORD-AGE-REPORT-LINE FROM WS-SUMMARY-LINE-2
           END-IF.

           CLOSE CUSTOMER-MASTER-FILE
                 PASSWORD-AGE-REPORT.
           IF WS-FORCE-RESET-MODE
               CLOSE NOTIFICATION-FILE
                     EMAIL-SUPPRESS-FILE
           END-IF.

           IF NOT WS-INIT-FAILED
           MOVE WS-FLAGGED-CNT TO RUNLOG-RECORDS-WRITTEN.
           MOVE WS-FLAGGED-CNT TO RUNLOG-RECORDS-UPDATED.
           MOVE WS-LISTED-CNT TO RUNLOG-EXCEPTION-COUNT.
           MOVE WS-NTF-HELD-CNT TO RUNLOG-HELD-COUNT.
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
