      * 2026-09-02  DO   APPEND A LOKSUSPD ROW TO THE UNIFIED NTFYOUT *
      *                  NOTIFICATION FEED FOR EVERY ACCOUNT THE      *
      *                  SWEEP SUSPENDS - NO MORE SILENT LOCKOUTS     *
      * 2026-09-28  DO   LOKSUSPD IS SKIPPED AND COUNTED AS HELD WHEN *
      *                  THE ADDRESS HAS HARD-BOUNCED (EMLSUPP FILE)  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSLOK01.
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
       77  WS-LOKRPT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AUDITLOG-STATUS          PIC X(02) VALUE SPACES.
       77  WS-NTFYOUT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EMLSUPP-STATUS           PIC X(02) VALUE SPACES.
       77  WS-POLPARM-STATUS           PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.

           05  WS-RUN-MODE             PIC X(01) VALUE 'S'.
               88  WS-RUN-MODE-SWEEP   VALUE 'S'.
               88  WS-RUN-MODE-RESET   VALUE 'R'.
           05  WS-NOTICE-HELD-SW       PIC X(01) VALUE 'N'.
               88  WS-NOTICE-HELD      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MST-READ-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-SUSPEND-CNT          PIC 9(09) COMP VALUE ZERO.
           05  WS-RESET-CNT            PIC 9(09) COMP VALUE ZERO.
           05  WS-NTF-HELD-CNT         PIC 9(09) COMP VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE         PIC 9(08).
               'CUSTOMERS SUSPENDED THIS RUN..'.
           05  WS-SL-SUSPEND-CNT       PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               'NOTICES HELD (SUPPRESSED) ....'.
           05  WS-SL-HELD-CNT          PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * LINKAGE SECTION - ONE CHARACTER RUN-MODE PARM PASSED FROM THE  *
      * EXEC PGM=CUSLOK01,PARM='S' (OR 'R') STATEMENT IN THE JCL.      *
                   SET WS-INIT-FAILED TO TRUE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               OPEN INPUT EMAIL-SUPPRESS-FILE
               IF WS-EMLSUPP-STATUS NOT = '00'
                   DISPLAY 'CUSLOK01 - EMLSUPP OPEN FAILED STATUS='
                       WS-EMLSUPP-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-INIT-FAILED TO TRUE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               MOVE WS-CURRENT-DATE TO WS-RH-DATE
               WRITE LOCKOUT-REPORT-LINE FROM WS-REPORT-HEADING-1
               MOVE WS-FAILED-LOGIN-THRESHOLD TO WS-RH-THRESHOLD
       7000-WRITE-AUDIT-RECORD-EXIT.
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
      * 7500-WRITE-NOTIFY-RECORD - APPEND ONE LOKSUSPD ROW TO THE      *
      * UNIFIED NOTIFICATION FEED FOR THE ACCOUNT JUST SUSPENDED.      *
      * MERGE FIELDS: NTF-MERGE-1 = FAILED LOGIN COUNT.  SERVICE       *
      * CLASS - HELD ONLY FOR A HARD-BOUNCED ADDRESS.                  *
      ******************************************************************
       7500-WRITE-NOTIFY-RECORD.
           MOVE CUST-ID TO NTF-CUST-ID.
           MOVE CUST-FAILED-LOGINS TO WS-FAILED-DISPLAY.
           MOVE WS-FAILED-DISPLAY TO NTF-MERGE-1.
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
           IF WS-RUN-MODE-SWEEP
               MOVE WS-SUSPEND-CNT TO WS-SL-SUSPEND-CNT
               WRITE LOCKOUT-REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE WS-NTF-HELD-CNT TO WS-SL-HELD-CNT
               WRITE LOCKOUT-REPORT-LINE FROM WS-SUMMARY-LINE-2
               CLOSE LOCKOUT-REPORT
                     NOTIFICATION-FILE
                     EMAIL-SUPPRESS-FILE
           ELSE
               CLOSE RESET-REQUEST-FILE
               DISPLAY 'CUSLOK01 - RESET COUNT ' WS-RESET-CNT
           COMPUTE RUNLOG-RECORDS-UPDATED =
               WS-SUSPEND-CNT + WS-RESET-CNT.
           MOVE WS-SUSPEND-CNT TO RUNLOG-EXCEPTION-COUNT.
           MOVE WS-NTF-HELD-CNT TO RUNLOG-HELD-COUNT.
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
