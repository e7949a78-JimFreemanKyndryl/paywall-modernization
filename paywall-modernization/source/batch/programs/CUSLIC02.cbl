      ******************************************************************
      * PROGRAM-ID.  CUSLIC02                                          *
      * AUTHOR.      D. OKAFOR - CUSTOMER MASTER APPLICATIONS TEAM     *
      * INSTALLATION. PAYWALL MODERNIZATION                            *
      * DATE-WRITTEN. 2026-10-07                                       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * ---------------------------------------------------------------*
      * 2026-10-07  DO   INITIAL VERSION - MONTHLY SITE-LICENCE SEAT   *
      *                  UTILIZATION REPORT                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSLIC02.
       AUTHOR.        D. OKAFOR.
       INSTALLATION.  PAYWALL MODERNIZATION.
       DATE-WRITTEN.  2026-10-07.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.                                                       *
      *   MONTHLY SEAT UTILIZATION REPORT FOR GROUP SITE LICENCES.     *
      *   FOR EVERY OPEN SITELIC LICENCE IT SHOWS THE SEATS LICENSED,  *
      *   ASSIGNED AND STILL UNUSED, AND LISTS EACH ACTIVE SEATASN     *
      *   MEMBER WITH NO USAGE ON THE LICENSED PLAN IN THE USAGEACC    *
      *   ACCUMULATOR FOR THE PERIOD, SO ACCOUNT MANAGERS CAN SEE      *
      *   WHICH SPONSORS ARE PAYING FOR SEATS NOBODY USES.  THE PERIOD *
      *   DEFAULTS TO THE CURRENT MONTH AND MAY BE OVERRIDDEN WITH     *
      *   PARM='YYYYMM' TO REPORT A CLOSED MONTH.  A CLOSED LICENCE IS *
      *   NOT REPORTED.                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z15.
       OBJECT-COMPUTER.  IBM-Z15.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-LICENCE-FILE
               ASSIGN TO SITELIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIC-KEY
               FILE STATUS IS WS-SITELIC-STATUS.

           SELECT SEAT-ASSIGNMENT-FILE
               ASSIGN TO SEATASN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEAT-KEY
               FILE STATUS IS WS-SEATASN-STATUS.

           SELECT USAGE-ACCUM-FILE
               ASSIGN TO USAGEACC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USE-KEY
               FILE STATUS IS WS-USAGEACC-STATUS.

           SELECT SEAT-USE-REPORT
               ASSIGN TO LICURPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LICURPT-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SITE-LICENCE-FILE
           RECORDING MODE IS F.
       COPY SITE-LICENCE-RECORD.

       FD  SEAT-ASSIGNMENT-FILE
           RECORDING MODE IS F.
       COPY SEAT-ASSIGNMENT-RECORD.

       FD  USAGE-ACCUM-FILE
           RECORDING MODE IS F.
       COPY USAGE-ACCUM-RECORD.

       FD  SEAT-USE-REPORT
           RECORDING MODE IS F.
       01  SEAT-USE-REPORT-LINE        PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUN-LOG-RECORD.

       WORKING-STORAGE SECTION.
       77  WS-SITELIC-STATUS           PIC X(02) VALUE SPACES.
       77  WS-SEATASN-STATUS           PIC X(02) VALUE SPACES.
       77  WS-USAGEACC-STATUS          PIC X(02) VALUE SPACES.
       77  WS-LICURPT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-SITELIC-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-SITELIC-EOF      VALUE 'Y'.
           05  WS-SEAT-SCAN-DONE-SW    PIC X(01) VALUE 'N'.
               88  WS-SEAT-SCAN-DONE   VALUE 'Y'.
           05  WS-INIT-FAILED-SW       PIC X(01) VALUE 'N'.
               88  WS-INIT-FAILED      VALUE 'Y'.
           05  WS-USAGE-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-USAGE-FOUND      VALUE 'Y'.
           05  WS-LIST-IDLE-SW         PIC X(01) VALUE 'N'.
               88  WS-LIST-IDLE        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LIC-READ-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-SEAT-READ-CNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-LIC-REPORTED-CNT     PIC 9(09) COMP VALUE ZERO.
           05  WS-TOT-LICENSED-CNT     PIC 9(09) COMP VALUE ZERO.
           05  WS-TOT-ASSIGNED-CNT     PIC 9(09) COMP VALUE ZERO.
           05  WS-TOT-IDLE-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-LIC-IDLE-CNT         PIC 9(09) COMP VALUE ZERO.

       01  WS-REPORT-PERIOD            PIC 9(06).
       01  WS-TODAY-YYYYMMDD           PIC 9(08).

       01  WS-RUNLOG-WORK.
           05  WS-RUNLOG-TIME          PIC 9(08).
           05  WS-RUNLOG-START-TS      PIC X(26).
           05  WS-RUNLOG-END-TS        PIC X(26).

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE
               'CUSLIC02 - SITE LICENCE SEAT U'.
           05  FILLER                  PIC X(10) VALUE 'TILIZATION'.
           05  FILLER                  PIC X(10) VALUE '  PERIOD: '.
           05  WS-RH-PERIOD            PIC 9(06).

       01  WS-LICENCE-HEADING.
           05  FILLER                  PIC X(13) VALUE 'SPONSOR'.
           05  FILLER                  PIC X(11) VALUE 'PLAN'.
           05  FILLER                  PIC X(08) VALUE 'STATUS'.
           05  FILLER                  PIC X(12) VALUE '    LICENSED'.
           05  FILLER                  PIC X(12) VALUE '    ASSIGNED'.
           05  FILLER                  PIC X(12) VALUE '      UNUSED'.
           05  FILLER                  PIC X(12) VALUE '        IDLE'.

       01  WS-LICENCE-LINE.
           05  WS-LL-SPONSOR-ID        PIC 9(10).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-LL-PLAN-CODE         PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-LL-STATUS            PIC X(01).
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  WS-LL-LICENSED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LL-ASSIGNED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LL-UNUSED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LL-IDLE              PIC ZZZ,ZZZ,ZZ9.

       01  WS-IDLE-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE
               'MEMBER WITH NO USAGE  '.
           05  WS-IL-MEMBER-ID         PIC 9(10).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'ASSIGNED: '.
           05  WS-IL-ASSIGNED-DATE     PIC X(08).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               'LICENCES REPORTED ............'.
           05  WS-SL-LICENCES          PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               'SEATS LICENSED ...............'.
           05  WS-SL-LICENSED          PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               'SEATS ASSIGNED ...............'.
           05  WS-SL-ASSIGNED          PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30) VALUE
               'MEMBERS WITH NO USAGE ........'.
           05  WS-SL-IDLE              PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * LINKAGE SECTION - OPTIONAL YYYYMM REPORT-PERIOD PARM PASSED    *
      * FROM THE EXEC PGM=CUSLIC02,PARM='YYYYMM' STATEMENT.            *
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
               PERFORM 2000-REPORT-ONE-LICENCE
                   THRU 2000-REPORT-ONE-LICENCE-EXIT
                   UNTIL WS-SITELIC-EOF
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES, RESOLVE THE REPORT PERIOD        *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-REPORT-PERIOD.
           IF LK-PARM-LEN >= 6
               AND LK-PARM-DATA NUMERIC
               MOVE LK-PARM-DATA TO WS-REPORT-PERIOD
           END-IF.

           ACCEPT WS-RUNLOG-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-RUNLOG-TIME(1:2) '.'
                  WS-RUNLOG-TIME(3:2) '.' WS-RUNLOG-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-RUNLOG-START-TS.

           OPEN INPUT SITE-LICENCE-FILE.
           IF WS-SITELIC-STATUS NOT = '00'
               DISPLAY 'CUSLIC02 - SITELIC OPEN FAILED STATUS='
                   WS-SITELIC-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT SEAT-ASSIGNMENT-FILE.
           IF WS-SEATASN-STATUS NOT = '00'
               DISPLAY 'CUSLIC02 - SEATASN OPEN FAILED STATUS='
                   WS-SEATASN-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT USAGE-ACCUM-FILE.
           IF WS-USAGEACC-STATUS NOT = '00'
               DISPLAY 'CUSLIC02 - USAGEACC OPEN FAILED STATUS='
                   WS-USAGEACC-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT SEAT-USE-REPORT.
           IF WS-LICURPT-STATUS NOT = '00'
               DISPLAY 'CUSLIC02 - LICURPT OPEN FAILED STATUS='
                   WS-LICURPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE WS-REPORT-PERIOD TO WS-RH-PERIOD.
           WRITE SEAT-USE-REPORT-LINE FROM WS-REPORT-HEADING-1.
           WRITE SEAT-USE-REPORT-LINE FROM WS-LICENCE-HEADING.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-REPORT-ONE-LICENCE - ONE LINE PER OPEN LICENCE: SEATS     *
      * LICENSED, ASSIGNED AND UNUSED, AND HOW MANY OF ITS ACTIVE      *
      * MEMBERS RECORDED NO USAGE IN THE PERIOD, FOLLOWED BY THOSE     *
      * MEMBERS.  A CLOSED LICENCE IS LEFT OUT.                        *
      ******************************************************************
       2000-REPORT-ONE-LICENCE.
           READ SITE-LICENCE-FILE NEXT RECORD
               AT END
                   SET WS-SITELIC-EOF TO TRUE
                   GO TO 2000-REPORT-ONE-LICENCE-EXIT
           END-READ.

           ADD 1 TO WS-LIC-READ-CNT.
           IF LIC-CLOSED
               GO TO 2000-REPORT-ONE-LICENCE-EXIT
           END-IF.

      *    THE IDLE MEMBERS ARE COUNTED ON A FIRST PASS OF THE SEATS
      *    SO THE LICENCE LINE CAN CARRY THE TOTAL, THEN LISTED ON A
      *    SECOND.
           MOVE ZERO TO WS-LIC-IDLE-CNT.
           MOVE 'N' TO WS-LIST-IDLE-SW.
           PERFORM 3000-SCAN-SEATS
               THRU 3000-SCAN-SEATS-EXIT.

           ADD 1 TO WS-LIC-REPORTED-CNT.
           ADD LIC-SEAT-COUNT TO WS-TOT-LICENSED-CNT.
           ADD LIC-SEATS-ASSIGNED TO WS-TOT-ASSIGNED-CNT.
           ADD WS-LIC-IDLE-CNT TO WS-TOT-IDLE-CNT.

           MOVE LIC-SPONSOR-ID TO WS-LL-SPONSOR-ID.
           MOVE LIC-PLAN-CODE TO WS-LL-PLAN-CODE.
           MOVE LIC-STATUS TO WS-LL-STATUS.
           MOVE LIC-SEAT-COUNT TO WS-LL-LICENSED.
           MOVE LIC-SEATS-ASSIGNED TO WS-LL-ASSIGNED.
           IF LIC-SEAT-COUNT > LIC-SEATS-ASSIGNED
               COMPUTE WS-LL-UNUSED =
                   LIC-SEAT-COUNT - LIC-SEATS-ASSIGNED
           ELSE
               MOVE ZERO TO WS-LL-UNUSED
           END-IF.
           MOVE WS-LIC-IDLE-CNT TO WS-LL-IDLE.
           WRITE SEAT-USE-REPORT-LINE FROM WS-LICENCE-LINE.

           IF WS-LIC-IDLE-CNT > ZERO
               MOVE ZERO TO WS-LIC-IDLE-CNT
               SET WS-LIST-IDLE TO TRUE
               PERFORM 3000-SCAN-SEATS
                   THRU 3000-SCAN-SEATS-EXIT
           END-IF.

       2000-REPORT-ONE-LICENCE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SCAN-SEATS - READ EVERY SEAT UNDER THE LICENCE KEY.  ON   *
      * THE FIRST PASS THE IDLE MEMBERS ARE ONLY COUNTED; ON THE       *
      * SECOND (WS-LIST-IDLE) THEY ARE LISTED.                         *
      ******************************************************************
       3000-SCAN-SEATS.
           MOVE LIC-SPONSOR-ID TO SEAT-SPONSOR-ID.
           MOVE LIC-PLAN-CODE TO SEAT-PLAN-CODE.
           MOVE ZERO TO SEAT-MEMBER-ID.
           START SEAT-ASSIGNMENT-FILE KEY NOT < SEAT-KEY
               INVALID KEY
                   GO TO 3000-SCAN-SEATS-EXIT
           END-START.

           MOVE 'N' TO WS-SEAT-SCAN-DONE-SW.
           PERFORM 3100-CHECK-ONE-SEAT
               THRU 3100-CHECK-ONE-SEAT-EXIT
               UNTIL WS-SEAT-SCAN-DONE.

       3000-SCAN-SEATS-EXIT.
           EXIT.

       3100-CHECK-ONE-SEAT.
           READ SEAT-ASSIGNMENT-FILE NEXT RECORD
               AT END
                   SET WS-SEAT-SCAN-DONE TO TRUE
                   GO TO 3100-CHECK-ONE-SEAT-EXIT
           END-READ.

           IF SEAT-SPONSOR-ID NOT = LIC-SPONSOR-ID
               OR SEAT-PLAN-CODE NOT = LIC-PLAN-CODE
               SET WS-SEAT-SCAN-DONE TO TRUE
               GO TO 3100-CHECK-ONE-SEAT-EXIT
           END-IF.

           IF NOT WS-LIST-IDLE
               ADD 1 TO WS-SEAT-READ-CNT
           END-IF.

           IF NOT SEAT-ACTIVE
               GO TO 3100-CHECK-ONE-SEAT-EXIT
           END-IF.

           PERFORM 3200-CHECK-USAGE-PRESENT
               THRU 3200-CHECK-USAGE-PRESENT-EXIT.
           IF WS-USAGE-FOUND
               GO TO 3100-CHECK-ONE-SEAT-EXIT
           END-IF.

           ADD 1 TO WS-LIC-IDLE-CNT.
           IF WS-LIST-IDLE
               MOVE SEAT-MEMBER-ID TO WS-IL-MEMBER-ID
               MOVE SEAT-ASSIGNED-DATE TO WS-IL-ASSIGNED-DATE
               WRITE SEAT-USE-REPORT-LINE FROM WS-IDLE-LINE
           END-IF.

       3100-CHECK-ONE-SEAT-EXIT.
           EXIT.

      ******************************************************************
      * 3200-CHECK-USAGE-PRESENT - DIRECT READ OF THE ACCUMULATOR FOR  *
      * THE MEMBER ON THE LICENSED PLAN AND THE REPORT PERIOD.  A ROW  *
      * WITH A ZERO VIEW COUNT COUNTS AS NO USAGE.                     *
      ******************************************************************
       3200-CHECK-USAGE-PRESENT.
           MOVE 'N' TO WS-USAGE-FOUND-SW.
           MOVE SEAT-MEMBER-ID TO USE-CUST-ID.
           MOVE SEAT-PLAN-CODE TO USE-PLAN-CODE.
           MOVE WS-REPORT-PERIOD TO USE-PERIOD.
           READ USAGE-ACCUM-FILE
               INVALID KEY
                   GO TO 3200-CHECK-USAGE-PRESENT-EXIT
           END-READ.

           IF USE-VIEW-COUNT > ZERO
               SET WS-USAGE-FOUND TO TRUE
           END-IF.

       3200-CHECK-USAGE-PRESENT-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - WRITE SUMMARY, CLOSE FILES, SET RETURN CODE   *
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-LIC-REPORTED-CNT TO WS-SL-LICENCES.
           WRITE SEAT-USE-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-TOT-LICENSED-CNT TO WS-SL-LICENSED.
           WRITE SEAT-USE-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-TOT-ASSIGNED-CNT TO WS-SL-ASSIGNED.
           WRITE SEAT-USE-REPORT-LINE FROM WS-SUMMARY-LINE-3.
           MOVE WS-TOT-IDLE-CNT TO WS-SL-IDLE.
           WRITE SEAT-USE-REPORT-LINE FROM WS-SUMMARY-LINE-4.

           CLOSE SITE-LICENCE-FILE
                 SEAT-ASSIGNMENT-FILE
                 USAGE-ACCUM-FILE
                 SEAT-USE-REPORT.

           IF NOT WS-INIT-FAILED
               MOVE 0 TO RETURN-CODE
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
               DISPLAY 'CUSLIC02 - RUNLOG OPEN FAILED STATUS='
                   WS-RUNLOG-STATUS
               GO TO 9100-WRITE-RUN-LOG-EXIT
           END-IF.

           ACCEPT WS-RUNLOG-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-RUNLOG-TIME(1:2) '.'
                  WS-RUNLOG-TIME(3:2) '.' WS-RUNLOG-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-RUNLOG-END-TS.

           MOVE 'CUSLIC02' TO RUNLOG-PROGRAM.
           MOVE WS-TODAY-YYYYMMDD TO RUNLOG-RUN-DATE.
           MOVE WS-RUNLOG-START-TS TO RUNLOG-START-TIMESTAMP.
           MOVE WS-RUNLOG-END-TS TO RUNLOG-END-TIMESTAMP.
           COMPUTE RUNLOG-RECORDS-READ =
               WS-LIC-READ-CNT + WS-SEAT-READ-CNT.
           MOVE ZERO TO RUNLOG-RECORDS-WRITTEN.
           MOVE ZERO TO RUNLOG-RECORDS-UPDATED.
           MOVE WS-TOT-IDLE-CNT TO RUNLOG-EXCEPTION-COUNT.
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.

       9100-WRITE-RUN-LOG-EXIT.
           EXIT.
