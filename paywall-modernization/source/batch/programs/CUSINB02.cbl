      ******************************************************************
      * PROGRAM-ID.  CUSINB02                                          *
      * AUTHOR.      D. OKAFOR - CUSTOMER MASTER APPLICATIONS TEAM     *
      * INSTALLATION. PAYWALL MODERNIZATION                            *
      * DATE-WRITTEN. 2026-10-12                                       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * ---------------------------------------------------------------*
      * 2026-10-12  DO   INITIAL VERSION - DAILY INBOUND FILE REGISTER *
      *                  REPORT                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSINB02.
       AUTHOR.        D. OKAFOR.
       INSTALLATION.  PAYWALL MODERNIZATION.
       DATE-WRITTEN.  2026-10-12.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.                                                       *
      *   DAILY REPORT FROM THE INBREG INBOUND FILE REGISTER, IN THREE *
      *   SECTIONS, EACH BY FEED IN INBOUND FEED TABLE ORDER:          *
      *     ARRIVED   - DELIVERIES ACCEPTED ON THE REPORT DATE, WITH   *
      *                 ANY THAT SKIPPED A FILE SEQUENCE MARKED.       *
      *     REJECTED  - DELIVERIES REFUSED ON THE REPORT DATE, WITH    *
      *                 THE REASON.                                    *
      *     MISSING   - FEEDS WITH NO DELIVERY FOR THE EXPECTED        *
      *                 BUSINESS DATE (THE DAY BEFORE THE REPORT       *
      *                 DATE), AND EVERY FILE SEQUENCE STILL MISSING   *
      *                 BETWEEN TWO THAT HAVE BEEN ACCEPTED.           *
      *   THE REPORT DATE DEFAULTS TO TODAY AND MAY BE OVERRIDDEN WITH *
      *   PARM='YYYYMMDD'.  ANYTHING REJECTED OR MISSING ENDS THE RUN  *
      *   WITH A WARNING.                                              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z15.
       OBJECT-COMPUTER.  IBM-Z15.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-REGISTER-FILE
               ASSIGN TO INBREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INR-KEY
               FILE STATUS IS WS-INBREG-STATUS.

           SELECT INBOUND-REGISTER-REPORT
               ASSIGN TO INBRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBRRPT-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-REGISTER-FILE
           RECORDING MODE IS F.
       COPY INBOUND-REGISTER-RECORD.

       FD  INBOUND-REGISTER-REPORT
           RECORDING MODE IS F.
       01  INBOUND-REGISTER-REPORT-LINE
                                       PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUN-LOG-RECORD.

       WORKING-STORAGE SECTION.
       77  WS-INBREG-STATUS            PIC X(02) VALUE SPACES.
       77  WS-INBRRPT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.

       COPY INBOUND-FEED-TABLE.

       01  WS-SWITCHES.
           05  WS-INIT-FAILED-SW       PIC X(01) VALUE 'N'.
               88  WS-INIT-FAILED      VALUE 'Y'.
           05  WS-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
               88  WS-SCAN-DONE        VALUE 'Y'.
           05  WS-DATE-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-DATE-FOUND       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REG-READ-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-ARRIVED-CNT          PIC 9(09) COMP VALUE ZERO.
           05  WS-REJECTED-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-MISSING-DATE-CNT     PIC 9(09) COMP VALUE ZERO.
           05  WS-MISSING-SEQ-CNT      PIC 9(09) COMP VALUE ZERO.

       01  WS-REPORT-DATE              PIC 9(08).
       01  WS-EXPECTED-DATE            PIC 9(08).
       01  WS-REPORT-INTEGER           PIC S9(09) COMP.
       01  WS-TODAY-YYYYMMDD           PIC 9(08).

      ******************************************************************
      * SCAN OF ONE FEED'S ROWS OF ONE TYPE, AND THE LAST ACCEPTED     *
      * SEQUENCE SEEN ON IT WHILE LOOKING FOR HOLES.                   *
      ******************************************************************
       01  WS-SCAN-WORK.
           05  WS-SCAN-FEED-ID         PIC X(08).
           05  WS-SCAN-ROW-TYPE        PIC X(01).
           05  WS-PREV-FILE-SEQ        PIC 9(07).

       01  WS-RUNLOG-WORK.
           05  WS-RUNLOG-TIME          PIC 9(08).
           05  WS-RUNLOG-START-TS      PIC X(26).
           05  WS-RUNLOG-END-TS        PIC X(26).

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE
               'CUSINB02 - INBOUND FILE REGIST'.
           05  FILLER                  PIC X(10) VALUE 'ER        '.
           05  FILLER                  PIC X(10) VALUE 'RPT DATE: '.
           05  WS-RH-DATE              PIC 9(08).

       01  WS-SECTION-HEADING.
           05  WS-SH-TEXT              PIC X(60).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(10) VALUE 'FEED'.
           05  FILLER                  PIC X(12) VALUE 'SENDER'.
           05  FILLER                  PIC X(10) VALUE 'BUS DATE'.
           05  FILLER                  PIC X(09) VALUE ' FILE SEQ'.
           05  FILLER                  PIC X(13) VALUE '      RECORDS'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WS-DL-FEED-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-SENDER            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-BUSINESS-DATE     PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-FILE-SEQ          PIC Z(06)9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-RECORDS           PIC ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE              PIC X(50).

       01  WS-GAP-NOTE.
           05  FILLER                  PIC X(31) VALUE
               'FILE SEQUENCE NOT RECEIVED THRU'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-GN-TO-SEQ            PIC Z(06)9.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               'DELIVERIES ACCEPTED ..........'.
           05  WS-SL-ARRIVED           PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               'DELIVERIES REFUSED ...........'.
           05  WS-SL-REJECTED          PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               'BUSINESS DATES NOT RECEIVED ..'.
           05  WS-SL-MISSING-DATE      PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30) VALUE
               'SEQUENCE GAPS STILL OPEN .....'.
           05  WS-SL-MISSING-SEQ       PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * LINKAGE SECTION - OPTIONAL YYYYMMDD REPORT-DATE PARM PASSED    *
      * FROM THE EXEC PGM=CUSINB02,PARM='YYYYMMDD' STATEMENT.          *
      ******************************************************************
       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LEN             PIC S9(4) COMP.
           05  LK-PARM-DATA            PIC X(08).

      ******************************************************************
      * PROCEDURE DIVISION.                                            *
      ******************************************************************
       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF NOT WS-INIT-FAILED
               MOVE 'ARRIVED - DELIVERIES ACCEPTED ON THE REPORT DATE'
                   TO WS-SH-TEXT
               PERFORM 1500-WRITE-SECTION-HEADING
                   THRU 1500-WRITE-SECTION-HEADING-EXIT
               PERFORM 2000-LIST-ARRIVED
                   THRU 2000-LIST-ARRIVED-EXIT
                   VARYING INF-IDX FROM 1 BY 1
                   UNTIL INF-IDX > INF-FEED-COUNT
               MOVE 'REJECTED - DELIVERIES REFUSED ON THE REPORT DATE'
                   TO WS-SH-TEXT
               PERFORM 1500-WRITE-SECTION-HEADING
                   THRU 1500-WRITE-SECTION-HEADING-EXIT
               PERFORM 3000-LIST-REJECTED
                   THRU 3000-LIST-REJECTED-EXIT
                   VARYING INF-IDX FROM 1 BY 1
                   UNTIL INF-IDX > INF-FEED-COUNT
               MOVE 'MISSING - EXPECTED BUT NOT RECEIVED'
                   TO WS-SH-TEXT
               PERFORM 1500-WRITE-SECTION-HEADING
                   THRU 1500-WRITE-SECTION-HEADING-EXIT
               PERFORM 4000-LIST-MISSING
                   THRU 4000-LIST-MISSING-EXIT
                   VARYING INF-IDX FROM 1 BY 1
                   UNTIL INF-IDX > INF-FEED-COUNT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES, RESOLVE THE REPORT DATE AND THE  *
      * BUSINESS DATE EXPECTED BY IT                                   *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD TO WS-REPORT-DATE.
           IF LK-PARM-LEN >= 8
               AND LK-PARM-DATA NUMERIC
               MOVE LK-PARM-DATA TO WS-REPORT-DATE
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
               TO WS-REPORT-INTEGER.
           SUBTRACT 1 FROM WS-REPORT-INTEGER.
           MOVE FUNCTION DATE-OF-INTEGER(WS-REPORT-INTEGER)
               TO WS-EXPECTED-DATE.

           ACCEPT WS-RUNLOG-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-RUNLOG-TIME(1:2) '.'
                  WS-RUNLOG-TIME(3:2) '.' WS-RUNLOG-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-RUNLOG-START-TS.

           OPEN INPUT INBOUND-REGISTER-FILE.
           IF WS-INBREG-STATUS NOT = '00'
               DISPLAY 'CUSINB02 - INBREG OPEN FAILED STATUS='
                   WS-INBREG-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT INBOUND-REGISTER-REPORT.
           IF WS-INBRRPT-STATUS NOT = '00'
               DISPLAY 'CUSINB02 - INBRRPT OPEN FAILED STATUS='
                   WS-INBRRPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE WS-REPORT-DATE TO WS-RH-DATE.
           WRITE INBOUND-REGISTER-REPORT-LINE FROM WS-REPORT-HEADING-1.

       1000-INITIALIZE-EXIT.
           EXIT.

       1500-WRITE-SECTION-HEADING.
           MOVE SPACES TO INBOUND-REGISTER-REPORT-LINE.
           WRITE INBOUND-REGISTER-REPORT-LINE.
           WRITE INBOUND-REGISTER-REPORT-LINE FROM WS-SECTION-HEADING.
           WRITE INBOUND-REGISTER-REPORT-LINE FROM WS-COLUMN-HEADING.

       1500-WRITE-SECTION-HEADING-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LIST-ARRIVED - EVERY S ROW OF THE FEED THAT ARRIVED ON    *
      * THE REPORT DATE.                                               *
      ******************************************************************
       2000-LIST-ARRIVED.
           MOVE 'S' TO WS-SCAN-ROW-TYPE.
           PERFORM 7000-START-SCAN
               THRU 7000-START-SCAN-EXIT.
           PERFORM 2100-CHECK-ONE-ARRIVAL
               THRU 2100-CHECK-ONE-ARRIVAL-EXIT
               UNTIL WS-SCAN-DONE.

       2000-LIST-ARRIVED-EXIT.
           EXIT.

       2100-CHECK-ONE-ARRIVAL.
           PERFORM 7100-READ-NEXT-ROW
               THRU 7100-READ-NEXT-ROW-EXIT.
           IF WS-SCAN-DONE
               GO TO 2100-CHECK-ONE-ARRIVAL-EXIT
           END-IF.

           IF INR-ARRIVAL-DATE NOT = WS-REPORT-DATE
               GO TO 2100-CHECK-ONE-ARRIVAL-EXIT
           END-IF.

           ADD 1 TO WS-ARRIVED-CNT.
           PERFORM 7200-BUILD-DELIVERY-LINE
               THRU 7200-BUILD-DELIVERY-LINE-EXIT.
           IF INR-GAP-FLAGGED
               MOVE 'ACCEPTED - SKIPPED ONE OR MORE FILE SEQUENCES'
                   TO WS-DL-NOTE
           ELSE
               MOVE 'ACCEPTED' TO WS-DL-NOTE
           END-IF.
           WRITE INBOUND-REGISTER-REPORT-LINE FROM WS-DETAIL-LINE.

       2100-CHECK-ONE-ARRIVAL-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LIST-REJECTED - EVERY R ROW OF THE FEED WRITTEN ON THE    *
      * REPORT DATE, WITH THE REASON IT WAS REFUSED.                   *
      ******************************************************************
       3000-LIST-REJECTED.
           MOVE 'R' TO WS-SCAN-ROW-TYPE.
           PERFORM 7000-START-SCAN
               THRU 7000-START-SCAN-EXIT.
           PERFORM 3100-CHECK-ONE-REJECT
               THRU 3100-CHECK-ONE-REJECT-EXIT
               UNTIL WS-SCAN-DONE.

       3000-LIST-REJECTED-EXIT.
           EXIT.

       3100-CHECK-ONE-REJECT.
           PERFORM 7100-READ-NEXT-ROW
               THRU 7100-READ-NEXT-ROW-EXIT.
           IF WS-SCAN-DONE
               GO TO 3100-CHECK-ONE-REJECT-EXIT
           END-IF.

           IF INR-ARRIVAL-DATE NOT = WS-REPORT-DATE
               GO TO 3100-CHECK-ONE-REJECT-EXIT
           END-IF.

           ADD 1 TO WS-REJECTED-CNT.
           PERFORM 7200-BUILD-DELIVERY-LINE
               THRU 7200-BUILD-DELIVERY-LINE-EXIT.
           EVALUATE INR-REJECT-REASON
               WHEN 'NOHD'
                   MOVE 'NO HEADER RECORD FIRST' TO WS-DL-NOTE
               WHEN 'FEED'
                   MOVE 'HEADER NAMES ANOTHER FEED' TO WS-DL-NOTE
               WHEN 'HDRF'
                   MOVE 'HEADER DATE OR SEQUENCE NOT VALID'
                       TO WS-DL-NOTE
               WHEN 'NOTR'
                   MOVE 'NO TRAILER RECORD - FILE TRUNCATED'
                       TO WS-DL-NOTE
               WHEN 'XTRA'
                   MOVE 'RECORDS OUTSIDE THE HEADER AND TRAILER'
                       TO WS-DL-NOTE
               WHEN 'RCNT'
                   MOVE 'TRAILER RECORD COUNT DOES NOT MATCH BODY'
                       TO WS-DL-NOTE
               WHEN 'HASH'
                   MOVE 'TRAILER HASH TOTAL DOES NOT MATCH BODY'
                       TO WS-DL-NOTE
               WHEN 'DDAT'
                   MOVE 'BUSINESS DATE ALREADY RECEIVED' TO WS-DL-NOTE
               WHEN 'DSEQ'
                   MOVE 'FILE SEQUENCE ALREADY RECEIVED' TO WS-DL-NOTE
               WHEN OTHER
                   MOVE INR-REJECT-REASON TO WS-DL-NOTE
           END-EVALUATE.
           WRITE INBOUND-REGISTER-REPORT-LINE FROM WS-DETAIL-LINE.

       3100-CHECK-ONE-REJECT-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LIST-MISSING - A FEED WITH NO D ROW FOR THE EXPECTED      *
      * BUSINESS DATE IS MISSING ITS DELIVERY.  THEN THE FEED'S S ROWS *
      * ARE READ IN SEQUENCE ORDER AND EVERY HOLE BETWEEN TWO ACCEPTED *
      * SEQUENCES IS LISTED, HOWEVER OLD, UNTIL THE LATE FILE ARRIVES. *
      ******************************************************************
       4000-LIST-MISSING.
           MOVE INF-FEED-ID(INF-IDX) TO INR-FEED-ID.
           MOVE 'D' TO INR-ROW-TYPE.
           MOVE SPACES TO INR-ROW-KEY.
           MOVE WS-EXPECTED-DATE TO INR-KEY-BUSINESS-DATE.
           MOVE 'N' TO WS-DATE-FOUND-SW.
           READ INBOUND-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DATE-FOUND TO TRUE
                   ADD 1 TO WS-REG-READ-CNT
           END-READ.

           IF NOT WS-DATE-FOUND
               ADD 1 TO WS-MISSING-DATE-CNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE INF-FEED-ID(INF-IDX) TO WS-DL-FEED-ID
               MOVE WS-EXPECTED-DATE TO WS-DL-BUSINESS-DATE
               MOVE ZERO TO WS-DL-FILE-SEQ
               MOVE ZERO TO WS-DL-RECORDS
               MOVE 'NO DELIVERY FOR THE EXPECTED BUSINESS DATE'
                   TO WS-DL-NOTE
               WRITE INBOUND-REGISTER-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

           MOVE 'S' TO WS-SCAN-ROW-TYPE.
           MOVE ZERO TO WS-PREV-FILE-SEQ.
           PERFORM 7000-START-SCAN
               THRU 7000-START-SCAN-EXIT.
           PERFORM 4100-CHECK-ONE-SEQUENCE
               THRU 4100-CHECK-ONE-SEQUENCE-EXIT
               UNTIL WS-SCAN-DONE.

       4000-LIST-MISSING-EXIT.
           EXIT.

       4100-CHECK-ONE-SEQUENCE.
           PERFORM 7100-READ-NEXT-ROW
               THRU 7100-READ-NEXT-ROW-EXIT.
           IF WS-SCAN-DONE
               GO TO 4100-CHECK-ONE-SEQUENCE-EXIT
           END-IF.

           IF WS-PREV-FILE-SEQ > ZERO
               AND INR-KEY-FILE-SEQ > WS-PREV-FILE-SEQ + 1
               ADD 1 TO WS-MISSING-SEQ-CNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE INF-FEED-ID(INF-IDX) TO WS-DL-FEED-ID
               COMPUTE WS-DL-FILE-SEQ = WS-PREV-FILE-SEQ + 1
               MOVE ZERO TO WS-DL-RECORDS
               COMPUTE WS-GN-TO-SEQ = INR-KEY-FILE-SEQ - 1
               MOVE WS-GAP-NOTE TO WS-DL-NOTE
               WRITE INBOUND-REGISTER-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.
           MOVE INR-KEY-FILE-SEQ TO WS-PREV-FILE-SEQ.

       4100-CHECK-ONE-SEQUENCE-EXIT.
           EXIT.

      ******************************************************************
      * 7000-START-SCAN - POSITION ON THE FIRST ROW OF THE CURRENT     *
      * FEED AND WS-SCAN-ROW-TYPE.  7100 READS ON UNTIL THE FEED OR    *
      * ROW TYPE CHANGES.                                              *
      ******************************************************************
       7000-START-SCAN.
           MOVE 'N' TO WS-SCAN-DONE-SW.
           MOVE INF-FEED-ID(INF-IDX) TO WS-SCAN-FEED-ID.
           MOVE WS-SCAN-FEED-ID TO INR-FEED-ID.
           MOVE WS-SCAN-ROW-TYPE TO INR-ROW-TYPE.
           MOVE LOW-VALUES TO INR-ROW-KEY.
           START INBOUND-REGISTER-FILE KEY NOT < INR-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START.

       7000-START-SCAN-EXIT.
           EXIT.

       7100-READ-NEXT-ROW.
           READ INBOUND-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 7100-READ-NEXT-ROW-EXIT
           END-READ.

           IF INR-FEED-ID NOT = WS-SCAN-FEED-ID
               OR INR-ROW-TYPE NOT = WS-SCAN-ROW-TYPE
               SET WS-SCAN-DONE TO TRUE
               GO TO 7100-READ-NEXT-ROW-EXIT
           END-IF.

           ADD 1 TO WS-REG-READ-CNT.

       7100-READ-NEXT-ROW-EXIT.
           EXIT.

       7200-BUILD-DELIVERY-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE INR-FEED-ID TO WS-DL-FEED-ID.
           MOVE INR-SENDER TO WS-DL-SENDER.
           IF INR-BUSINESS-DATE > ZERO
               MOVE INR-BUSINESS-DATE TO WS-DL-BUSINESS-DATE
           END-IF.
           MOVE INR-FILE-SEQ TO WS-DL-FILE-SEQ.
           MOVE INR-BODY-COUNT TO WS-DL-RECORDS.

       7200-BUILD-DELIVERY-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - WRITE SUMMARY, CLOSE FILES, SET RETURN CODE.  *
      * A REFUSED OR MISSING DELIVERY ENDS WITH A WARNING.             *
      ******************************************************************
       9000-TERMINATE.
           IF NOT WS-INIT-FAILED
               MOVE SPACES TO INBOUND-REGISTER-REPORT-LINE
               WRITE INBOUND-REGISTER-REPORT-LINE
               MOVE WS-ARRIVED-CNT TO WS-SL-ARRIVED
               WRITE INBOUND-REGISTER-REPORT-LINE
                   FROM WS-SUMMARY-LINE-1
               MOVE WS-REJECTED-CNT TO WS-SL-REJECTED
               WRITE INBOUND-REGISTER-REPORT-LINE
                   FROM WS-SUMMARY-LINE-2
               MOVE WS-MISSING-DATE-CNT TO WS-SL-MISSING-DATE
               WRITE INBOUND-REGISTER-REPORT-LINE
                   FROM WS-SUMMARY-LINE-3
               MOVE WS-MISSING-SEQ-CNT TO WS-SL-MISSING-SEQ
               WRITE INBOUND-REGISTER-REPORT-LINE
                   FROM WS-SUMMARY-LINE-4
           END-IF.

           CLOSE INBOUND-REGISTER-FILE
                 INBOUND-REGISTER-REPORT.

           IF NOT WS-INIT-FAILED
               IF WS-REJECTED-CNT > ZERO
                   OR WS-MISSING-DATE-CNT > ZERO
                   OR WS-MISSING-SEQ-CNT > ZERO
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
               DISPLAY 'CUSINB02 - RUNLOG OPEN FAILED STATUS='
                   WS-RUNLOG-STATUS
               GO TO 9100-WRITE-RUN-LOG-EXIT
           END-IF.

           ACCEPT WS-RUNLOG-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-RUNLOG-TIME(1:2) '.'
                  WS-RUNLOG-TIME(3:2) '.' WS-RUNLOG-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-RUNLOG-END-TS.

           MOVE 'CUSINB02' TO RUNLOG-PROGRAM.
           MOVE WS-TODAY-YYYYMMDD TO RUNLOG-RUN-DATE.
           MOVE WS-RUNLOG-START-TS TO RUNLOG-START-TIMESTAMP.
           MOVE WS-RUNLOG-END-TS TO RUNLOG-END-TIMESTAMP.
           MOVE WS-REG-READ-CNT TO RUNLOG-RECORDS-READ.
           MOVE ZERO TO RUNLOG-RECORDS-WRITTEN.
           MOVE ZERO TO RUNLOG-RECORDS-UPDATED.
           COMPUTE RUNLOG-EXCEPTION-COUNT =
               WS-REJECTED-CNT + WS-MISSING-DATE-CNT
               + WS-MISSING-SEQ-CNT.
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.

       9100-WRITE-RUN-LOG-EXIT.
           EXIT.
