      ******************************************************************
      * PROGRAM-ID.  CUSDFR01                                          *
      * AUTHOR.      D. OKAFOR - CUSTOMER MASTER APPLICATIONS TEAM     *
      * INSTALLATION. PAYWALL MODERNIZATION                            *
      * DATE-WRITTEN. 2026-09-21                                       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * ---------------------------------------------------------------*
      * 2026-09-21  DO   INITIAL VERSION - NIGHTLY DEFERRED REVENUE    *
      *                  POSTING OF SETTLED CHARGES TO DEFREV          *
      * 2026-10-15  DO   SKIP THE GWSETL HEADER AND TRAILER CONTROL    *
      *                  RECORDS - ONLY BODY SETTLEMENTS ARE COUNTED   *
      *                  AND POSTED                                    *
      * 2026-10-15  DO   ZERO THE DFR-PERIOD-REVERSED BUCKET ON A NEW  *
      *                  SCHEDULE ROW                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSDFR01.
       AUTHOR.        D. OKAFOR.
       INSTALLATION.  PAYWALL MODERNIZATION.
       DATE-WRITTEN.  2026-09-21.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.                                                       *
      *   NIGHTLY DEFERRED REVENUE POSTING.  EVERY CHARGE THE GATEWAY  *
      *   SETTLED TONIGHT IS MATCHED BACK TO ITS BILLING REQUEST BY    *
      *   CUST-ID AND PLAN CODE, AND ITS NET AMOUNT (THE SALES TAX IS  *
      *   OWED TO THE JURISDICTION, NOT EARNED) IS POSTED TO THE       *
      *   DEFREV DEFERRED REVENUE SCHEDULE UNDER THE ENTITLEMENT'S     *
      *   ENT-KEY.  A RENEWAL IS SCHEDULED OVER THE PLAN'S             *
      *   PLAN-TERM-DAYS FROM THE RENEWAL DATE BILLED; A CUSPCH01      *
      *   PRORATED CHARGE OR CREDIT IS SCHEDULED FROM THE DAY OF THE   *
      *   CHANGE TO THE RENEWAL DATE, A CREDIT AS A NEGATIVE AMOUNT.   *
      *   A SECOND SETTLEMENT FOR THE SAME SCHEDULE ROW IS ADDED TO    *
      *   IT.  NOTHING IS EARNED HERE - CUSDFR02 RECOGNIZES THE        *
      *   SCHEDULE AT MONTH END.  A SETTLEMENT WITH NO BILLING         *
      *   REQUEST (ALREADY A MONEY BREAK ON CUSREC01) OR FOR A PLAN    *
      *   NOT ON PLANMSTR IS LISTED AND NOT POSTED, AND THE RUN ENDS   *
      *   WITH A WARNING CODE.                                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z15.
       OBJECT-COMPUTER.  IBM-Z15.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-REQUEST-FILE
               ASSIGN TO BILLREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILLREQ-STATUS.

      * GWSETL - ONE ROW PER SETTLED CHARGE FROM THE GATEWAY, KEYED
      * BACK TO THE BILLING REQUEST BY CUST-ID AND PLAN CODE.
           SELECT GATEWAY-SETTLE-FILE
               ASSIGN TO GWSETL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GWSETL-STATUS.

           SELECT PLAN-PRICE-FILE
               ASSIGN TO PLANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-CODE
               FILE STATUS IS WS-PLANMSTR-STATUS.

           SELECT DEFERRED-REVENUE-FILE
               ASSIGN TO DEFREV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFR-KEY
               FILE STATUS IS WS-DEFREV-STATUS.

           SELECT DEFERRAL-REPORT
               ASSIGN TO DFRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DFRRPT-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-REQUEST-FILE
           RECORDING MODE IS F.
       COPY BILLING-REQUEST-RECORD.

       FD  GATEWAY-SETTLE-FILE
           RECORDING MODE IS F.
       01  GATEWAY-SETTLE-LINE.
           05  ST-CUST-ID              PIC 9(10).
           05  ST-PLAN-CODE            PIC X(08).
           05  ST-SETTLE-DATE          PIC X(08).
           05  ST-AMOUNT               PIC 9(07)V99.
           05  FILLER                  PIC X(15).
       COPY INBOUND-CONTROL-RECORD.

       FD  PLAN-PRICE-FILE
           RECORDING MODE IS F.
       COPY PLAN-PRICE-RECORD.

       FD  DEFERRED-REVENUE-FILE
           RECORDING MODE IS F.
       COPY DEFERRED-REVENUE-RECORD.

       FD  DEFERRAL-REPORT
           RECORDING MODE IS F.
       01  DEFERRAL-REPORT-LINE        PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUN-LOG-RECORD.

       WORKING-STORAGE SECTION.
       77  WS-BILLREQ-STATUS           PIC X(02) VALUE SPACES.
       77  WS-GWSETL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PLANMSTR-STATUS          PIC X(02) VALUE SPACES.
       77  WS-DEFREV-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DFRRPT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-BILLREQ-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-BILLREQ-EOF      VALUE 'Y'.
           05  WS-GWSETL-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-GWSETL-EOF       VALUE 'Y'.
           05  WS-INIT-FAILED-SW       PIC X(01) VALUE 'N'.
               88  WS-INIT-FAILED      VALUE 'Y'.
           05  WS-MATCH-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-MATCH-FOUND      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REQ-READ-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-SETL-READ-CNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-ROW-ADDED-CNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-ROW-MERGED-CNT       PIC 9(09) COMP VALUE ZERO.
           05  WS-NO-REQUEST-CNT       PIC 9(09) COMP VALUE ZERO.
           05  WS-NO-PLAN-CNT          PIC 9(09) COMP VALUE ZERO.
           05  WS-REQ-OVERFLOW-CNT     PIC 9(09) COMP VALUE ZERO.

       01  WS-TOTALS.
           05  WS-TOT-DEFERRED         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.

      ******************************************************************
      * EVERY BILLING REQUEST ON THE FEED, HELD TO SUPPLY THE NET      *
      * AMOUNT, ENTRY TYPE AND SERVICE DATES FOR ITS SETTLEMENT.       *
      ******************************************************************
       01  WS-REQUEST-TABLE.
           05  WS-REQ-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-REQ-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-REQ-IDX.
               10  WS-RQ-CUST-ID       PIC 9(10).
               10  WS-RQ-PLAN-CODE     PIC X(08).
               10  WS-RQ-EXTRACT-DATE  PIC 9(08).
               10  WS-RQ-RENEWAL-DATE  PIC X(10).
               10  WS-RQ-NET-AMOUNT    PIC 9(07)V99 COMP-3.
               10  WS-RQ-ADJUST-TYPE   PIC X(01).
               10  WS-RQ-USED-SW       PIC X(01).
                   88  WS-RQ-USED      VALUE 'Y'.

      ******************************************************************
      * THE SCHEDULE ROW BEING POSTED, BUILT BEFORE DEFREV IS READ.    *
      ******************************************************************
       01  WS-POSTING-WORK.
           05  WS-PW-KEY.
               10  WS-PW-CUST-ID       PIC 9(10).
               10  WS-PW-PLAN-CODE     PIC X(08).
               10  WS-PW-SERVICE-START PIC 9(08).
               10  WS-PW-ENTRY-TYPE    PIC X(01).
                   88  WS-PW-RENEWAL   VALUE 'T'.
                   88  WS-PW-CHARGE    VALUE 'C'.
                   88  WS-PW-CREDIT    VALUE 'R'.
           05  WS-PW-SERVICE-END       PIC 9(08).
           05  WS-PW-AMOUNT            PIC S9(07)V99.
           05  WS-PW-SETTLE-DATE       PIC 9(08).

       01  WS-DATE-WORK-AREA.
           05  WS-TODAY-YYYYMMDD       PIC 9(08).
           05  WS-START-INTEGER        PIC S9(09) COMP.

       01  WS-RUNLOG-WORK.
           05  WS-RUNLOG-TIME          PIC 9(08).
           05  WS-RUNLOG-START-TS      PIC X(26).
           05  WS-RUNLOG-END-TS        PIC X(26).

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE
               'CUSDFR01 - DEFERRED REVENUE PO'.
           05  FILLER                  PIC X(10) VALUE 'STING     '.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RH-DATE              PIC 9(08).

       01  WS-DETAIL-LINE.
           05  WS-DL-TYPE              PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CUST-ID           PIC 9(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-PLAN-CODE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-START             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-END               PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-REASON            PIC X(40).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               'SCHEDULE ROWS ADDED ..........'.
           05  WS-SL-ADDED             PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               'SCHEDULE ROWS ADDED TO .......'.
           05  WS-SL-MERGED            PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               'SETTLEMENTS WITHOUT REQUEST ..'.
           05  WS-SL-NO-REQUEST        PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30) VALUE
               'SETTLEMENTS WITHOUT PLAN TERM '.
           05  WS-SL-NO-PLAN           PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30) VALUE
               'NET REVENUE DEFERRED .........'.
           05  WS-SL-DEFERRED          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

      ******************************************************************
      * PROCEDURE DIVISION.                                            *
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF NOT WS-INIT-FAILED
               PERFORM 2000-LOAD-ONE-REQUEST
                   THRU 2000-LOAD-ONE-REQUEST-EXIT
                   UNTIL WS-BILLREQ-EOF

               PERFORM 3000-POST-ONE-SETTLEMENT
                   THRU 3000-POST-ONE-SETTLEMENT-EXIT
                   UNTIL WS-GWSETL-EOF
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES                                   *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-RUNLOG-TIME(1:2) '.'
                  WS-RUNLOG-TIME(3:2) '.' WS-RUNLOG-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-RUNLOG-START-TS.

           OPEN INPUT BILLING-REQUEST-FILE.
           IF WS-BILLREQ-STATUS NOT = '00'
               DISPLAY 'CUSDFR01 - BILLREQ OPEN FAILED STATUS='
                   WS-BILLREQ-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT GATEWAY-SETTLE-FILE.
           IF WS-GWSETL-STATUS NOT = '00'
               DISPLAY 'CUSDFR01 - GWSETL OPEN FAILED STATUS='
                   WS-GWSETL-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT PLAN-PRICE-FILE.
           IF WS-PLANMSTR-STATUS NOT = '00'
               DISPLAY 'CUSDFR01 - PLANMSTR OPEN FAILED STATUS='
                   WS-PLANMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O DEFERRED-REVENUE-FILE.
           IF WS-DEFREV-STATUS NOT = '00'
               DISPLAY 'CUSDFR01 - DEFREV OPEN FAILED STATUS='
                   WS-DEFREV-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT DEFERRAL-REPORT.
           IF WS-DFRRPT-STATUS NOT = '00'
               DISPLAY 'CUSDFR01 - DFRRPT OPEN FAILED STATUS='
                   WS-DFRRPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE WS-TODAY-YYYYMMDD TO WS-RH-DATE.
           WRITE DEFERRAL-REPORT-LINE FROM WS-REPORT-HEADING-1.

           PERFORM 2100-READ-NEXT-REQUEST
               THRU 2100-READ-NEXT-REQUEST-EXIT.
           PERFORM 3100-READ-NEXT-SETTLEMENT
               THRU 3100-READ-NEXT-SETTLEMENT-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-ONE-REQUEST - HOLD ONE BILLING REQUEST FOR MATCHING. *
      * AN OVERFLOWING FEED IS COUNTED AND REPORTED RATHER THAN        *
      * SILENTLY DROPPED.                                              *
      ******************************************************************
       2000-LOAD-ONE-REQUEST.
           IF WS-REQ-COUNT >= 5000
               ADD 1 TO WS-REQ-OVERFLOW-CNT
               GO TO 2000-LOAD-ONE-REQUEST-NEXT
           END-IF.

           ADD 1 TO WS-REQ-COUNT.
           SET WS-REQ-IDX TO WS-REQ-COUNT.
           MOVE BILL-CUST-ID TO WS-RQ-CUST-ID(WS-REQ-IDX).
           MOVE BILL-PLAN-CODE TO WS-RQ-PLAN-CODE(WS-REQ-IDX).
           MOVE BILL-EXTRACT-DATE TO WS-RQ-EXTRACT-DATE(WS-REQ-IDX).
           MOVE BILL-RENEWAL-DATE TO WS-RQ-RENEWAL-DATE(WS-REQ-IDX).
           MOVE BILL-NET-AMOUNT TO WS-RQ-NET-AMOUNT(WS-REQ-IDX).
           MOVE BILL-ADJUST-TYPE TO WS-RQ-ADJUST-TYPE(WS-REQ-IDX).
           MOVE 'N' TO WS-RQ-USED-SW(WS-REQ-IDX).

       2000-LOAD-ONE-REQUEST-NEXT.
           PERFORM 2100-READ-NEXT-REQUEST
               THRU 2100-READ-NEXT-REQUEST-EXIT.

       2000-LOAD-ONE-REQUEST-EXIT.
           EXIT.

       2100-READ-NEXT-REQUEST.
           READ BILLING-REQUEST-FILE
               AT END
                   SET WS-BILLREQ-EOF TO TRUE
                   GO TO 2100-READ-NEXT-REQUEST-EXIT
           END-READ.

           ADD 1 TO WS-REQ-READ-CNT.

       2100-READ-NEXT-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      * 3000-POST-ONE-SETTLEMENT - MATCH ONE SETTLEMENT TO THE FIRST   *
      * UNUSED REQUEST FOR ITS CUST-ID AND PLAN CODE, BUILD ITS        *
      * SCHEDULE ROW, AND POST IT TO DEFREV.                           *
      ******************************************************************
       3000-POST-ONE-SETTLEMENT.
           MOVE ST-CUST-ID TO WS-DL-CUST-ID.
           MOVE ST-PLAN-CODE TO WS-DL-PLAN-CODE.
           MOVE ZERO TO WS-DL-START.
           MOVE ZERO TO WS-DL-END.
           MOVE ST-AMOUNT TO WS-DL-AMOUNT.

           MOVE 'N' TO WS-MATCH-FOUND-SW.
           SET WS-REQ-IDX TO 1.
           SEARCH WS-REQ-ENTRY
               AT END
                   CONTINUE
               WHEN WS-REQ-IDX > WS-REQ-COUNT
                   CONTINUE
               WHEN WS-RQ-CUST-ID(WS-REQ-IDX) = ST-CUST-ID
                   AND WS-RQ-PLAN-CODE(WS-REQ-IDX) = ST-PLAN-CODE
                   AND NOT WS-RQ-USED(WS-REQ-IDX)
                   SET WS-MATCH-FOUND TO TRUE
           END-SEARCH.

           IF NOT WS-MATCH-FOUND
               MOVE 'NOT DEFERRED' TO WS-DL-TYPE
               MOVE 'NO BILLING REQUEST FOR SETTLEMENT'
                   TO WS-DL-REASON
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
               ADD 1 TO WS-NO-REQUEST-CNT
               GO TO 3000-POST-ONE-SETTLEMENT-NEXT
           END-IF.

           SET WS-RQ-USED(WS-REQ-IDX) TO TRUE.
           MOVE ST-CUST-ID TO WS-PW-CUST-ID.
           MOVE ST-PLAN-CODE TO WS-PW-PLAN-CODE.
           MOVE ST-SETTLE-DATE TO WS-PW-SETTLE-DATE.

           IF WS-RQ-ADJUST-TYPE(WS-REQ-IDX) = 'C'
               OR WS-RQ-ADJUST-TYPE(WS-REQ-IDX) = 'R'
               PERFORM 3300-BUILD-ADJUSTMENT-ROW
                   THRU 3300-BUILD-ADJUSTMENT-ROW-EXIT
           ELSE
               PERFORM 3200-BUILD-RENEWAL-ROW
                   THRU 3200-BUILD-RENEWAL-ROW-EXIT
               IF WS-PW-SERVICE-END = ZERO
                   MOVE 'NOT DEFERRED' TO WS-DL-TYPE
                   MOVE 'PLAN NOT ON PLANMSTR - NO TERM DAYS'
                       TO WS-DL-REASON
                   PERFORM 8000-WRITE-REPORT-LINE
                       THRU 8000-WRITE-REPORT-LINE-EXIT
                   ADD 1 TO WS-NO-PLAN-CNT
                   GO TO 3000-POST-ONE-SETTLEMENT-NEXT
               END-IF
           END-IF.

           PERFORM 4000-POST-SCHEDULE-ROW
               THRU 4000-POST-SCHEDULE-ROW-EXIT.

       3000-POST-ONE-SETTLEMENT-NEXT.
           PERFORM 3100-READ-NEXT-SETTLEMENT
               THRU 3100-READ-NEXT-SETTLEMENT-EXIT.

       3000-POST-ONE-SETTLEMENT-EXIT.
           EXIT.

       3100-READ-NEXT-SETTLEMENT.
           READ GATEWAY-SETTLE-FILE
               AT END
                   SET WS-GWSETL-EOF TO TRUE
                   GO TO 3100-READ-NEXT-SETTLEMENT-EXIT
           END-READ.

      *    THE HEADER AND TRAILER WERE CHECKED BY CUSINB01 AHEAD OF
      *    CUSREC01; ONLY BODY RECORDS ARE POSTED.
           IF INC-CONTROL-RECORD
               GO TO 3100-READ-NEXT-SETTLEMENT
           END-IF.

           ADD 1 TO WS-SETL-READ-CNT.

       3100-READ-NEXT-SETTLEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 3200-BUILD-RENEWAL-ROW - A RENEWAL IS EARNED OVER THE PLAN'S   *
      * PLAN-TERM-DAYS FROM THE RENEWAL DATE BILLED.  A PLAN WITH NO   *
      * PLANMSTR ROW (OR NO TERM) LEAVES WS-PW-SERVICE-END ZERO.       *
      ******************************************************************
       3200-BUILD-RENEWAL-ROW.
           MOVE ZERO TO WS-PW-SERVICE-END.
           STRING WS-RQ-RENEWAL-DATE(WS-REQ-IDX)(1:4)
                  WS-RQ-RENEWAL-DATE(WS-REQ-IDX)(6:2)
                  WS-RQ-RENEWAL-DATE(WS-REQ-IDX)(9:2)
                  DELIMITED BY SIZE INTO WS-PW-SERVICE-START.
           MOVE WS-PW-SERVICE-START TO WS-DL-START.
           SET WS-PW-RENEWAL TO TRUE.
           MOVE WS-RQ-NET-AMOUNT(WS-REQ-IDX) TO WS-PW-AMOUNT.

           MOVE ST-PLAN-CODE TO PLAN-CODE.
           READ PLAN-PRICE-FILE
               INVALID KEY
                   GO TO 3200-BUILD-RENEWAL-ROW-EXIT
           END-READ.
           IF PLAN-TERM-DAYS = ZERO
               GO TO 3200-BUILD-RENEWAL-ROW-EXIT
           END-IF.

           MOVE FUNCTION INTEGER-OF-DATE(WS-PW-SERVICE-START)
               TO WS-START-INTEGER.
           ADD PLAN-TERM-DAYS TO WS-START-INTEGER.
           MOVE FUNCTION DATE-OF-INTEGER(WS-START-INTEGER)
               TO WS-PW-SERVICE-END.

       3200-BUILD-RENEWAL-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 3300-BUILD-ADJUSTMENT-ROW - A CUSPCH01 PRORATED CHARGE OR      *
      * CREDIT COVERS THE DAYS FROM THE CHANGE TO THE RENEWAL DATE.    *
      * A CREDIT REDUCES DEFERRED REVENUE, SO IT POSTS NEGATIVE.       *
      ******************************************************************
       3300-BUILD-ADJUSTMENT-ROW.
           MOVE WS-RQ-EXTRACT-DATE(WS-REQ-IDX) TO WS-PW-SERVICE-START.
           STRING WS-RQ-RENEWAL-DATE(WS-REQ-IDX)(1:4)
                  WS-RQ-RENEWAL-DATE(WS-REQ-IDX)(6:2)
                  WS-RQ-RENEWAL-DATE(WS-REQ-IDX)(9:2)
                  DELIMITED BY SIZE INTO WS-PW-SERVICE-END.
           IF WS-RQ-ADJUST-TYPE(WS-REQ-IDX) = 'R'
               SET WS-PW-CREDIT TO TRUE
               COMPUTE WS-PW-AMOUNT =
                   WS-RQ-NET-AMOUNT(WS-REQ-IDX) * -1
           ELSE
               SET WS-PW-CHARGE TO TRUE
               MOVE WS-RQ-NET-AMOUNT(WS-REQ-IDX) TO WS-PW-AMOUNT
           END-IF.
           MOVE WS-PW-SERVICE-START TO WS-DL-START.

       3300-BUILD-ADJUSTMENT-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 4000-POST-SCHEDULE-ROW - ADD THE AMOUNT TO AN EXISTING ROW FOR *
      * THE SAME KEY, OR OPEN A NEW ROW.  THE SETTLEMENT COUNTS AS     *
      * SETTLED IN THE CURRENT PERIOD EITHER WAY.                      *
      ******************************************************************
       4000-POST-SCHEDULE-ROW.
           MOVE WS-PW-SERVICE-END TO WS-DL-END.
           MOVE WS-PW-AMOUNT TO WS-DL-AMOUNT.
           ADD WS-PW-AMOUNT TO WS-TOT-DEFERRED.

           MOVE WS-PW-KEY TO DFR-KEY.
           READ DEFERRED-REVENUE-FILE
               INVALID KEY
                   GO TO 4000-POST-SCHEDULE-ROW-NEW
           END-READ.

           ADD WS-PW-AMOUNT TO DFR-AMOUNT.
           ADD WS-PW-AMOUNT TO DFR-BALANCE.
           ADD WS-PW-AMOUNT TO DFR-PERIOD-SETTLED.
           MOVE WS-PW-SETTLE-DATE TO DFR-LAST-SETTLE-DATE.
           REWRITE DEFERRED-REVENUE-RECORD
               INVALID KEY
                   DISPLAY 'CUSDFR01 - DEFREV REWRITE FAILED '
                       WS-PW-CUST-ID ' ' WS-PW-PLAN-CODE
                   GO TO 4000-POST-SCHEDULE-ROW-EXIT
           END-REWRITE.
           ADD 1 TO WS-ROW-MERGED-CNT.
           MOVE 'DEFERRAL ADDED TO' TO WS-DL-TYPE.
           MOVE 'SETTLEMENT ADDED TO EXISTING SCHEDULE' TO WS-DL-REASON.
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT.
           GO TO 4000-POST-SCHEDULE-ROW-EXIT.

       4000-POST-SCHEDULE-ROW-NEW.
           MOVE SPACES TO DEFERRED-REVENUE-RECORD.
           MOVE WS-PW-KEY TO DFR-KEY.
           MOVE WS-PW-SERVICE-END TO DFR-SERVICE-END.
           SET DFR-OPEN TO TRUE.
           MOVE WS-PW-AMOUNT TO DFR-AMOUNT.
           MOVE ZERO TO DFR-RECOGNIZED-AMOUNT.
           MOVE WS-PW-AMOUNT TO DFR-BALANCE.
           MOVE ZERO TO DFR-OPEN-BALANCE.
           MOVE WS-PW-AMOUNT TO DFR-PERIOD-SETTLED.
           MOVE ZERO TO DFR-PERIOD-RECOGNIZED.
           MOVE ZERO TO DFR-PERIOD-RELEASED.
           MOVE ZERO TO DFR-PERIOD-TRANSFER.
           MOVE ZERO TO DFR-PERIOD-REVERSED.
           MOVE WS-PW-SETTLE-DATE TO DFR-LAST-SETTLE-DATE.
           MOVE ZERO TO DFR-RELEASE-DATE.
           WRITE DEFERRED-REVENUE-RECORD
               INVALID KEY
                   DISPLAY 'CUSDFR01 - DEFREV WRITE FAILED '
                       WS-PW-CUST-ID ' ' WS-PW-PLAN-CODE
                   GO TO 4000-POST-SCHEDULE-ROW-EXIT
           END-WRITE.
           ADD 1 TO WS-ROW-ADDED-CNT.
           MOVE 'DEFERRAL OPENED' TO WS-DL-TYPE.
           MOVE 'NEW SCHEDULE ROW' TO WS-DL-REASON.
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT.

       4000-POST-SCHEDULE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-REPORT-LINE - FORMAT AND WRITE ONE DETAIL LINE      *
      ******************************************************************
       8000-WRITE-REPORT-LINE.
           WRITE DEFERRAL-REPORT-LINE FROM WS-DETAIL-LINE.

       8000-WRITE-REPORT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - WRITE SUMMARY, CLOSE FILES, SET RETURN CODE.  *
      * A SETTLEMENT LEFT UNPOSTED IS A WARNING.                       *
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-ROW-ADDED-CNT TO WS-SL-ADDED.
           WRITE DEFERRAL-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-ROW-MERGED-CNT TO WS-SL-MERGED.
           WRITE DEFERRAL-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-NO-REQUEST-CNT TO WS-SL-NO-REQUEST.
           WRITE DEFERRAL-REPORT-LINE FROM WS-SUMMARY-LINE-3.
           MOVE WS-NO-PLAN-CNT TO WS-SL-NO-PLAN.
           WRITE DEFERRAL-REPORT-LINE FROM WS-SUMMARY-LINE-4.
           MOVE WS-TOT-DEFERRED TO WS-SL-DEFERRED.
           WRITE DEFERRAL-REPORT-LINE FROM WS-SUMMARY-LINE-5.

           IF WS-REQ-OVERFLOW-CNT > ZERO
               DISPLAY 'CUSDFR01 - REQUEST TABLE FULL, NOT LOADED '
                   WS-REQ-OVERFLOW-CNT
           END-IF.

           CLOSE BILLING-REQUEST-FILE
                 GATEWAY-SETTLE-FILE
                 PLAN-PRICE-FILE
                 DEFERRED-REVENUE-FILE
                 DEFERRAL-REPORT.

           IF NOT WS-INIT-FAILED
               IF WS-NO-REQUEST-CNT > 0
                   OR WS-NO-PLAN-CNT > 0
                   OR WS-REQ-OVERFLOW-CNT > 0
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
               DISPLAY 'CUSDFR01 - RUNLOG OPEN FAILED STATUS='
                   WS-RUNLOG-STATUS
               GO TO 9100-WRITE-RUN-LOG-EXIT
           END-IF.

           ACCEPT WS-RUNLOG-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-RUNLOG-TIME(1:2) '.'
                  WS-RUNLOG-TIME(3:2) '.' WS-RUNLOG-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-RUNLOG-END-TS.

           MOVE 'CUSDFR01' TO RUNLOG-PROGRAM.
           MOVE WS-TODAY-YYYYMMDD TO RUNLOG-RUN-DATE.
           MOVE WS-RUNLOG-START-TS TO RUNLOG-START-TIMESTAMP.
           MOVE WS-RUNLOG-END-TS TO RUNLOG-END-TIMESTAMP.
           COMPUTE RUNLOG-RECORDS-READ =
               WS-REQ-READ-CNT + WS-SETL-READ-CNT.
           MOVE WS-ROW-ADDED-CNT TO RUNLOG-RECORDS-WRITTEN.
           MOVE WS-ROW-MERGED-CNT TO RUNLOG-RECORDS-UPDATED.
           COMPUTE RUNLOG-EXCEPTION-COUNT =
               WS-NO-REQUEST-CNT + WS-NO-PLAN-CNT
               + WS-REQ-OVERFLOW-CNT.
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.

       9100-WRITE-RUN-LOG-EXIT.
           EXIT.
