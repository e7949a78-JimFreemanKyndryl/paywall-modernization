      ******************************************************************
      * PROGRAM-ID.  CUSDFR02                                          *
      * AUTHOR.      D. OKAFOR - CUSTOMER MASTER APPLICATIONS TEAM     *
      * INSTALLATION. PAYWALL MODERNIZATION                            *
      * DATE-WRITTEN. 2026-09-21                                       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * ---------------------------------------------------------------*
      * 2026-09-21  DO   INITIAL VERSION - MONTH-END REVENUE           *
      *                  RECOGNITION, GL JOURNAL AND DEFERRED REVENUE  *
      *                  BALANCING REPORT                              *
      * 2026-09-24  DO   A CUSCBK01 CHARGEBACK OR REFUND CANCEL IS     *
      *                  RELEASED THE SAME WAY AS A DUNNING CANCEL     *
      * 2026-10-15  DO   A CHARGEBACK OR REFUND CANCEL NOW REVERSES    *
      *                  THE UNEARNED BALANCE TO REFLIAB INSTEAD OF    *
      *                  EARNING IT, WITH ITS OWN DFR-PERIOD-REVERSED  *
      *                  BUCKET, JOURNAL PAIR, REPORT COLUMN AND PROOF *
      *                  TERM                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSDFR02.
       AUTHOR.        D. OKAFOR.
       INSTALLATION.  PAYWALL MODERNIZATION.
       DATE-WRITTEN.  2026-09-21.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.                                                       *
      *   MONTH-END CLOSE OF THE DEFREV DEFERRED REVENUE SCHEDULE FOR  *
      *   THE CALENDAR MONTH BEFORE THE RUN DATE.  THE FIRST PASS      *
      *   SETTLES EVERY ROW FLAGGED FOR EARLY RELEASE ON OR BEFORE THE *
      *   PERIOD END: THE SHARE EARNED UP TO THE RELEASE DATE IS       *
      *   RECOGNIZED, THEN THE REST IS EITHER RECOGNIZED AT ONCE (A    *
      *   CUSBIL01 DUNNING CANCEL), REVERSED UNEARNED TO THE REFUND    *
      *   LIABILITY (A CUSCBK01 CHARGEBACK OR REFUND CANCEL, WHERE THE *
      *   MONEY GOES BACK TO THE CUSTOMER) OR TRANSFERRED TO A NEW     *
      *   SCHEDULE ROW UNDER THE NEW PLAN CODE (A CUSPCH01 RE-KEY,     *
      *   WHOSE PRORATED ADJUSTMENT ONLY BILLED THE DIFFERENCE), AND   *
      *   THE ROW IS CLOSED.  THE SECOND PASS EARNS EVERY OPEN ROW     *
      *   STRAIGHT-LINE THROUGH THE PERIOD END, TOTALS THE PERIOD'S    *
      *   MOVEMENTS BY PLAN CODE, AND ROLLS EACH ROW'S BALANCE FORWARD *
      *   AS THE NEXT PERIOD'S OPENING BALANCE.  THE GLJRNL JOURNAL    *
      *   CARRIES CASH, DEFERRED REVENUE, EARNED REVENUE AND REFUND    *
      *   LIABILITY BY PLAN CODE AS BALANCED DEBIT/CREDIT PAIRS, AND   *
      *   THE BALANCING REPORT PROVES OPENING PLUS SETTLED, PLUS OR    *
      *   MINUS TRANSFERS, LESS RECOGNIZED, RELEASED AND REVERSED      *
      *   EQUALS CLOSING FOR EVERY PLAN AND IN TOTAL.  AN              *
      *   OUT-OF-BALANCE ROW OR TOTAL SETS A HARD RETURN CODE SO THE   *
      *   JOURNAL IS HELD BEFORE THE GL LOADS IT.  RUN ONCE PER MONTH, *
      *   BEFORE THAT NIGHT'S CUSDFR01 POSTING.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z15.
       OBJECT-COMPUTER.  IBM-Z15.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFERRED-REVENUE-FILE
               ASSIGN TO DEFREV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFR-KEY
               FILE STATUS IS WS-DEFREV-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT BALANCING-REPORT
               ASSIGN TO DFRBAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DFRBAL-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEFERRED-REVENUE-FILE
           RECORDING MODE IS F.
       COPY DEFERRED-REVENUE-RECORD.

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
       COPY GL-JOURNAL-RECORD.

       FD  BALANCING-REPORT
           RECORDING MODE IS F.
       01  BALANCING-REPORT-LINE       PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUN-LOG-RECORD.

       WORKING-STORAGE SECTION.
       77  WS-DEFREV-STATUS            PIC X(02) VALUE SPACES.
       77  WS-GLJRNL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DFRBAL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DEFREV-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-DEFREV-EOF       VALUE 'Y'.
           05  WS-INIT-FAILED-SW       PIC X(01) VALUE 'N'.
               88  WS-INIT-FAILED      VALUE 'Y'.
           05  WS-SLOT-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-SLOT-FOUND       VALUE 'Y'.
           05  WS-TRANSFER-SW          PIC X(01) VALUE 'N'.
               88  WS-TRANSFER         VALUE 'Y'.
           05  WS-OUT-OF-BALANCE-SW    PIC X(01) VALUE 'N'.
               88  WS-OUT-OF-BALANCE   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ROW-READ-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-ROW-UPDATED-CNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-RELEASED-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-REVERSED-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-TRANSFERRED-CNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-TRANSFER-ROW-CNT     PIC 9(09) COMP VALUE ZERO.
           05  WS-CLOSED-CNT           PIC 9(09) COMP VALUE ZERO.
           05  WS-ROW-BREAK-CNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-JOURNAL-CNT          PIC 9(09) COMP VALUE ZERO.
           05  WS-PLAN-OVERFLOW-CNT    PIC 9(09) COMP VALUE ZERO.

      ******************************************************************
      * ONE ENTRY PER PLAN CODE MET ON THE SCHEDULE, HOLDING THE       *
      * PERIOD'S MOVEMENTS FOR THE JOURNAL AND THE BALANCING REPORT.   *
      ******************************************************************
       01  WS-PLAN-TABLE.
           05  WS-PLAN-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-PLAN-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PLAN-IDX.
               10  WS-PE-PLAN-CODE     PIC X(08).
               10  WS-PE-OPENING       PIC S9(11)V99 COMP-3.
               10  WS-PE-SETTLED       PIC S9(11)V99 COMP-3.
               10  WS-PE-TRANSFER      PIC S9(11)V99 COMP-3.
               10  WS-PE-RECOGNIZED    PIC S9(11)V99 COMP-3.
               10  WS-PE-RELEASED      PIC S9(11)V99 COMP-3.
               10  WS-PE-REVERSED      PIC S9(11)V99 COMP-3.
               10  WS-PE-CLOSING       PIC S9(11)V99 COMP-3.

       01  WS-GRAND-TOTALS.
           05  WS-GT-OPENING           PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GT-SETTLED           PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GT-TRANSFER          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GT-RECOGNIZED        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GT-RELEASED          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GT-REVERSED          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GT-CLOSING           PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GT-COMPUTED          PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-DATE-WORK-AREA.
           05  WS-TODAY-YYYYMMDD       PIC 9(08).
           05  WS-MONTH-START-DATE     PIC 9(08).
           05  WS-MONTH-START-PARTS REDEFINES WS-MONTH-START-DATE.
               10  WS-MONTH-START-YM   PIC 9(06).
               10  WS-MONTH-START-DD   PIC 9(02).
           05  WS-PERIOD-END-DATE      PIC 9(08).
           05  WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END-DATE.
               10  WS-PERIOD-YYYYMM    PIC 9(06).
               10  WS-PERIOD-DD        PIC 9(02).
           05  WS-PERIOD-END-INTEGER   PIC S9(09) COMP.

      ******************************************************************
      * STRAIGHT-LINE EARNING WORK AREA.  A ROW EARNS                  *
      * DFR-AMOUNT * DAYS ELAPSED / DAYS IN ITS SERVICE PERIOD, THE    *
      * SERVICE START DATE COUNTING AS THE FIRST DAY.                  *
      ******************************************************************
       01  WS-EARNING-WORK.
           05  WS-THRU-INTEGER         PIC S9(09) COMP.
           05  WS-START-INTEGER        PIC S9(09) COMP.
           05  WS-END-INTEGER          PIC S9(09) COMP.
           05  WS-TOTAL-DAYS           PIC S9(09) COMP.
           05  WS-EARNED-DAYS          PIC S9(09) COMP.
           05  WS-TARGET-EARNED        PIC S9(07)V99 COMP-3.
           05  WS-EARN-DELTA           PIC S9(07)V99 COMP-3.
           05  WS-REMAINDER            PIC S9(07)V99 COMP-3.
           05  WS-ROW-COMPUTED         PIC S9(07)V99 COMP-3.

      ******************************************************************
      * RE-KEY TRANSFER - THE ROW BEING CLOSED AND THE NEW ROW THAT    *
      * TAKES OVER ITS UNEARNED BALANCE UNDER THE NEW PLAN CODE.       *
      ******************************************************************
       01  WS-HOLD-KEY                 PIC X(27).

       01  WS-TRANSFER-WORK.
           05  WS-XF-KEY.
               10  WS-XF-CUST-ID       PIC 9(10).
               10  WS-XF-PLAN-CODE     PIC X(08).
               10  WS-XF-SERVICE-START PIC 9(08).
               10  WS-XF-ENTRY-TYPE    PIC X(01) VALUE 'X'.
           05  WS-XF-SERVICE-END       PIC 9(08).
           05  WS-XF-AMOUNT            PIC S9(07)V99.

      ******************************************************************
      * JOURNAL LINE WORK AREA - THE CALLER SETS THE ACCOUNT, THE      *
      * SIDE A POSITIVE AMOUNT POSTS TO, THE AMOUNT AND DESCRIPTION.   *
      ******************************************************************
       01  WS-JOURNAL-WORK.
           05  WS-JL-ACCOUNT           PIC X(08).
           05  WS-JL-SIDE              PIC X(01).
           05  WS-JL-AMOUNT            PIC S9(11)V99 COMP-3.
           05  WS-JL-DESCRIPTION       PIC X(20).

       01  WS-RUNLOG-WORK.
           05  WS-RUNLOG-TIME          PIC 9(08).
           05  WS-RUNLOG-START-TS      PIC X(26).
           05  WS-RUNLOG-END-TS        PIC X(26).

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE
               'CUSDFR02 - DEFERRED REVENUE BA'.
           05  FILLER                  PIC X(10) VALUE 'LANCING   '.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RH-DATE              PIC 9(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
           05  WS-RH-PERIOD            PIC 9(06).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(10) VALUE 'PLAN      '.
           05  FILLER                  PIC X(17) VALUE
               '  OPENING BALANCE'.
           05  FILLER                  PIC X(17) VALUE
               '          SETTLED'.
           05  FILLER                  PIC X(17) VALUE
               '        TRANSFERS'.
           05  FILLER                  PIC X(17) VALUE
               '       RECOGNIZED'.
           05  FILLER                  PIC X(17) VALUE
               '    EARLY RELEASE'.
           05  FILLER                  PIC X(17) VALUE
               '    CHBK REVERSAL'.
           05  FILLER                  PIC X(17) VALUE
               '  CLOSING BALANCE'.

       01  WS-PLAN-LINE.
           05  WS-PL-PLAN-CODE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PL-OPENING           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-PL-SETTLED           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-PL-TRANSFER          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-PL-RECOGNIZED        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-PL-RELEASED          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-PL-REVERSED          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-PL-CLOSING           PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  WS-DETAIL-LINE.
           05  WS-DL-TYPE              PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CUST-ID           PIC 9(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-PLAN-CODE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-REASON            PIC X(40).

       01  WS-PROOF-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               'OPENING + SETTLED + TRANSFERS '.
           05  FILLER                  PIC X(30) VALUE
               '- RECOGNIZED - RELEASED - REVE'.
           05  FILLER                  PIC X(10) VALUE 'RSED .....'.
           05  WS-PF-COMPUTED          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-PROOF-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               'CLOSING BALANCE ON SCHEDULE ..'.
           05  FILLER                  PIC X(30) VALUE
               '..............................'.
           05  FILLER                  PIC X(10) VALUE '..........'.
           05  WS-PF-CLOSING           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-PROOF-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               'DEFERRED REVENUE SCHEDULE IS  '.
           05  WS-PF-RESULT            PIC X(30).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               'ROWS RELEASED - DUNNING ......'.
           05  WS-SL-RELEASED          PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               'ROWS TRANSFERRED - PLAN CHANGE'.
           05  WS-SL-TRANSFERRED       PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               'ROWS FULLY EARNED AND CLOSED .'.
           05  WS-SL-CLOSED            PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30) VALUE
               'ROWS OUT OF BALANCE ..........'.
           05  WS-SL-ROW-BREAK         PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30) VALUE
               'GL JOURNAL LINES WRITTEN .....'.
           05  WS-SL-JOURNAL           PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30) VALUE
               'ROWS REVERSED - CHARGEBACK ...'.
           05  WS-SL-REVERSED          PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * PROCEDURE DIVISION.                                            *
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF NOT WS-INIT-FAILED
               PERFORM 2000-RELEASE-ONE-ROW
                   THRU 2000-RELEASE-ONE-ROW-EXIT
                   UNTIL WS-DEFREV-EOF

               PERFORM 2900-RESTART-SCHEDULE
                   THRU 2900-RESTART-SCHEDULE-EXIT

               PERFORM 3000-CLOSE-ONE-ROW
                   THRU 3000-CLOSE-ONE-ROW-EXIT
                   UNTIL WS-DEFREV-EOF

               PERFORM 5000-JOURNAL-ONE-PLAN
                   THRU 5000-JOURNAL-ONE-PLAN-EXIT
                   VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT

               PERFORM 6000-REPORT-BALANCING
                   THRU 6000-REPORT-BALANCING-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - SETTLE THE PERIOD, OPEN FILES                *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD TO WS-RH-DATE.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-RUNLOG-TIME(1:2) '.'
                  WS-RUNLOG-TIME(3:2) '.' WS-RUNLOG-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-RUNLOG-START-TS.

      * THE PERIOD IS THE CALENDAR MONTH BEFORE THE RUN DATE - ITS
      * LAST DAY IS THE DAY BEFORE THE FIRST OF THIS MONTH.
           MOVE WS-TODAY-YYYYMMDD TO WS-MONTH-START-DATE.
           MOVE 01 TO WS-MONTH-START-DD.
           COMPUTE WS-PERIOD-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START-DATE) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-INTEGER)
               TO WS-PERIOD-END-DATE.
           MOVE WS-PERIOD-YYYYMM TO WS-RH-PERIOD.

           OPEN I-O DEFERRED-REVENUE-FILE.
           IF WS-DEFREV-STATUS NOT = '00'
               DISPLAY 'CUSDFR02 - DEFREV OPEN FAILED STATUS='
                   WS-DEFREV-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT GL-JOURNAL-FILE.
           IF WS-GLJRNL-STATUS NOT = '00'
               DISPLAY 'CUSDFR02 - GLJRNL OPEN FAILED STATUS='
                   WS-GLJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT BALANCING-REPORT.
           IF WS-DFRBAL-STATUS NOT = '00'
               DISPLAY 'CUSDFR02 - DFRBAL OPEN FAILED STATUS='
                   WS-DFRBAL-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           WRITE BALANCING-REPORT-LINE FROM WS-REPORT-HEADING-1.

           PERFORM 2100-READ-NEXT-ROW
               THRU 2100-READ-NEXT-ROW-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RELEASE-ONE-ROW - FIRST PASS.  A ROW FLAGGED FOR EARLY    *
      * RELEASE ON OR BEFORE THE PERIOD END EARNS ITS SHARE UP TO THE  *
      * DAY BEFORE THE RELEASE DATE; THE UNEARNED REST GOES TO A NEW   *
      * ROW UNDER THE NEW PLAN CODE ON A RE-KEY, IS REVERSED UNEARNED  *
      * ON A CHARGEBACK OR REFUND CANCEL (THE CUSTOMER HAS THE MONEY   *
      * BACK, SO IT WAS NEVER EARNED), OR IS RECOGNIZED AT ONCE ON A   *
      * DUNNING CANCEL.  THE ROW IS THEN CLOSED.                       *
      ******************************************************************
       2000-RELEASE-ONE-ROW.
           IF NOT DFR-RELEASE-PENDING
               OR DFR-RELEASE-DATE > WS-PERIOD-END-DATE
               GO TO 2000-RELEASE-ONE-ROW-NEXT
           END-IF.

           COMPUTE WS-THRU-INTEGER =
               FUNCTION INTEGER-OF-DATE(DFR-RELEASE-DATE) - 1.
           PERFORM 4000-EARN-THROUGH
               THRU 4000-EARN-THROUGH-EXIT.

           COMPUTE WS-REMAINDER =
               DFR-AMOUNT - DFR-RECOGNIZED-AMOUNT.
           MOVE 'N' TO WS-TRANSFER-SW.
           MOVE DFR-CUST-ID TO WS-DL-CUST-ID.
           MOVE DFR-PLAN-CODE TO WS-DL-PLAN-CODE.
           MOVE WS-REMAINDER TO WS-DL-AMOUNT.

           IF DFR-RELEASE-PLAN-CHANGE
               AND DFR-TRANSFER-PLAN NOT = SPACES
               AND WS-REMAINDER NOT = ZERO
               SET WS-TRANSFER TO TRUE
               MOVE DFR-CUST-ID TO WS-XF-CUST-ID
               MOVE DFR-TRANSFER-PLAN TO WS-XF-PLAN-CODE
               IF DFR-RELEASE-DATE > DFR-SERVICE-START
                   MOVE DFR-RELEASE-DATE TO WS-XF-SERVICE-START
               ELSE
                   MOVE DFR-SERVICE-START TO WS-XF-SERVICE-START
               END-IF
               MOVE DFR-SERVICE-END TO WS-XF-SERVICE-END
               MOVE WS-REMAINDER TO WS-XF-AMOUNT
               SUBTRACT WS-REMAINDER FROM DFR-AMOUNT
               SUBTRACT WS-REMAINDER FROM DFR-PERIOD-TRANSFER
               ADD 1 TO WS-TRANSFERRED-CNT
               MOVE 'DEFERRAL TRANSFERRED' TO WS-DL-TYPE
               STRING 'PLAN CHANGE - BALANCE MOVED TO '
                      DFR-TRANSFER-PLAN
                      DELIMITED BY SIZE INTO WS-DL-REASON
           ELSE
               IF DFR-RELEASE-CHARGEBACK
                   SUBTRACT WS-REMAINDER FROM DFR-AMOUNT
                   ADD WS-REMAINDER TO DFR-PERIOD-REVERSED
                   ADD 1 TO WS-REVERSED-CNT
                   MOVE 'DEFERRAL REVERSED' TO WS-DL-TYPE
                   MOVE 'CHARGEBACK - UNEARNED BALANCE REVERSED'
                       TO WS-DL-REASON
               ELSE
                   ADD WS-REMAINDER TO DFR-RECOGNIZED-AMOUNT
                   ADD WS-REMAINDER TO DFR-PERIOD-RELEASED
                   ADD 1 TO WS-RELEASED-CNT
                   MOVE 'EARLY RELEASE' TO WS-DL-TYPE
                   MOVE 'UNEARNED BALANCE RECOGNIZED AT RELEASE'
                       TO WS-DL-REASON
               END-IF
           END-IF.

           MOVE ZERO TO DFR-BALANCE.
           SET DFR-CLOSED TO TRUE.
           MOVE DFR-KEY TO WS-HOLD-KEY.
           REWRITE DEFERRED-REVENUE-RECORD
               INVALID KEY
                   DISPLAY 'CUSDFR02 - DEFREV REWRITE FAILED '
                       DFR-CUST-ID ' ' DFR-PLAN-CODE
                   GO TO 2000-RELEASE-ONE-ROW-NEXT
           END-REWRITE.
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT.

           IF WS-TRANSFER
               PERFORM 2200-POST-TRANSFER-ROW
                   THRU 2200-POST-TRANSFER-ROW-EXIT
               PERFORM 2300-REPOSITION-AFTER-HOLD
                   THRU 2300-REPOSITION-AFTER-HOLD-EXIT
               GO TO 2000-RELEASE-ONE-ROW-EXIT
           END-IF.

       2000-RELEASE-ONE-ROW-NEXT.
           PERFORM 2100-READ-NEXT-ROW
               THRU 2100-READ-NEXT-ROW-EXIT.

       2000-RELEASE-ONE-ROW-EXIT.
           EXIT.

       2100-READ-NEXT-ROW.
           READ DEFERRED-REVENUE-FILE NEXT RECORD
               AT END
                   SET WS-DEFREV-EOF TO TRUE
                   GO TO 2100-READ-NEXT-ROW-EXIT
           END-READ.

           ADD 1 TO WS-ROW-READ-CNT.

       2100-READ-NEXT-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 2200-POST-TRANSFER-ROW - OPEN (OR ADD TO) THE TRANSFER ROW     *
      * UNDER THE NEW PLAN CODE.  IT EARNS FROM THE RELEASE DATE TO    *
      * THE OLD ROW'S SERVICE END, AND COUNTS AS A TRANSFER IN.        *
      ******************************************************************
       2200-POST-TRANSFER-ROW.
           MOVE WS-XF-KEY TO DFR-KEY.
           READ DEFERRED-REVENUE-FILE
               INVALID KEY
                   GO TO 2200-POST-TRANSFER-ROW-NEW
           END-READ.

           ADD WS-XF-AMOUNT TO DFR-AMOUNT.
           ADD WS-XF-AMOUNT TO DFR-BALANCE.
           ADD WS-XF-AMOUNT TO DFR-PERIOD-TRANSFER.
           REWRITE DEFERRED-REVENUE-RECORD
               INVALID KEY
                   DISPLAY 'CUSDFR02 - TRANSFER REWRITE FAILED '
                       WS-XF-CUST-ID ' ' WS-XF-PLAN-CODE
           END-REWRITE.
           GO TO 2200-POST-TRANSFER-ROW-EXIT.

       2200-POST-TRANSFER-ROW-NEW.
           MOVE SPACES TO DEFERRED-REVENUE-RECORD.
           MOVE WS-XF-KEY TO DFR-KEY.
           MOVE WS-XF-SERVICE-END TO DFR-SERVICE-END.
           SET DFR-OPEN TO TRUE.
           MOVE WS-XF-AMOUNT TO DFR-AMOUNT.
           MOVE ZERO TO DFR-RECOGNIZED-AMOUNT.
           MOVE WS-XF-AMOUNT TO DFR-BALANCE.
           MOVE ZERO TO DFR-OPEN-BALANCE.
           MOVE ZERO TO DFR-PERIOD-SETTLED.
           MOVE ZERO TO DFR-PERIOD-RECOGNIZED.
           MOVE ZERO TO DFR-PERIOD-RELEASED.
           MOVE WS-XF-AMOUNT TO DFR-PERIOD-TRANSFER.
           MOVE ZERO TO DFR-PERIOD-REVERSED.
           MOVE ZERO TO DFR-LAST-SETTLE-DATE.
           MOVE ZERO TO DFR-RELEASE-DATE.
           WRITE DEFERRED-REVENUE-RECORD
               INVALID KEY
                   DISPLAY 'CUSDFR02 - TRANSFER WRITE FAILED '
                       WS-XF-CUST-ID ' ' WS-XF-PLAN-CODE
                   GO TO 2200-POST-TRANSFER-ROW-EXIT
           END-WRITE.
           ADD 1 TO WS-TRANSFER-ROW-CNT.

       2200-POST-TRANSFER-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 2300-REPOSITION-AFTER-HOLD - THE KEYED I/O ON THE TRANSFER ROW *
      * MOVED THE FILE POSITION.  RESUME THE FIRST PASS AT THE ROW     *
      * AFTER THE ONE JUST RELEASED.                                   *
      ******************************************************************
       2300-REPOSITION-AFTER-HOLD.
           MOVE WS-HOLD-KEY TO DFR-KEY.
           START DEFERRED-REVENUE-FILE KEY > DFR-KEY
               INVALID KEY
                   SET WS-DEFREV-EOF TO TRUE
                   GO TO 2300-REPOSITION-AFTER-HOLD-EXIT
           END-START.

           PERFORM 2100-READ-NEXT-ROW
               THRU 2100-READ-NEXT-ROW-EXIT.

       2300-REPOSITION-AFTER-HOLD-EXIT.
           EXIT.

      ******************************************************************
      * 2900-RESTART-SCHEDULE - POSITION BACK ON THE FIRST ROW FOR     *
      * THE SECOND PASS.                                               *
      ******************************************************************
       2900-RESTART-SCHEDULE.
           MOVE 'N' TO WS-DEFREV-EOF-SW.
           MOVE LOW-VALUES TO DFR-KEY.
           START DEFERRED-REVENUE-FILE KEY NOT < DFR-KEY
               INVALID KEY
                   SET WS-DEFREV-EOF TO TRUE
                   GO TO 2900-RESTART-SCHEDULE-EXIT
           END-START.

           PERFORM 2100-READ-NEXT-ROW
               THRU 2100-READ-NEXT-ROW-EXIT.

       2900-RESTART-SCHEDULE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CLOSE-ONE-ROW - SECOND PASS.  EARN AN OPEN ROW THROUGH    *
      * THE PERIOD END, FOLD THE PERIOD'S MOVEMENTS INTO ITS PLAN,     *
      * PROVE THE ROW, AND ROLL ITS BALANCE FORWARD.  A ROW CLOSED IN  *
      * AN EARLIER PERIOD HAS NOTHING TO CARRY AND IS PASSED OVER.     *
      ******************************************************************
       3000-CLOSE-ONE-ROW.
           IF DFR-OPEN OR DFR-RELEASE-PENDING
               MOVE WS-PERIOD-END-INTEGER TO WS-THRU-INTEGER
               PERFORM 4000-EARN-THROUGH
                   THRU 4000-EARN-THROUGH-EXIT
               IF DFR-OPEN
                   AND WS-EARNED-DAYS NOT < WS-TOTAL-DAYS
                   AND DFR-BALANCE = ZERO
                   SET DFR-CLOSED TO TRUE
                   ADD 1 TO WS-CLOSED-CNT
               END-IF
           END-IF.

           IF DFR-CLOSED
               AND DFR-OPEN-BALANCE = ZERO
               AND DFR-PERIOD-SETTLED = ZERO
               AND DFR-PERIOD-RECOGNIZED = ZERO
               AND DFR-PERIOD-RELEASED = ZERO
               AND DFR-PERIOD-TRANSFER = ZERO
               AND DFR-PERIOD-REVERSED = ZERO
               GO TO 3000-CLOSE-ONE-ROW-NEXT
           END-IF.

           PERFORM 3100-FIND-PLAN
               THRU 3100-FIND-PLAN-EXIT.
           IF WS-PLAN-IDX > WS-PLAN-COUNT
               GO TO 3000-CLOSE-ONE-ROW-NEXT
           END-IF.

           ADD DFR-OPEN-BALANCE TO WS-PE-OPENING(WS-PLAN-IDX)
                                   WS-GT-OPENING.
           ADD DFR-PERIOD-SETTLED TO WS-PE-SETTLED(WS-PLAN-IDX)
                                     WS-GT-SETTLED.
           ADD DFR-PERIOD-TRANSFER TO WS-PE-TRANSFER(WS-PLAN-IDX)
                                      WS-GT-TRANSFER.
           ADD DFR-PERIOD-RECOGNIZED TO WS-PE-RECOGNIZED(WS-PLAN-IDX)
                                        WS-GT-RECOGNIZED.
           ADD DFR-PERIOD-RELEASED TO WS-PE-RELEASED(WS-PLAN-IDX)
                                      WS-GT-RELEASED.
           ADD DFR-PERIOD-REVERSED TO WS-PE-REVERSED(WS-PLAN-IDX)
                                      WS-GT-REVERSED.
           ADD DFR-BALANCE TO WS-PE-CLOSING(WS-PLAN-IDX)
                              WS-GT-CLOSING.

           COMPUTE WS-ROW-COMPUTED =
               DFR-OPEN-BALANCE + DFR-PERIOD-SETTLED
               + DFR-PERIOD-TRANSFER - DFR-PERIOD-RECOGNIZED
               - DFR-PERIOD-RELEASED - DFR-PERIOD-REVERSED.
           IF WS-ROW-COMPUTED NOT = DFR-BALANCE
               ADD 1 TO WS-ROW-BREAK-CNT
               MOVE 'ROW OUT OF BALANCE' TO WS-DL-TYPE
               MOVE DFR-CUST-ID TO WS-DL-CUST-ID
               MOVE DFR-PLAN-CODE TO WS-DL-PLAN-CODE
               MOVE DFR-BALANCE TO WS-DL-AMOUNT
               MOVE 'MOVEMENTS DO NOT PROVE TO BALANCE'
                   TO WS-DL-REASON
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
           END-IF.

           MOVE DFR-BALANCE TO DFR-OPEN-BALANCE.
           MOVE ZERO TO DFR-PERIOD-SETTLED.
           MOVE ZERO TO DFR-PERIOD-RECOGNIZED.
           MOVE ZERO TO DFR-PERIOD-RELEASED.
           MOVE ZERO TO DFR-PERIOD-TRANSFER.
           MOVE ZERO TO DFR-PERIOD-REVERSED.
           REWRITE DEFERRED-REVENUE-RECORD
               INVALID KEY
                   DISPLAY 'CUSDFR02 - DEFREV REWRITE FAILED '
                       DFR-CUST-ID ' ' DFR-PLAN-CODE
                   GO TO 3000-CLOSE-ONE-ROW-NEXT
           END-REWRITE.
           ADD 1 TO WS-ROW-UPDATED-CNT.

       3000-CLOSE-ONE-ROW-NEXT.
           PERFORM 2100-READ-NEXT-ROW
               THRU 2100-READ-NEXT-ROW-EXIT.

       3000-CLOSE-ONE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 3100-FIND-PLAN - LOCATE THE TABLE ENTRY FOR DFR-PLAN-CODE,     *
      * OPENING A ZEROED ONE WHEN ABSENT.  A FULL TABLE IS COUNTED     *
      * AND LEAVES WS-PLAN-IDX PAST WS-PLAN-COUNT.                     *
      ******************************************************************
       3100-FIND-PLAN.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           SET WS-PLAN-IDX TO 1.
           SEARCH WS-PLAN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PLAN-IDX > WS-PLAN-COUNT
                   CONTINUE
               WHEN WS-PE-PLAN-CODE(WS-PLAN-IDX) = DFR-PLAN-CODE
                   SET WS-SLOT-FOUND TO TRUE
           END-SEARCH.

           IF WS-SLOT-FOUND
               GO TO 3100-FIND-PLAN-EXIT
           END-IF.

           IF WS-PLAN-COUNT >= 200
               ADD 1 TO WS-PLAN-OVERFLOW-CNT
               SET WS-PLAN-IDX TO 201
               GO TO 3100-FIND-PLAN-EXIT
           END-IF.

           ADD 1 TO WS-PLAN-COUNT.
           SET WS-PLAN-IDX TO WS-PLAN-COUNT.
           MOVE DFR-PLAN-CODE TO WS-PE-PLAN-CODE(WS-PLAN-IDX).
           MOVE ZERO TO WS-PE-OPENING(WS-PLAN-IDX).
           MOVE ZERO TO WS-PE-SETTLED(WS-PLAN-IDX).
           MOVE ZERO TO WS-PE-TRANSFER(WS-PLAN-IDX).
           MOVE ZERO TO WS-PE-RECOGNIZED(WS-PLAN-IDX).
           MOVE ZERO TO WS-PE-RELEASED(WS-PLAN-IDX).
           MOVE ZERO TO WS-PE-REVERSED(WS-PLAN-IDX).
           MOVE ZERO TO WS-PE-CLOSING(WS-PLAN-IDX).

       3100-FIND-PLAN-EXIT.
           EXIT.

      ******************************************************************
      * 4000-EARN-THROUGH - BRING THE ROW IN HAND'S RECOGNIZED AMOUNT  *
      * UP TO ITS STRAIGHT-LINE SHARE THROUGH WS-THRU-INTEGER, AND     *
      * BOOK THE DIFFERENCE AS RECOGNIZED THIS PERIOD.  A ROW WITH NO  *
      * SERVICE DAYS IS EARNED IN FULL; THE LAST DAY OF THE SERVICE    *
      * PERIOD EARNS THE EXACT REMAINDER SO NO ROUNDING IS LEFT OVER.  *
      ******************************************************************
       4000-EARN-THROUGH.
           MOVE FUNCTION INTEGER-OF-DATE(DFR-SERVICE-START)
               TO WS-START-INTEGER.
           IF DFR-SERVICE-END = ZERO
               MOVE WS-START-INTEGER TO WS-END-INTEGER
           ELSE
               MOVE FUNCTION INTEGER-OF-DATE(DFR-SERVICE-END)
                   TO WS-END-INTEGER
           END-IF.
           COMPUTE WS-TOTAL-DAYS = WS-END-INTEGER - WS-START-INTEGER.
           COMPUTE WS-EARNED-DAYS =
               WS-THRU-INTEGER - WS-START-INTEGER + 1.

           IF WS-EARNED-DAYS < ZERO
               MOVE ZERO TO WS-EARNED-DAYS
           END-IF.
           IF WS-EARNED-DAYS > WS-TOTAL-DAYS
               MOVE WS-TOTAL-DAYS TO WS-EARNED-DAYS
           END-IF.

           IF WS-TOTAL-DAYS NOT > ZERO
               OR WS-EARNED-DAYS = WS-TOTAL-DAYS
               MOVE DFR-AMOUNT TO WS-TARGET-EARNED
           ELSE
               COMPUTE WS-TARGET-EARNED ROUNDED =
                   DFR-AMOUNT * WS-EARNED-DAYS / WS-TOTAL-DAYS
           END-IF.

           COMPUTE WS-EARN-DELTA =
               WS-TARGET-EARNED - DFR-RECOGNIZED-AMOUNT.
           ADD WS-EARN-DELTA TO DFR-RECOGNIZED-AMOUNT.
           ADD WS-EARN-DELTA TO DFR-PERIOD-RECOGNIZED.
           COMPUTE DFR-BALANCE =
               DFR-AMOUNT - DFR-RECOGNIZED-AMOUNT.

       4000-EARN-THROUGH-EXIT.
           EXIT.

      ******************************************************************
      * 5000-JOURNAL-ONE-PLAN - WRITE THE PLAN'S BALANCED JOURNAL      *
      * PAIRS: SETTLED (DR CASH / CR DEFREV), RECOGNIZED AND EARLY     *
      * RELEASE (DR DEFREV / CR EARNREV), CHARGEBACK REVERSAL (DR      *
      * DEFREV / CR REFLIAB), AND THE NET PLAN-CHANGE TRANSFER INTO    *
      * (CR) OR OUT OF (DR) THE PLAN'S DEFREV, WHICH NETS TO ZERO      *
      * ACROSS ALL PLANS.                                              *
      ******************************************************************
       5000-JOURNAL-ONE-PLAN.
           MOVE WS-PE-SETTLED(WS-PLAN-IDX) TO WS-JL-AMOUNT.
           MOVE 'SETTLED CHARGES' TO WS-JL-DESCRIPTION.
           MOVE 'CASH    ' TO WS-JL-ACCOUNT.
           MOVE 'D' TO WS-JL-SIDE.
           PERFORM 5100-WRITE-JOURNAL-LINE
               THRU 5100-WRITE-JOURNAL-LINE-EXIT.
           MOVE 'DEFREV  ' TO WS-JL-ACCOUNT.
           MOVE 'C' TO WS-JL-SIDE.
           PERFORM 5100-WRITE-JOURNAL-LINE
               THRU 5100-WRITE-JOURNAL-LINE-EXIT.

           MOVE WS-PE-RECOGNIZED(WS-PLAN-IDX) TO WS-JL-AMOUNT.
           MOVE 'REVENUE RECOGNIZED' TO WS-JL-DESCRIPTION.
           MOVE 'DEFREV  ' TO WS-JL-ACCOUNT.
           MOVE 'D' TO WS-JL-SIDE.
           PERFORM 5100-WRITE-JOURNAL-LINE
               THRU 5100-WRITE-JOURNAL-LINE-EXIT.
           MOVE 'EARNREV ' TO WS-JL-ACCOUNT.
           MOVE 'C' TO WS-JL-SIDE.
           PERFORM 5100-WRITE-JOURNAL-LINE
               THRU 5100-WRITE-JOURNAL-LINE-EXIT.

           MOVE WS-PE-RELEASED(WS-PLAN-IDX) TO WS-JL-AMOUNT.
           MOVE 'EARLY RELEASE' TO WS-JL-DESCRIPTION.
           MOVE 'DEFREV  ' TO WS-JL-ACCOUNT.
           MOVE 'D' TO WS-JL-SIDE.
           PERFORM 5100-WRITE-JOURNAL-LINE
               THRU 5100-WRITE-JOURNAL-LINE-EXIT.
           MOVE 'EARNREV ' TO WS-JL-ACCOUNT.
           MOVE 'C' TO WS-JL-SIDE.
           PERFORM 5100-WRITE-JOURNAL-LINE
               THRU 5100-WRITE-JOURNAL-LINE-EXIT.

           MOVE WS-PE-REVERSED(WS-PLAN-IDX) TO WS-JL-AMOUNT.
           MOVE 'CHARGEBACK REVERSAL' TO WS-JL-DESCRIPTION.
           MOVE 'DEFREV  ' TO WS-JL-ACCOUNT.
           MOVE 'D' TO WS-JL-SIDE.
           PERFORM 5100-WRITE-JOURNAL-LINE
               THRU 5100-WRITE-JOURNAL-LINE-EXIT.
           MOVE 'REFLIAB ' TO WS-JL-ACCOUNT.
           MOVE 'C' TO WS-JL-SIDE.
           PERFORM 5100-WRITE-JOURNAL-LINE
               THRU 5100-WRITE-JOURNAL-LINE-EXIT.

           MOVE WS-PE-TRANSFER(WS-PLAN-IDX) TO WS-JL-AMOUNT.
           MOVE 'PLAN CHANGE TRANSFER' TO WS-JL-DESCRIPTION.
           MOVE 'DEFREV  ' TO WS-JL-ACCOUNT.
           MOVE 'C' TO WS-JL-SIDE.
           PERFORM 5100-WRITE-JOURNAL-LINE
               THRU 5100-WRITE-JOURNAL-LINE-EXIT.

       5000-JOURNAL-ONE-PLAN-EXIT.
           EXIT.

      ******************************************************************
      * 5100-WRITE-JOURNAL-LINE - ONE GLJRNL LINE FOR THE PLAN AT      *
      * WS-PLAN-IDX.  A ZERO AMOUNT WRITES NOTHING; A NEGATIVE AMOUNT  *
      * POSTS ITS ABSOLUTE VALUE TO THE OPPOSITE SIDE.                 *
      ******************************************************************
       5100-WRITE-JOURNAL-LINE.
           IF WS-JL-AMOUNT = ZERO
               GO TO 5100-WRITE-JOURNAL-LINE-EXIT
           END-IF.

           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE WS-PERIOD-YYYYMM TO GLJ-PERIOD.
           MOVE WS-TODAY-YYYYMMDD TO GLJ-RUN-DATE.
           MOVE 'CUSDFR02' TO GLJ-SOURCE.
           MOVE WS-JL-ACCOUNT TO GLJ-ACCOUNT.
           MOVE WS-PE-PLAN-CODE(WS-PLAN-IDX) TO GLJ-PLAN-CODE.
           MOVE WS-JL-DESCRIPTION TO GLJ-DESCRIPTION.

           IF WS-JL-AMOUNT < ZERO
               COMPUTE GLJ-AMOUNT = WS-JL-AMOUNT * -1
               IF WS-JL-SIDE = 'D'
                   SET GLJ-CREDIT TO TRUE
               ELSE
                   SET GLJ-DEBIT TO TRUE
               END-IF
           ELSE
               MOVE WS-JL-AMOUNT TO GLJ-AMOUNT
               MOVE WS-JL-SIDE TO GLJ-DEBIT-CREDIT
           END-IF.

           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-JOURNAL-CNT.

       5100-WRITE-JOURNAL-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REPORT-BALANCING - ONE LINE PER PLAN, THE TOTAL LINE, AND *
      * THE PROOF THAT OPENING PLUS THE PERIOD'S MOVEMENTS EQUALS THE  *
      * CLOSING BALANCE LEFT ON THE SCHEDULE.  TRANSFERS MUST NET TO   *
      * ZERO ACROSS PLANS.                                             *
      ******************************************************************
       6000-REPORT-BALANCING.
           MOVE WS-PERIOD-YYYYMM TO WS-RH-PERIOD.
           WRITE BALANCING-REPORT-LINE FROM WS-COLUMN-HEADING.

           PERFORM 6100-REPORT-ONE-PLAN
               THRU 6100-REPORT-ONE-PLAN-EXIT
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT.

           MOVE 'TOTAL' TO WS-PL-PLAN-CODE.
           MOVE WS-GT-OPENING TO WS-PL-OPENING.
           MOVE WS-GT-SETTLED TO WS-PL-SETTLED.
           MOVE WS-GT-TRANSFER TO WS-PL-TRANSFER.
           MOVE WS-GT-RECOGNIZED TO WS-PL-RECOGNIZED.
           MOVE WS-GT-RELEASED TO WS-PL-RELEASED.
           MOVE WS-GT-REVERSED TO WS-PL-REVERSED.
           MOVE WS-GT-CLOSING TO WS-PL-CLOSING.
           WRITE BALANCING-REPORT-LINE FROM WS-PLAN-LINE.

           COMPUTE WS-GT-COMPUTED =
               WS-GT-OPENING + WS-GT-SETTLED + WS-GT-TRANSFER
               - WS-GT-RECOGNIZED - WS-GT-RELEASED - WS-GT-REVERSED.
           MOVE WS-GT-COMPUTED TO WS-PF-COMPUTED.
           WRITE BALANCING-REPORT-LINE FROM WS-PROOF-LINE-1.
           MOVE WS-GT-CLOSING TO WS-PF-CLOSING.
           WRITE BALANCING-REPORT-LINE FROM WS-PROOF-LINE-2.

           IF WS-GT-COMPUTED NOT = WS-GT-CLOSING
               OR WS-GT-TRANSFER NOT = ZERO
               OR WS-ROW-BREAK-CNT > ZERO
               OR WS-PLAN-OVERFLOW-CNT > ZERO
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE '*** OUT OF BALANCE ***' TO WS-PF-RESULT
           ELSE
               MOVE 'IN BALANCE' TO WS-PF-RESULT
           END-IF.
           WRITE BALANCING-REPORT-LINE FROM WS-PROOF-LINE-3.

       6000-REPORT-BALANCING-EXIT.
           EXIT.

       6100-REPORT-ONE-PLAN.
           MOVE WS-PE-PLAN-CODE(WS-PLAN-IDX) TO WS-PL-PLAN-CODE.
           MOVE WS-PE-OPENING(WS-PLAN-IDX) TO WS-PL-OPENING.
           MOVE WS-PE-SETTLED(WS-PLAN-IDX) TO WS-PL-SETTLED.
           MOVE WS-PE-TRANSFER(WS-PLAN-IDX) TO WS-PL-TRANSFER.
           MOVE WS-PE-RECOGNIZED(WS-PLAN-IDX) TO WS-PL-RECOGNIZED.
           MOVE WS-PE-RELEASED(WS-PLAN-IDX) TO WS-PL-RELEASED.
           MOVE WS-PE-REVERSED(WS-PLAN-IDX) TO WS-PL-REVERSED.
           MOVE WS-PE-CLOSING(WS-PLAN-IDX) TO WS-PL-CLOSING.
           WRITE BALANCING-REPORT-LINE FROM WS-PLAN-LINE.

       6100-REPORT-ONE-PLAN-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-REPORT-LINE - FORMAT AND WRITE ONE DETAIL LINE      *
      ******************************************************************
       8000-WRITE-REPORT-LINE.
           WRITE BALANCING-REPORT-LINE FROM WS-DETAIL-LINE.

       8000-WRITE-REPORT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - WRITE SUMMARY, CLOSE FILES, SET RETURN CODE.  *
      * AN OUT-OF-BALANCE SCHEDULE SETS THE HARD CODE SO THE JOURNAL   *
      * IS HELD.                                                       *
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-RELEASED-CNT TO WS-SL-RELEASED.
           WRITE BALANCING-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-REVERSED-CNT TO WS-SL-REVERSED.
           WRITE BALANCING-REPORT-LINE FROM WS-SUMMARY-LINE-6.
           MOVE WS-TRANSFERRED-CNT TO WS-SL-TRANSFERRED.
           WRITE BALANCING-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-CLOSED-CNT TO WS-SL-CLOSED.
           WRITE BALANCING-REPORT-LINE FROM WS-SUMMARY-LINE-3.
           MOVE WS-ROW-BREAK-CNT TO WS-SL-ROW-BREAK.
           WRITE BALANCING-REPORT-LINE FROM WS-SUMMARY-LINE-4.
           MOVE WS-JOURNAL-CNT TO WS-SL-JOURNAL.
           WRITE BALANCING-REPORT-LINE FROM WS-SUMMARY-LINE-5.

           IF WS-PLAN-OVERFLOW-CNT > ZERO
               DISPLAY 'CUSDFR02 - PLAN TABLE FULL, ROWS NOT TOTALLED '
                   WS-PLAN-OVERFLOW-CNT
           END-IF.

           CLOSE DEFERRED-REVENUE-FILE
                 GL-JOURNAL-FILE
                 BALANCING-REPORT.

           IF NOT WS-INIT-FAILED
               IF WS-OUT-OF-BALANCE
                   MOVE 12 TO RETURN-CODE
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
               DISPLAY 'CUSDFR02 - RUNLOG OPEN FAILED STATUS='
                   WS-RUNLOG-STATUS
               GO TO 9100-WRITE-RUN-LOG-EXIT
           END-IF.

           ACCEPT WS-RUNLOG-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-RUNLOG-TIME(1:2) '.'
                  WS-RUNLOG-TIME(3:2) '.' WS-RUNLOG-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-RUNLOG-END-TS.

           MOVE 'CUSDFR02' TO RUNLOG-PROGRAM.
           MOVE WS-TODAY-YYYYMMDD TO RUNLOG-RUN-DATE.
           MOVE WS-RUNLOG-START-TS TO RUNLOG-START-TIMESTAMP.
           MOVE WS-RUNLOG-END-TS TO RUNLOG-END-TIMESTAMP.
           MOVE WS-ROW-READ-CNT TO RUNLOG-RECORDS-READ.
           COMPUTE RUNLOG-RECORDS-WRITTEN =
               WS-JOURNAL-CNT + WS-TRANSFER-ROW-CNT.
           MOVE WS-ROW-UPDATED-CNT TO RUNLOG-RECORDS-UPDATED.
           COMPUTE RUNLOG-EXCEPTION-COUNT =
               WS-ROW-BREAK-CNT + WS-PLAN-OVERFLOW-CNT.
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.

       9100-WRITE-RUN-LOG-EXIT.
           EXIT.
