      *                  THE PLANMSTR PLAN/PRICE MASTER                *
      * 2026-09-02  DO   SKIP TRIAL ROWS - A TRIAL CARRIES NO REVENUE  *
      *                  UNTIL CUSTRL01 CONVERTS IT                    *
      * 2026-10-07  DO   PRICE A GROUP SPONSOR ROW FOR ITS SITELIC     *
      *                  SEATS AND SKIP SEAT-GRANTED MEMBER ROWS       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSREV01.
      *   PLAN/PRICE MASTER AT ONE TERM'S RATE EACH, AND REPORTS THE   *
      *   EXPECTED REVENUE BY PLAN CODE AND BY TIER SO GATEWAY         *
      *   DEPOSITS CAN BE TIED BACK TO THE ENTITLEMENT FILE WITHOUT    *
      *   ASKING THE VENDOR FOR ITS PRICE LIST.  A GROUP SPONSOR'S ROW *
      *   IS PRICED FOR ITS SITELIC SEAT COUNT AND A SEAT-GRANTED      *
      *   MEMBER ROW IS LEFT OUT, AS CUSBIL01 BILLS THEM.  A ROW WHOSE *
      *   PLAN HAS NO PLANMSTR PRICE IS COUNTED AND REPORTED AS AN     *
      *   EXCEPTION.                                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
               RECORD KEY IS PLAN-CODE
               FILE STATUS IS WS-PLANMSTR-STATUS.

      * SITELIC - GROUP SITE LICENCES, FOR THE SEATS A SPONSOR PAYS.
           SELECT SITE-LICENCE-FILE
               ASSIGN TO SITELIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIC-KEY
               FILE STATUS IS WS-SITELIC-STATUS.

           SELECT REVENUE-REPORT
               ASSIGN TO REVRPT
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       COPY PLAN-PRICE-RECORD.

       FD  SITE-LICENCE-FILE
           RECORDING MODE IS F.
       COPY SITE-LICENCE-RECORD.

       FD  REVENUE-REPORT
           RECORDING MODE IS F.
       01  REVENUE-REPORT-LINE         PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-CUSTENT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-PLANMSTR-STATUS          PIC X(02) VALUE SPACES.
       77  WS-SITELIC-STATUS           PIC X(02) VALUE SPACES.
       77  WS-REVRPT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.

               10  WS-TE-ROW-CNT       PIC 9(09) COMP.
               10  WS-TE-AMOUNT        PIC 9(11)V99 COMP-3.

      ******************************************************************
      * ONE ROW'S EXPECTED REVENUE - THE PLAN RATE, OR THE RATE TIMES  *
      * THE LICENSED SEATS FOR A GROUP SPONSOR'S ROW.                  *
      ******************************************************************
       01  WS-ROW-AMOUNT               PIC 9(09)V99 COMP-3.

       01  WS-GRAND-TOTALS.
           05  WS-GT-ROW-CNT           PIC 9(09) COMP VALUE ZERO.
           05  WS-GT-AMOUNT            PIC 9(11)V99 COMP-3 VALUE ZERO.
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT SITE-LICENCE-FILE.
           IF WS-SITELIC-STATUS NOT = '00'
               DISPLAY 'CUSREV01 - SITELIC OPEN FAILED STATUS='
                   WS-SITELIC-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT REVENUE-REPORT.
           IF WS-REVRPT-STATUS NOT = '00'
               DISPLAY 'CUSREV01 - REVRPT OPEN FAILED STATUS='

      ******************************************************************
      * 2000-PROCESS-ENTITLEMENTS - PRICE ONE NON-CANCELLED ROW AND    *
      * FOLD IT INTO THE PLAN AND TIER TOTALS.  A SEAT-GRANTED MEMBER  *
      * ROW IS PAID FOR ON ITS SPONSOR'S ROW AND CARRIES NO REVENUE.   *
      ******************************************************************
       2000-PROCESS-ENTITLEMENTS.
           IF ENT-PAYMENT-CANCELLED
               OR ENT-TYPE-TRIAL
               OR ENT-SEAT-GRANTED
               GO TO 2000-PROCESS-ENTITLEMENTS-NEXT
           END-IF.

               GO TO 2000-PROCESS-ENTITLEMENTS-NEXT
           END-IF.

           MOVE PLAN-RATE TO WS-ROW-AMOUNT.
           IF ENT-SEAT-SPONSOR
               PERFORM 2400-PRICE-SITE-LICENCE
                   THRU 2400-PRICE-SITE-LICENCE-EXIT
           END-IF.

           ADD 1 TO WS-PRICED-CNT.
           PERFORM 3000-ACCUMULATE-PLAN
               THRU 3000-ACCUMULATE-PLAN-EXIT.
           PERFORM 4000-ACCUMULATE-TIER
               THRU 4000-ACCUMULATE-TIER-EXIT.
           ADD 1 TO WS-GT-ROW-CNT.
           ADD WS-ROW-AMOUNT TO WS-GT-AMOUNT.

       2000-PROCESS-ENTITLEMENTS-NEXT.
           PERFORM 2100-READ-NEXT-ENTITLEMENT
       2300-READ-PLAN-PRICE-EXIT.
           EXIT.

      ******************************************************************
      * 2400-PRICE-SITE-LICENCE - A SPONSOR'S ROW IS BILLED FOR EVERY  *
      * SEAT ON ITS OPEN SITELIC LICENCE, AS CUSBIL01 BILLS IT.  WITH  *
      * NO OPEN LICENCE IT STAYS AT ONE SEAT.                          *
      ******************************************************************
       2400-PRICE-SITE-LICENCE.
           MOVE ENT-KEY TO LIC-KEY.
           READ SITE-LICENCE-FILE
               INVALID KEY
                   GO TO 2400-PRICE-SITE-LICENCE-EXIT
           END-READ.

           IF NOT LIC-CLOSED
               COMPUTE WS-ROW-AMOUNT = PLAN-RATE * LIC-SEAT-COUNT
           END-IF.

       2400-PRICE-SITE-LICENCE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ACCUMULATE-PLAN - FIND OR ADD THE PLAN'S TABLE ENTRY AND  *
      * FOLD THE CURRENT ROW IN.  AN OVERFLOWING TABLE IS COUNTED AND  *
               WHEN WS-PE-PLAN-CODE(WS-PLAN-IDX) = ENT-PLAN-CODE
                   SET WS-SLOT-FOUND TO TRUE
                   ADD 1 TO WS-PE-ROW-CNT(WS-PLAN-IDX)
                   ADD WS-ROW-AMOUNT TO WS-PE-AMOUNT(WS-PLAN-IDX)
           END-SEARCH.

           IF NOT WS-SLOT-FOUND
                       TO WS-PE-PLAN-CODE(WS-PLAN-IDX)
                   MOVE PLAN-TIER TO WS-PE-TIER(WS-PLAN-IDX)
                   MOVE 1 TO WS-PE-ROW-CNT(WS-PLAN-IDX)
                   MOVE WS-ROW-AMOUNT TO WS-PE-AMOUNT(WS-PLAN-IDX)
               ELSE
                   ADD 1 TO WS-PLAN-OVERFLOW-CNT
               END-IF
               AT END
                   SET WS-TIER-IDX TO 4
                   ADD 1 TO WS-TE-ROW-CNT(WS-TIER-IDX)
                   ADD WS-ROW-AMOUNT TO WS-TE-AMOUNT(WS-TIER-IDX)
               WHEN WS-TE-TIER(WS-TIER-IDX) = ENT-TIER
                   ADD 1 TO WS-TE-ROW-CNT(WS-TIER-IDX)
                   ADD WS-ROW-AMOUNT TO WS-TE-AMOUNT(WS-TIER-IDX)
           END-SEARCH.

       4000-ACCUMULATE-TIER-EXIT.

           CLOSE ENTITLEMENT-FILE
                 PLAN-PRICE-FILE
                 SITE-LICENCE-FILE
                 REVENUE-REPORT.

           IF NOT WS-INIT-FAILED
