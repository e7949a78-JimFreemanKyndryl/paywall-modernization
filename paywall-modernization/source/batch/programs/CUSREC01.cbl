      * 2026-09-02  DO   INITIAL VERSION - GATEWAY SETTLEMENT          *
      *                  RECONCILIATION IN THE SPIRIT OF THE CUSCTL01  *
      *                  CONTROL-TOTAL CHECK ON THE MASTER             *
      * 2026-09-14  DO   RECONCILE SETTLEMENTS AGAINST THE GROSS       *
      *                  (NET PLUS TAX) REQUESTED AND APPEND EACH      *
      *                  MATCHED SETTLEMENT TO THE TAXLEDG TAX LEDGER  *
      * 2026-09-24  DO   APPEND CUSCBK01 CHARGEBACK AND REFUND         *
      *                  REVERSALS FROM CHBKREV TO THE TAX LEDGER AND  *
      *                  REPORT GROSS SETTLED LESS REVERSED AS NET     *
      *                  COLLECTED                                     *
      * 2026-10-12  DO   SKIP THE INBOUND HEADER AND TRAILER CONTROL   *
      *                  RECORDS ON GWRESP AND GWSETL; BOTH ARE        *
      *                  VALIDATED AND REGISTERED BY CUSINB01 FIRST    *
      * 2026-10-15  DO   POST A REVERSAL FROM THE CHBKREV RECORD AREA  *
      *                  SO ITS TOTALS AND REPORT LINE NO LONGER READ  *
      *                  THE TAX LEDGER RECORD AFTER THE WRITE         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSREC01.
      ******************************************************************
      * PURPOSE.                                                       *
      *   RECONCILES THE BILLING REQUEST FEED AGAINST THE GATEWAY'S    *
      *   RESPONSE AND SETTLEMENT FILES.  EVERY REQUEST SENT MUST COME *
      *   BACK ANSWERED WITHIN THE GRACE PERIOD, EVERY SETTLEMENT MUST *
      *   MATCH A REQUEST WE SENT, AND A SETTLED AMOUNT MUST EQUAL THE *
      *   GROSS AMOUNT (NET PLUS TAX) REQUESTED.  EVERY SETTLEMENT     *
      *   THAT MATCHES AT THE GROSS IS APPENDED TO THE TAX LEDGER WITH *
      *   THE REQUEST'S NET, TAX AND JURISDICTION FOR THE MONTH-END    *
      *   TAX LIABILITY REPORT.  CUSCBK01'S CHARGEBACK AND REFUND      *
      *   REVERSALS (CHBKREV) ARE APPENDED TO THE LEDGER AS CREDIT     *
      *   ROWS AND COME OFF THE NIGHT'S GROSS SETTLED, SO A            *
      *   CHARGED-BACK SETTLEMENT NO LONGER COUNTS AS COLLECTED.       *
      *   UNANSWERED REQUESTS PAST GRACE AND ORPHAN RESPONSES END THE  *
      *   RUN WITH A WARNING CODE; A MONEY BREAK (ORPHAN SETTLEMENT OR *
      *   AMOUNT MISMATCH) SETS A HARD RETURN CODE SO FINANCE SEES IT  *
      *   BEFORE MONTH-END.  THE GRACE PERIOD READS FROM THE POLPARM   *
      *   KEY REC-GRACE-DAYS, FALLING BACK TO THE COMPILED DEFAULT.    *
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GWSETL-STATUS.

      * TAXLEDG IS APPEND ONLY - THE JCL DISPOSITION IS DISP=MOD SO
      * EACH NIGHT'S SETTLED TAX ADDS TO THE MONTH'S LEDGER.
           SELECT TAX-LEDGER-FILE
               ASSIGN TO TAXLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAXLEDG-STATUS.

      * CHBKREV - CUSCBK01'S MATCHED CHARGEBACK AND REFUND REVERSALS,
      * ALREADY IN TAX LEDGER LAYOUT.
           SELECT REVERSAL-FILE
               ASSIGN TO CHBKREV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHBKREV-STATUS.

           SELECT POLICY-PARM-FILE
               ASSIGN TO POLPARM
               ORGANIZATION IS INDEXED
           05  GW-PLAN-CODE            PIC X(08).
           05  GW-RESULT-CODE          PIC X(01).
           05  FILLER                  PIC X(31).
       COPY INBOUND-CONTROL-RECORD REPLACING
           ==INBOUND-CONTROL-RECORD== BY ==RESPONSE-CONTROL-RECORD==.

       FD  GATEWAY-SETTLE-FILE
           RECORDING MODE IS F.
           05  ST-SETTLE-DATE          PIC X(08).
           05  ST-AMOUNT               PIC 9(07)V99.
           05  FILLER                  PIC X(15).
       COPY INBOUND-CONTROL-RECORD REPLACING
           ==INBOUND-CONTROL-RECORD== BY ==SETTLE-CONTROL-RECORD==.

       FD  TAX-LEDGER-FILE
           RECORDING MODE IS F.
       COPY TAX-LEDGER-RECORD.

       FD  REVERSAL-FILE
           RECORDING MODE IS F.
       01  REVERSAL-LEDGER-LINE        PIC X(80).
       COPY TAX-LEDGER-RECORD REPLACING
           ==TAX-LEDGER-RECORD== BY ==REVERSAL-LEDGER-RECORD==
           LEADING ==TXL-== BY ==REV-==.

       FD  POLICY-PARM-FILE
           RECORDING MODE IS F.
       77  WS-BILLREQ-STATUS           PIC X(02) VALUE SPACES.
       77  WS-GWRESP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-GWSETL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-TAXLEDG-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CHBKREV-STATUS           PIC X(02) VALUE SPACES.
       77  WS-POLPARM-STATUS           PIC X(02) VALUE SPACES.
       77  WS-RECRPT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.
               88  WS-GWRESP-EOF       VALUE 'Y'.
           05  WS-GWSETL-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-GWSETL-EOF       VALUE 'Y'.
           05  WS-CHBKREV-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-CHBKREV-EOF      VALUE 'Y'.
           05  WS-INIT-FAILED-SW       PIC X(01) VALUE 'N'.
               88  WS-INIT-FAILED      VALUE 'Y'.
           05  WS-MATCH-FOUND-SW       PIC X(01) VALUE 'N'.
           05  WS-ORPHAN-SETL-CNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-AMOUNT-BREAK-CNT     PIC 9(09) COMP VALUE ZERO.
           05  WS-REQ-OVERFLOW-CNT     PIC 9(09) COMP VALUE ZERO.
           05  WS-LEDGER-CNT           PIC 9(09) COMP VALUE ZERO.
           05  WS-REV-READ-CNT         PIC 9(09) COMP VALUE ZERO.

      ******************************************************************
      * MONEY COLLECTED TONIGHT - THE GROSS OF EVERY CLEAN SETTLEMENT  *
      * LESS EVERY CHARGEBACK AND REFUND TAKEN BACK.                   *
      ******************************************************************
       01  WS-MONEY-TOTALS.
           05  WS-GROSS-SETTLED        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GROSS-REVERSED       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-NET-COLLECTED        PIC S9(11)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * EVERY BILLING REQUEST ON THE FEED, HELD FOR MATCHING AGAINST   *
      * THE RESPONSE AND SETTLEMENT LEGS.  WS-RQ-AMOUNT IS THE GROSS;  *
      * THE NET, TAX AND JURISDICTION RIDE ALONG FOR THE TAX LEDGER.   *
      ******************************************************************
       01  WS-REQUEST-TABLE.
           05  WS-REQ-COUNT            PIC 9(04) COMP VALUE ZERO.
               10  WS-RQ-PLAN-CODE     PIC X(08).
               10  WS-RQ-EXTRACT-DATE  PIC 9(08).
               10  WS-RQ-AMOUNT        PIC 9(07)V99 COMP-3.
               10  WS-RQ-NET-AMOUNT    PIC 9(07)V99 COMP-3.
               10  WS-RQ-TAX-AMOUNT    PIC 9(07)V99 COMP-3.
               10  WS-RQ-JURISDICTION  PIC X(08).
               10  WS-RQ-ADJUST-TYPE   PIC X(01).
               10  WS-RQ-ANSWERED-SW   PIC X(01).
                   88  WS-RQ-ANSWERED  VALUE 'Y'.

               'SETTLEMENT AMOUNT BREAKS .....'.
           05  WS-SL-AMOUNT-BREAK      PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30) VALUE
               'GROSS SETTLED ................'.
           05  WS-SL-GROSS-SETTLED     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30) VALUE
               'CHARGEBACKS AND REFUNDS ......'.
           05  WS-SL-GROSS-REVERSED    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30) VALUE
               'NET COLLECTED ................'.
           05  WS-SL-NET-COLLECTED     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

      ******************************************************************
      * PROCEDURE DIVISION.                                            *
      ******************************************************************
                   THRU 4000-MATCH-ONE-SETTLEMENT-EXIT
                   UNTIL WS-GWSETL-EOF

               PERFORM 4500-POST-ONE-REVERSAL
                   THRU 4500-POST-ONE-REVERSAL-EXIT
                   UNTIL WS-CHBKREV-EOF

               PERFORM 5000-CHECK-ONE-REQUEST
                   THRU 5000-CHECK-ONE-REQUEST-EXIT
                   VARYING WS-REQ-IDX FROM 1 BY 1
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN EXTEND TAX-LEDGER-FILE.
           IF WS-TAXLEDG-STATUS NOT = '00'
               DISPLAY 'CUSREC01 - TAXLEDG OPEN FAILED STATUS='
                   WS-TAXLEDG-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT REVERSAL-FILE.
           IF WS-CHBKREV-STATUS NOT = '00'
               DISPLAY 'CUSREC01 - CHBKREV OPEN FAILED STATUS='
                   WS-CHBKREV-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT RECON-REPORT.
           IF WS-RECRPT-STATUS NOT = '00'
               DISPLAY 'CUSREC01 - RECRPT OPEN FAILED STATUS='
               THRU 3100-READ-NEXT-RESPONSE-EXIT.
           PERFORM 4100-READ-NEXT-SETTLEMENT
               THRU 4100-READ-NEXT-SETTLEMENT-EXIT.
           PERFORM 4600-READ-NEXT-REVERSAL
               THRU 4600-READ-NEXT-REVERSAL-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.
           MOVE BILL-CUST-ID TO WS-RQ-CUST-ID(WS-REQ-IDX).
           MOVE BILL-PLAN-CODE TO WS-RQ-PLAN-CODE(WS-REQ-IDX).
           MOVE BILL-EXTRACT-DATE TO WS-RQ-EXTRACT-DATE(WS-REQ-IDX).
           MOVE BILL-GROSS-AMOUNT TO WS-RQ-AMOUNT(WS-REQ-IDX).
           MOVE BILL-NET-AMOUNT TO WS-RQ-NET-AMOUNT(WS-REQ-IDX).
           MOVE BILL-TAX-AMOUNT TO WS-RQ-TAX-AMOUNT(WS-REQ-IDX).
           MOVE BILL-JURISDICTION TO WS-RQ-JURISDICTION(WS-REQ-IDX).
           MOVE BILL-ADJUST-TYPE TO WS-RQ-ADJUST-TYPE(WS-REQ-IDX).
           MOVE 'N' TO WS-RQ-ANSWERED-SW(WS-REQ-IDX).

       2000-LOAD-ONE-REQUEST-NEXT.
                   GO TO 3100-READ-NEXT-RESPONSE-EXIT
           END-READ.

      *    THE HEADER AND TRAILER WERE CHECKED BY CUSINB01 AHEAD OF
      *    THE CUSBIL01 APPLY PASS; ONLY BODY RECORDS ARE MATCHED.
           IF INC-CONTROL-RECORD
               OF RESPONSE-CONTROL-RECORD
               GO TO 3100-READ-NEXT-RESPONSE
           END-IF.

           ADD 1 TO WS-RESP-READ-CNT.

       3100-READ-NEXT-RESPONSE-EXIT.

      ******************************************************************
      * 4000-MATCH-ONE-SETTLEMENT - A SETTLEMENT MUST MATCH A REQUEST  *
      * WE SENT, FOR THE GROSS AMOUNT WE ASKED.  EITHER FAILURE IS A   *
      * MONEY BREAK; A CLEAN MATCH IS POSTED TO THE TAX LEDGER.        *
      ******************************************************************
       4000-MATCH-ONE-SETTLEMENT.
           MOVE ST-CUST-ID TO WS-DL-CUST-ID.
           IF ST-AMOUNT NOT = WS-RQ-AMOUNT(WS-REQ-IDX)
               MOVE 'SETTLEMENT AMOUNT BREAK' TO WS-DL-TYPE
               MOVE ST-AMOUNT TO WS-DL-AMOUNT
               MOVE 'SETTLED AMOUNT DIFFERS FROM GROSS'
                   TO WS-DL-REASON
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
               ADD 1 TO WS-AMOUNT-BREAK-CNT
               SET WS-MONEY-BREAK TO TRUE
               GO TO 4000-MATCH-ONE-SETTLEMENT-NEXT
           END-IF.

           PERFORM 4200-POST-TAX-LEDGER
               THRU 4200-POST-TAX-LEDGER-EXIT.

       4000-MATCH-ONE-SETTLEMENT-NEXT.
           PERFORM 4100-READ-NEXT-SETTLEMENT
               THRU 4100-READ-NEXT-SETTLEMENT-EXIT.
                   GO TO 4100-READ-NEXT-SETTLEMENT-EXIT
           END-READ.

      *    THE HEADER AND TRAILER WERE CHECKED BY CUSINB01 IN THE
      *    STEP BEFORE THIS ONE; ONLY BODY RECORDS ARE APPLIED.
           IF INC-CONTROL-RECORD
               OF SETTLE-CONTROL-RECORD
               GO TO 4100-READ-NEXT-SETTLEMENT
           END-IF.

           ADD 1 TO WS-SETL-READ-CNT.

       4100-READ-NEXT-SETTLEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 4200-POST-TAX-LEDGER - APPEND THE SETTLEMENT IN HAND TO THE    *
      * TAX LEDGER WITH THE NET, TAX AND JURISDICTION OF THE REQUEST   *
      * AT WS-REQ-IDX.  A CUSPCH01 CREDIT POSTS AS A CREDIT ROW.       *
      ******************************************************************
       4200-POST-TAX-LEDGER.
           MOVE SPACES TO TAX-LEDGER-RECORD.
           MOVE ST-CUST-ID TO TXL-CUST-ID.
           MOVE ST-PLAN-CODE TO TXL-PLAN-CODE.
           MOVE ST-SETTLE-DATE TO TXL-SETTLE-DATE.
           MOVE WS-RQ-JURISDICTION(WS-REQ-IDX) TO TXL-JURISDICTION.
           IF WS-RQ-ADJUST-TYPE(WS-REQ-IDX) = 'R'
               SET TXL-ENTRY-CREDIT TO TRUE
           ELSE
               SET TXL-ENTRY-CHARGE TO TRUE
           END-IF.
           MOVE WS-RQ-NET-AMOUNT(WS-REQ-IDX) TO TXL-NET-AMOUNT.
           MOVE WS-RQ-TAX-AMOUNT(WS-REQ-IDX) TO TXL-TAX-AMOUNT.
           MOVE ST-AMOUNT TO TXL-GROSS-AMOUNT.
           WRITE TAX-LEDGER-RECORD.
           ADD 1 TO WS-LEDGER-CNT.
           ADD ST-AMOUNT TO WS-GROSS-SETTLED.

       4200-POST-TAX-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      * 4500-POST-ONE-REVERSAL - APPEND ONE CUSCBK01 REVERSAL TO THE   *
      * TAX LEDGER AS IT STANDS.  CUSCBK01 HAS ALREADY MATCHED IT TO   *
      * ITS SETTLEMENT, SO HERE IT ONLY COMES OFF WHAT WAS COLLECTED.  *
      * THE ROW IS WRITTEN FROM THE CHBKREV RECORD AREA, WHICH STILL   *
      * HOLDS IT FOR THE TOTALS AND THE REPORT LINE AFTER THE WRITE.   *
      ******************************************************************
       4500-POST-ONE-REVERSAL.
           WRITE TAX-LEDGER-RECORD FROM REVERSAL-LEDGER-RECORD.
           ADD 1 TO WS-LEDGER-CNT.
           ADD REV-GROSS-AMOUNT TO WS-GROSS-REVERSED.

           MOVE 'SETTLEMENT REVERSED' TO WS-DL-TYPE.
           MOVE REV-CUST-ID TO WS-DL-CUST-ID.
           MOVE REV-PLAN-CODE TO WS-DL-PLAN-CODE.
           MOVE REV-GROSS-AMOUNT TO WS-DL-AMOUNT.
           IF REV-REVERSAL-CHARGEBACK
               MOVE 'CHARGEBACK - NOT COLLECTED' TO WS-DL-REASON
           ELSE
               MOVE 'REFUNDED - NOT COLLECTED' TO WS-DL-REASON
           END-IF.
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT.

           PERFORM 4600-READ-NEXT-REVERSAL
               THRU 4600-READ-NEXT-REVERSAL-EXIT.

       4500-POST-ONE-REVERSAL-EXIT.
           EXIT.

       4600-READ-NEXT-REVERSAL.
           READ REVERSAL-FILE
               AT END
                   SET WS-CHBKREV-EOF TO TRUE
                   GO TO 4600-READ-NEXT-REVERSAL-EXIT
           END-READ.

           ADD 1 TO WS-REV-READ-CNT.

       4600-READ-NEXT-REVERSAL-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CHECK-ONE-REQUEST - REPORT A REQUEST STILL UNANSWERED     *
      * PAST THE GRACE PERIOD.                                         *
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE-3.
           MOVE WS-AMOUNT-BREAK-CNT TO WS-SL-AMOUNT-BREAK.
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE-4.
           MOVE WS-GROSS-SETTLED TO WS-SL-GROSS-SETTLED.
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE-5.
           MOVE WS-GROSS-REVERSED TO WS-SL-GROSS-REVERSED.
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE-6.
           COMPUTE WS-NET-COLLECTED =
               WS-GROSS-SETTLED - WS-GROSS-REVERSED.
           MOVE WS-NET-COLLECTED TO WS-SL-NET-COLLECTED.
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE-7.

           IF WS-REQ-OVERFLOW-CNT > ZERO
               DISPLAY 'CUSREC01 - REQUEST TABLE FULL, NOT MATCHED '
           CLOSE BILLING-REQUEST-FILE
                 GATEWAY-RESPONSE-FILE
                 GATEWAY-SETTLE-FILE
                 TAX-LEDGER-FILE
                 REVERSAL-FILE
                 RECON-REPORT.

           IF NOT WS-INIT-FAILED
           MOVE WS-RUNLOG-START-TS TO RUNLOG-START-TIMESTAMP.
           MOVE WS-RUNLOG-END-TS TO RUNLOG-END-TIMESTAMP.
           COMPUTE RUNLOG-RECORDS-READ =
               WS-REQ-READ-CNT + WS-RESP-READ-CNT + WS-SETL-READ-CNT
               + WS-REV-READ-CNT.
           MOVE WS-LEDGER-CNT TO RUNLOG-RECORDS-WRITTEN.
           MOVE ZERO TO RUNLOG-RECORDS-UPDATED.
           COMPUTE RUNLOG-EXCEPTION-COUNT =
               WS-UNANSWERED-CNT + WS-ORPHAN-RESP-CNT
