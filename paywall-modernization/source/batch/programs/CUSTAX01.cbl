      ******************************************************************
      * PROGRAM-ID.  CUSTAX01                                          *
      * AUTHOR.      D. OKAFOR - CUSTOMER MASTER APPLICATIONS TEAM     *
      * INSTALLATION. PAYWALL MODERNIZATION                            *
      * DATE-WRITTEN. 2026-09-14                                       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * ---------------------------------------------------------------*
      * 2026-09-14  DO   INITIAL VERSION - MONTH-END TAX LIABILITY     *
      *                  REPORT BY JURISDICTION FROM THE TAX LEDGER    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTAX01.
       AUTHOR.        D. OKAFOR.
       INSTALLATION.  PAYWALL MODERNIZATION.
       DATE-WRITTEN.  2026-09-14.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.                                                       *
      *   MONTH-END TAX LIABILITY REPORT FOR FINANCE.  EVERY           *
      *   JURISDICTION ON THE TAXRATE FILE IS LISTED, WITH THE         *
      *   TAXABLE SALES (NET), TAX COLLECTED AND GROSS SETTLED IN THE  *
      *   REPORTING MONTH, TOTALLED FROM THE TAXLEDG TAX LEDGER THAT   *
      *   CUSREC01 POSTS AS SETTLEMENTS ARE MATCHED.  A CREDIT ROW     *
      *   REDUCES THE JURISDICTION'S TOTALS.  SETTLED SALES THAT WENT  *
      *   OUT WITH NO JURISDICTION ARE SHOWN ON THEIR OWN LINE AND     *
      *   END THE RUN WITH A WARNING CODE SO THEY ARE CHASED BEFORE    *
      *   THE RETURNS ARE FILED.  THE REPORTING MONTH IS THE PARM      *
      *   YYYYMM; WITH NO PARM IT IS THE CALENDAR MONTH BEFORE THE     *
      *   RUN DATE.                                                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z15.
       OBJECT-COMPUTER.  IBM-Z15.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-LEDGER-FILE
               ASSIGN TO TAXLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAXLEDG-STATUS.

           SELECT TAX-RATE-FILE
               ASSIGN TO TAXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TAX-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.

           SELECT TAX-REPORT
               ASSIGN TO TAXRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRPT-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-LEDGER-FILE
           RECORDING MODE IS F.
       COPY TAX-LEDGER-RECORD.

       FD  TAX-RATE-FILE
           RECORDING MODE IS F.
       COPY TAX-JURISDICTION-RECORD.

       FD  TAX-REPORT
           RECORDING MODE IS F.
       01  TAX-REPORT-LINE             PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUN-LOG-RECORD.

       WORKING-STORAGE SECTION.
       77  WS-TAXLEDG-STATUS           PIC X(02) VALUE SPACES.
       77  WS-TAXRATE-STATUS           PIC X(02) VALUE SPACES.
       77  WS-TAXRPT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-TAXLEDG-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-TAXLEDG-EOF      VALUE 'Y'.
           05  WS-TAXRATE-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-TAXRATE-EOF      VALUE 'Y'.
           05  WS-INIT-FAILED-SW       PIC X(01) VALUE 'N'.
               88  WS-INIT-FAILED      VALUE 'Y'.
           05  WS-SLOT-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-SLOT-FOUND       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LEDGER-READ-CNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-IN-MONTH-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-UNTAXED-CNT          PIC 9(09) COMP VALUE ZERO.
           05  WS-UNKNOWN-JUR-CNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-JUR-OVERFLOW-CNT     PIC 9(09) COMP VALUE ZERO.

      ******************************************************************
      * ONE ENTRY PER JURISDICTION CODE, SEEDED FROM THE TAXRATE FILE  *
      * IN KEY ORDER SO THE REPORT RUNS BY COUNTRY AND STATE.  A CODE  *
      * ON THE LEDGER BUT NO LONGER ON TAXRATE, AND THE BLANK CODE OF  *
      * AN UNTAXED SALE, ARE ADDED AT THE END AS THEY ARE MET.         *
      ******************************************************************
       01  WS-JUR-TABLE.
           05  WS-JUR-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-JUR-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-JUR-IDX.
               10  WS-JE-CODE          PIC X(08).
               10  WS-JE-ON-FILE-SW    PIC X(01).
                   88  WS-JE-ON-FILE   VALUE 'Y'.
               10  WS-JE-COUNTRY       PIC X(02).
               10  WS-JE-STATE         PIC X(20).
               10  WS-JE-RATE-PCT      PIC 9(03)V9(04).
               10  WS-JE-NAME          PIC X(30).
               10  WS-JE-ITEM-CNT      PIC 9(09) COMP.
               10  WS-JE-NET           PIC S9(11)V99 COMP-3.
               10  WS-JE-TAX           PIC S9(11)V99 COMP-3.
               10  WS-JE-GROSS         PIC S9(11)V99 COMP-3.

       01  WS-SEARCH-CODE              PIC X(08).

       01  WS-GRAND-TOTALS.
           05  WS-GT-ITEM-CNT          PIC 9(09) COMP VALUE ZERO.
           05  WS-GT-NET               PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GT-TAX               PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GT-GROSS             PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-DATE-WORK-AREA.
           05  WS-TODAY-YYYYMMDD       PIC 9(08).
           05  WS-TODAY-PARTS REDEFINES WS-TODAY-YYYYMMDD.
               10  WS-TODAY-YYYY       PIC 9(04).
               10  WS-TODAY-MM         PIC 9(02).
               10  WS-TODAY-DD         PIC 9(02).
           05  WS-REPORT-MONTH         PIC 9(06).
           05  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
               10  WS-REPORT-YYYY      PIC 9(04).
               10  WS-REPORT-MM        PIC 9(02).
           05  WS-PERIOD-END-DATE      PIC 9(08).

       01  WS-RUNLOG-WORK.
           05  WS-RUNLOG-TIME          PIC 9(08).
           05  WS-RUNLOG-START-TS      PIC X(26).
           05  WS-RUNLOG-END-TS        PIC X(26).

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE
               'CUSTAX01 - TAX LIABILITY BY JU'.
           05  FILLER                  PIC X(10) VALUE 'RISDICTION'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RH-DATE              PIC 9(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
           05  WS-RH-PERIOD            PIC 9(06).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(10) VALUE 'JURIS     '.
           05  FILLER                  PIC X(04) VALUE 'CC  '.
           05  FILLER                  PIC X(14) VALUE 'STATE'.
           05  FILLER                  PIC X(09) VALUE '  RATE % '.
           05  FILLER                  PIC X(12) VALUE '      ITEMS '.
           05  FILLER                  PIC X(19) VALUE
               '     TAXABLE SALES '.
           05  FILLER                  PIC X(19) VALUE
               '     TAX COLLECTED '.
           05  FILLER                  PIC X(19) VALUE
               '       GROSS TOTAL '.
           05  FILLER                  PIC X(06) VALUE '  NAME'.

       01  WS-DETAIL-LINE.
           05  WS-DL-CODE              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-COUNTRY           PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-STATE             PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-RATE-PCT          PIC ZZ9.9999.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-ITEM-CNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-NET               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-TAX               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-GROSS             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-NAME              PIC X(25).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               'LEDGER ROWS IN PERIOD ........'.
           05  WS-SL-IN-MONTH          PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               'ROWS WITHOUT JURISDICTION ....'.
           05  WS-SL-UNTAXED           PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               'ROWS FOR CODES NOT ON TAXRATE '.
           05  WS-SL-UNKNOWN-JUR       PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30) VALUE
               'TOTAL TAXABLE SALES ..........'.
           05  WS-SL-TOTAL-NET         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30) VALUE
               'TOTAL TAX COLLECTED ..........'.
           05  WS-SL-TOTAL-TAX         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30) VALUE
               'TOTAL GROSS SETTLED ..........'.
           05  WS-SL-TOTAL-GROSS       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

      ******************************************************************
      * LINKAGE SECTION - OPTIONAL REPORTING MONTH YYYYMM PASSED FROM  *
      * THE EXEC PGM=CUSTAX01,PARM='YYYYMM' STATEMENT IN THE JCL.      *
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
               PERFORM 2000-LOAD-ONE-JURISDICTION
                   THRU 2000-LOAD-ONE-JURISDICTION-EXIT
                   UNTIL WS-TAXRATE-EOF

               PERFORM 3000-POST-ONE-LEDGER-ROW
                   THRU 3000-POST-ONE-LEDGER-ROW-EXIT
                   UNTIL WS-TAXLEDG-EOF

               PERFORM 5000-REPORT-JURISDICTION
                   THRU 5000-REPORT-JURISDICTION-EXIT
                   VARYING WS-JUR-IDX FROM 1 BY 1
                   UNTIL WS-JUR-IDX > WS-JUR-COUNT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - SETTLE THE REPORTING MONTH, OPEN FILES       *
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

           IF LK-PARM-LEN > 0
               IF LK-PARM-DATA NOT NUMERIC
                   DISPLAY 'CUSTAX01 - PARM MUST BE YYYYMM, GOT '
                       LK-PARM-DATA
                   MOVE 16 TO RETURN-CODE
                   SET WS-INIT-FAILED TO TRUE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               MOVE LK-PARM-DATA TO WS-REPORT-MONTH
           ELSE
               MOVE WS-TODAY-YYYY TO WS-REPORT-YYYY
               IF WS-TODAY-MM = 1
                   SUBTRACT 1 FROM WS-REPORT-YYYY
                   MOVE 12 TO WS-REPORT-MM
               ELSE
                   COMPUTE WS-REPORT-MM = WS-TODAY-MM - 1
               END-IF
           END-IF.
           MOVE WS-REPORT-MONTH TO WS-RH-PERIOD.
           COMPUTE WS-PERIOD-END-DATE = WS-REPORT-MONTH * 100 + 31.

           OPEN INPUT TAX-LEDGER-FILE.
           IF WS-TAXLEDG-STATUS NOT = '00'
               DISPLAY 'CUSTAX01 - TAXLEDG OPEN FAILED STATUS='
                   WS-TAXLEDG-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAXRATE-STATUS NOT = '00'
               DISPLAY 'CUSTAX01 - TAXRATE OPEN FAILED STATUS='
                   WS-TAXRATE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT TAX-REPORT.
           IF WS-TAXRPT-STATUS NOT = '00'
               DISPLAY 'CUSTAX01 - TAXRPT OPEN FAILED STATUS='
                   WS-TAXRPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           WRITE TAX-REPORT-LINE FROM WS-REPORT-HEADING-1.
           WRITE TAX-REPORT-LINE FROM WS-COLUMN-HEADING.

           PERFORM 2100-READ-NEXT-RATE
               THRU 2100-READ-NEXT-RATE-EXIT.
           PERFORM 3100-READ-NEXT-LEDGER-ROW
               THRU 3100-READ-NEXT-LEDGER-ROW-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-ONE-JURISDICTION - SEED ONE TABLE ENTRY PER          *
      * JURISDICTION CODE.  A CODE WITH SEVERAL EFFECTIVE-DATED ROWS   *
      * KEEPS THE RATE AND NAME OF THE LATEST ROW IN FORCE BY THE END  *
      * OF THE REPORTING MONTH.                                        *
      ******************************************************************
       2000-LOAD-ONE-JURISDICTION.
           IF TAX-EFFECTIVE-DATE > WS-PERIOD-END-DATE
               GO TO 2000-LOAD-ONE-JURISDICTION-NEXT
           END-IF.

           MOVE TAX-JURISDICTION-CODE TO WS-SEARCH-CODE.
           PERFORM 4000-FIND-JURISDICTION
               THRU 4000-FIND-JURISDICTION-EXIT.

           IF WS-JUR-IDX > WS-JUR-COUNT
               GO TO 2000-LOAD-ONE-JURISDICTION-NEXT
           END-IF.

           IF WS-SLOT-FOUND
               MOVE TAX-RATE-PCT TO WS-JE-RATE-PCT(WS-JUR-IDX)
               MOVE TAX-JURISDICTION-NAME TO WS-JE-NAME(WS-JUR-IDX)
               GO TO 2000-LOAD-ONE-JURISDICTION-NEXT
           END-IF.

           MOVE TAX-JURISDICTION-CODE TO WS-JE-CODE(WS-JUR-IDX).
           SET WS-JE-ON-FILE(WS-JUR-IDX) TO TRUE.
           MOVE TAX-COUNTRY TO WS-JE-COUNTRY(WS-JUR-IDX).
           MOVE TAX-STATE TO WS-JE-STATE(WS-JUR-IDX).
           MOVE TAX-RATE-PCT TO WS-JE-RATE-PCT(WS-JUR-IDX).
           MOVE TAX-JURISDICTION-NAME TO WS-JE-NAME(WS-JUR-IDX).

       2000-LOAD-ONE-JURISDICTION-NEXT.
           PERFORM 2100-READ-NEXT-RATE
               THRU 2100-READ-NEXT-RATE-EXIT.

       2000-LOAD-ONE-JURISDICTION-EXIT.
           EXIT.

       2100-READ-NEXT-RATE.
           READ TAX-RATE-FILE NEXT RECORD
               AT END
                   SET WS-TAXRATE-EOF TO TRUE
                   GO TO 2100-READ-NEXT-RATE-EXIT
           END-READ.

       2100-READ-NEXT-RATE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-POST-ONE-LEDGER-ROW - FOLD ONE LEDGER ROW SETTLED IN THE  *
      * REPORTING MONTH INTO ITS JURISDICTION.  A CREDIT ROW IS        *
      * SUBTRACTED.                                                    *
      ******************************************************************
       3000-POST-ONE-LEDGER-ROW.
           IF TXL-SETTLE-DATE(1:6) NOT = WS-REPORT-MONTH
               GO TO 3000-POST-ONE-LEDGER-ROW-NEXT
           END-IF.

           ADD 1 TO WS-IN-MONTH-CNT.
           MOVE TXL-JURISDICTION TO WS-SEARCH-CODE.

           PERFORM 4000-FIND-JURISDICTION
               THRU 4000-FIND-JURISDICTION-EXIT.

           IF NOT WS-SLOT-FOUND
               IF WS-JUR-IDX > WS-JUR-COUNT
                   GO TO 3000-POST-ONE-LEDGER-ROW-NEXT
               END-IF
               MOVE TXL-JURISDICTION TO WS-JE-CODE(WS-JUR-IDX)
               MOVE 'N' TO WS-JE-ON-FILE-SW(WS-JUR-IDX)
               MOVE SPACES TO WS-JE-COUNTRY(WS-JUR-IDX)
               MOVE SPACES TO WS-JE-STATE(WS-JUR-IDX)
               MOVE ZERO TO WS-JE-RATE-PCT(WS-JUR-IDX)
               IF TXL-JURISDICTION = SPACES
                   MOVE '** UNTAXED - NO JURISDICTION'
                       TO WS-JE-NAME(WS-JUR-IDX)
               ELSE
                   MOVE '** CODE NOT ON TAXRATE **'
                       TO WS-JE-NAME(WS-JUR-IDX)
               END-IF
           END-IF.

           IF TXL-JURISDICTION = SPACES
               ADD 1 TO WS-UNTAXED-CNT
           ELSE
               IF NOT WS-JE-ON-FILE(WS-JUR-IDX)
                   ADD 1 TO WS-UNKNOWN-JUR-CNT
               END-IF
           END-IF.

           ADD 1 TO WS-JE-ITEM-CNT(WS-JUR-IDX).
           ADD 1 TO WS-GT-ITEM-CNT.
           IF TXL-ENTRY-CREDIT
               SUBTRACT TXL-NET-AMOUNT FROM WS-JE-NET(WS-JUR-IDX)
                                            WS-GT-NET
               SUBTRACT TXL-TAX-AMOUNT FROM WS-JE-TAX(WS-JUR-IDX)
                                            WS-GT-TAX
               SUBTRACT TXL-GROSS-AMOUNT FROM WS-JE-GROSS(WS-JUR-IDX)
                                              WS-GT-GROSS
           ELSE
               ADD TXL-NET-AMOUNT TO WS-JE-NET(WS-JUR-IDX)
                                     WS-GT-NET
               ADD TXL-TAX-AMOUNT TO WS-JE-TAX(WS-JUR-IDX)
                                     WS-GT-TAX
               ADD TXL-GROSS-AMOUNT TO WS-JE-GROSS(WS-JUR-IDX)
                                       WS-GT-GROSS
           END-IF.

       3000-POST-ONE-LEDGER-ROW-NEXT.
           PERFORM 3100-READ-NEXT-LEDGER-ROW
               THRU 3100-READ-NEXT-LEDGER-ROW-EXIT.

       3000-POST-ONE-LEDGER-ROW-EXIT.
           EXIT.

       3100-READ-NEXT-LEDGER-ROW.
           READ TAX-LEDGER-FILE
               AT END
                   SET WS-TAXLEDG-EOF TO TRUE
                   GO TO 3100-READ-NEXT-LEDGER-ROW-EXIT
           END-READ.

           ADD 1 TO WS-LEDGER-READ-CNT.

       3100-READ-NEXT-LEDGER-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FIND-JURISDICTION - LOCATE THE TABLE ENTRY FOR THE CODE   *
      * IN WS-SEARCH-CODE.  WHEN ABSENT, WS-JUR-IDX IS LEFT ON         *
      * A NEWLY OPENED, ZEROED ENTRY FOR THE CALLER TO FILL; A FULL    *
      * TABLE IS COUNTED AND LEAVES WS-JUR-IDX PAST WS-JUR-COUNT.      *
      ******************************************************************
       4000-FIND-JURISDICTION.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           SET WS-JUR-IDX TO 1.
           SEARCH WS-JUR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-JUR-IDX > WS-JUR-COUNT
                   CONTINUE
               WHEN WS-JE-CODE(WS-JUR-IDX) = WS-SEARCH-CODE
                   SET WS-SLOT-FOUND TO TRUE
           END-SEARCH.

           IF WS-SLOT-FOUND
               GO TO 4000-FIND-JURISDICTION-EXIT
           END-IF.

           IF WS-JUR-COUNT >= 200
               ADD 1 TO WS-JUR-OVERFLOW-CNT
               SET WS-JUR-IDX TO 201
               GO TO 4000-FIND-JURISDICTION-EXIT
           END-IF.

           ADD 1 TO WS-JUR-COUNT.
           SET WS-JUR-IDX TO WS-JUR-COUNT.
           MOVE ZERO TO WS-JE-ITEM-CNT(WS-JUR-IDX).
           MOVE ZERO TO WS-JE-NET(WS-JUR-IDX).
           MOVE ZERO TO WS-JE-TAX(WS-JUR-IDX).
           MOVE ZERO TO WS-JE-GROSS(WS-JUR-IDX).

       4000-FIND-JURISDICTION-EXIT.
           EXIT.

      ******************************************************************
      * 5000-REPORT-JURISDICTION - PRINT ONE JURISDICTION'S LINE       *
      ******************************************************************
       5000-REPORT-JURISDICTION.
           MOVE WS-JE-CODE(WS-JUR-IDX) TO WS-DL-CODE.
           MOVE WS-JE-COUNTRY(WS-JUR-IDX) TO WS-DL-COUNTRY.
           MOVE WS-JE-STATE(WS-JUR-IDX) TO WS-DL-STATE.
           MOVE WS-JE-RATE-PCT(WS-JUR-IDX) TO WS-DL-RATE-PCT.
           MOVE WS-JE-ITEM-CNT(WS-JUR-IDX) TO WS-DL-ITEM-CNT.
           MOVE WS-JE-NET(WS-JUR-IDX) TO WS-DL-NET.
           MOVE WS-JE-TAX(WS-JUR-IDX) TO WS-DL-TAX.
           MOVE WS-JE-GROSS(WS-JUR-IDX) TO WS-DL-GROSS.
           MOVE WS-JE-NAME(WS-JUR-IDX) TO WS-DL-NAME.
           WRITE TAX-REPORT-LINE FROM WS-DETAIL-LINE.

       5000-REPORT-JURISDICTION-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - WRITE SUMMARY, CLOSE FILES, SET RETURN CODE.  *
      * UNTAXED OR UNKNOWN-CODE SALES, OR A FULL TABLE, ARE A WARNING. *
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-IN-MONTH-CNT TO WS-SL-IN-MONTH.
           WRITE TAX-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-UNTAXED-CNT TO WS-SL-UNTAXED.
           WRITE TAX-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-UNKNOWN-JUR-CNT TO WS-SL-UNKNOWN-JUR.
           WRITE TAX-REPORT-LINE FROM WS-SUMMARY-LINE-3.
           MOVE WS-GT-NET TO WS-SL-TOTAL-NET.
           WRITE TAX-REPORT-LINE FROM WS-SUMMARY-LINE-4.
           MOVE WS-GT-TAX TO WS-SL-TOTAL-TAX.
           WRITE TAX-REPORT-LINE FROM WS-SUMMARY-LINE-5.
           MOVE WS-GT-GROSS TO WS-SL-TOTAL-GROSS.
           WRITE TAX-REPORT-LINE FROM WS-SUMMARY-LINE-6.

           IF WS-JUR-OVERFLOW-CNT > ZERO
               DISPLAY 'CUSTAX01 - JURISDICTION TABLE FULL, ROWS NOT '
                   'SHOWN ' WS-JUR-OVERFLOW-CNT
           END-IF.

           CLOSE TAX-LEDGER-FILE
                 TAX-RATE-FILE
                 TAX-REPORT.

           IF NOT WS-INIT-FAILED
               IF WS-UNTAXED-CNT > 0
                   OR WS-UNKNOWN-JUR-CNT > 0
                   OR WS-JUR-OVERFLOW-CNT > 0
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
               DISPLAY 'CUSTAX01 - RUNLOG OPEN FAILED STATUS='
                   WS-RUNLOG-STATUS
               GO TO 9100-WRITE-RUN-LOG-EXIT
           END-IF.

           ACCEPT WS-RUNLOG-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-RUNLOG-TIME(1:2) '.'
                  WS-RUNLOG-TIME(3:2) '.' WS-RUNLOG-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-RUNLOG-END-TS.

           MOVE 'CUSTAX01' TO RUNLOG-PROGRAM.
           MOVE WS-TODAY-YYYYMMDD TO RUNLOG-RUN-DATE.
           MOVE WS-RUNLOG-START-TS TO RUNLOG-START-TIMESTAMP.
           MOVE WS-RUNLOG-END-TS TO RUNLOG-END-TIMESTAMP.
           MOVE WS-LEDGER-READ-CNT TO RUNLOG-RECORDS-READ.
           MOVE ZERO TO RUNLOG-RECORDS-WRITTEN.
           MOVE ZERO TO RUNLOG-RECORDS-UPDATED.
           COMPUTE RUNLOG-EXCEPTION-COUNT =
               WS-UNTAXED-CNT + WS-UNKNOWN-JUR-CNT
               + WS-JUR-OVERFLOW-CNT.
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.

       9100-WRITE-RUN-LOG-EXIT.
           EXIT.
