      ******************************************************************
      * PROGRAM-ID.  CUSMRR01                                          *
      * AUTHOR.      D. OKAFOR - CUSTOMER MASTER APPLICATIONS TEAM     *
      * INSTALLATION. PAYWALL MODERNIZATION                            *
      * DATE-WRITTEN. 2026-10-09                                       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * ---------------------------------------------------------------*
      * 2026-10-09  DO   INITIAL VERSION - MONTHLY MRR BRIDGE AND      *
      *                  START-MONTH COHORT RETENTION REPORT           *
      * 2026-10-15  DO   ZERO THE CHECKPOINT PAYING COUNTS BEFORE THE  *
      *                  MERGE SO THE COHORT RETENTION FIGURES SAVED   *
      *                  ON MRRHIST START FROM ZERO                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSMRR01.
       AUTHOR.        D. OKAFOR.
       INSTALLATION.  PAYWALL MODERNIZATION.
       DATE-WRITTEN.  2026-10-09.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.                                                       *
      *   MONTH-END MRR BRIDGE.  MERGES LAST MONTH'S MRRBASE (ONE ROW  *
      *   PER CUSTOMER PAYING AT LAST MONTH'S CLOSE, WITH THE MRR THEY *
      *   CLOSED ON) AGAINST THE ENTITLEMENT SNAPSHOT CUSDLT02 ROLLED  *
      *   FORWARD TONIGHT.  EACH PAYING ROW - CURRENT OR PAST DUE, NOT *
      *   A TRIAL AND NOT A SEAT-GRANTED MEMBER ROW - IS PRICED FROM   *
      *   PLANMSTR (A GROUP SPONSOR FOR ITS SITELIC SEAT COUNT, AS     *
      *   CUSBIL01 BILLS IT) AND NORMALIZED TO A MONTHLY AMOUNT OVER   *
      *   PLAN-TERM-DAYS.  A CUSTOMER WHOSE ACCOUNT IS CLOSED OR       *
      *   PENDING DELETION CLOSES ON NO MRR.  EACH CUSTOMER'S          *
      *   MOVEMENT IS THEN CLASSED FROM THE MONTH'S AUDITKSD EVENTS:   *
      *     NOTHING TO SOMETHING - TRIAL CONVERSION (A CUSTRL01 TRLC   *
      *       ROW) OR NEW SUBSCRIPTION;                                *
      *     SOMETHING TO NOTHING - VOLUNTARY CHURN (A CUSCLS01         *
      *       CLOSURE, SPLIT BY ITS REASON CODE), INVOLUNTARY CHURN (A *
      *       CUSBIL01 DUNX DUNNING CANCEL), OR OTHER CANCELLATIONS;   *
      *     UP OR DOWN - EXPANSION OR CONTRACTION, WHICH TAKES IN      *
      *       CUSPCH01 PLAN RE-KEYS, SEAT COUNT AND PRICE CHANGES.     *
      *   A SECOND SECTION GROUPS SUBSCRIBERS INTO COHORTS BY THE      *
      *   MONTH OF ENT-START-DATE AND SHOWS THE PERCENTAGE STILL       *
      *   PAYING 1, 3, 6 AND 12 MONTHS LATER.  EVERY MONTH'S FIGURES   *
      *   ARE KEPT ON THE MRRHIST HISTORY FILE AND THE COHORT AND      *
      *   TREND SECTIONS ARE PRINTED FROM IT, SO NO MONTH IS EVER      *
      *   REBUILT.  A NEW MRRBASE IS WRITTEN FOR NEXT MONTH.  THE      *
      *   PERIOD DEFAULTS TO THE CURRENT MONTH AND MAY BE OVERRIDDEN   *
      *   WITH PARM='YYYYMM'; THE MRRBASE READ MUST CLOSE THE MONTH    *
      *   BEFORE IT.                                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z15.
       OBJECT-COMPUTER.  IBM-Z15.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MRRBASE - LAST MONTH'S CLOSING POSITION, ASCENDING BY CUST-ID.
      * EMPTY ON THE FIRST RUN.
           SELECT OPENING-BASE-FILE
               ASSIGN TO MRRBASE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRRBASE-STATUS.

      * ENTSNAP - THE CUSDLT02 ENTITLEMENT SNAPSHOT, ASCENDING BY
      * ENT-KEY, IN THE CUSTENT LAYOUT.
           SELECT ENTITLEMENT-SNAPSHOT-FILE
               ASSIGN TO ENTSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTSNAP-STATUS.

      * NEWBASE - THIS MONTH'S CLOSING POSITION, NEXT MONTH'S MRRBASE.
           SELECT CLOSING-BASE-FILE
               ASSIGN TO NEWBASE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWBASE-STATUS.

           SELECT PLAN-PRICE-FILE
               ASSIGN TO PLANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-CODE
               FILE STATUS IS WS-PLANMSTR-STATUS.

           SELECT SITE-LICENCE-FILE
               ASSIGN TO SITELIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIC-KEY
               FILE STATUS IS WS-SITELIC-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMSTR-STATUS.

      * AUDITKSD - KEYED AUDIT HISTORY, READ BY CUST-ID + TIMESTAMP
      * RANGE FOR THE MONTH'S TRLC, DUNX AND CLOSURE EVENTS.
           SELECT AUDIT-KEYED-FILE
               ASSIGN TO AUDITKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDK-KEY
               FILE STATUS IS WS-AUDITKSD-STATUS.

           SELECT MRR-HISTORY-FILE
               ASSIGN TO MRRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRRH-KEY
               FILE STATUS IS WS-MRRHIST-STATUS.

           SELECT MRR-REPORT
               ASSIGN TO MRRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRRRPT-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPENING-BASE-FILE
           RECORDING MODE IS F.
       COPY MRR-BASE-RECORD
           REPLACING ==MRR-BASE-RECORD== BY ==OPENING-BASE-RECORD==.

       FD  ENTITLEMENT-SNAPSHOT-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-ENTITLEMENT.

       FD  CLOSING-BASE-FILE
           RECORDING MODE IS F.
       COPY MRR-BASE-RECORD
           REPLACING ==MRR-BASE-RECORD== BY ==CLOSING-BASE-RECORD==.

       FD  PLAN-PRICE-FILE
           RECORDING MODE IS F.
       COPY PLAN-PRICE-RECORD.

       FD  SITE-LICENCE-FILE
           RECORDING MODE IS F.
       COPY SITE-LICENCE-RECORD.

       FD  CUSTOMER-MASTER-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-RECORD.

       FD  AUDIT-KEYED-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-AUDIT-KEYED.

       FD  MRR-HISTORY-FILE
           RECORDING MODE IS F.
       COPY MRR-HISTORY-RECORD.

       FD  MRR-REPORT
           RECORDING MODE IS F.
       01  MRR-REPORT-LINE             PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUN-LOG-RECORD.

       WORKING-STORAGE SECTION.
       77  WS-MRRBASE-STATUS           PIC X(02) VALUE SPACES.
       77  WS-ENTSNAP-STATUS           PIC X(02) VALUE SPACES.
       77  WS-NEWBASE-STATUS           PIC X(02) VALUE SPACES.
       77  WS-PLANMSTR-STATUS          PIC X(02) VALUE SPACES.
       77  WS-SITELIC-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CUSTMSTR-STATUS          PIC X(02) VALUE SPACES.
       77  WS-AUDITKSD-STATUS          PIC X(02) VALUE SPACES.
       77  WS-MRRHIST-STATUS           PIC X(02) VALUE SPACES.
       77  WS-MRRRPT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.

      ******************************************************************
      * NORMALIZATION CONSTANT - TERM IN DAYS ASSUMED FOR A PLANMSTR   *
      * ROW CARRYING NO PLAN-TERM-DAYS.                                *
      ******************************************************************
       77  WS-DEFAULT-TERM-DAYS        PIC 9(05) VALUE 365.

       01  WS-SWITCHES.
           05  WS-BASE-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-BASE-EOF         VALUE 'Y'.
           05  WS-SNAP-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-SNAP-EOF         VALUE 'Y'.
           05  WS-INIT-FAILED-SW       PIC X(01) VALUE 'N'.
               88  WS-INIT-FAILED      VALUE 'Y'.
           05  WS-IN-BASE-SW           PIC X(01) VALUE 'N'.
               88  WS-IN-BASE          VALUE 'Y'.
           05  WS-CUST-CLOSED-SW       PIC X(01) VALUE 'N'.
               88  WS-CUST-CLOSED      VALUE 'Y'.
           05  WS-AUDIT-SCAN-DONE-SW   PIC X(01) VALUE 'N'.
               88  WS-AUDIT-SCAN-DONE  VALUE 'Y'.
           05  WS-TRIAL-CONVERTED-SW   PIC X(01) VALUE 'N'.
               88  WS-TRIAL-CONVERTED  VALUE 'Y'.
           05  WS-DUNNING-CANCEL-SW    PIC X(01) VALUE 'N'.
               88  WS-DUNNING-CANCEL   VALUE 'Y'.
           05  WS-HIST-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-HIST-FOUND       VALUE 'Y'.
           05  WS-HIST-SCAN-DONE-SW    PIC X(01) VALUE 'N'.
               88  WS-HIST-SCAN-DONE   VALUE 'Y'.
           05  WS-SLOT-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-SLOT-FOUND       VALUE 'Y'.
           05  WS-OPENING-MISMATCH-SW  PIC X(01) VALUE 'N'.
               88  WS-OPENING-MISMATCH VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-BASE-READ-CNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-SNAP-READ-CNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-BASE-WRITTEN-CNT     PIC 9(09) COMP VALUE ZERO.
           05  WS-HIST-WRITTEN-CNT     PIC 9(09) COMP VALUE ZERO.
           05  WS-PAYING-ROW-CNT       PIC 9(09) COMP VALUE ZERO.
           05  WS-NO-PRICE-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-CLOSED-ENTITLED-CNT  PIC 9(09) COMP VALUE ZERO.
           05  WS-REASON-OVERFLOW-CNT  PIC 9(09) COMP VALUE ZERO.
           05  WS-COHORT-OVERFLOW-CNT  PIC 9(09) COMP VALUE ZERO.

      ******************************************************************
      * THE MONTH'S BRIDGE, ACCUMULATED CUSTOMER BY CUSTOMER.  EVERY   *
      * AMOUNT IS POSITIVE; CONTRACTION AND CHURN ARE SUBTRACTED.      *
      ******************************************************************
       01  WS-BRIDGE-TOTALS.
           05  WS-TOT-OPENING-MRR      PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-NEW-MRR          PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-CONVERSION-MRR   PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-EXPANSION-MRR    PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-CONTRACTION-MRR  PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-VOL-CHURN-MRR    PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-INVOL-CHURN-MRR  PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-OTHER-CHURN-MRR  PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-CLOSING-MRR      PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-OPENING-SUBS         PIC 9(07) COMP VALUE ZERO.
           05  WS-NEW-SUBS             PIC 9(07) COMP VALUE ZERO.
           05  WS-CONVERSION-SUBS      PIC 9(07) COMP VALUE ZERO.
           05  WS-EXPANSION-SUBS       PIC 9(07) COMP VALUE ZERO.
           05  WS-CONTRACTION-SUBS     PIC 9(07) COMP VALUE ZERO.
           05  WS-VOL-CHURN-SUBS       PIC 9(07) COMP VALUE ZERO.
           05  WS-INVOL-CHURN-SUBS     PIC 9(07) COMP VALUE ZERO.
           05  WS-OTHER-CHURN-SUBS     PIC 9(07) COMP VALUE ZERO.
           05  WS-CLOSING-SUBS         PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * THE CUSTOMER IN HAND - OPENING AND CLOSING MRR, COHORT, AND    *
      * THE REASON CODE OF A CLOSURE FOUND ON AUDITKSD THIS MONTH.     *
      ******************************************************************
       01  WS-CUSTOMER-WORK.
           05  WS-CUR-CUST-ID          PIC 9(10).
           05  WS-CUST-OPENING-MRR     PIC S9(09)V99 COMP-3.
           05  WS-CUST-CLOSING-MRR     PIC S9(09)V99 COMP-3.
           05  WS-CUST-COHORT-MONTH    PIC 9(06).
           05  WS-CUST-START-MONTH     PIC 9(06).
           05  WS-CLOSE-REASON         PIC X(04).

       01  WS-ROW-WORK.
           05  WS-ROW-MRR              PIC S9(09)V99 COMP-3.
           05  WS-ROW-SEATS            PIC 9(05).
           05  WS-ROW-TERM-DAYS        PIC 9(05).
           05  WS-ROW-START-MONTH      PIC 9(06).

      ******************************************************************
      * AUDITKSD REASON CODES.  THE ENTITLEMENT-EVENT CODES CARRY      *
      * PAYMENT STATUS OR TIER IN THE STATUS BYTES AND ARE NEVER READ  *
      * AS AN ACCOUNT CLOSURE.                                         *
      ******************************************************************
       01  WS-EVENT-REASON             PIC X(04).
           88  WS-EVT-TRIAL-CONVERTED  VALUE 'TRLC'.
           88  WS-EVT-DUNNING-CANCEL   VALUE 'DUNX'.
           88  WS-EVT-ENTITLEMENT      VALUE 'CHBK' 'RFND' 'PCHG'
                                             'SEAT' 'LICS' 'LICX'
                                             'TRLX'.

      ******************************************************************
      * VOLUNTARY CHURN BY CUSCLS01 CLOSURE REASON CODE.               *
      ******************************************************************
       01  WS-REASON-TABLE.
           05  WS-REASON-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-REASON-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-RSN-IDX.
               10  WS-RE-REASON-CODE   PIC X(04).
               10  WS-RE-SUBS          PIC 9(07) COMP.
               10  WS-RE-MRR           PIC S9(09)V99 COMP-3.

      ******************************************************************
      * SUBSCRIBERS ENTERING THE BASE THIS MONTH, BY THE START-MONTH   *
      * COHORT THEY JOIN.  A TRIAL CONVERTED THIS MONTH JOINS THE      *
      * COHORT OF ITS TRIAL START.                                     *
      ******************************************************************
       01  WS-ENTRANT-TABLE.
           05  WS-ENTRANT-COUNT        PIC 9(04) COMP VALUE ZERO.
           05  WS-ENTRANT-ENTRY OCCURS 120 TIMES
                   INDEXED BY WS-ENT-IDX.
               10  WS-EE-COHORT-MONTH  PIC 9(06).
               10  WS-EE-SUBS          PIC 9(07) COMP.

      ******************************************************************
      * RETENTION CHECKPOINTS - SUBSCRIBERS STILL PAYING AT THIS       *
      * MONTH'S CLOSE FROM THE COHORTS 1, 3, 6 AND 12 MONTHS OLD.      *
      ******************************************************************
       01  WS-CHECKPOINT-VALUES.
           05  FILLER                  PIC 9(02) VALUE 01.
           05  FILLER                  PIC 9(02) VALUE 03.
           05  FILLER                  PIC 9(02) VALUE 06.
           05  FILLER                  PIC 9(02) VALUE 12.
       01  WS-CHECKPOINT-TABLE REDEFINES WS-CHECKPOINT-VALUES.
           05  WS-CP-MONTHS            PIC 9(02) OCCURS 4 TIMES.

       01  WS-CHECKPOINT-WORK.
           05  WS-CP-IDX               PIC 9(04) COMP.
           05  WS-CP-PAYING            PIC 9(07) COMP OCCURS 4 TIMES.

      ******************************************************************
      * MONTH ARITHMETIC - A YYYYMM MONTH AS A RUNNING MONTH NUMBER    *
      * (YEAR * 12 + MONTH - 1) SO COHORT AGES ARE A SUBTRACTION.      *
      ******************************************************************
       01  WS-MONTH-WORK.
           05  WS-REPORT-PERIOD        PIC 9(06).
           05  WS-PERIOD-R REDEFINES WS-REPORT-PERIOD.
               10  WS-PERIOD-YYYY      PIC 9(04).
               10  WS-PERIOD-MM        PIC 9(02).
           05  WS-PERIOD-DASHED        PIC X(07).
           05  WS-PRIOR-PERIOD         PIC 9(06).
           05  WS-PERIOD-INDEX         PIC 9(06) COMP.
           05  WS-CALC-MONTH           PIC 9(06).
           05  WS-CALC-R REDEFINES WS-CALC-MONTH.
               10  WS-CALC-YYYY        PIC 9(04).
               10  WS-CALC-MM          PIC 9(02).
           05  WS-CALC-INDEX           PIC 9(06) COMP.
           05  WS-CALC-MM-ZERO         PIC 9(02) COMP.
           05  WS-COHORT-AGE           PIC S9(06) COMP.
           05  WS-LIST-INDEX           PIC S9(06) COMP.

       01  WS-TODAY-YYYYMMDD           PIC 9(08).

       01  WS-RUNLOG-WORK.
           05  WS-RUNLOG-TIME          PIC 9(08).
           05  WS-RUNLOG-START-TS      PIC X(26).
           05  WS-RUNLOG-END-TS        PIC X(26).

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE
               'CUSMRR01 - MONTHLY MRR BRIDGE '.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE '  PERIOD: '.
           05  WS-RH-PERIOD            PIC 9(06).

       01  WS-DETAIL-LINE.
           05  WS-DL-TYPE              PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CUST-ID           PIC 9(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-PLAN-CODE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-REASON            PIC X(40).

       01  WS-SECTION-HEADING.
           05  WS-SH-TITLE             PIC X(40).

       01  WS-BRIDGE-HEADING.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE
               'SUBSCRIBERS'.
           05  FILLER                  PIC X(20) VALUE
               '                 MRR'.

       01  WS-BRIDGE-LINE.
           05  WS-BL-LABEL             PIC X(30).
           05  WS-BL-SUBS              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BL-MRR               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-TREND-HEADING.
           05  FILLER                  PIC X(08) VALUE 'MONTH'.
           05  FILLER                  PIC X(18) VALUE
               '       OPENING MRR'.
           05  FILLER                  PIC X(18) VALUE
               '       CLOSING MRR'.
           05  FILLER                  PIC X(18) VALUE
               '        NET CHANGE'.
           05  FILLER                  PIC X(12) VALUE
               ' SUBSCRIBERS'.

       01  WS-TREND-LINE.
           05  WS-TL-MONTH             PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-OPENING           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TL-CLOSING           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TL-NET               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-TL-SUBS              PIC ZZZ,ZZZ,ZZ9.

       01  WS-COHORT-HEADING.
           05  FILLER                  PIC X(08) VALUE 'COHORT'.
           05  FILLER                  PIC X(12) VALUE '        SIZE'.
           05  FILLER                  PIC X(10) VALUE '   1 MONTH'.
           05  FILLER                  PIC X(10) VALUE '  3 MONTHS'.
           05  FILLER                  PIC X(10) VALUE '  6 MONTHS'.
           05  FILLER                  PIC X(10) VALUE ' 12 MONTHS'.

      * A CHECKPOINT THE COHORT HAS NOT YET REACHED PRINTS AS A DASH.
       01  WS-COHORT-LINE.
           05  WS-CL-COHORT-MONTH      PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-SIZE              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CL-PCT-TEXT          PIC X(10) OCCURS 4 TIMES.

       01  WS-PCT-WORK.
           05  WS-PCT-VALUE            PIC 9(05)V9 COMP-3.
           05  WS-PCT-EDIT             PIC ZZZZ9.9.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               'OPENING BASE ROWS READ .......'.
           05  WS-SL-BASE-READ         PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               'SNAPSHOT ROWS READ ...........'.
           05  WS-SL-SNAP-READ         PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               'PAYING ROWS PRICED ...........'.
           05  WS-SL-PAYING-ROWS       PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30) VALUE
               'ROWS WITHOUT PLAN PRICE ......'.
           05  WS-SL-NO-PRICE          PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30) VALUE
               'CLOSED ACCOUNTS STILL ENTITLED'.
           05  WS-SL-CLOSED-ENTITLED   PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30) VALUE
               'CLOSING BASE ROWS WRITTEN ....'.
           05  WS-SL-BASE-WRITTEN      PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * LINKAGE SECTION - OPTIONAL YYYYMM REPORT-PERIOD PARM PASSED    *
      * FROM THE EXEC PGM=CUSMRR01,PARM='YYYYMM' STATEMENT.            *
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
               PERFORM 2000-PROCESS-CUSTOMER
                   THRU 2000-PROCESS-CUSTOMER-EXIT
                   UNTIL WS-BASE-EOF AND WS-SNAP-EOF
               PERFORM 4000-CHECK-OPENING-BASE
                   THRU 4000-CHECK-OPENING-BASE-EXIT
               PERFORM 5000-WRITE-HISTORY
                   THRU 5000-WRITE-HISTORY-EXIT
               PERFORM 6000-PRINT-BRIDGE
                   THRU 6000-PRINT-BRIDGE-EXIT
               PERFORM 6500-PRINT-TREND
                   THRU 6500-PRINT-TREND-EXIT
               PERFORM 7000-PRINT-COHORTS
                   THRU 7000-PRINT-COHORTS-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - RESOLVE THE PERIOD, OPEN FILES, AND PRIME    *
      * BOTH MERGE INPUTS.  AN MRRBASE THAT DOES NOT CLOSE THE MONTH   *
      * BEFORE THE PERIOD WOULD BRIDGE FROM THE WRONG OPENING POSITION *
      * AND STOPS THE RUN.                                             *
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

           COMPUTE WS-PERIOD-INDEX =
               WS-PERIOD-YYYY * 12 + WS-PERIOD-MM - 1.
           STRING WS-PERIOD-YYYY '-' WS-PERIOD-MM
                  DELIMITED BY SIZE INTO WS-PERIOD-DASHED.
           COMPUTE WS-CALC-INDEX = WS-PERIOD-INDEX - 1.
           PERFORM 8500-INDEX-TO-MONTH
               THRU 8500-INDEX-TO-MONTH-EXIT.
           MOVE WS-CALC-MONTH TO WS-PRIOR-PERIOD.

      *    THE CHECKPOINT PAYING COUNTS ARE ADDED TO THROUGHOUT THE
      *    MERGE AND MUST START FROM ZERO.
           INITIALIZE WS-CHECKPOINT-WORK.

           OPEN INPUT OPENING-BASE-FILE.
           IF WS-MRRBASE-STATUS NOT = '00'
               DISPLAY 'CUSMRR01 - MRRBASE OPEN FAILED STATUS='
                   WS-MRRBASE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT ENTITLEMENT-SNAPSHOT-FILE.
           IF WS-ENTSNAP-STATUS NOT = '00'
               DISPLAY 'CUSMRR01 - ENTSNAP OPEN FAILED STATUS='
                   WS-ENTSNAP-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT PLAN-PRICE-FILE.
           IF WS-PLANMSTR-STATUS NOT = '00'
               DISPLAY 'CUSMRR01 - PLANMSTR OPEN FAILED STATUS='
                   WS-PLANMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT SITE-LICENCE-FILE.
           IF WS-SITELIC-STATUS NOT = '00'
               DISPLAY 'CUSMRR01 - SITELIC OPEN FAILED STATUS='
                   WS-SITELIC-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMSTR-STATUS NOT = '00'
               DISPLAY 'CUSMRR01 - CUSTMSTR OPEN FAILED STATUS='
                   WS-CUSTMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT AUDIT-KEYED-FILE.
           IF WS-AUDITKSD-STATUS NOT = '00'
               DISPLAY 'CUSMRR01 - AUDITKSD OPEN FAILED STATUS='
                   WS-AUDITKSD-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O MRR-HISTORY-FILE.
           IF WS-MRRHIST-STATUS NOT = '00'
               DISPLAY 'CUSMRR01 - MRRHIST OPEN FAILED STATUS='
                   WS-MRRHIST-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CLOSING-BASE-FILE.
           IF WS-NEWBASE-STATUS NOT = '00'
               DISPLAY 'CUSMRR01 - NEWBASE OPEN FAILED STATUS='
                   WS-NEWBASE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT MRR-REPORT.
           IF WS-MRRRPT-STATUS NOT = '00'
               DISPLAY 'CUSMRR01 - MRRRPT OPEN FAILED STATUS='
                   WS-MRRRPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE WS-REPORT-PERIOD TO WS-RH-PERIOD.
           WRITE MRR-REPORT-LINE FROM WS-REPORT-HEADING-1.

           PERFORM 2100-READ-NEXT-BASE
               THRU 2100-READ-NEXT-BASE-EXIT.
           PERFORM 2150-READ-NEXT-SNAPSHOT
               THRU 2150-READ-NEXT-SNAPSHOT-EXIT.

           IF NOT WS-BASE-EOF
               AND MRRB-MONTH OF OPENING-BASE-RECORD
                   NOT = WS-PRIOR-PERIOD
               DISPLAY 'CUSMRR01 - MRRBASE CLOSES MONTH '
                   MRRB-MONTH OF OPENING-BASE-RECORD
                   ' - EXPECTED ' WS-PRIOR-PERIOD
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-CUSTOMER - TAKE THE LOWER CUST-ID OF THE TWO      *
      * MERGE INPUTS, PICK UP ITS OPENING MRR FROM THE BASE, PRICE ITS *
      * SNAPSHOT ROWS FOR THE CLOSING MRR, AND CLASS THE MOVEMENT.     *
      ******************************************************************
       2000-PROCESS-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-SNAP-EOF
                   MOVE MRRB-CUST-ID OF OPENING-BASE-RECORD
                       TO WS-CUR-CUST-ID
               WHEN WS-BASE-EOF
                   MOVE ENT-CUST-ID TO WS-CUR-CUST-ID
               WHEN MRRB-CUST-ID OF OPENING-BASE-RECORD < ENT-CUST-ID
                   MOVE MRRB-CUST-ID OF OPENING-BASE-RECORD
                       TO WS-CUR-CUST-ID
               WHEN OTHER
                   MOVE ENT-CUST-ID TO WS-CUR-CUST-ID
           END-EVALUATE.

           MOVE ZERO TO WS-CUST-OPENING-MRR.
           MOVE ZERO TO WS-CUST-CLOSING-MRR.
           MOVE ZERO TO WS-CUST-COHORT-MONTH.
           MOVE ZERO TO WS-CUST-START-MONTH.
           MOVE 'N' TO WS-IN-BASE-SW.
           MOVE 'N' TO WS-CUST-CLOSED-SW.

           IF NOT WS-BASE-EOF
               AND MRRB-CUST-ID OF OPENING-BASE-RECORD = WS-CUR-CUST-ID
               SET WS-IN-BASE TO TRUE
               MOVE MRRB-MRR OF OPENING-BASE-RECORD
                   TO WS-CUST-OPENING-MRR
               MOVE MRRB-COHORT-MONTH OF OPENING-BASE-RECORD
                   TO WS-CUST-COHORT-MONTH
               ADD WS-CUST-OPENING-MRR TO WS-TOT-OPENING-MRR
               ADD 1 TO WS-OPENING-SUBS
               PERFORM 2100-READ-NEXT-BASE
                   THRU 2100-READ-NEXT-BASE-EXIT
           END-IF.

           PERFORM 2200-PRICE-SNAPSHOT-ROW
               THRU 2200-PRICE-SNAPSHOT-ROW-EXIT
               UNTIL WS-SNAP-EOF
                  OR ENT-CUST-ID NOT = WS-CUR-CUST-ID.

           IF WS-CUST-OPENING-MRR = ZERO
               AND WS-CUST-CLOSING-MRR = ZERO
               GO TO 2000-PROCESS-CUSTOMER-EXIT
           END-IF.

           PERFORM 2400-CHECK-CUSTOMER-CLOSED
               THRU 2400-CHECK-CUSTOMER-CLOSED-EXIT.
           IF WS-CUST-CLOSED
               AND WS-CUST-CLOSING-MRR > ZERO
               ADD 1 TO WS-CLOSED-ENTITLED-CNT
               MOVE ZERO TO WS-CUST-CLOSING-MRR
           END-IF.

           IF WS-CUST-OPENING-MRR = ZERO
               AND WS-CUST-CLOSING-MRR = ZERO
               GO TO 2000-PROCESS-CUSTOMER-EXIT
           END-IF.

           IF WS-CUST-OPENING-MRR = ZERO
               OR WS-CUST-CLOSING-MRR = ZERO
               PERFORM 2500-SCAN-AUDIT-EVENTS
                   THRU 2500-SCAN-AUDIT-EVENTS-EXIT
           END-IF.

           PERFORM 3000-CLASSIFY-MOVEMENT
               THRU 3000-CLASSIFY-MOVEMENT-EXIT.

           IF WS-CUST-CLOSING-MRR > ZERO
               PERFORM 3500-CARRY-FORWARD
                   THRU 3500-CARRY-FORWARD-EXIT
           END-IF.

       2000-PROCESS-CUSTOMER-EXIT.
           EXIT.

       2100-READ-NEXT-BASE.
           READ OPENING-BASE-FILE
               AT END
                   SET WS-BASE-EOF TO TRUE
                   GO TO 2100-READ-NEXT-BASE-EXIT
           END-READ.

           ADD 1 TO WS-BASE-READ-CNT.

       2100-READ-NEXT-BASE-EXIT.
           EXIT.

       2150-READ-NEXT-SNAPSHOT.
           READ ENTITLEMENT-SNAPSHOT-FILE
               AT END
                   SET WS-SNAP-EOF TO TRUE
                   GO TO 2150-READ-NEXT-SNAPSHOT-EXIT
           END-READ.

           ADD 1 TO WS-SNAP-READ-CNT.

       2150-READ-NEXT-SNAPSHOT-EXIT.
           EXIT.

      ******************************************************************
      * 2200-PRICE-SNAPSHOT-ROW - ADD A PAYING ROW'S MONTHLY MRR TO    *
      * THE CUSTOMER'S CLOSING MRR AND KEEP THE EARLIEST START MONTH   *
      * AMONG THE PAYING ROWS FOR THE COHORT.  A TRIAL, A CANCELLED    *
      * ROW AND A SEAT-GRANTED MEMBER ROW CARRY NO MRR.                *
      ******************************************************************
       2200-PRICE-SNAPSHOT-ROW.
           IF ENT-PAYMENT-CANCELLED
               OR ENT-TYPE-TRIAL
               OR ENT-SEAT-GRANTED
               GO TO 2200-PRICE-SNAPSHOT-ROW-NEXT
           END-IF.

           PERFORM 2300-COMPUTE-ROW-MRR
               THRU 2300-COMPUTE-ROW-MRR-EXIT.
           IF WS-ROW-MRR = ZERO
               GO TO 2200-PRICE-SNAPSHOT-ROW-NEXT
           END-IF.

           ADD 1 TO WS-PAYING-ROW-CNT.
           ADD WS-ROW-MRR TO WS-CUST-CLOSING-MRR.

           IF ENT-START-DATE(1:4) NUMERIC
               AND ENT-START-DATE(6:2) NUMERIC
               STRING ENT-START-DATE(1:4) ENT-START-DATE(6:2)
                      DELIMITED BY SIZE INTO WS-ROW-START-MONTH
               IF WS-CUST-START-MONTH = ZERO
                   OR WS-ROW-START-MONTH < WS-CUST-START-MONTH
                   MOVE WS-ROW-START-MONTH TO WS-CUST-START-MONTH
               END-IF
           END-IF.

       2200-PRICE-SNAPSHOT-ROW-NEXT.
           PERFORM 2150-READ-NEXT-SNAPSHOT
               THRU 2150-READ-NEXT-SNAPSHOT-EXIT.

       2200-PRICE-SNAPSHOT-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 2300-COMPUTE-ROW-MRR - PLANMSTR RATE FOR THE ROW'S PLAN, TIMES *
      * THE SITELIC SEAT COUNT FOR A GROUP SPONSOR (ONE SEAT WITHOUT   *
      * AN OPEN LICENCE, AS CUSBIL01 BILLS IT), SPREAD OVER THE PLAN'S *
      * TERM AND RESTATED PER AVERAGE MONTH OF 365/12 DAYS.  A ROW     *
      * WITH NO PLANMSTR PRICE CARRIES NO MRR AND IS LISTED.           *
      ******************************************************************
       2300-COMPUTE-ROW-MRR.
           MOVE ZERO TO WS-ROW-MRR.
           MOVE ENT-PLAN-CODE TO PLAN-CODE.
           READ PLAN-PRICE-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-PRICE-CNT
                   MOVE 'NO PLAN PRICE' TO WS-DL-TYPE
                   MOVE ENT-CUST-ID TO WS-DL-CUST-ID
                   MOVE ENT-PLAN-CODE TO WS-DL-PLAN-CODE
                   MOVE 'PAYING ROW LEFT OUT OF MRR'
                       TO WS-DL-REASON
                   PERFORM 8000-WRITE-REPORT-LINE
                       THRU 8000-WRITE-REPORT-LINE-EXIT
                   GO TO 2300-COMPUTE-ROW-MRR-EXIT
           END-READ.

           MOVE 1 TO WS-ROW-SEATS.
           IF ENT-SEAT-SPONSOR
               MOVE ENT-KEY TO LIC-KEY
               READ SITE-LICENCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT LIC-CLOSED
                           MOVE LIC-SEAT-COUNT TO WS-ROW-SEATS
                       END-IF
               END-READ
           END-IF.

           IF PLAN-TERM-DAYS > ZERO
               MOVE PLAN-TERM-DAYS TO WS-ROW-TERM-DAYS
           ELSE
               MOVE WS-DEFAULT-TERM-DAYS TO WS-ROW-TERM-DAYS
           END-IF.

           COMPUTE WS-ROW-MRR ROUNDED =
               PLAN-RATE * WS-ROW-SEATS * 365
                   / (12 * WS-ROW-TERM-DAYS).

       2300-COMPUTE-ROW-MRR-EXIT.
           EXIT.

      ******************************************************************
      * 2400-CHECK-CUSTOMER-CLOSED - AN ACCOUNT CLOSED OR PENDING      *
      * DELETION ON THE MASTER CLOSES ON NO MRR, WHATEVER ITS          *
      * ENTITLEMENT ROWS STILL SAY.                                    *
      ******************************************************************
       2400-CHECK-CUSTOMER-CLOSED.
           MOVE WS-CUR-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   GO TO 2400-CHECK-CUSTOMER-CLOSED-EXIT
           END-READ.

           IF CUST-CLOSED
               OR CUST-PENDING-DELETION
               SET WS-CUST-CLOSED TO TRUE
           END-IF.

       2400-CHECK-CUSTOMER-CLOSED-EXIT.
           EXIT.

      ******************************************************************
      * 2500-SCAN-AUDIT-EVENTS - READ THE CUSTOMER'S AUDITKSD ROWS     *
      * TIMESTAMPED IN THE PERIOD FOR A TRIAL CONVERSION, A DUNNING    *
      * CANCEL, OR A CUSCLS01 CLOSURE (THE LATEST ONE'S REASON WINS).  *
      ******************************************************************
       2500-SCAN-AUDIT-EVENTS.
           MOVE 'N' TO WS-TRIAL-CONVERTED-SW.
           MOVE 'N' TO WS-DUNNING-CANCEL-SW.
           MOVE 'N' TO WS-AUDIT-SCAN-DONE-SW.
           MOVE 'UNKN' TO WS-CLOSE-REASON.

           MOVE WS-CUR-CUST-ID TO AUDK-CUST-ID.
           MOVE WS-PERIOD-DASHED TO AUDK-TIMESTAMP.
           MOVE ZERO TO AUDK-SEQ.
           START AUDIT-KEYED-FILE
               KEY IS NOT LESS THAN AUDK-KEY
               INVALID KEY
                   GO TO 2500-SCAN-AUDIT-EVENTS-EXIT
           END-START.

           PERFORM 2510-READ-AUDIT-EVENT
               THRU 2510-READ-AUDIT-EVENT-EXIT
               UNTIL WS-AUDIT-SCAN-DONE.

       2500-SCAN-AUDIT-EVENTS-EXIT.
           EXIT.

      ******************************************************************
      * 2510-READ-AUDIT-EVENT - A CLOSURE IS A ROW THAT MOVES THE      *
      * ACCOUNT INTO CLOSED OR PENDING DELETION FROM ANY OTHER STATUS  *
      * AND IS NOT ONE OF THE ENTITLEMENT-EVENT REASONS.               *
      ******************************************************************
       2510-READ-AUDIT-EVENT.
           READ AUDIT-KEYED-FILE NEXT RECORD
               AT END
                   SET WS-AUDIT-SCAN-DONE TO TRUE
                   GO TO 2510-READ-AUDIT-EVENT-EXIT
           END-READ.

           IF AUDK-CUST-ID NOT = WS-CUR-CUST-ID
               OR AUDK-TIMESTAMP(1:7) NOT = WS-PERIOD-DASHED
               SET WS-AUDIT-SCAN-DONE TO TRUE
               GO TO 2510-READ-AUDIT-EVENT-EXIT
           END-IF.

           MOVE AUDK-REASON-CODE TO WS-EVENT-REASON.
           EVALUATE TRUE
               WHEN WS-EVT-TRIAL-CONVERTED
                   SET WS-TRIAL-CONVERTED TO TRUE
               WHEN WS-EVT-DUNNING-CANCEL
                   SET WS-DUNNING-CANCEL TO TRUE
               WHEN WS-EVT-ENTITLEMENT
                   CONTINUE
               WHEN (AUDK-NEW-STATUS = 'C' OR AUDK-NEW-STATUS = 'P')
                   AND AUDK-OLD-STATUS NOT = 'C'
                   AND AUDK-OLD-STATUS NOT = 'P'
                   MOVE AUDK-REASON-CODE TO WS-CLOSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2510-READ-AUDIT-EVENT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CLASSIFY-MOVEMENT - POST THE CUSTOMER'S MOVEMENT TO ONE   *
      * LINE OF THE BRIDGE.  A CLOSED ACCOUNT IS VOLUNTARY CHURN EVEN  *
      * IF A DUNNING CANCEL LANDED THE SAME MONTH.                     *
      ******************************************************************
       3000-CLASSIFY-MOVEMENT.
           EVALUATE TRUE
               WHEN WS-CUST-OPENING-MRR = ZERO
                   IF WS-TRIAL-CONVERTED
                       ADD WS-CUST-CLOSING-MRR TO WS-TOT-CONVERSION-MRR
                       ADD 1 TO WS-CONVERSION-SUBS
                   ELSE
                       ADD WS-CUST-CLOSING-MRR TO WS-TOT-NEW-MRR
                       ADD 1 TO WS-NEW-SUBS
                   END-IF
               WHEN WS-CUST-CLOSING-MRR = ZERO
                   IF WS-CUST-CLOSED
                       ADD WS-CUST-OPENING-MRR TO WS-TOT-VOL-CHURN-MRR
                       ADD 1 TO WS-VOL-CHURN-SUBS
                       PERFORM 3100-ADD-TO-REASON
                           THRU 3100-ADD-TO-REASON-EXIT
                   ELSE
                       IF WS-DUNNING-CANCEL
                           ADD WS-CUST-OPENING-MRR
                               TO WS-TOT-INVOL-CHURN-MRR
                           ADD 1 TO WS-INVOL-CHURN-SUBS
                       ELSE
                           ADD WS-CUST-OPENING-MRR
                               TO WS-TOT-OTHER-CHURN-MRR
                           ADD 1 TO WS-OTHER-CHURN-SUBS
                       END-IF
                   END-IF
               WHEN WS-CUST-CLOSING-MRR > WS-CUST-OPENING-MRR
                   COMPUTE WS-TOT-EXPANSION-MRR =
                       WS-TOT-EXPANSION-MRR
                       + WS-CUST-CLOSING-MRR - WS-CUST-OPENING-MRR
                   ADD 1 TO WS-EXPANSION-SUBS
               WHEN WS-CUST-CLOSING-MRR < WS-CUST-OPENING-MRR
                   COMPUTE WS-TOT-CONTRACTION-MRR =
                       WS-TOT-CONTRACTION-MRR
                       + WS-CUST-OPENING-MRR - WS-CUST-CLOSING-MRR
                   ADD 1 TO WS-CONTRACTION-SUBS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-CLASSIFY-MOVEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 3100-ADD-TO-REASON - FOLD A VOLUNTARY CHURN INTO ITS CLOSURE   *
      * REASON'S SLOT.                                                 *
      ******************************************************************
       3100-ADD-TO-REASON.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           SET WS-RSN-IDX TO 1.
           SEARCH WS-REASON-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RSN-IDX > WS-REASON-COUNT
                   CONTINUE
               WHEN WS-RE-REASON-CODE(WS-RSN-IDX) = WS-CLOSE-REASON
                   SET WS-SLOT-FOUND TO TRUE
           END-SEARCH.

           IF NOT WS-SLOT-FOUND
               IF WS-REASON-COUNT >= 50
                   ADD 1 TO WS-REASON-OVERFLOW-CNT
                   GO TO 3100-ADD-TO-REASON-EXIT
               END-IF
               ADD 1 TO WS-REASON-COUNT
               SET WS-RSN-IDX TO WS-REASON-COUNT
               MOVE WS-CLOSE-REASON TO WS-RE-REASON-CODE(WS-RSN-IDX)
               MOVE ZERO TO WS-RE-SUBS(WS-RSN-IDX)
               MOVE ZERO TO WS-RE-MRR(WS-RSN-IDX)
           END-IF.

           ADD 1 TO WS-RE-SUBS(WS-RSN-IDX).
           ADD WS-CUST-OPENING-MRR TO WS-RE-MRR(WS-RSN-IDX).

       3100-ADD-TO-REASON-EXIT.
           EXIT.

      ******************************************************************
      * 3500-CARRY-FORWARD - A CUSTOMER PAYING AT THE CLOSE GOES ON    *
      * THE NEW BASE.  ONE ALREADY ON THE BASE KEEPS ITS COHORT; A     *
      * NEW ENTRANT JOINS THE COHORT OF ITS EARLIEST PAYING ROW'S      *
      * START MONTH.  EITHER WAY IT COUNTS TOWARD ANY CHECKPOINT ITS   *
      * COHORT REACHES THIS MONTH.                                     *
      ******************************************************************
       3500-CARRY-FORWARD.
           IF NOT WS-IN-BASE
               OR WS-CUST-COHORT-MONTH = ZERO
               IF WS-CUST-START-MONTH = ZERO
                   OR WS-CUST-START-MONTH > WS-REPORT-PERIOD
                   MOVE WS-REPORT-PERIOD TO WS-CUST-COHORT-MONTH
               ELSE
                   MOVE WS-CUST-START-MONTH TO WS-CUST-COHORT-MONTH
               END-IF
               PERFORM 3600-ADD-COHORT-ENTRANT
                   THRU 3600-ADD-COHORT-ENTRANT-EXIT
           END-IF.

           MOVE WS-CUR-CUST-ID TO MRRB-CUST-ID OF CLOSING-BASE-RECORD.
           MOVE WS-REPORT-PERIOD TO MRRB-MONTH OF CLOSING-BASE-RECORD.
           MOVE WS-CUST-CLOSING-MRR TO MRRB-MRR OF CLOSING-BASE-RECORD.
           MOVE WS-CUST-COHORT-MONTH
               TO MRRB-COHORT-MONTH OF CLOSING-BASE-RECORD.
           WRITE CLOSING-BASE-RECORD.
           ADD 1 TO WS-BASE-WRITTEN-CNT.

           ADD WS-CUST-CLOSING-MRR TO WS-TOT-CLOSING-MRR.
           ADD 1 TO WS-CLOSING-SUBS.

           MOVE WS-CUST-COHORT-MONTH TO WS-CALC-MONTH.
           COMPUTE WS-COHORT-AGE =
               WS-PERIOD-INDEX - (WS-CALC-YYYY * 12 + WS-CALC-MM - 1).
           EVALUATE WS-COHORT-AGE
               WHEN 1
                   ADD 1 TO WS-CP-PAYING(1)
               WHEN 3
                   ADD 1 TO WS-CP-PAYING(2)
               WHEN 6
                   ADD 1 TO WS-CP-PAYING(3)
               WHEN 12
                   ADD 1 TO WS-CP-PAYING(4)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3500-CARRY-FORWARD-EXIT.
           EXIT.

      ******************************************************************
      * 3600-ADD-COHORT-ENTRANT - COUNT A NEW ENTRANT AGAINST ITS      *
      * COHORT MONTH FOR THE COHORT SIZE UPDATE.                       *
      ******************************************************************
       3600-ADD-COHORT-ENTRANT.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           SET WS-ENT-IDX TO 1.
           SEARCH WS-ENTRANT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ENT-IDX > WS-ENTRANT-COUNT
                   CONTINUE
               WHEN WS-EE-COHORT-MONTH(WS-ENT-IDX) =
                   WS-CUST-COHORT-MONTH
                   SET WS-SLOT-FOUND TO TRUE
           END-SEARCH.

           IF NOT WS-SLOT-FOUND
               IF WS-ENTRANT-COUNT >= 120
                   ADD 1 TO WS-COHORT-OVERFLOW-CNT
                   GO TO 3600-ADD-COHORT-ENTRANT-EXIT
               END-IF
               ADD 1 TO WS-ENTRANT-COUNT
               SET WS-ENT-IDX TO WS-ENTRANT-COUNT
               MOVE WS-CUST-COHORT-MONTH
                   TO WS-EE-COHORT-MONTH(WS-ENT-IDX)
               MOVE ZERO TO WS-EE-SUBS(WS-ENT-IDX)
           END-IF.

           ADD 1 TO WS-EE-SUBS(WS-ENT-IDX).

       3600-ADD-COHORT-ENTRANT-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CHECK-OPENING-BASE - THE OPENING MRR READ FROM MRRBASE    *
      * MUST EQUAL THE CLOSING MRR ON LAST MONTH'S BRIDGE ROW, WHEN    *
      * THERE IS ONE.  A DIFFERENCE MEANS THE BASE WAS NOT THE ONE     *
      * LAST MONTH'S RUN WROTE.                                        *
      ******************************************************************
       4000-CHECK-OPENING-BASE.
           MOVE WS-PRIOR-PERIOD TO MRRH-MONTH.
           MOVE 'B' TO MRRH-ROW-TYPE.
           MOVE SPACES TO MRRH-REASON-CODE.
           READ MRR-HISTORY-FILE
               INVALID KEY
                   GO TO 4000-CHECK-OPENING-BASE-EXIT
           END-READ.

           IF MRRH-CLOSING-MRR NOT = WS-TOT-OPENING-MRR
               SET WS-OPENING-MISMATCH TO TRUE
               MOVE 'OPENING MISMATCH' TO WS-DL-TYPE
               MOVE ZERO TO WS-DL-CUST-ID
               MOVE SPACES TO WS-DL-PLAN-CODE
               MOVE 'MRRBASE DIFFERS FROM LAST MONTH CLOSING'
                   TO WS-DL-REASON
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
           END-IF.

       4000-CHECK-OPENING-BASE-EXIT.
           EXIT.

      ******************************************************************
      * 5000-WRITE-HISTORY - STORE THE MONTH ON MRRHIST: THE BRIDGE    *
      * ROW, ONE ROW PER CLOSURE REASON (LAST RUN'S REASON ROWS FOR    *
      * THE MONTH ARE CLEARED FIRST), EACH ENTRANT COHORT'S SIZE, AND  *
      * THE CHECKPOINTS REACHED THIS MONTH.                            *
      ******************************************************************
       5000-WRITE-HISTORY.
           MOVE WS-REPORT-PERIOD TO MRRH-MONTH.
           MOVE 'B' TO MRRH-ROW-TYPE.
           MOVE SPACES TO MRRH-REASON-CODE.
           PERFORM 5800-READ-HISTORY-ROW
               THRU 5800-READ-HISTORY-ROW-EXIT.
           MOVE SPACES TO MRRH-DATA.
           MOVE WS-TOT-OPENING-MRR TO MRRH-OPENING-MRR.
           MOVE WS-TOT-NEW-MRR TO MRRH-NEW-MRR.
           MOVE WS-TOT-CONVERSION-MRR TO MRRH-CONVERSION-MRR.
           MOVE WS-TOT-EXPANSION-MRR TO MRRH-EXPANSION-MRR.
           MOVE WS-TOT-CONTRACTION-MRR TO MRRH-CONTRACTION-MRR.
           MOVE WS-TOT-VOL-CHURN-MRR TO MRRH-VOL-CHURN-MRR.
           MOVE WS-TOT-INVOL-CHURN-MRR TO MRRH-INVOL-CHURN-MRR.
           MOVE WS-TOT-OTHER-CHURN-MRR TO MRRH-OTHER-CHURN-MRR.
           MOVE WS-TOT-CLOSING-MRR TO MRRH-CLOSING-MRR.
           MOVE WS-OPENING-SUBS TO MRRH-OPENING-SUBS.
           MOVE WS-NEW-SUBS TO MRRH-NEW-SUBS.
           MOVE WS-CONVERSION-SUBS TO MRRH-CONVERSION-SUBS.
           MOVE WS-EXPANSION-SUBS TO MRRH-EXPANSION-SUBS.
           MOVE WS-CONTRACTION-SUBS TO MRRH-CONTRACTION-SUBS.
           MOVE WS-VOL-CHURN-SUBS TO MRRH-VOL-CHURN-SUBS.
           MOVE WS-INVOL-CHURN-SUBS TO MRRH-INVOL-CHURN-SUBS.
           MOVE WS-OTHER-CHURN-SUBS TO MRRH-OTHER-CHURN-SUBS.
           MOVE WS-CLOSING-SUBS TO MRRH-CLOSING-SUBS.
           PERFORM 5900-SAVE-HISTORY-ROW
               THRU 5900-SAVE-HISTORY-ROW-EXIT.

           PERFORM 5100-CLEAR-REASON-ROWS
               THRU 5100-CLEAR-REASON-ROWS-EXIT.
           PERFORM 5200-WRITE-REASON-ROW
               THRU 5200-WRITE-REASON-ROW-EXIT
               VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > WS-REASON-COUNT.

           PERFORM 5300-UPDATE-COHORT-SIZE
               THRU 5300-UPDATE-COHORT-SIZE-EXIT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENTRANT-COUNT.

           PERFORM 5400-SET-CHECKPOINT
               THRU 5400-SET-CHECKPOINT-EXIT
               VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > 4.

       5000-WRITE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 5100-CLEAR-REASON-ROWS - DELETE ANY REASON ROWS AN EARLIER RUN *
      * OF THE SAME MONTH LEFT, SO A RERUN REPLACES THEM OUTRIGHT.     *
      ******************************************************************
       5100-CLEAR-REASON-ROWS.
           MOVE 'N' TO WS-HIST-SCAN-DONE-SW.
           MOVE WS-REPORT-PERIOD TO MRRH-MONTH.
           MOVE 'R' TO MRRH-ROW-TYPE.
           MOVE LOW-VALUES TO MRRH-REASON-CODE.
           START MRR-HISTORY-FILE
               KEY IS NOT LESS THAN MRRH-KEY
               INVALID KEY
                   GO TO 5100-CLEAR-REASON-ROWS-EXIT
           END-START.

           PERFORM 5110-DELETE-REASON-ROW
               THRU 5110-DELETE-REASON-ROW-EXIT
               UNTIL WS-HIST-SCAN-DONE.

       5100-CLEAR-REASON-ROWS-EXIT.
           EXIT.

       5110-DELETE-REASON-ROW.
           READ MRR-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-SCAN-DONE TO TRUE
                   GO TO 5110-DELETE-REASON-ROW-EXIT
           END-READ.

           IF MRRH-MONTH NOT = WS-REPORT-PERIOD
               OR NOT MRRH-REASON-ROW
               SET WS-HIST-SCAN-DONE TO TRUE
               GO TO 5110-DELETE-REASON-ROW-EXIT
           END-IF.

           DELETE MRR-HISTORY-FILE RECORD
               INVALID KEY
                   DISPLAY 'CUSMRR01 - MRRHIST DELETE FAILED '
                       MRRH-KEY
           END-DELETE.

       5110-DELETE-REASON-ROW-EXIT.
           EXIT.

       5200-WRITE-REASON-ROW.
           MOVE WS-REPORT-PERIOD TO MRRH-MONTH.
           MOVE 'R' TO MRRH-ROW-TYPE.
           MOVE WS-RE-REASON-CODE(WS-RSN-IDX) TO MRRH-REASON-CODE.
           MOVE 'N' TO WS-HIST-FOUND-SW.
           MOVE SPACES TO MRRH-DATA.
           MOVE WS-RE-SUBS(WS-RSN-IDX) TO MRRH-RSN-SUBS.
           MOVE WS-RE-MRR(WS-RSN-IDX) TO MRRH-RSN-MRR.
           PERFORM 5900-SAVE-HISTORY-ROW
               THRU 5900-SAVE-HISTORY-ROW-EXIT.

       5200-WRITE-REASON-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 5300-UPDATE-COHORT-SIZE - ADD THIS MONTH'S ENTRANTS TO THEIR   *
      * COHORT'S SIZE, FIRST BACKING OUT WHAT AN EARLIER RUN OF THE    *
      * SAME MONTH ADDED.                                              *
      ******************************************************************
       5300-UPDATE-COHORT-SIZE.
           MOVE WS-EE-COHORT-MONTH(WS-ENT-IDX) TO MRRH-MONTH.
           PERFORM 5700-READ-COHORT-ROW
               THRU 5700-READ-COHORT-ROW-EXIT.

           IF MRRH-COH-ADD-MONTH = WS-REPORT-PERIOD
               SUBTRACT MRRH-COH-ADD-COUNT FROM MRRH-COH-SIZE
           END-IF.
           ADD WS-EE-SUBS(WS-ENT-IDX) TO MRRH-COH-SIZE.
           MOVE WS-REPORT-PERIOD TO MRRH-COH-ADD-MONTH.
           MOVE WS-EE-SUBS(WS-ENT-IDX) TO MRRH-COH-ADD-COUNT.

           PERFORM 5900-SAVE-HISTORY-ROW
               THRU 5900-SAVE-HISTORY-ROW-EXIT.

       5300-UPDATE-COHORT-SIZE-EXIT.
           EXIT.

      ******************************************************************
      * 5400-SET-CHECKPOINT - RECORD HOW MANY OF THE COHORT THAT       *
      * REACHES THIS CHECKPOINT THIS MONTH ARE STILL PAYING.           *
      ******************************************************************
       5400-SET-CHECKPOINT.
           COMPUTE WS-CALC-INDEX =
               WS-PERIOD-INDEX - WS-CP-MONTHS(WS-CP-IDX).
           PERFORM 8500-INDEX-TO-MONTH
               THRU 8500-INDEX-TO-MONTH-EXIT.
           MOVE WS-CALC-MONTH TO MRRH-MONTH.
           PERFORM 5700-READ-COHORT-ROW
               THRU 5700-READ-COHORT-ROW-EXIT.

           SET MRRH-COH-MEASURED(WS-CP-IDX) TO TRUE.
           MOVE WS-CP-PAYING(WS-CP-IDX) TO MRRH-COH-PAYING(WS-CP-IDX).

           PERFORM 5900-SAVE-HISTORY-ROW
               THRU 5900-SAVE-HISTORY-ROW-EXIT.

       5400-SET-CHECKPOINT-EXIT.
           EXIT.

      ******************************************************************
      * 5700-READ-COHORT-ROW - READ THE COHORT ROW FOR MRRH-MONTH, OR  *
      * START AN EMPTY ONE (A COHORT OLDER THAN THE HISTORY HAS NO     *
      * SIZE, AND ITS PERCENTAGES PRINT AS DASHES).                    *
      ******************************************************************
       5700-READ-COHORT-ROW.
           MOVE 'C' TO MRRH-ROW-TYPE.
           MOVE SPACES TO MRRH-REASON-CODE.
           PERFORM 5800-READ-HISTORY-ROW
               THRU 5800-READ-HISTORY-ROW-EXIT.
           IF WS-HIST-FOUND
               GO TO 5700-READ-COHORT-ROW-EXIT
           END-IF.

           MOVE SPACES TO MRRH-DATA.
           MOVE ZERO TO MRRH-COH-SIZE.
           MOVE ZERO TO MRRH-COH-ADD-MONTH.
           MOVE ZERO TO MRRH-COH-ADD-COUNT.
           PERFORM 5710-CLEAR-CHECKPOINT
               THRU 5710-CLEAR-CHECKPOINT-EXIT
               VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-LIST-INDEX > 4.

       5700-READ-COHORT-ROW-EXIT.
           EXIT.

       5710-CLEAR-CHECKPOINT.
           MOVE 'N' TO MRRH-COH-MEASURED-SW(WS-LIST-INDEX).
           MOVE ZERO TO MRRH-COH-PAYING(WS-LIST-INDEX).

       5710-CLEAR-CHECKPOINT-EXIT.
           EXIT.

      ******************************************************************
      * 5800-READ-HISTORY-ROW - KEYED READ OF MRRHIST ON MRRH-KEY.     *
      ******************************************************************
       5800-READ-HISTORY-ROW.
           MOVE 'N' TO WS-HIST-FOUND-SW.
           READ MRR-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HIST-FOUND TO TRUE
           END-READ.

       5800-READ-HISTORY-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 5900-SAVE-HISTORY-ROW - REWRITE THE ROW IF IT WAS READ, WRITE  *
      * IT OTHERWISE, STAMPED WITH TODAY'S RUN DATE.                   *
      ******************************************************************
       5900-SAVE-HISTORY-ROW.
           MOVE WS-TODAY-YYYYMMDD TO MRRH-RUN-DATE.
           IF WS-HIST-FOUND
               REWRITE MRR-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY 'CUSMRR01 - MRRHIST REWRITE FAILED '
                           MRRH-KEY
                       GO TO 5900-SAVE-HISTORY-ROW-EXIT
               END-REWRITE
           ELSE
               WRITE MRR-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY 'CUSMRR01 - MRRHIST WRITE FAILED '
                           MRRH-KEY
                       GO TO 5900-SAVE-HISTORY-ROW-EXIT
               END-WRITE
           END-IF.
           ADD 1 TO WS-HIST-WRITTEN-CNT.

       5900-SAVE-HISTORY-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 6000-PRINT-BRIDGE - THE MONTH'S BRIDGE FROM OPENING TO CLOSING *
      * MRR, WITH VOLUNTARY CHURN SPLIT BY CLOSURE REASON CODE.        *
      * CONTRACTION AND CHURN PRINT AS NEGATIVES.                      *
      ******************************************************************
       6000-PRINT-BRIDGE.
           MOVE 'MRR BRIDGE' TO WS-SH-TITLE.
           WRITE MRR-REPORT-LINE FROM WS-SECTION-HEADING.
           WRITE MRR-REPORT-LINE FROM WS-BRIDGE-HEADING.

           MOVE 'OPENING MRR ..................' TO WS-BL-LABEL.
           MOVE WS-OPENING-SUBS TO WS-BL-SUBS.
           MOVE WS-TOT-OPENING-MRR TO WS-BL-MRR.
           WRITE MRR-REPORT-LINE FROM WS-BRIDGE-LINE.

           MOVE '  NEW SUBSCRIPTIONS ..........' TO WS-BL-LABEL.
           MOVE WS-NEW-SUBS TO WS-BL-SUBS.
           MOVE WS-TOT-NEW-MRR TO WS-BL-MRR.
           WRITE MRR-REPORT-LINE FROM WS-BRIDGE-LINE.

           MOVE '  TRIAL CONVERSIONS ..........' TO WS-BL-LABEL.
           MOVE WS-CONVERSION-SUBS TO WS-BL-SUBS.
           MOVE WS-TOT-CONVERSION-MRR TO WS-BL-MRR.
           WRITE MRR-REPORT-LINE FROM WS-BRIDGE-LINE.

           MOVE '  EXPANSION ..................' TO WS-BL-LABEL.
           MOVE WS-EXPANSION-SUBS TO WS-BL-SUBS.
           MOVE WS-TOT-EXPANSION-MRR TO WS-BL-MRR.
           WRITE MRR-REPORT-LINE FROM WS-BRIDGE-LINE.

           MOVE '  CONTRACTION ................' TO WS-BL-LABEL.
           MOVE WS-CONTRACTION-SUBS TO WS-BL-SUBS.
           COMPUTE WS-BL-MRR = 0 - WS-TOT-CONTRACTION-MRR.
           WRITE MRR-REPORT-LINE FROM WS-BRIDGE-LINE.

           MOVE '  VOLUNTARY CHURN ............' TO WS-BL-LABEL.
           MOVE WS-VOL-CHURN-SUBS TO WS-BL-SUBS.
           COMPUTE WS-BL-MRR = 0 - WS-TOT-VOL-CHURN-MRR.
           WRITE MRR-REPORT-LINE FROM WS-BRIDGE-LINE.

           PERFORM 6100-PRINT-REASON-LINE
               THRU 6100-PRINT-REASON-LINE-EXIT
               VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > WS-REASON-COUNT.

           MOVE '  INVOLUNTARY CHURN (DUNNING) ' TO WS-BL-LABEL.
           MOVE WS-INVOL-CHURN-SUBS TO WS-BL-SUBS.
           COMPUTE WS-BL-MRR = 0 - WS-TOT-INVOL-CHURN-MRR.
           WRITE MRR-REPORT-LINE FROM WS-BRIDGE-LINE.

           MOVE '  OTHER CANCELLATIONS ........' TO WS-BL-LABEL.
           MOVE WS-OTHER-CHURN-SUBS TO WS-BL-SUBS.
           COMPUTE WS-BL-MRR = 0 - WS-TOT-OTHER-CHURN-MRR.
           WRITE MRR-REPORT-LINE FROM WS-BRIDGE-LINE.

           MOVE 'CLOSING MRR ..................' TO WS-BL-LABEL.
           MOVE WS-CLOSING-SUBS TO WS-BL-SUBS.
           MOVE WS-TOT-CLOSING-MRR TO WS-BL-MRR.
           WRITE MRR-REPORT-LINE FROM WS-BRIDGE-LINE.

       6000-PRINT-BRIDGE-EXIT.
           EXIT.

       6100-PRINT-REASON-LINE.
           MOVE SPACES TO WS-BL-LABEL.
           STRING '      REASON ' WS-RE-REASON-CODE(WS-RSN-IDX)
                  DELIMITED BY SIZE INTO WS-BL-LABEL.
           MOVE WS-RE-SUBS(WS-RSN-IDX) TO WS-BL-SUBS.
           COMPUTE WS-BL-MRR = 0 - WS-RE-MRR(WS-RSN-IDX).
           WRITE MRR-REPORT-LINE FROM WS-BRIDGE-LINE.

       6100-PRINT-REASON-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 6500-PRINT-TREND - OPENING AND CLOSING MRR FOR THE PERIOD AND  *
      * THE ELEVEN MONTHS BEFORE IT, READ BACK FROM THE MRRHIST BRIDGE *
      * ROWS.  A MONTH WITH NO BRIDGE ROW IS LEFT OFF.                 *
      ******************************************************************
       6500-PRINT-TREND.
           MOVE 'MRR TREND - LAST 12 MONTHS' TO WS-SH-TITLE.
           WRITE MRR-REPORT-LINE FROM WS-SECTION-HEADING.
           WRITE MRR-REPORT-LINE FROM WS-TREND-HEADING.

           PERFORM 6510-PRINT-TREND-MONTH
               THRU 6510-PRINT-TREND-MONTH-EXIT
               VARYING WS-LIST-INDEX FROM 11 BY -1
               UNTIL WS-LIST-INDEX < 0.

       6500-PRINT-TREND-EXIT.
           EXIT.

       6510-PRINT-TREND-MONTH.
           COMPUTE WS-CALC-INDEX = WS-PERIOD-INDEX - WS-LIST-INDEX.
           PERFORM 8500-INDEX-TO-MONTH
               THRU 8500-INDEX-TO-MONTH-EXIT.
           MOVE WS-CALC-MONTH TO MRRH-MONTH.
           MOVE 'B' TO MRRH-ROW-TYPE.
           MOVE SPACES TO MRRH-REASON-CODE.
           PERFORM 5800-READ-HISTORY-ROW
               THRU 5800-READ-HISTORY-ROW-EXIT.
           IF NOT WS-HIST-FOUND
               GO TO 6510-PRINT-TREND-MONTH-EXIT
           END-IF.

           MOVE MRRH-MONTH TO WS-TL-MONTH.
           MOVE MRRH-OPENING-MRR TO WS-TL-OPENING.
           MOVE MRRH-CLOSING-MRR TO WS-TL-CLOSING.
           COMPUTE WS-TL-NET = MRRH-CLOSING-MRR - MRRH-OPENING-MRR.
           MOVE MRRH-CLOSING-SUBS TO WS-TL-SUBS.
           WRITE MRR-REPORT-LINE FROM WS-TREND-LINE.

       6510-PRINT-TREND-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 7000-PRINT-COHORTS - ONE LINE PER START-MONTH COHORT FROM 12   *
      * MONTHS BEFORE THE PERIOD TO THE PERIOD ITSELF: ITS SIZE AND    *
      * THE PERCENTAGE STILL PAYING AT EACH CHECKPOINT IT HAS REACHED, *
      * ALL READ BACK FROM MRRHIST.                                    *
      ******************************************************************
       7000-PRINT-COHORTS.
           MOVE 'COHORT RETENTION - PERCENT STILL PAYING'
               TO WS-SH-TITLE.
           WRITE MRR-REPORT-LINE FROM WS-SECTION-HEADING.
           WRITE MRR-REPORT-LINE FROM WS-COHORT-HEADING.

           PERFORM 7100-PRINT-COHORT-LINE
               THRU 7100-PRINT-COHORT-LINE-EXIT
               VARYING WS-LIST-INDEX FROM 12 BY -1
               UNTIL WS-LIST-INDEX < 0.

       7000-PRINT-COHORTS-EXIT.
           EXIT.

       7100-PRINT-COHORT-LINE.
           COMPUTE WS-CALC-INDEX = WS-PERIOD-INDEX - WS-LIST-INDEX.
           PERFORM 8500-INDEX-TO-MONTH
               THRU 8500-INDEX-TO-MONTH-EXIT.
           MOVE WS-CALC-MONTH TO MRRH-MONTH.
           MOVE 'C' TO MRRH-ROW-TYPE.
           MOVE SPACES TO MRRH-REASON-CODE.
           PERFORM 5800-READ-HISTORY-ROW
               THRU 5800-READ-HISTORY-ROW-EXIT.
           IF NOT WS-HIST-FOUND
               GO TO 7100-PRINT-COHORT-LINE-EXIT
           END-IF.

           MOVE MRRH-MONTH TO WS-CL-COHORT-MONTH.
           MOVE MRRH-COH-SIZE TO WS-CL-SIZE.
           PERFORM 7200-FORMAT-CHECKPOINT
               THRU 7200-FORMAT-CHECKPOINT-EXIT
               VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > 4.
           WRITE MRR-REPORT-LINE FROM WS-COHORT-LINE.

       7100-PRINT-COHORT-LINE-EXIT.
           EXIT.

       7200-FORMAT-CHECKPOINT.
           IF NOT MRRH-COH-MEASURED(WS-CP-IDX)
               OR MRRH-COH-SIZE = ZERO
               MOVE '         -' TO WS-CL-PCT-TEXT(WS-CP-IDX)
               GO TO 7200-FORMAT-CHECKPOINT-EXIT
           END-IF.

           COMPUTE WS-PCT-VALUE ROUNDED =
               MRRH-COH-PAYING(WS-CP-IDX) * 100 / MRRH-COH-SIZE.
           MOVE WS-PCT-VALUE TO WS-PCT-EDIT.
           MOVE SPACES TO WS-CL-PCT-TEXT(WS-CP-IDX).
           STRING '  ' WS-PCT-EDIT '%'
                  DELIMITED BY SIZE INTO WS-CL-PCT-TEXT(WS-CP-IDX).

       7200-FORMAT-CHECKPOINT-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-REPORT-LINE - FORMAT AND WRITE ONE DETAIL LINE      *
      ******************************************************************
       8000-WRITE-REPORT-LINE.
           WRITE MRR-REPORT-LINE FROM WS-DETAIL-LINE.

       8000-WRITE-REPORT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 8500-INDEX-TO-MONTH - TURN THE RUNNING MONTH NUMBER IN         *
      * WS-CALC-INDEX BACK INTO YYYYMM IN WS-CALC-MONTH.               *
      ******************************************************************
       8500-INDEX-TO-MONTH.
           DIVIDE WS-CALC-INDEX BY 12
               GIVING WS-CALC-YYYY
               REMAINDER WS-CALC-MM-ZERO.
           COMPUTE WS-CALC-MM = WS-CALC-MM-ZERO + 1.

       8500-INDEX-TO-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - WRITE SUMMARY, CLOSE FILES, SET RETURN CODE.  *
      * ROWS WITHOUT A PLAN PRICE, AN OPENING BASE THAT DOES NOT MATCH *
      * LAST MONTH'S CLOSE, OR A FULL REASON OR COHORT TABLE END THE   *
      * RUN WITH A WARNING.                                            *
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-BASE-READ-CNT TO WS-SL-BASE-READ.
           WRITE MRR-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-SNAP-READ-CNT TO WS-SL-SNAP-READ.
           WRITE MRR-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-PAYING-ROW-CNT TO WS-SL-PAYING-ROWS.
           WRITE MRR-REPORT-LINE FROM WS-SUMMARY-LINE-3.
           MOVE WS-NO-PRICE-CNT TO WS-SL-NO-PRICE.
           WRITE MRR-REPORT-LINE FROM WS-SUMMARY-LINE-4.
           MOVE WS-CLOSED-ENTITLED-CNT TO WS-SL-CLOSED-ENTITLED.
           WRITE MRR-REPORT-LINE FROM WS-SUMMARY-LINE-5.
           MOVE WS-BASE-WRITTEN-CNT TO WS-SL-BASE-WRITTEN.
           WRITE MRR-REPORT-LINE FROM WS-SUMMARY-LINE-6.

           IF WS-REASON-OVERFLOW-CNT > 0
               DISPLAY 'CUSMRR01 - REASON TABLE FULL, CHURNS NOT SPLIT '
                   WS-REASON-OVERFLOW-CNT
           END-IF.
           IF WS-COHORT-OVERFLOW-CNT > 0
               DISPLAY 'CUSMRR01 - COHORT TABLE FULL, ENTRANTS LOST '
                   WS-COHORT-OVERFLOW-CNT
           END-IF.

           CLOSE OPENING-BASE-FILE
                 ENTITLEMENT-SNAPSHOT-FILE
                 CLOSING-BASE-FILE
                 PLAN-PRICE-FILE
                 SITE-LICENCE-FILE
                 CUSTOMER-MASTER-FILE
                 AUDIT-KEYED-FILE
                 MRR-HISTORY-FILE
                 MRR-REPORT.

           IF NOT WS-INIT-FAILED
               IF WS-NO-PRICE-CNT > 0
                   OR WS-OPENING-MISMATCH
                   OR WS-REASON-OVERFLOW-CNT > 0
                   OR WS-COHORT-OVERFLOW-CNT > 0
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
               DISPLAY 'CUSMRR01 - RUNLOG OPEN FAILED STATUS='
                   WS-RUNLOG-STATUS
               GO TO 9100-WRITE-RUN-LOG-EXIT
           END-IF.

           ACCEPT WS-RUNLOG-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-RUNLOG-TIME(1:2) '.'
                  WS-RUNLOG-TIME(3:2) '.' WS-RUNLOG-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-RUNLOG-END-TS.

           MOVE 'CUSMRR01' TO RUNLOG-PROGRAM.
           MOVE WS-TODAY-YYYYMMDD TO RUNLOG-RUN-DATE.
           MOVE WS-RUNLOG-START-TS TO RUNLOG-START-TIMESTAMP.
           MOVE WS-RUNLOG-END-TS TO RUNLOG-END-TIMESTAMP.
           COMPUTE RUNLOG-RECORDS-READ =
               WS-BASE-READ-CNT + WS-SNAP-READ-CNT.
           MOVE WS-BASE-WRITTEN-CNT TO RUNLOG-RECORDS-WRITTEN.
           MOVE WS-HIST-WRITTEN-CNT TO RUNLOG-RECORDS-UPDATED.
           MOVE WS-NO-PRICE-CNT TO RUNLOG-EXCEPTION-COUNT.
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.

       9100-WRITE-RUN-LOG-EXIT.
           EXIT.
