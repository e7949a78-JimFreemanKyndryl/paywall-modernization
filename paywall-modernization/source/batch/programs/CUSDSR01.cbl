      ******************************************************************
      * PROGRAM-ID.  CUSDSR01                                          *
      * AUTHOR.      D. OKAFOR - CUSTOMER MASTER APPLICATIONS TEAM     *
      * INSTALLATION. PAYWALL MODERNIZATION                            *
      * DATE-WRITTEN. 2026-10-01                                       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * ---------------------------------------------------------------*
      * 2026-10-01  DO   INITIAL VERSION - DATA SUBJECT ACCESS         *
      *                  REQUEST EXTRACT AND COVER REPORT              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSDSR01.
       AUTHOR.        D. OKAFOR.
       INSTALLATION.  PAYWALL MODERNIZATION.
       DATE-WRITTEN.  2026-10-01.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.                                                       *
      *   ON-DEMAND ANSWER TO GDPR AND CCPA DATA SUBJECT ACCESS        *
      *   REQUESTS.  EACH DSARREQ LINE NAMES A CUSTOMER BY CUST-ID OR  *
      *   BY EMAIL ADDRESS; AN ADDRESS IS RESOLVED THROUGH THE         *
      *   CUST-EMAIL ALTERNATE INDEX AND EVERY CUSTOMER HOLDING IT IS  *
      *   ANSWERED.  FOR EACH CUSTOMER THE PROGRAM WRITES ONE BLOCK TO *
      *   DSAROUT (SEE DSAR-EXTRACT-RECORD): THE MASTER RECORD WITHOUT *
      *   ITS PASSWORD HASH AND SALT, EVERY CUSTENT ROW, THE AUDIT     *
      *   TRAIL FROM AUDITKSD AND THE CLOSED YEARS ON AUDARCH, THE     *
      *   USAGEACC ROWS, THE CURRENT BILLREQ ROWS, THE SETTLEMENT      *
      *   HISTORY FROM TAXLEDG AND, FOR A TOMBSTONED ACCOUNT, THE      *
      *   ARCHMSTR COPY.  THE DSARRPT COVER REPORT LISTS EVERY STORE   *
      *   SEARCHED AND THE ROWS FOUND IN EACH, AND A DSAR ROW ON THE   *
      *   AUDIT LOG RECORDS THE DATE THE REQUEST WAS ANSWERED.  A      *
      *   REQUEST THAT CANNOT BE RESOLVED IS REPORTED AND ENDS THE RUN *
      *   WITH A WARNING.                                              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z15.
       OBJECT-COMPUTER.  IBM-Z15.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DSARREQ - ONE ACCESS REQUEST PER LINE FROM THE PRIVACY DESK,
      * NAMING THE CUSTOMER BY CUST-ID OR BY EMAIL ADDRESS.
           SELECT DSAR-REQUEST-FILE
               ASSIGN TO DSARREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSARREQ-STATUS.

      * CUSTMSTR IS OPENED THROUGH THE BYEMAIL PATH (SEE CUSEML01) SO
      * A REQUEST MADE BY EMAIL FINDS EVERY CUSTOMER HOLDING THE
      * ADDRESS THROUGH THE CUST-EMAIL ALTERNATE KEY.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-EMAIL
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT CUSTOMER-ENTITLEMENT-FILE
               ASSIGN TO CUSTENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-KEY
               FILE STATUS IS WS-CUSTENT-STATUS.

           SELECT AUDIT-KEYED-FILE
               ASSIGN TO AUDITKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDK-KEY
               FILE STATUS IS WS-AUDITKSD-STATUS.

      * AUDARCH - THE CLOSED AUDIT YEARS CUSAUD03 HAS MOVED OFF THE
      * LIVE LOG.  READ END TO END; ONLY THE CUST-ID IS NEEDED HERE.
           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN TO AUDARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.

           SELECT USAGE-ACCUM-FILE
               ASSIGN TO USAGEACC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USE-KEY
               FILE STATUS IS WS-USAGEACC-STATUS.

      * BILLREQ - THE CURRENT NIGHT'S BILLING REQUESTS.  TAXLEDG IS
      * THE PERMANENT HISTORY OF EVERY SETTLEMENT AND REVERSAL.
           SELECT BILLING-REQUEST-FILE
               ASSIGN TO BILLREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILLREQ-STATUS.

           SELECT TAX-LEDGER-FILE
               ASSIGN TO TAXLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAXLEDG-STATUS.

      * ARCHMSTR - THE FULL RECORD OF EVERY ACCOUNT CUSARC01 HAS
      * TOMBSTONED.  A RESTORED ACCOUNT KEEPS ITS COPY HERE, SO THE
      * FILE IS READ FOR EVERY CUSTOMER IN THE RUN.
           SELECT CONSOLIDATED-ARCHIVE-FILE
               ASSIGN TO ARCHMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARCH-CUST-ID
               FILE STATUS IS WS-ARCHMSTR-STATUS.

           SELECT DSAR-EXTRACT-FILE
               ASSIGN TO DSAROUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSAROUT-STATUS.

           SELECT DSAR-SORT-FILE
               ASSIGN TO SYSSORT01
               FILE STATUS IS WS-SORTWK-STATUS.

           SELECT DSAR-COVER-REPORT
               ASSIGN TO DSARRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSARRPT-STATUS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DSAR-REQUEST-FILE
           RECORDING MODE IS F.
       01  DSAR-REQUEST-LINE.
           05  DQ-TICKET               PIC X(12).
           05  DQ-RECEIVED-DATE        PIC X(08).
           05  DQ-CUST-ID              PIC X(10).
           05  DQ-CUST-ID-NUM REDEFINES DQ-CUST-ID
                                       PIC 9(10).
           05  DQ-EMAIL                PIC X(50).

       FD  CUSTOMER-MASTER-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-RECORD.

       FD  CUSTOMER-ENTITLEMENT-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-ENTITLEMENT.

       FD  AUDIT-KEYED-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-AUDIT-KEYED.

       FD  AUDIT-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  AUDIT-ARCHIVE-RECORD.
           05  AUDA-CUST-ID            PIC 9(10).
           05  FILLER                  PIC X(60).

       FD  USAGE-ACCUM-FILE
           RECORDING MODE IS F.
       COPY USAGE-ACCUM-RECORD.

       FD  BILLING-REQUEST-FILE
           RECORDING MODE IS F.
       COPY BILLING-REQUEST-RECORD.

       FD  TAX-LEDGER-FILE
           RECORDING MODE IS F.
       COPY TAX-LEDGER-RECORD.

      * SAME LAYOUT AS CUSTOMER-RECORD; ONLY THE KEY IS NAMED HERE.
       FD  CONSOLIDATED-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  CARCH-RECORD.
           05  CARCH-CUST-ID           PIC 9(10).
           05  FILLER                  PIC X(662).

       FD  DSAR-EXTRACT-FILE
           RECORDING MODE IS F.
       01  DSAR-EXTRACT-LINE           PIC X(624).

      * ROWS SORT BY CUSTOMER, THEN STORE, THEN THE ORDER RELEASED,
      * SO EACH CUSTOMER'S BLOCK COMES OUT WHOLE AND IN STORE ORDER
      * WHATEVER ORDER THE STORES WERE SEARCHED IN.
       SD  DSAR-SORT-FILE.
       01  DSAR-SORT-RECORD.
           05  SRT-CUST-ID             PIC 9(10).
           05  SRT-STORE-ORDER         PIC 9(02).
           05  SRT-RELEASE-SEQ         PIC 9(09).
           05  SRT-EXTRACT             PIC X(624).

       FD  DSAR-COVER-REPORT
           RECORDING MODE IS F.
       01  DSAR-COVER-REPORT-LINE      PIC X(132).

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-AUDIT-LOG.

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUN-LOG-RECORD.

       WORKING-STORAGE SECTION.
       77  WS-DSARREQ-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CUSTMSTR-STATUS          PIC X(02) VALUE SPACES.
       77  WS-CUSTENT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-AUDITKSD-STATUS          PIC X(02) VALUE SPACES.
       77  WS-AUDARCH-STATUS           PIC X(02) VALUE SPACES.
       77  WS-USAGEACC-STATUS          PIC X(02) VALUE SPACES.
       77  WS-BILLREQ-STATUS           PIC X(02) VALUE SPACES.
       77  WS-TAXLEDG-STATUS           PIC X(02) VALUE SPACES.
       77  WS-ARCHMSTR-STATUS          PIC X(02) VALUE SPACES.
       77  WS-DSAROUT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-SORTWK-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DSARRPT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-AUDITLOG-STATUS          PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DSARREQ-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-DSARREQ-EOF      VALUE 'Y'.
           05  WS-INIT-FAILED-SW       PIC X(01) VALUE 'N'.
               88  WS-INIT-FAILED      VALUE 'Y'.
           05  WS-MST-SCAN-DONE-SW     PIC X(01) VALUE 'N'.
               88  WS-MST-SCAN-DONE    VALUE 'Y'.
           05  WS-RANGE-DONE-SW        PIC X(01) VALUE 'N'.
               88  WS-RANGE-DONE       VALUE 'Y'.
           05  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-SCAN-EOF         VALUE 'Y'.
           05  WS-SORT-RETURN-EOF-SW   PIC X(01) VALUE 'N'.
               88  WS-SORT-RETURN-EOF  VALUE 'Y'.
           05  WS-CUST-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-CUST-FOUND       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REQ-READ-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-NOT-FOUND-CNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-REJECTED-CNT         PIC 9(09) COMP VALUE ZERO.
           05  WS-DUPLICATE-CNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-TABLE-OVERFLOW-CNT   PIC 9(09) COMP VALUE ZERO.
           05  WS-EXTRACT-WRITTEN-CNT  PIC 9(09) COMP VALUE ZERO.
           05  WS-AUDIT-WRITTEN-CNT    PIC 9(09) COMP VALUE ZERO.
           05  WS-RELEASE-SEQ          PIC 9(09) COMP VALUE ZERO.
           05  WS-BLOCK-SEQ            PIC 9(06) COMP VALUE ZERO.
           05  WS-STORE-SUB            PIC 9(02) COMP VALUE ZERO.

       01  WS-DATE-WORK-AREA.
           05  WS-TODAY-YYYYMMDD       PIC 9(08).
           05  WS-CURRENT-TIME         PIC 9(08).
           05  WS-TIMESTAMP-OUT        PIC X(26).

       01  WS-RUNLOG-WORK.
           05  WS-RUNLOG-TIME          PIC 9(08).
           05  WS-RUNLOG-END-TS        PIC X(26).

       01  WS-REQUEST-WORK.
           05  WS-REQ-AS               PIC X(01).
               88  WS-REQ-BY-CUST-ID   VALUE 'I'.
               88  WS-REQ-BY-EMAIL     VALUE 'E'.
           05  WS-REQ-KEY              PIC X(50).
           05  WS-SCAN-CUST-ID         PIC 9(10).

      ******************************************************************
      * THE STORES SEARCHED, IN THE ORDER THEIR ROWS APPEAR IN EACH    *
      * CUSTOMER'S BLOCK.  THE SUBSCRIPT IS SRT-STORE-ORDER; THE NAME  *
      * IS WRITTEN TO DSX-RECORD-TYPE.  ENTRIES 2 THROUGH 9 ARE THE    *
      * STORES LISTED ON THE COVER REPORT.                             *
      ******************************************************************
       01  WS-STORE-VALUES.
           05  FILLER                  PIC X(08) VALUE 'DSARHDR '.
           05  FILLER                  PIC X(40) VALUE
               'EXTRACT HEADER'.
           05  FILLER                  PIC X(08) VALUE 'CUSTMSTR'.
           05  FILLER                  PIC X(40) VALUE
               'CUSTOMER MASTER'.
           05  FILLER                  PIC X(08) VALUE 'CUSTENT '.
           05  FILLER                  PIC X(40) VALUE
               'ENTITLEMENTS'.
           05  FILLER                  PIC X(08) VALUE 'AUDITKSD'.
           05  FILLER                  PIC X(40) VALUE
               'STATUS AUDIT TRAIL - CURRENT YEARS'.
           05  FILLER                  PIC X(08) VALUE 'AUDARCH '.
           05  FILLER                  PIC X(40) VALUE
               'STATUS AUDIT TRAIL - CLOSED YEARS'.
           05  FILLER                  PIC X(08) VALUE 'USAGEACC'.
           05  FILLER                  PIC X(40) VALUE
               'CONTENT USAGE BY PLAN AND MONTH'.
           05  FILLER                  PIC X(08) VALUE 'BILLREQ '.
           05  FILLER                  PIC X(40) VALUE
               'BILLING REQUESTS - CURRENT CYCLE'.
           05  FILLER                  PIC X(08) VALUE 'TAXLEDG '.
           05  FILLER                  PIC X(40) VALUE
               'SETTLEMENTS AND REVERSALS'.
           05  FILLER                  PIC X(08) VALUE 'ARCHMSTR'.
           05  FILLER                  PIC X(40) VALUE
               'ARCHIVED MASTER RECORD'.
           05  FILLER                  PIC X(08) VALUE 'DSARTRL '.
           05  FILLER                  PIC X(40) VALUE
               'EXTRACT TRAILER'.
       01  WS-STORE-TABLE REDEFINES WS-STORE-VALUES.
           05  WS-STORE-ENTRY OCCURS 10 TIMES.
               10  WS-STORE-NAME       PIC X(08).
               10  WS-STORE-DESC       PIC X(40).

      ******************************************************************
      * ONE ENTRY PER CUSTOMER FOUND FOR TODAY'S REQUESTS, WITH THE    *
      * REQUEST THAT NAMED THEM AND THE ROWS EXTRACTED FROM EACH       *
      * STORE.  AN EMAIL REQUEST ADDS ONE ENTRY PER CUSTOMER HOLDING   *
      * THE ADDRESS.                                                   *
      ******************************************************************
       01  WS-DSAR-TABLE.
           05  WS-DQ-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  WS-DQ-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-DQ-IDX.
               10  WS-DQ-CUST-ID       PIC 9(10).
               10  WS-DQ-TICKET        PIC X(12).
               10  WS-DQ-RECEIVED-DATE PIC X(08).
               10  WS-DQ-REQUESTED-AS  PIC X(01).
               10  WS-DQ-REQUEST-KEY   PIC X(50).
               10  WS-DQ-CUST-STATUS   PIC X(01).
               10  WS-DQ-STORE-CNT     PIC 9(07) COMP
                                       OCCURS 10 TIMES.

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE
               'CUSDSR01 - DATA SUBJECT ACCESS'.
           05  FILLER                  PIC X(10) VALUE ' REQUESTS '.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RH-DATE              PIC 9(08).

       01  WS-EXCEPTION-LINE.
           05  WS-XL-TYPE              PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-XL-TICKET            PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-XL-KEY               PIC X(50).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-XL-REASON            PIC X(40).

       01  WS-COVER-LINE-1.
           05  FILLER                  PIC X(09) VALUE 'CUST-ID: '.
           05  WS-CL-CUST-ID           PIC 9(10).
           05  FILLER                  PIC X(10) VALUE '  TICKET: '.
           05  WS-CL-TICKET            PIC X(12).
           05  FILLER                  PIC X(12) VALUE
               '  RECEIVED: '.
           05  WS-CL-RECEIVED-DATE     PIC X(08).
           05  FILLER                  PIC X(10) VALUE '  STATUS: '.
           05  WS-CL-STATUS            PIC X(01).

       01  WS-COVER-LINE-2.
           05  FILLER                  PIC X(19) VALUE
               '    REQUESTED BY:  '.
           05  WS-CL-REQUESTED-AS      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-REQUEST-KEY       PIC X(50).

       01  WS-COVER-STORE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-CS-STORE-NAME        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CS-STORE-DESC        PIC X(40).
           05  FILLER                  PIC X(10) VALUE 'RECORDS: '.
           05  WS-CS-RECORD-CNT        PIC ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               'REQUESTS READ ................'.
           05  WS-SL-REQ-READ          PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               'CUSTOMERS EXTRACTED ..........'.
           05  WS-SL-CUSTOMERS         PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               'EXTRACT RECORDS WRITTEN ......'.
           05  WS-SL-EXTRACT-WRITTEN   PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30) VALUE
               'REQUESTS NOT FOUND ...........'.
           05  WS-SL-NOT-FOUND         PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30) VALUE
               'REQUESTS REJECTED ............'.
           05  WS-SL-REJECTED          PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30) VALUE
               'DUPLICATE CUSTOMERS SKIPPED ..'.
           05  WS-SL-DUPLICATE         PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30) VALUE
               'CUSTOMERS OVER TABLE LIMIT ...'.
           05  WS-SL-OVERFLOW          PIC ZZZ,ZZZ,ZZ9.

       COPY DSAR-EXTRACT-RECORD.

      ******************************************************************
      * PROCEDURE DIVISION.                                            *
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF NOT WS-INIT-FAILED
               PERFORM 2000-RESOLVE-ONE-REQUEST
                   THRU 2000-RESOLVE-ONE-REQUEST-EXIT
                   UNTIL WS-DSARREQ-EOF
               IF WS-DQ-COUNT > 0
                   SORT DSAR-SORT-FILE
                       ON ASCENDING KEY SRT-CUST-ID
                                        SRT-STORE-ORDER
                                        SRT-RELEASE-SEQ
                       INPUT PROCEDURE  3000-GATHER-RECORDS
                           THRU 3000-GATHER-RECORDS-EXIT
                       OUTPUT PROCEDURE 5000-WRITE-EXTRACT
                           THRU 5000-WRITE-EXTRACT-EXIT
                   PERFORM 6000-REPORT-ONE-CUSTOMER
                       THRU 6000-REPORT-ONE-CUSTOMER-EXIT
                       VARYING WS-DQ-IDX FROM 1 BY 1
                       UNTIL WS-DQ-IDX > WS-DQ-COUNT
               END-IF
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES                                   *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-CURRENT-TIME(1:2) '.'
                  WS-CURRENT-TIME(3:2) '.' WS-CURRENT-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-TIMESTAMP-OUT.

           OPEN INPUT DSAR-REQUEST-FILE.
           IF WS-DSARREQ-STATUS NOT = '00'
               DISPLAY 'CUSDSR01 - DSARREQ OPEN FAILED STATUS='
                   WS-DSARREQ-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMSTR-STATUS NOT = '00'
               DISPLAY 'CUSDSR01 - CUSTMSTR OPEN FAILED STATUS='
                   WS-CUSTMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-ENTITLEMENT-FILE.
           IF WS-CUSTENT-STATUS NOT = '00'
               DISPLAY 'CUSDSR01 - CUSTENT OPEN FAILED STATUS='
                   WS-CUSTENT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT AUDIT-KEYED-FILE.
           IF WS-AUDITKSD-STATUS NOT = '00'
               DISPLAY 'CUSDSR01 - AUDITKSD OPEN FAILED STATUS='
                   WS-AUDITKSD-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT AUDIT-ARCHIVE-FILE.
           IF WS-AUDARCH-STATUS NOT = '00'
               DISPLAY 'CUSDSR01 - AUDARCH OPEN FAILED STATUS='
                   WS-AUDARCH-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT USAGE-ACCUM-FILE.
           IF WS-USAGEACC-STATUS NOT = '00'
               DISPLAY 'CUSDSR01 - USAGEACC OPEN FAILED STATUS='
                   WS-USAGEACC-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT BILLING-REQUEST-FILE.
           IF WS-BILLREQ-STATUS NOT = '00'
               DISPLAY 'CUSDSR01 - BILLREQ OPEN FAILED STATUS='
                   WS-BILLREQ-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT TAX-LEDGER-FILE.
           IF WS-TAXLEDG-STATUS NOT = '00'
               DISPLAY 'CUSDSR01 - TAXLEDG OPEN FAILED STATUS='
                   WS-TAXLEDG-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CONSOLIDATED-ARCHIVE-FILE.
           IF WS-ARCHMSTR-STATUS NOT = '00'
               DISPLAY 'CUSDSR01 - ARCHMSTR OPEN FAILED STATUS='
                   WS-ARCHMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT DSAR-EXTRACT-FILE.
           IF WS-DSAROUT-STATUS NOT = '00'
               DISPLAY 'CUSDSR01 - DSAROUT OPEN FAILED STATUS='
                   WS-DSAROUT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT DSAR-COVER-REPORT.
           IF WS-DSARRPT-STATUS NOT = '00'
               DISPLAY 'CUSDSR01 - DSARRPT OPEN FAILED STATUS='
                   WS-DSARRPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDITLOG-STATUS NOT = '00'
               DISPLAY 'CUSDSR01 - AUDITLOG OPEN FAILED STATUS='
                   WS-AUDITLOG-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE WS-TODAY-YYYYMMDD TO WS-RH-DATE.
           WRITE DSAR-COVER-REPORT-LINE FROM WS-REPORT-HEADING-1.

           PERFORM 2100-READ-NEXT-REQUEST
               THRU 2100-READ-NEXT-REQUEST-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RESOLVE-ONE-REQUEST - TURN ONE REQUEST INTO THE           *
      * CUSTOMERS IT NAMES.  A CUST-ID IS READ DIRECTLY, FALLING BACK  *
      * TO ARCHMSTR WHEN THE MASTER NO LONGER HOLDS IT.  AN EMAIL      *
      * ADDRESS IS READ THROUGH THE ALTERNATE INDEX AND EVERY          *
      * CUSTOMER HOLDING IT IS TAKEN.  A CUST-ID WINS WHEN BOTH ARE    *
      * GIVEN.                                                         *
      ******************************************************************
       2000-RESOLVE-ONE-REQUEST.
           MOVE DQ-TICKET TO WS-XL-TICKET.

           IF DQ-CUST-ID = SPACES AND DQ-EMAIL = SPACES
               MOVE SPACES TO WS-XL-KEY
               MOVE 'REQUEST REJECTED' TO WS-XL-TYPE
               MOVE 'NO CUST-ID OR EMAIL ON THE REQUEST'
                   TO WS-XL-REASON
               PERFORM 8000-WRITE-EXCEPTION-LINE
                   THRU 8000-WRITE-EXCEPTION-LINE-EXIT
               ADD 1 TO WS-REJECTED-CNT
               GO TO 2000-RESOLVE-ONE-REQUEST-NEXT
           END-IF.

           IF DQ-CUST-ID = SPACES
               GO TO 2000-RESOLVE-BY-EMAIL
           END-IF.

           SET WS-REQ-BY-CUST-ID TO TRUE.
           MOVE DQ-CUST-ID TO WS-REQ-KEY.
           MOVE WS-REQ-KEY TO WS-XL-KEY.
           IF DQ-CUST-ID-NUM NOT NUMERIC
               MOVE 'REQUEST REJECTED' TO WS-XL-TYPE
               MOVE 'CUST-ID IS NOT NUMERIC' TO WS-XL-REASON
               PERFORM 8000-WRITE-EXCEPTION-LINE
                   THRU 8000-WRITE-EXCEPTION-LINE-EXIT
               ADD 1 TO WS-REJECTED-CNT
               GO TO 2000-RESOLVE-ONE-REQUEST-NEXT
           END-IF.

           MOVE DQ-CUST-ID-NUM TO CUST-ID.
           READ CUSTOMER-MASTER-FILE KEY IS CUST-ID
               INVALID KEY
                   GO TO 2000-RESOLVE-FROM-ARCHIVE
           END-READ.
           PERFORM 2200-ADD-CUSTOMER
               THRU 2200-ADD-CUSTOMER-EXIT.
           GO TO 2000-RESOLVE-ONE-REQUEST-NEXT.

       2000-RESOLVE-FROM-ARCHIVE.
           MOVE DQ-CUST-ID-NUM TO CARCH-CUST-ID.
           READ CONSOLIDATED-ARCHIVE-FILE
               INVALID KEY
                   PERFORM 2300-REPORT-NOT-FOUND
                       THRU 2300-REPORT-NOT-FOUND-EXIT
                   GO TO 2000-RESOLVE-ONE-REQUEST-NEXT
           END-READ.
           MOVE CARCH-RECORD TO CUSTOMER-RECORD.
           PERFORM 2200-ADD-CUSTOMER
               THRU 2200-ADD-CUSTOMER-EXIT.
           GO TO 2000-RESOLVE-ONE-REQUEST-NEXT.

       2000-RESOLVE-BY-EMAIL.
           SET WS-REQ-BY-EMAIL TO TRUE.
           MOVE DQ-EMAIL TO WS-REQ-KEY.
           MOVE WS-REQ-KEY TO WS-XL-KEY.
           MOVE DQ-EMAIL TO CUST-EMAIL.
           READ CUSTOMER-MASTER-FILE KEY IS CUST-EMAIL
               INVALID KEY
                   PERFORM 2300-REPORT-NOT-FOUND
                       THRU 2300-REPORT-NOT-FOUND-EXIT
                   GO TO 2000-RESOLVE-ONE-REQUEST-NEXT
           END-READ.

           MOVE 'N' TO WS-MST-SCAN-DONE-SW.
           PERFORM 2250-ADD-ONE-EMAIL-MATCH
               THRU 2250-ADD-ONE-EMAIL-MATCH-EXIT
               UNTIL WS-MST-SCAN-DONE.

       2000-RESOLVE-ONE-REQUEST-NEXT.
           PERFORM 2100-READ-NEXT-REQUEST
               THRU 2100-READ-NEXT-REQUEST-EXIT.

       2000-RESOLVE-ONE-REQUEST-EXIT.
           EXIT.

       2100-READ-NEXT-REQUEST.
           READ DSAR-REQUEST-FILE
               AT END
                   SET WS-DSARREQ-EOF TO TRUE
                   GO TO 2100-READ-NEXT-REQUEST-EXIT
           END-READ.

           ADD 1 TO WS-REQ-READ-CNT.

       2100-READ-NEXT-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ADD-CUSTOMER - ENTER THE CUSTOMER NOW IN CUSTOMER-RECORD  *
      * IN THE TABLE.  A CUSTOMER ALREADY NAMED BY AN EARLIER REQUEST  *
      * IN THE SAME RUN IS EXTRACTED ONCE, UNDER THE FIRST TICKET.     *
      ******************************************************************
       2200-ADD-CUSTOMER.
           MOVE CUST-ID TO WS-SCAN-CUST-ID.
           PERFORM 3950-FIND-CUSTOMER
               THRU 3950-FIND-CUSTOMER-EXIT.

           IF WS-CUST-FOUND
               MOVE 'DUPLICATE SKIPPED' TO WS-XL-TYPE
               MOVE 'CUSTOMER ALREADY EXTRACTED THIS RUN'
                   TO WS-XL-REASON
               PERFORM 8000-WRITE-EXCEPTION-LINE
                   THRU 8000-WRITE-EXCEPTION-LINE-EXIT
               ADD 1 TO WS-DUPLICATE-CNT
               GO TO 2200-ADD-CUSTOMER-EXIT
           END-IF.

           IF WS-DQ-COUNT >= 200
               MOVE 'REQUEST HELD' TO WS-XL-TYPE
               MOVE 'TABLE FULL - RESUBMIT ON THE NEXT RUN'
                   TO WS-XL-REASON
               PERFORM 8000-WRITE-EXCEPTION-LINE
                   THRU 8000-WRITE-EXCEPTION-LINE-EXIT
               ADD 1 TO WS-TABLE-OVERFLOW-CNT
               GO TO 2200-ADD-CUSTOMER-EXIT
           END-IF.

           ADD 1 TO WS-DQ-COUNT.
           SET WS-DQ-IDX TO WS-DQ-COUNT.
           INITIALIZE WS-DQ-ENTRY(WS-DQ-IDX).
           MOVE CUST-ID TO WS-DQ-CUST-ID(WS-DQ-IDX).
           MOVE DQ-TICKET TO WS-DQ-TICKET(WS-DQ-IDX).
           MOVE DQ-RECEIVED-DATE TO WS-DQ-RECEIVED-DATE(WS-DQ-IDX).
           MOVE WS-REQ-AS TO WS-DQ-REQUESTED-AS(WS-DQ-IDX).
           MOVE WS-REQ-KEY TO WS-DQ-REQUEST-KEY(WS-DQ-IDX).
           MOVE CUST-STATUS TO WS-DQ-CUST-STATUS(WS-DQ-IDX).

       2200-ADD-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 2250-ADD-ONE-EMAIL-MATCH - THE ALTERNATE INDEX ALLOWS          *
      * DUPLICATES, SO THE PATH IS READ FORWARD UNTIL THE ADDRESS      *
      * CHANGES.                                                       *
      ******************************************************************
       2250-ADD-ONE-EMAIL-MATCH.
           PERFORM 2200-ADD-CUSTOMER
               THRU 2200-ADD-CUSTOMER-EXIT.

           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MST-SCAN-DONE TO TRUE
                   GO TO 2250-ADD-ONE-EMAIL-MATCH-EXIT
           END-READ.

           IF CUST-EMAIL NOT = DQ-EMAIL
               SET WS-MST-SCAN-DONE TO TRUE
           END-IF.

       2250-ADD-ONE-EMAIL-MATCH-EXIT.
           EXIT.

       2300-REPORT-NOT-FOUND.
           MOVE 'REQUEST NOT FOUND' TO WS-XL-TYPE.
           IF WS-REQ-BY-EMAIL
               MOVE 'NO CUSTOMER HOLDS THIS EMAIL ADDRESS'
                   TO WS-XL-REASON
           ELSE
               MOVE 'CUST-ID NOT ON CUSTMSTR OR ARCHMSTR'
                   TO WS-XL-REASON
           END-IF.
           PERFORM 8000-WRITE-EXCEPTION-LINE
               THRU 8000-WRITE-EXCEPTION-LINE-EXIT.
           ADD 1 TO WS-NOT-FOUND-CNT.

       2300-REPORT-NOT-FOUND-EXIT.
           EXIT.

      ******************************************************************
      * 3000-GATHER-RECORDS - SORT INPUT PROCEDURE.  THE KEYED STORES  *
      * ARE READ CUSTOMER BY CUSTOMER; THE SEQUENTIAL STORES ARE READ  *
      * ONCE EACH AND EVERY ROW BELONGING TO A CUSTOMER IN THE TABLE   *
      * IS RELEASED.                                                   *
      ******************************************************************
       3000-GATHER-RECORDS.
           PERFORM 3100-GATHER-ONE-CUSTOMER
               THRU 3100-GATHER-ONE-CUSTOMER-EXIT
               VARYING WS-DQ-IDX FROM 1 BY 1
               UNTIL WS-DQ-IDX > WS-DQ-COUNT.

           MOVE 'N' TO WS-SCAN-EOF-SW.
           PERFORM 3600-SCAN-AUDIT-ARCHIVE
               THRU 3600-SCAN-AUDIT-ARCHIVE-EXIT
               UNTIL WS-SCAN-EOF.

           MOVE 'N' TO WS-SCAN-EOF-SW.
           PERFORM 3700-SCAN-BILLING-REQUESTS
               THRU 3700-SCAN-BILLING-REQUESTS-EXIT
               UNTIL WS-SCAN-EOF.

           MOVE 'N' TO WS-SCAN-EOF-SW.
           PERFORM 3800-SCAN-TAX-LEDGER
               THRU 3800-SCAN-TAX-LEDGER-EXIT
               UNTIL WS-SCAN-EOF.

           PERFORM 3900-RELEASE-TRAILER
               THRU 3900-RELEASE-TRAILER-EXIT
               VARYING WS-DQ-IDX FROM 1 BY 1
               UNTIL WS-DQ-IDX > WS-DQ-COUNT.

       3000-GATHER-RECORDS-EXIT.
           EXIT.

      ******************************************************************
      * 3050-RELEASE-EXTRACT-ROW - RELEASE DSAR-EXTRACT-RECORD FOR     *
      * THE CUSTOMER AT WS-DQ-IDX.  THE CALLER SETS DSX-CUST-ID,       *
      * DSX-DATA AND WS-STORE-SUB.                                     *
      ******************************************************************
       3050-RELEASE-EXTRACT-ROW.
           MOVE WS-STORE-NAME(WS-STORE-SUB) TO DSX-RECORD-TYPE.
           MOVE ZERO TO DSX-SEQ.
           ADD 1 TO WS-RELEASE-SEQ.
           MOVE DSX-CUST-ID TO SRT-CUST-ID.
           MOVE WS-STORE-SUB TO SRT-STORE-ORDER.
           MOVE WS-RELEASE-SEQ TO SRT-RELEASE-SEQ.
           MOVE DSAR-EXTRACT-RECORD TO SRT-EXTRACT.
           RELEASE DSAR-SORT-RECORD.
           ADD 1 TO WS-DQ-STORE-CNT(WS-DQ-IDX, WS-STORE-SUB).

       3050-RELEASE-EXTRACT-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 3100-GATHER-ONE-CUSTOMER - HEADER, THEN EVERY KEYED STORE.     *
      ******************************************************************
       3100-GATHER-ONE-CUSTOMER.
           MOVE SPACES TO DSAR-EXTRACT-RECORD.
           MOVE WS-DQ-CUST-ID(WS-DQ-IDX) TO DSX-CUST-ID.
           MOVE WS-TODAY-YYYYMMDD TO DSX-HDR-RUN-DATE.
           MOVE WS-DQ-TICKET(WS-DQ-IDX) TO DSX-HDR-TICKET.
           MOVE WS-DQ-RECEIVED-DATE(WS-DQ-IDX)
               TO DSX-HDR-RECEIVED-DATE.
           MOVE WS-DQ-REQUESTED-AS(WS-DQ-IDX)
               TO DSX-HDR-REQUESTED-AS.
           MOVE WS-DQ-REQUEST-KEY(WS-DQ-IDX) TO DSX-HDR-REQUEST-KEY.
           MOVE 1 TO WS-STORE-SUB.
           PERFORM 3050-RELEASE-EXTRACT-ROW
               THRU 3050-RELEASE-EXTRACT-ROW-EXIT.

           PERFORM 3200-EXTRACT-MASTER
               THRU 3200-EXTRACT-MASTER-EXIT.
           PERFORM 3300-EXTRACT-ENTITLEMENTS
               THRU 3300-EXTRACT-ENTITLEMENTS-EXIT.
           PERFORM 3400-EXTRACT-AUDIT-TRAIL
               THRU 3400-EXTRACT-AUDIT-TRAIL-EXIT.
           PERFORM 3500-EXTRACT-USAGE
               THRU 3500-EXTRACT-USAGE-EXIT.
           PERFORM 3550-EXTRACT-ARCHIVE
               THRU 3550-EXTRACT-ARCHIVE-EXIT.

       3100-GATHER-ONE-CUSTOMER-EXIT.
           EXIT.

       3200-EXTRACT-MASTER.
           MOVE DSX-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER-FILE KEY IS CUST-ID
               INVALID KEY
                   GO TO 3200-EXTRACT-MASTER-EXIT
           END-READ.

           PERFORM 3250-FORMAT-MASTER
               THRU 3250-FORMAT-MASTER-EXIT.
           MOVE 2 TO WS-STORE-SUB.
           PERFORM 3050-RELEASE-EXTRACT-ROW
               THRU 3050-RELEASE-EXTRACT-ROW-EXIT.

       3200-EXTRACT-MASTER-EXIT.
           EXIT.

      ******************************************************************
      * 3250-FORMAT-MASTER - CUSTOMER-RECORD TO THE DISPLAY VIEW.      *
      * CUST-PASSWORD-HASH AND CUST-SALT ARE LEFT BEHIND.              *
      ******************************************************************
       3250-FORMAT-MASTER.
           MOVE SPACES TO DSX-DATA.
           MOVE CUST-EMAIL TO DSX-MST-EMAIL.
           MOVE CUST-FIRST-NAME TO DSX-MST-FIRST-NAME.
           MOVE CUST-LAST-NAME TO DSX-MST-LAST-NAME.
           MOVE CUST-PHONE TO DSX-MST-PHONE.
           MOVE CUST-ADDR-LINE1 TO DSX-MST-ADDR-LINE1.
           MOVE CUST-ADDR-LINE2 TO DSX-MST-ADDR-LINE2.
           MOVE CUST-CITY TO DSX-MST-CITY.
           MOVE CUST-STATE TO DSX-MST-STATE.
           MOVE CUST-ZIP TO DSX-MST-ZIP.
           MOVE CUST-COUNTRY TO DSX-MST-COUNTRY.
           MOVE CUST-STATUS TO DSX-MST-STATUS.
           MOVE CUST-EMAIL-VERIFIED TO DSX-MST-EMAIL-VERIFIED.
           MOVE CUST-CREATED-DATE TO DSX-MST-CREATED-DATE.
           MOVE CUST-LAST-LOGIN TO DSX-MST-LAST-LOGIN.
           MOVE CUST-PASSWORD-CHANGED-DATE
               TO DSX-MST-PWD-CHANGED-DATE.
           MOVE CUST-FORCED-RESET-FLAG TO DSX-MST-FORCED-RESET.
           MOVE CUST-FAILED-LOGINS TO DSX-MST-FAILED-LOGINS.
           MOVE CUST-VERIFICATION-SENT-DATE
               TO DSX-MST-VERIFY-SENT-DATE.
           MOVE CUST-VERIFICATION-ATTEMPTS
               TO DSX-MST-VERIFY-ATTEMPTS.
           MOVE CUST-ARCHIVE-DATE TO DSX-MST-ARCHIVE-DATE.
           MOVE CUST-ARCHIVE-GENERATION
               TO DSX-MST-ARCHIVE-GENERATION.

       3250-FORMAT-MASTER-EXIT.
           EXIT.

      ******************************************************************
      * 3300-EXTRACT-ENTITLEMENTS - EVERY CUSTENT ROW FOR THE          *
      * CUSTOMER, PAID, TRIAL, PROMO AND CANCELLED ALIKE.              *
      ******************************************************************
       3300-EXTRACT-ENTITLEMENTS.
           MOVE DSX-CUST-ID TO ENT-CUST-ID.
           MOVE LOW-VALUES TO ENT-PLAN-CODE.
           START CUSTOMER-ENTITLEMENT-FILE KEY NOT < ENT-KEY
               INVALID KEY
                   GO TO 3300-EXTRACT-ENTITLEMENTS-EXIT
           END-START.

           MOVE 'N' TO WS-RANGE-DONE-SW.
           PERFORM 3310-EXTRACT-ONE-ENTITLEMENT
               THRU 3310-EXTRACT-ONE-ENTITLEMENT-EXIT
               UNTIL WS-RANGE-DONE.

       3300-EXTRACT-ENTITLEMENTS-EXIT.
           EXIT.

       3310-EXTRACT-ONE-ENTITLEMENT.
           READ CUSTOMER-ENTITLEMENT-FILE NEXT RECORD
               AT END
                   SET WS-RANGE-DONE TO TRUE
                   GO TO 3310-EXTRACT-ONE-ENTITLEMENT-EXIT
           END-READ.

           IF ENT-CUST-ID NOT = DSX-CUST-ID
               SET WS-RANGE-DONE TO TRUE
               GO TO 3310-EXTRACT-ONE-ENTITLEMENT-EXIT
           END-IF.

           MOVE CUSTOMER-ENTITLEMENT TO DSX-DATA.
           MOVE 3 TO WS-STORE-SUB.
           PERFORM 3050-RELEASE-EXTRACT-ROW
               THRU 3050-RELEASE-EXTRACT-ROW-EXIT.

       3310-EXTRACT-ONE-ENTITLEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 3400-EXTRACT-AUDIT-TRAIL - EVERY AUDITKSD ROW FOR THE          *
      * CUSTOMER, OLDEST FIRST (SEE CUSAUD02).                         *
      ******************************************************************
       3400-EXTRACT-AUDIT-TRAIL.
           MOVE DSX-CUST-ID TO AUDK-CUST-ID.
           MOVE LOW-VALUES TO AUDK-TIMESTAMP.
           MOVE ZERO TO AUDK-SEQ.
           START AUDIT-KEYED-FILE KEY NOT < AUDK-KEY
               INVALID KEY
                   GO TO 3400-EXTRACT-AUDIT-TRAIL-EXIT
           END-START.

           MOVE 'N' TO WS-RANGE-DONE-SW.
           PERFORM 3410-EXTRACT-ONE-AUDIT-ROW
               THRU 3410-EXTRACT-ONE-AUDIT-ROW-EXIT
               UNTIL WS-RANGE-DONE.

       3400-EXTRACT-AUDIT-TRAIL-EXIT.
           EXIT.

       3410-EXTRACT-ONE-AUDIT-ROW.
           READ AUDIT-KEYED-FILE NEXT RECORD
               AT END
                   SET WS-RANGE-DONE TO TRUE
                   GO TO 3410-EXTRACT-ONE-AUDIT-ROW-EXIT
           END-READ.

           IF AUDK-CUST-ID NOT = DSX-CUST-ID
               SET WS-RANGE-DONE TO TRUE
               GO TO 3410-EXTRACT-ONE-AUDIT-ROW-EXIT
           END-IF.

           MOVE CUSTOMER-AUDIT-KEYED-RECORD TO DSX-DATA.
           MOVE 4 TO WS-STORE-SUB.
           PERFORM 3050-RELEASE-EXTRACT-ROW
               THRU 3050-RELEASE-EXTRACT-ROW-EXIT.

       3410-EXTRACT-ONE-AUDIT-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 3500-EXTRACT-USAGE - EVERY USAGEACC ROW FOR THE CUSTOMER,      *
      * WITH THE VIEW COUNT IN DISPLAY FORM.                           *
      ******************************************************************
       3500-EXTRACT-USAGE.
           MOVE DSX-CUST-ID TO USE-CUST-ID.
           MOVE LOW-VALUES TO USE-PLAN-CODE.
           MOVE ZERO TO USE-PERIOD.
           START USAGE-ACCUM-FILE KEY NOT < USE-KEY
               INVALID KEY
                   GO TO 3500-EXTRACT-USAGE-EXIT
           END-START.

           MOVE 'N' TO WS-RANGE-DONE-SW.
           PERFORM 3510-EXTRACT-ONE-USAGE-ROW
               THRU 3510-EXTRACT-ONE-USAGE-ROW-EXIT
               UNTIL WS-RANGE-DONE.

       3500-EXTRACT-USAGE-EXIT.
           EXIT.

       3510-EXTRACT-ONE-USAGE-ROW.
           READ USAGE-ACCUM-FILE NEXT RECORD
               AT END
                   SET WS-RANGE-DONE TO TRUE
                   GO TO 3510-EXTRACT-ONE-USAGE-ROW-EXIT
           END-READ.

           IF USE-CUST-ID NOT = DSX-CUST-ID
               SET WS-RANGE-DONE TO TRUE
               GO TO 3510-EXTRACT-ONE-USAGE-ROW-EXIT
           END-IF.

           MOVE SPACES TO DSX-DATA.
           MOVE USE-PLAN-CODE TO DSX-USE-PLAN-CODE.
           MOVE USE-PERIOD TO DSX-USE-PERIOD.
           MOVE USE-VIEW-COUNT TO DSX-USE-VIEW-COUNT.
           MOVE USE-LAST-EVENT-DATE TO DSX-USE-LAST-EVENT-DATE.
           MOVE 6 TO WS-STORE-SUB.
           PERFORM 3050-RELEASE-EXTRACT-ROW
               THRU 3050-RELEASE-EXTRACT-ROW-EXIT.

       3510-EXTRACT-ONE-USAGE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 3550-EXTRACT-ARCHIVE - THE ARCHMSTR COPY, IF ANY.  IT HAS THE  *
      * CUSTOMER-RECORD LAYOUT, SO IT IS MOVED INTO THE MASTER RECORD  *
      * AREA (FINISHED WITH FOR THIS CUSTOMER) AND FORMATTED THE SAME  *
      * WAY.                                                           *
      ******************************************************************
       3550-EXTRACT-ARCHIVE.
           MOVE DSX-CUST-ID TO CARCH-CUST-ID.
           READ CONSOLIDATED-ARCHIVE-FILE
               INVALID KEY
                   GO TO 3550-EXTRACT-ARCHIVE-EXIT
           END-READ.

           MOVE CARCH-RECORD TO CUSTOMER-RECORD.
           PERFORM 3250-FORMAT-MASTER
               THRU 3250-FORMAT-MASTER-EXIT.
           MOVE 9 TO WS-STORE-SUB.
           PERFORM 3050-RELEASE-EXTRACT-ROW
               THRU 3050-RELEASE-EXTRACT-ROW-EXIT.

       3550-EXTRACT-ARCHIVE-EXIT.
           EXIT.

      ******************************************************************
      * 3600/3700/3800 - ONE PASS EACH OVER AUDARCH, BILLREQ AND       *
      * TAXLEDG.  A ROW WHOSE CUST-ID IS IN THE TABLE IS RELEASED      *
      * AS STORED.                                                     *
      ******************************************************************
       3600-SCAN-AUDIT-ARCHIVE.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 3600-SCAN-AUDIT-ARCHIVE-EXIT
           END-READ.

           MOVE AUDA-CUST-ID TO WS-SCAN-CUST-ID.
           PERFORM 3950-FIND-CUSTOMER
               THRU 3950-FIND-CUSTOMER-EXIT.
           IF NOT WS-CUST-FOUND
               GO TO 3600-SCAN-AUDIT-ARCHIVE-EXIT
           END-IF.

           MOVE SPACES TO DSAR-EXTRACT-RECORD.
           MOVE AUDA-CUST-ID TO DSX-CUST-ID.
           MOVE AUDIT-ARCHIVE-RECORD TO DSX-DATA.
           MOVE 5 TO WS-STORE-SUB.
           PERFORM 3050-RELEASE-EXTRACT-ROW
               THRU 3050-RELEASE-EXTRACT-ROW-EXIT.

       3600-SCAN-AUDIT-ARCHIVE-EXIT.
           EXIT.

       3700-SCAN-BILLING-REQUESTS.
           READ BILLING-REQUEST-FILE
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 3700-SCAN-BILLING-REQUESTS-EXIT
           END-READ.

           MOVE BILL-CUST-ID TO WS-SCAN-CUST-ID.
           PERFORM 3950-FIND-CUSTOMER
               THRU 3950-FIND-CUSTOMER-EXIT.
           IF NOT WS-CUST-FOUND
               GO TO 3700-SCAN-BILLING-REQUESTS-EXIT
           END-IF.

           MOVE SPACES TO DSAR-EXTRACT-RECORD.
           MOVE BILL-CUST-ID TO DSX-CUST-ID.
           MOVE BILLING-REQUEST-RECORD TO DSX-DATA.
           MOVE 7 TO WS-STORE-SUB.
           PERFORM 3050-RELEASE-EXTRACT-ROW
               THRU 3050-RELEASE-EXTRACT-ROW-EXIT.

       3700-SCAN-BILLING-REQUESTS-EXIT.
           EXIT.

       3800-SCAN-TAX-LEDGER.
           READ TAX-LEDGER-FILE
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 3800-SCAN-TAX-LEDGER-EXIT
           END-READ.

           MOVE TXL-CUST-ID TO WS-SCAN-CUST-ID.
           PERFORM 3950-FIND-CUSTOMER
               THRU 3950-FIND-CUSTOMER-EXIT.
           IF NOT WS-CUST-FOUND
               GO TO 3800-SCAN-TAX-LEDGER-EXIT
           END-IF.

           MOVE SPACES TO DSAR-EXTRACT-RECORD.
           MOVE TXL-CUST-ID TO DSX-CUST-ID.
           MOVE TAX-LEDGER-RECORD TO DSX-DATA.
           MOVE 8 TO WS-STORE-SUB.
           PERFORM 3050-RELEASE-EXTRACT-ROW
               THRU 3050-RELEASE-EXTRACT-ROW-EXIT.

       3800-SCAN-TAX-LEDGER-EXIT.
           EXIT.

       3900-RELEASE-TRAILER.
           MOVE SPACES TO DSAR-EXTRACT-RECORD.
           MOVE WS-DQ-CUST-ID(WS-DQ-IDX) TO DSX-CUST-ID.
           MOVE ZERO TO DSX-TRL-RECORD-COUNT.
           MOVE 10 TO WS-STORE-SUB.
           PERFORM 3050-RELEASE-EXTRACT-ROW
               THRU 3050-RELEASE-EXTRACT-ROW-EXIT.

       3900-RELEASE-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      * 3950-FIND-CUSTOMER - LOOK WS-SCAN-CUST-ID UP IN THE TABLE,     *
      * LEAVING WS-DQ-IDX ON IT WHEN FOUND.                            *
      ******************************************************************
       3950-FIND-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           SET WS-DQ-IDX TO 1.
           SEARCH WS-DQ-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DQ-IDX > WS-DQ-COUNT
                   CONTINUE
               WHEN WS-DQ-CUST-ID(WS-DQ-IDX) = WS-SCAN-CUST-ID
                   SET WS-CUST-FOUND TO TRUE
           END-SEARCH.

       3950-FIND-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 5000-WRITE-EXTRACT - SORT OUTPUT PROCEDURE.  NUMBER THE ROWS   *
      * OF EACH CUSTOMER'S BLOCK FROM THE HEADER AND CLOSE IT WITH     *
      * THE COUNT OF DATA ROWS BETWEEN HEADER AND TRAILER.             *
      ******************************************************************
       5000-WRITE-EXTRACT.
           PERFORM 5100-WRITE-ONE-ROW
               THRU 5100-WRITE-ONE-ROW-EXIT
               UNTIL WS-SORT-RETURN-EOF.

       5000-WRITE-EXTRACT-EXIT.
           EXIT.

       5100-WRITE-ONE-ROW.
           RETURN DSAR-SORT-FILE
               AT END
                   SET WS-SORT-RETURN-EOF TO TRUE
                   GO TO 5100-WRITE-ONE-ROW-EXIT
           END-RETURN.

           MOVE SRT-EXTRACT TO DSAR-EXTRACT-RECORD.
           IF DSX-TYPE-HEADER
               MOVE 1 TO WS-BLOCK-SEQ
           ELSE
               ADD 1 TO WS-BLOCK-SEQ
           END-IF.
           MOVE WS-BLOCK-SEQ TO DSX-SEQ.
           IF DSX-TYPE-TRAILER
               COMPUTE DSX-TRL-RECORD-COUNT = WS-BLOCK-SEQ - 2
           END-IF.

           WRITE DSAR-EXTRACT-LINE FROM DSAR-EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-WRITTEN-CNT.

       5100-WRITE-ONE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REPORT-ONE-CUSTOMER - COVER REPORT BLOCK LISTING EVERY    *
      * STORE SEARCHED AND THE ROWS FOUND IN IT, INCLUDING STORES      *
      * THAT HELD NOTHING, THEN THE DSAR AUDIT ROW RECORDING THAT THE  *
      * REQUEST WAS ANSWERED.  THE ROW CARRIES THE CURRENT STATUS AS   *
      * BOTH OLD AND NEW - THE ACCOUNT ITSELF IS NOT CHANGED.          *
      ******************************************************************
       6000-REPORT-ONE-CUSTOMER.
           MOVE SPACES TO DSAR-COVER-REPORT-LINE.
           WRITE DSAR-COVER-REPORT-LINE.
           MOVE WS-DQ-CUST-ID(WS-DQ-IDX) TO WS-CL-CUST-ID.
           MOVE WS-DQ-TICKET(WS-DQ-IDX) TO WS-CL-TICKET.
           MOVE WS-DQ-RECEIVED-DATE(WS-DQ-IDX)
               TO WS-CL-RECEIVED-DATE.
           MOVE WS-DQ-CUST-STATUS(WS-DQ-IDX) TO WS-CL-STATUS.
           WRITE DSAR-COVER-REPORT-LINE FROM WS-COVER-LINE-1.

           IF WS-DQ-REQUESTED-AS(WS-DQ-IDX) = 'E'
               MOVE 'EMAIL' TO WS-CL-REQUESTED-AS
           ELSE
               MOVE 'CUST-ID' TO WS-CL-REQUESTED-AS
           END-IF.
           MOVE WS-DQ-REQUEST-KEY(WS-DQ-IDX) TO WS-CL-REQUEST-KEY.
           WRITE DSAR-COVER-REPORT-LINE FROM WS-COVER-LINE-2.

           PERFORM 6100-REPORT-ONE-STORE
               THRU 6100-REPORT-ONE-STORE-EXIT
               VARYING WS-STORE-SUB FROM 2 BY 1
               UNTIL WS-STORE-SUB > 9.

           MOVE WS-DQ-CUST-ID(WS-DQ-IDX) TO AUDIT-CUST-ID.
           MOVE WS-TIMESTAMP-OUT TO AUDIT-TIMESTAMP.
           MOVE WS-DQ-CUST-STATUS(WS-DQ-IDX) TO AUDIT-OLD-STATUS.
           MOVE WS-DQ-CUST-STATUS(WS-DQ-IDX) TO AUDIT-NEW-STATUS.
           MOVE 'DSAR' TO AUDIT-REASON-CODE.
           MOVE 'CUSDSR01' TO AUDIT-REQUESTED-BY.
           WRITE CUSTOMER-AUDIT-LOG-RECORD.
           ADD 1 TO WS-AUDIT-WRITTEN-CNT.

       6000-REPORT-ONE-CUSTOMER-EXIT.
           EXIT.

       6100-REPORT-ONE-STORE.
           MOVE WS-STORE-NAME(WS-STORE-SUB) TO WS-CS-STORE-NAME.
           MOVE WS-STORE-DESC(WS-STORE-SUB) TO WS-CS-STORE-DESC.
           MOVE WS-DQ-STORE-CNT(WS-DQ-IDX, WS-STORE-SUB)
               TO WS-CS-RECORD-CNT.
           WRITE DSAR-COVER-REPORT-LINE FROM WS-COVER-STORE-LINE.

       6100-REPORT-ONE-STORE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-EXCEPTION-LINE - ONE LINE FOR A REQUEST THAT COULD  *
      * NOT BE ANSWERED IN FULL                                        *
      ******************************************************************
       8000-WRITE-EXCEPTION-LINE.
           WRITE DSAR-COVER-REPORT-LINE FROM WS-EXCEPTION-LINE.

       8000-WRITE-EXCEPTION-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - WRITE SUMMARY, CLOSE FILES, SET RETURN CODE.  *
      * A REQUEST NOT FOUND, REJECTED OR HELD FOR TABLE SPACE IS A     *
      * WARNING - THE PRIVACY DESK MUST FOLLOW IT UP.                  *
      ******************************************************************
       9000-TERMINATE.
           MOVE SPACES TO DSAR-COVER-REPORT-LINE.
           WRITE DSAR-COVER-REPORT-LINE.
           MOVE WS-REQ-READ-CNT TO WS-SL-REQ-READ.
           WRITE DSAR-COVER-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-DQ-COUNT TO WS-SL-CUSTOMERS.
           WRITE DSAR-COVER-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-EXTRACT-WRITTEN-CNT TO WS-SL-EXTRACT-WRITTEN.
           WRITE DSAR-COVER-REPORT-LINE FROM WS-SUMMARY-LINE-3.
           MOVE WS-NOT-FOUND-CNT TO WS-SL-NOT-FOUND.
           WRITE DSAR-COVER-REPORT-LINE FROM WS-SUMMARY-LINE-4.
           MOVE WS-REJECTED-CNT TO WS-SL-REJECTED.
           WRITE DSAR-COVER-REPORT-LINE FROM WS-SUMMARY-LINE-5.
           MOVE WS-DUPLICATE-CNT TO WS-SL-DUPLICATE.
           WRITE DSAR-COVER-REPORT-LINE FROM WS-SUMMARY-LINE-6.
           MOVE WS-TABLE-OVERFLOW-CNT TO WS-SL-OVERFLOW.
           WRITE DSAR-COVER-REPORT-LINE FROM WS-SUMMARY-LINE-7.

           CLOSE DSAR-REQUEST-FILE
                 CUSTOMER-MASTER-FILE
                 CUSTOMER-ENTITLEMENT-FILE
                 AUDIT-KEYED-FILE
                 AUDIT-ARCHIVE-FILE
                 USAGE-ACCUM-FILE
                 BILLING-REQUEST-FILE
                 TAX-LEDGER-FILE
                 CONSOLIDATED-ARCHIVE-FILE
                 DSAR-EXTRACT-FILE
                 DSAR-COVER-REPORT
                 AUDIT-LOG-FILE.

           IF NOT WS-INIT-FAILED
               IF WS-NOT-FOUND-CNT > 0
                  OR WS-REJECTED-CNT > 0
                  OR WS-TABLE-OVERFLOW-CNT > 0
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
               DISPLAY 'CUSDSR01 - RUNLOG OPEN FAILED STATUS='
                   WS-RUNLOG-STATUS
               GO TO 9100-WRITE-RUN-LOG-EXIT
           END-IF.

           ACCEPT WS-RUNLOG-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-RUNLOG-TIME(1:2) '.'
                  WS-RUNLOG-TIME(3:2) '.' WS-RUNLOG-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-RUNLOG-END-TS.

           MOVE 'CUSDSR01' TO RUNLOG-PROGRAM.
           MOVE WS-TODAY-YYYYMMDD TO RUNLOG-RUN-DATE.
           MOVE WS-TIMESTAMP-OUT TO RUNLOG-START-TIMESTAMP.
           MOVE WS-RUNLOG-END-TS TO RUNLOG-END-TIMESTAMP.
           MOVE WS-REQ-READ-CNT TO RUNLOG-RECORDS-READ.
           MOVE WS-EXTRACT-WRITTEN-CNT TO RUNLOG-RECORDS-WRITTEN.
           MOVE ZERO TO RUNLOG-RECORDS-UPDATED.
           COMPUTE RUNLOG-EXCEPTION-COUNT =
               WS-NOT-FOUND-CNT + WS-REJECTED-CNT
               + WS-TABLE-OVERFLOW-CNT.
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.

       9100-WRITE-RUN-LOG-EXIT.
           EXIT.
