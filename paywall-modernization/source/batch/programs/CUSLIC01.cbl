      ******************************************************************
      * PROGRAM-ID.  CUSLIC01                                          *
      * AUTHOR.      D. OKAFOR - CUSTOMER MASTER APPLICATIONS TEAM     *
      * INSTALLATION. PAYWALL MODERNIZATION                            *
      * DATE-WRITTEN. 2026-10-07                                       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * ---------------------------------------------------------------*
      * 2026-10-07  DO   INITIAL VERSION - GROUP SITE-LICENCE AND SEAT *
      *                  ASSIGNMENT APPLY                              *
      * 2026-10-12  DO   SKIP THE INBOUND HEADER AND TRAILER CONTROL   *
      *                  RECORDS ON SEATREQ; THE FILE IS VALIDATED AND *
      *                  REGISTERED BY CUSINB01 FIRST                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSLIC01.
       AUTHOR.        D. OKAFOR.
       INSTALLATION.  PAYWALL MODERNIZATION.
       DATE-WRITTEN.  2026-10-07.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.                                                       *
      *   APPLIES THE DAY'S SEATREQ GROUP SITE-LICENCE REQUESTS AND    *
      *   KEEPS EVERY LICENCE IN STEP WITH ITS SPONSOR.  A SPONSOR     *
      *   CUST-ID HOLDS A LICENCE FOR A NUMBER OF SEATS ON ONE PLAN    *
      *   (SITELIC); EACH MEMBER GIVEN A SEAT IS LINKED TO IT ON       *
      *   SEATASN AND HOLDS A SEAT-GRANTED CUSTENT ROW ON THE PLAN     *
      *   THAT IS NEVER BILLED - CUSBIL01 BILLS THE SPONSOR ONCE PER   *
      *   RENEWAL FOR THE LICENSED SEATS.  A REQUEST SETS A LICENCE'S  *
      *   SEAT COUNT, OR ADDS OR REMOVES ONE MEMBER; AN ASSIGNMENT     *
      *   PAST THE LICENSED COUNT IS REFUSED.  THE SWEEP THAT FOLLOWS  *
      *   CLOSES THE LICENCE OF A CANCELLED SPONSOR AND RELEASES ITS   *
      *   SEATS, SUSPENDS THE LICENCE OF A PAST-DUE SPONSOR AND        *
      *   REVOKES ITS MEMBERS UNTIL THE SPONSOR PAYS, AND CARRIES A    *
      *   CURRENT SPONSOR'S TIER AND DATES ONTO ITS MEMBER ROWS.       *
      *   EVERY MEMBER STATUS CHANGE IS WRITTEN TO THE AUDIT TRAIL.  A *
      *   REJECTED REQUEST ENDS WITH RC=4.                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z15.
       OBJECT-COMPUTER.  IBM-Z15.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SEATREQ - ONE ROW PER LICENCE OR SEAT CHANGE FROM THE ACCOUNT
      * MANAGEMENT SCREENS: SET A SPONSOR'S LICENSED SEAT COUNT, OR
      * ADD OR REMOVE ONE MEMBER.
           SELECT SEAT-REQUEST-FILE
               ASSIGN TO SEATREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEATREQ-STATUS.

      * SITELIC - ONE ROW PER SPONSOR LICENCE, KEYED ON THE SPONSOR'S
      * ENT-KEY.
           SELECT SITE-LICENCE-FILE
               ASSIGN TO SITELIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIC-KEY
               FILE STATUS IS WS-SITELIC-STATUS.

      * SEATASN - ONE ROW PER SEAT IN USE, KEYED ON THE LICENCE KEY
      * PLUS THE MEMBER CUST-ID.
           SELECT SEAT-ASSIGNMENT-FILE
               ASSIGN TO SEATASN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEAT-KEY
               FILE STATUS IS WS-SEATASN-STATUS.

           SELECT ENTITLEMENT-FILE
               ASSIGN TO CUSTENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-KEY
               FILE STATUS IS WS-CUSTENT-STATUS.

      * THE MASTER IS READ ONLY, TO CONFIRM A NEW MEMBER'S ACCOUNT.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMSTR-STATUS.

      * AUDIT-LOG-FILE IS APPEND ONLY - THE JCL DISPOSITION IS
      * DISP=MOD SO EACH RUN ADDS TO THE PERMANENT TRAIL.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT LICENCE-REPORT
               ASSIGN TO LICRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LICRPT-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEAT-REQUEST-FILE
           RECORDING MODE IS F.
       01  SEAT-REQUEST-LINE.
           05  SR-ACTION               PIC X(01).
               88  SR-SET-LICENCE      VALUE 'L'.
               88  SR-ADD-MEMBER       VALUE 'A'.
               88  SR-REMOVE-MEMBER    VALUE 'R'.
           05  SR-SPONSOR-ID           PIC 9(10).
           05  SR-PLAN-CODE            PIC X(08).
           05  SR-MEMBER-ID            PIC 9(10).
           05  SR-SEAT-COUNT           PIC 9(05).
           05  SR-REQUEST-DATE         PIC X(08).
           05  FILLER                  PIC X(18).
       COPY INBOUND-CONTROL-RECORD.

       FD  SITE-LICENCE-FILE
           RECORDING MODE IS F.
       COPY SITE-LICENCE-RECORD.

       FD  SEAT-ASSIGNMENT-FILE
           RECORDING MODE IS F.
       COPY SEAT-ASSIGNMENT-RECORD.

       FD  ENTITLEMENT-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-ENTITLEMENT.

       FD  CUSTOMER-MASTER-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-RECORD.

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
       COPY CUSTOMER-AUDIT-LOG.

       FD  LICENCE-REPORT
           RECORDING MODE IS F.
       01  LICENCE-REPORT-LINE         PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUN-LOG-RECORD.

       WORKING-STORAGE SECTION.
       77  WS-SEATREQ-STATUS           PIC X(02) VALUE SPACES.
       77  WS-SITELIC-STATUS           PIC X(02) VALUE SPACES.
       77  WS-SEATASN-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CUSTENT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CUSTMSTR-STATUS          PIC X(02) VALUE SPACES.
       77  WS-AUDITLOG-STATUS          PIC X(02) VALUE SPACES.
       77  WS-LICRPT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-SEATREQ-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-SEATREQ-EOF      VALUE 'Y'.
           05  WS-SITELIC-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-SITELIC-EOF      VALUE 'Y'.
           05  WS-SEAT-SCAN-DONE-SW    PIC X(01) VALUE 'N'.
               88  WS-SEAT-SCAN-DONE   VALUE 'Y'.
           05  WS-INIT-FAILED-SW       PIC X(01) VALUE 'N'.
               88  WS-INIT-FAILED      VALUE 'Y'.
           05  WS-LIC-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-LIC-FOUND        VALUE 'Y'.
           05  WS-ENT-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-ENT-FOUND        VALUE 'Y'.
           05  WS-SEAT-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-SEAT-FOUND       VALUE 'Y'.

      ******************************************************************
      * WHAT THE SWEEP DOES TO A LICENCE'S SEATS, DECIDED FROM THE     *
      * SPONSOR ROW'S PAYMENT STATUS.                                  *
      ******************************************************************
       01  WS-SWEEP-ACTION             PIC X(01) VALUE SPACE.
           88  WS-SWEEP-NONE           VALUE SPACE.
           88  WS-SWEEP-CLOSE          VALUE 'X'.
           88  WS-SWEEP-SUSPEND        VALUE 'S'.
           88  WS-SWEEP-RESTORE        VALUE 'R'.
           88  WS-SWEEP-KEEP-IN-STEP   VALUE 'K'.

       01  WS-COUNTERS.
           05  WS-REQUEST-READ-CNT     PIC 9(09) COMP VALUE ZERO.
           05  WS-LICENCE-READ-CNT     PIC 9(09) COMP VALUE ZERO.
           05  WS-LICENCE-SET-CNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-LICENCE-NEW-CNT      PIC 9(09) COMP VALUE ZERO.
           05  WS-SEAT-ADDED-CNT       PIC 9(09) COMP VALUE ZERO.
           05  WS-SEAT-REMOVED-CNT     PIC 9(09) COMP VALUE ZERO.
           05  WS-REJECT-CNT           PIC 9(09) COMP VALUE ZERO.
           05  WS-LIC-CLOSED-CNT       PIC 9(09) COMP VALUE ZERO.
           05  WS-LIC-SUSPENDED-CNT    PIC 9(09) COMP VALUE ZERO.
           05  WS-LIC-RESTORED-CNT     PIC 9(09) COMP VALUE ZERO.
           05  WS-MEMBER-REVOKED-CNT   PIC 9(09) COMP VALUE ZERO.
           05  WS-MEMBER-RESTORED-CNT  PIC 9(09) COMP VALUE ZERO.
           05  WS-MEMBER-SYNCED-CNT    PIC 9(09) COMP VALUE ZERO.
           05  WS-MEMBER-MISSING-CNT   PIC 9(09) COMP VALUE ZERO.
           05  WS-ENT-UPDATED-CNT      PIC 9(09) COMP VALUE ZERO.

      ******************************************************************
      * THE SPONSOR ROW'S TIER AND DATES, HELD WHILE THE MEMBER ROWS   *
      * ARE READ INTO THE SAME RECORD AREA.                            *
      ******************************************************************
       01  WS-SPONSOR-WORK.
           05  WS-SPN-TIER             PIC X(01).
           05  WS-SPN-RENEWAL-DATE     PIC X(10).
           05  WS-SPN-EXPIRATION-DATE  PIC X(10).

       01  WS-MEMBER-WORK.
           05  WS-AUDIT-REASON         PIC X(04).
           05  WS-HOLD-OLD-STATUS      PIC X(01).

       01  WS-DATE-WORK-AREA.
           05  WS-TODAY-YYYYMMDD       PIC 9(08).
           05  WS-TODAY-DASHED         PIC X(10).
           05  WS-CURRENT-TIME         PIC 9(08).
           05  WS-TIMESTAMP-OUT        PIC X(26).

       01  WS-RUNLOG-WORK.
           05  WS-RUNLOG-TIME          PIC 9(08).
           05  WS-RUNLOG-END-TS        PIC X(26).

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE
               'CUSLIC01 - SITE LICENCE AND SE'.
           05  FILLER                  PIC X(10) VALUE 'AT APPLY  '.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RH-DATE              PIC 9(08).

       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(22) VALUE
               'ACTION'.
           05  FILLER                  PIC X(12) VALUE 'SPONSOR'.
           05  FILLER                  PIC X(10) VALUE 'PLAN'.
           05  FILLER                  PIC X(12) VALUE 'MEMBER'.
           05  FILLER                  PIC X(40) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05  WS-DL-TYPE              PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CUST-ID           PIC 9(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-PLAN-CODE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-MEMBER-ID         PIC 9(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-REASON            PIC X(40).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               'REQUESTS READ ................'.
           05  WS-SL-REQUESTS          PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                  PIC X(30) VALUE
               'LICENCES SET .................'.
           05  WS-SL-LICENCES-SET      PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                  PIC X(30) VALUE
               'SEATS ASSIGNED ...............'.
           05  WS-SL-SEATS-ADDED       PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER                  PIC X(30) VALUE
               'SEATS RELEASED ...............'.
           05  WS-SL-SEATS-REMOVED     PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER                  PIC X(30) VALUE
               'REQUESTS REJECTED ............'.
           05  WS-SL-REJECTED          PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-6.
           05  FILLER                  PIC X(30) VALUE
               'LICENCES CLOSED ..............'.
           05  WS-SL-LIC-CLOSED        PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-7.
           05  FILLER                  PIC X(30) VALUE
               'LICENCES SUSPENDED ...........'.
           05  WS-SL-LIC-SUSPENDED     PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-8.
           05  FILLER                  PIC X(30) VALUE
               'LICENCES RESTORED ............'.
           05  WS-SL-LIC-RESTORED      PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-9.
           05  FILLER                  PIC X(30) VALUE
               'MEMBER ROWS REVOKED ..........'.
           05  WS-SL-MEMBER-REVOKED    PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-10.
           05  FILLER                  PIC X(30) VALUE
               'MEMBER ROWS RESTORED .........'.
           05  WS-SL-MEMBER-RESTORED   PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-11.
           05  FILLER                  PIC X(30) VALUE
               'MEMBER ROWS RE-DATED .........'.
           05  WS-SL-MEMBER-SYNCED     PIC ZZZ,ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-12.
           05  FILLER                  PIC X(30) VALUE
               'SEATS WITHOUT MEMBER ROW .....'.
           05  WS-SL-MEMBER-MISSING    PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * PROCEDURE DIVISION.                                            *
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF NOT WS-INIT-FAILED
               PERFORM 2000-APPLY-ONE-REQUEST
                   THRU 2000-APPLY-ONE-REQUEST-EXIT
                   UNTIL WS-SEATREQ-EOF

               PERFORM 5000-SWEEP-LICENCES
                   THRU 5000-SWEEP-LICENCES-EXIT
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
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-DASHED.

           OPEN INPUT SEAT-REQUEST-FILE.
           IF WS-SEATREQ-STATUS NOT = '00'
               DISPLAY 'CUSLIC01 - SEATREQ OPEN FAILED STATUS='
                   WS-SEATREQ-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O SITE-LICENCE-FILE.
           IF WS-SITELIC-STATUS NOT = '00'
               DISPLAY 'CUSLIC01 - SITELIC OPEN FAILED STATUS='
                   WS-SITELIC-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O SEAT-ASSIGNMENT-FILE.
           IF WS-SEATASN-STATUS NOT = '00'
               DISPLAY 'CUSLIC01 - SEATASN OPEN FAILED STATUS='
                   WS-SEATASN-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O ENTITLEMENT-FILE.
           IF WS-CUSTENT-STATUS NOT = '00'
               DISPLAY 'CUSLIC01 - CUSTENT OPEN FAILED STATUS='
                   WS-CUSTENT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMSTR-STATUS NOT = '00'
               DISPLAY 'CUSLIC01 - CUSTMSTR OPEN FAILED STATUS='
                   WS-CUSTMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDITLOG-STATUS NOT = '00'
               DISPLAY 'CUSLIC01 - AUDITLOG OPEN FAILED STATUS='
                   WS-AUDITLOG-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT LICENCE-REPORT.
           IF WS-LICRPT-STATUS NOT = '00'
               DISPLAY 'CUSLIC01 - LICRPT OPEN FAILED STATUS='
                   WS-LICRPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE WS-TODAY-YYYYMMDD TO WS-RH-DATE.
           WRITE LICENCE-REPORT-LINE FROM WS-REPORT-HEADING-1.
           WRITE LICENCE-REPORT-LINE FROM WS-REPORT-HEADING-2.

           PERFORM 2100-READ-NEXT-REQUEST
               THRU 2100-READ-NEXT-REQUEST-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APPLY-ONE-REQUEST - ROUTE ONE SEATREQ ROW BY ITS ACTION   *
      * CODE.                                                          *
      ******************************************************************
       2000-APPLY-ONE-REQUEST.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SR-SPONSOR-ID TO WS-DL-CUST-ID.
           MOVE SR-PLAN-CODE TO WS-DL-PLAN-CODE.
           MOVE SR-MEMBER-ID TO WS-DL-MEMBER-ID.

           EVALUATE TRUE
               WHEN SR-SET-LICENCE
                   PERFORM 3000-SET-LICENCE
                       THRU 3000-SET-LICENCE-EXIT
               WHEN SR-ADD-MEMBER
                   PERFORM 3100-ADD-MEMBER
                       THRU 3100-ADD-MEMBER-EXIT
               WHEN SR-REMOVE-MEMBER
                   PERFORM 3200-REMOVE-MEMBER
                       THRU 3200-REMOVE-MEMBER-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE' TO WS-DL-REASON
                   PERFORM 8100-REJECT-REQUEST
                       THRU 8100-REJECT-REQUEST-EXIT
           END-EVALUATE.

           PERFORM 2100-READ-NEXT-REQUEST
               THRU 2100-READ-NEXT-REQUEST-EXIT.

       2000-APPLY-ONE-REQUEST-EXIT.
           EXIT.

       2100-READ-NEXT-REQUEST.
           READ SEAT-REQUEST-FILE
               AT END
                   SET WS-SEATREQ-EOF TO TRUE
                   GO TO 2100-READ-NEXT-REQUEST-EXIT
           END-READ.

      *    THE HEADER AND TRAILER WERE CHECKED BY CUSINB01 IN THE
      *    STEP BEFORE THIS ONE; ONLY BODY RECORDS ARE APPLIED.
           IF INC-CONTROL-RECORD
               GO TO 2100-READ-NEXT-REQUEST
           END-IF.

           ADD 1 TO WS-REQUEST-READ-CNT.

       2100-READ-NEXT-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SET-LICENCE - CREATE A SPONSOR'S LICENCE OR CHANGE ITS    *
      * SEAT COUNT.  THE SPONSOR MUST HOLD A LIVE, NON-TRIAL ROW ON    *
      * THE PLAN, AND THE COUNT MAY NOT FALL BELOW THE SEATS ALREADY   *
      * ASSIGNED - MEMBERS ARE REMOVED FIRST.  A CLOSED LICENCE IS     *
      * REOPENED.  THE SPONSOR ROW IS MARKED SO CUSBIL01 BILLS IT FOR  *
      * THE SEATS FROM ITS NEXT RENEWAL.                               *
      ******************************************************************
       3000-SET-LICENCE.
           MOVE SR-SPONSOR-ID TO ENT-CUST-ID.
           MOVE SR-PLAN-CODE TO ENT-PLAN-CODE.
           READ ENTITLEMENT-FILE
               INVALID KEY
                   MOVE 'NO SPONSOR ENTITLEMENT ROW' TO WS-DL-REASON
                   PERFORM 8100-REJECT-REQUEST
                       THRU 8100-REJECT-REQUEST-EXIT
                   GO TO 3000-SET-LICENCE-EXIT
           END-READ.

           IF ENT-PAYMENT-CANCELLED
               MOVE 'SPONSOR ENTITLEMENT CANCELLED' TO WS-DL-REASON
               PERFORM 8100-REJECT-REQUEST
                   THRU 8100-REJECT-REQUEST-EXIT
               GO TO 3000-SET-LICENCE-EXIT
           END-IF.

           IF ENT-SEAT-GRANTED
               MOVE 'SPONSOR ROW IS ITSELF A SEAT' TO WS-DL-REASON
               PERFORM 8100-REJECT-REQUEST
                   THRU 8100-REJECT-REQUEST-EXIT
               GO TO 3000-SET-LICENCE-EXIT
           END-IF.

           IF ENT-TYPE-TRIAL
               MOVE 'TRIAL ROW CANNOT SPONSOR SEATS' TO WS-DL-REASON
               PERFORM 8100-REJECT-REQUEST
                   THRU 8100-REJECT-REQUEST-EXIT
               GO TO 3000-SET-LICENCE-EXIT
           END-IF.

           IF SR-SEAT-COUNT = ZERO
               MOVE 'SEAT COUNT MUST BE ABOVE ZERO' TO WS-DL-REASON
               PERFORM 8100-REJECT-REQUEST
                   THRU 8100-REJECT-REQUEST-EXIT
               GO TO 3000-SET-LICENCE-EXIT
           END-IF.

           MOVE SR-SPONSOR-ID TO LIC-SPONSOR-ID.
           MOVE SR-PLAN-CODE TO LIC-PLAN-CODE.
           MOVE 'N' TO WS-LIC-FOUND-SW.
           READ SITE-LICENCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LIC-FOUND TO TRUE
           END-READ.

           IF WS-LIC-FOUND
               IF SR-SEAT-COUNT < LIC-SEATS-ASSIGNED
                   MOVE 'SEAT COUNT BELOW SEATS ASSIGNED'
                       TO WS-DL-REASON
                   PERFORM 8100-REJECT-REQUEST
                       THRU 8100-REJECT-REQUEST-EXIT
                   GO TO 3000-SET-LICENCE-EXIT
               END-IF
               IF LIC-CLOSED
                   SET LIC-ACTIVE TO TRUE
                   MOVE ZERO TO LIC-SEATS-ASSIGNED
                   MOVE WS-TODAY-YYYYMMDD TO LIC-START-DATE
                   MOVE WS-TODAY-YYYYMMDD TO LIC-STATUS-DATE
               END-IF
               MOVE SR-SEAT-COUNT TO LIC-SEAT-COUNT
               MOVE WS-TODAY-YYYYMMDD TO LIC-LAST-UPDATE-DATE
               REWRITE SITE-LICENCE-RECORD
                   INVALID KEY
                       DISPLAY 'CUSLIC01 - SITELIC REWRITE FAILED '
                           LIC-SPONSOR-ID ' ' LIC-PLAN-CODE
                       GO TO 3000-SET-LICENCE-EXIT
               END-REWRITE
           ELSE
               MOVE SPACES TO SITE-LICENCE-RECORD
               MOVE SR-SPONSOR-ID TO LIC-SPONSOR-ID
               MOVE SR-PLAN-CODE TO LIC-PLAN-CODE
               MOVE SR-SEAT-COUNT TO LIC-SEAT-COUNT
               MOVE ZERO TO LIC-SEATS-ASSIGNED
               SET LIC-ACTIVE TO TRUE
               MOVE WS-TODAY-YYYYMMDD TO LIC-START-DATE
               MOVE WS-TODAY-YYYYMMDD TO LIC-LAST-UPDATE-DATE
               MOVE WS-TODAY-YYYYMMDD TO LIC-STATUS-DATE
               WRITE SITE-LICENCE-RECORD
                   INVALID KEY
                       DISPLAY 'CUSLIC01 - SITELIC WRITE FAILED '
                           LIC-SPONSOR-ID ' ' LIC-PLAN-CODE
                       GO TO 3000-SET-LICENCE-EXIT
               END-WRITE
               ADD 1 TO WS-LICENCE-NEW-CNT
           END-IF.

           IF NOT ENT-SEAT-SPONSOR
               SET ENT-SEAT-SPONSOR TO TRUE
               REWRITE CUSTOMER-ENTITLEMENT
                   INVALID KEY
                       DISPLAY 'CUSLIC01 - CUSTENT REWRITE FAILED '
                           ENT-CUST-ID ' ' ENT-PLAN-CODE
                       GO TO 3000-SET-LICENCE-EXIT
               END-REWRITE
               ADD 1 TO WS-ENT-UPDATED-CNT
           END-IF.

           ADD 1 TO WS-LICENCE-SET-CNT.
           MOVE ZERO TO WS-DL-MEMBER-ID.
           MOVE 'LICENCE SET' TO WS-DL-TYPE.
           MOVE 'SEAT COUNT APPLIED' TO WS-DL-REASON.
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT.

       3000-SET-LICENCE-EXIT.
           EXIT.

      ******************************************************************
      * 3100-ADD-MEMBER - GIVE ONE MEMBER A SEAT.  THE LICENCE MUST BE *
      * ACTIVE WITH A SEAT FREE AND THE SPONSOR ROW CURRENT; AN        *
      * ASSIGNMENT PAST THE LICENSED COUNT IS REFUSED.  THE MEMBER     *
      * GETS A SEAT-GRANTED ROW ON THE PLAN CARRYING THE SPONSOR'S     *
      * TIER AND DATES.  A MEMBER WHO ALREADY HOLDS THE PLAN, PAID OR  *
      * BY ANOTHER SEAT, IS REFUSED; A CANCELLED ROW OF THEIR OWN IS   *
      * REUSED.                                                        *
      ******************************************************************
       3100-ADD-MEMBER.
           MOVE SR-SPONSOR-ID TO LIC-SPONSOR-ID.
           MOVE SR-PLAN-CODE TO LIC-PLAN-CODE.
           READ SITE-LICENCE-FILE
               INVALID KEY
                   MOVE 'NO SITE LICENCE' TO WS-DL-REASON
                   PERFORM 8100-REJECT-REQUEST
                       THRU 8100-REJECT-REQUEST-EXIT
                   GO TO 3100-ADD-MEMBER-EXIT
           END-READ.

           IF NOT LIC-ACTIVE
               MOVE 'LICENCE SUSPENDED OR CLOSED' TO WS-DL-REASON
               PERFORM 8100-REJECT-REQUEST
                   THRU 8100-REJECT-REQUEST-EXIT
               GO TO 3100-ADD-MEMBER-EXIT
           END-IF.

           IF LIC-SEATS-ASSIGNED NOT < LIC-SEAT-COUNT
               MOVE 'LICENCE FULL - ALL SEATS ASSIGNED'
                   TO WS-DL-REASON
               PERFORM 8100-REJECT-REQUEST
                   THRU 8100-REJECT-REQUEST-EXIT
               GO TO 3100-ADD-MEMBER-EXIT
           END-IF.

           IF SR-MEMBER-ID = SR-SPONSOR-ID
               MOVE 'SPONSOR CANNOT HOLD OWN SEAT' TO WS-DL-REASON
               PERFORM 8100-REJECT-REQUEST
                   THRU 8100-REJECT-REQUEST-EXIT
               GO TO 3100-ADD-MEMBER-EXIT
           END-IF.

           MOVE SR-SPONSOR-ID TO ENT-CUST-ID.
           MOVE SR-PLAN-CODE TO ENT-PLAN-CODE.
           READ ENTITLEMENT-FILE
               INVALID KEY
                   MOVE 'NO SPONSOR ENTITLEMENT ROW' TO WS-DL-REASON
                   PERFORM 8100-REJECT-REQUEST
                       THRU 8100-REJECT-REQUEST-EXIT
                   GO TO 3100-ADD-MEMBER-EXIT
           END-READ.

           IF NOT ENT-PAYMENT-CURRENT
               MOVE 'SPONSOR NOT CURRENT' TO WS-DL-REASON
               PERFORM 8100-REJECT-REQUEST
                   THRU 8100-REJECT-REQUEST-EXIT
               GO TO 3100-ADD-MEMBER-EXIT
           END-IF.

           MOVE ENT-TIER TO WS-SPN-TIER.
           MOVE ENT-RENEWAL-DATE TO WS-SPN-RENEWAL-DATE.
           MOVE ENT-EXPIRATION-DATE TO WS-SPN-EXPIRATION-DATE.

           MOVE SR-SPONSOR-ID TO SEAT-SPONSOR-ID.
           MOVE SR-PLAN-CODE TO SEAT-PLAN-CODE.
           MOVE SR-MEMBER-ID TO SEAT-MEMBER-ID.
           MOVE 'N' TO WS-SEAT-FOUND-SW.
           READ SEAT-ASSIGNMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SEAT-FOUND TO TRUE
           END-READ.
           IF WS-SEAT-FOUND
               MOVE 'MEMBER ALREADY HOLDS A SEAT' TO WS-DL-REASON
               PERFORM 8100-REJECT-REQUEST
                   THRU 8100-REJECT-REQUEST-EXIT
               GO TO 3100-ADD-MEMBER-EXIT
           END-IF.

           MOVE SR-MEMBER-ID TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'MEMBER NOT ON CUSTOMER MASTER' TO WS-DL-REASON
                   PERFORM 8100-REJECT-REQUEST
                       THRU 8100-REJECT-REQUEST-EXIT
                   GO TO 3100-ADD-MEMBER-EXIT
           END-READ.

           IF NOT CUST-ACTIVE
               MOVE 'MEMBER ACCOUNT NOT ACTIVE' TO WS-DL-REASON
               PERFORM 8100-REJECT-REQUEST
                   THRU 8100-REJECT-REQUEST-EXIT
               GO TO 3100-ADD-MEMBER-EXIT
           END-IF.

           MOVE SR-MEMBER-ID TO ENT-CUST-ID.
           MOVE SR-PLAN-CODE TO ENT-PLAN-CODE.
           MOVE 'N' TO WS-ENT-FOUND-SW.
           READ ENTITLEMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENT-FOUND TO TRUE
           END-READ.

           MOVE SPACE TO WS-HOLD-OLD-STATUS.
           IF WS-ENT-FOUND
               IF ENT-SEAT-GRANTED
                   MOVE 'MEMBER HOLDS A SEAT ON ANOTHER LICENCE'
                       TO WS-DL-REASON
                   PERFORM 8100-REJECT-REQUEST
                       THRU 8100-REJECT-REQUEST-EXIT
                   GO TO 3100-ADD-MEMBER-EXIT
               END-IF
               IF NOT ENT-PAYMENT-CANCELLED
                   MOVE 'MEMBER ALREADY HOLDS THE PLAN'
                       TO WS-DL-REASON
                   PERFORM 8100-REJECT-REQUEST
                       THRU 8100-REJECT-REQUEST-EXIT
                   GO TO 3100-ADD-MEMBER-EXIT
               END-IF
               MOVE ENT-PAYMENT-STATUS TO WS-HOLD-OLD-STATUS
           END-IF.

           MOVE SPACES TO ENT-DATA.
           MOVE WS-SPN-TIER TO ENT-TIER.
           MOVE WS-TODAY-DASHED TO ENT-START-DATE.
           MOVE WS-SPN-RENEWAL-DATE TO ENT-RENEWAL-DATE.
           MOVE WS-SPN-EXPIRATION-DATE TO ENT-EXPIRATION-DATE.
           SET ENT-PAYMENT-CURRENT TO TRUE.
           SET ENT-TYPE-STANDARD TO TRUE.
           SET ENT-DECLINE-NONE TO TRUE.
           SET ENT-SEAT-GRANTED TO TRUE.
           IF WS-ENT-FOUND
               REWRITE CUSTOMER-ENTITLEMENT
                   INVALID KEY
                       DISPLAY 'CUSLIC01 - CUSTENT REWRITE FAILED '
                           ENT-CUST-ID ' ' ENT-PLAN-CODE
                       GO TO 3100-ADD-MEMBER-EXIT
               END-REWRITE
           ELSE
               WRITE CUSTOMER-ENTITLEMENT
                   INVALID KEY
                       DISPLAY 'CUSLIC01 - CUSTENT WRITE FAILED '
                           ENT-CUST-ID ' ' ENT-PLAN-CODE
                       GO TO 3100-ADD-MEMBER-EXIT
               END-WRITE
           END-IF.
           ADD 1 TO WS-ENT-UPDATED-CNT.

           MOVE SPACES TO SEAT-ASSIGNMENT-RECORD.
           MOVE SR-SPONSOR-ID TO SEAT-SPONSOR-ID.
           MOVE SR-PLAN-CODE TO SEAT-PLAN-CODE.
           MOVE SR-MEMBER-ID TO SEAT-MEMBER-ID.
           SET SEAT-ACTIVE TO TRUE.
           MOVE WS-TODAY-YYYYMMDD TO SEAT-ASSIGNED-DATE.
           MOVE WS-TODAY-YYYYMMDD TO SEAT-STATUS-DATE.
           WRITE SEAT-ASSIGNMENT-RECORD
               INVALID KEY
                   DISPLAY 'CUSLIC01 - SEATASN WRITE FAILED '
                       SEAT-SPONSOR-ID ' ' SEAT-MEMBER-ID
                   GO TO 3100-ADD-MEMBER-EXIT
           END-WRITE.

           ADD 1 TO LIC-SEATS-ASSIGNED.
           MOVE WS-TODAY-YYYYMMDD TO LIC-LAST-UPDATE-DATE.
           REWRITE SITE-LICENCE-RECORD
               INVALID KEY
                   DISPLAY 'CUSLIC01 - SITELIC REWRITE FAILED '
                       LIC-SPONSOR-ID ' ' LIC-PLAN-CODE
           END-REWRITE.

           MOVE 'SEAT' TO WS-AUDIT-REASON.
           PERFORM 7000-WRITE-AUDIT-ROW
               THRU 7000-WRITE-AUDIT-ROW-EXIT.

           ADD 1 TO WS-SEAT-ADDED-CNT.
           MOVE 'SEAT ASSIGNED' TO WS-DL-TYPE.
           MOVE 'SEAT-GRANTED ROW WRITTEN' TO WS-DL-REASON.
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT.

       3100-ADD-MEMBER-EXIT.
           EXIT.

      ******************************************************************
      * 3200-REMOVE-MEMBER - RELEASE ONE MEMBER'S SEAT.  THE SEAT ROW  *
      * IS DELETED, THE MEMBER ROW CANCELLED AND THE SEAT FREED ON THE *
      * LICENCE.                                                       *
      ******************************************************************
       3200-REMOVE-MEMBER.
           MOVE SR-SPONSOR-ID TO LIC-SPONSOR-ID.
           MOVE SR-PLAN-CODE TO LIC-PLAN-CODE.
           READ SITE-LICENCE-FILE
               INVALID KEY
                   MOVE 'NO SITE LICENCE' TO WS-DL-REASON
                   PERFORM 8100-REJECT-REQUEST
                       THRU 8100-REJECT-REQUEST-EXIT
                   GO TO 3200-REMOVE-MEMBER-EXIT
           END-READ.

           MOVE SR-SPONSOR-ID TO SEAT-SPONSOR-ID.
           MOVE SR-PLAN-CODE TO SEAT-PLAN-CODE.
           MOVE SR-MEMBER-ID TO SEAT-MEMBER-ID.
           READ SEAT-ASSIGNMENT-FILE
               INVALID KEY
                   MOVE 'MEMBER HOLDS NO SEAT ON LICENCE'
                       TO WS-DL-REASON
                   PERFORM 8100-REJECT-REQUEST
                       THRU 8100-REJECT-REQUEST-EXIT
                   GO TO 3200-REMOVE-MEMBER-EXIT
           END-READ.

           DELETE SEAT-ASSIGNMENT-FILE
               INVALID KEY
                   DISPLAY 'CUSLIC01 - SEATASN DELETE FAILED '
                       SEAT-SPONSOR-ID ' ' SEAT-MEMBER-ID
                   GO TO 3200-REMOVE-MEMBER-EXIT
           END-DELETE.

           MOVE 'SEAT' TO WS-AUDIT-REASON.
           PERFORM 6000-RELEASE-MEMBER-ROW
               THRU 6000-RELEASE-MEMBER-ROW-EXIT.

           IF LIC-SEATS-ASSIGNED > ZERO
               SUBTRACT 1 FROM LIC-SEATS-ASSIGNED
           END-IF.
           MOVE WS-TODAY-YYYYMMDD TO LIC-LAST-UPDATE-DATE.
           REWRITE SITE-LICENCE-RECORD
               INVALID KEY
                   DISPLAY 'CUSLIC01 - SITELIC REWRITE FAILED '
                       LIC-SPONSOR-ID ' ' LIC-PLAN-CODE
           END-REWRITE.

           ADD 1 TO WS-SEAT-REMOVED-CNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SR-SPONSOR-ID TO WS-DL-CUST-ID.
           MOVE SR-PLAN-CODE TO WS-DL-PLAN-CODE.
           MOVE SR-MEMBER-ID TO WS-DL-MEMBER-ID.
           MOVE 'SEAT RELEASED' TO WS-DL-TYPE.
           MOVE 'MEMBER ROW CANCELLED' TO WS-DL-REASON.
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT.

       3200-REMOVE-MEMBER-EXIT.
           EXIT.

      ******************************************************************
      * 5000-SWEEP-LICENCES - AFTER THE REQUESTS, CHECK EVERY OPEN     *
      * LICENCE AGAINST ITS SPONSOR ROW.  A SPONSOR ROW THAT IS GONE   *
      * OR CANCELLED CLOSES THE LICENCE AND RELEASES ITS SEATS; ONE    *
      * PAST DUE SUSPENDS IT AND REVOKES THE MEMBERS' ACCESS UNTIL THE *
      * SPONSOR PAYS, WHEN IT IS RESTORED.  WHILE THE SPONSOR IS       *
      * CURRENT THE MEMBER ROWS ARE KEPT ON THE SPONSOR'S TIER AND     *
      * DATES AS CUSBIL01 RENEWS IT.                                   *
      ******************************************************************
       5000-SWEEP-LICENCES.
           MOVE LOW-VALUES TO LIC-KEY.
           START SITE-LICENCE-FILE KEY NOT < LIC-KEY
               INVALID KEY
                   GO TO 5000-SWEEP-LICENCES-EXIT
           END-START.

           PERFORM 5100-SWEEP-ONE-LICENCE
               THRU 5100-SWEEP-ONE-LICENCE-EXIT
               UNTIL WS-SITELIC-EOF.

       5000-SWEEP-LICENCES-EXIT.
           EXIT.

       5100-SWEEP-ONE-LICENCE.
           READ SITE-LICENCE-FILE NEXT RECORD
               AT END
                   SET WS-SITELIC-EOF TO TRUE
                   GO TO 5100-SWEEP-ONE-LICENCE-EXIT
           END-READ.

           ADD 1 TO WS-LICENCE-READ-CNT.
           IF LIC-CLOSED
               GO TO 5100-SWEEP-ONE-LICENCE-EXIT
           END-IF.

           MOVE LIC-SPONSOR-ID TO ENT-CUST-ID.
           MOVE LIC-PLAN-CODE TO ENT-PLAN-CODE.
           MOVE 'N' TO WS-ENT-FOUND-SW.
           READ ENTITLEMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENT-FOUND TO TRUE
           END-READ.

           SET WS-SWEEP-NONE TO TRUE.
           EVALUATE TRUE
               WHEN NOT WS-ENT-FOUND
                   SET WS-SWEEP-CLOSE TO TRUE
               WHEN ENT-PAYMENT-CANCELLED
                   SET WS-SWEEP-CLOSE TO TRUE
               WHEN ENT-PAYMENT-PASTDUE
                   IF LIC-ACTIVE
                       SET WS-SWEEP-SUSPEND TO TRUE
                   END-IF
               WHEN LIC-SUSPENDED
                   SET WS-SWEEP-RESTORE TO TRUE
               WHEN OTHER
                   SET WS-SWEEP-KEEP-IN-STEP TO TRUE
           END-EVALUATE.

           IF WS-SWEEP-NONE
               GO TO 5100-SWEEP-ONE-LICENCE-EXIT
           END-IF.

           IF WS-ENT-FOUND
               MOVE ENT-TIER TO WS-SPN-TIER
               MOVE ENT-RENEWAL-DATE TO WS-SPN-RENEWAL-DATE
               MOVE ENT-EXPIRATION-DATE TO WS-SPN-EXPIRATION-DATE
           END-IF.

      *    A CANCELLED SPONSOR ROW LOSES ITS SPONSOR MARK, SO A LATER
      *    REACTIVATION BILLS IT AS A SINGLE SUBSCRIPTION.
           IF WS-SWEEP-CLOSE AND WS-ENT-FOUND AND ENT-SEAT-SPONSOR
               SET ENT-SEAT-NONE TO TRUE
               REWRITE CUSTOMER-ENTITLEMENT
                   INVALID KEY
                       DISPLAY 'CUSLIC01 - CUSTENT REWRITE FAILED '
                           ENT-CUST-ID ' ' ENT-PLAN-CODE
               END-REWRITE
               ADD 1 TO WS-ENT-UPDATED-CNT
           END-IF.

           PERFORM 5200-SCAN-SEATS
               THRU 5200-SCAN-SEATS-EXIT.

           IF WS-SWEEP-KEEP-IN-STEP
               GO TO 5100-SWEEP-ONE-LICENCE-EXIT
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE LIC-SPONSOR-ID TO WS-DL-CUST-ID.
           MOVE LIC-PLAN-CODE TO WS-DL-PLAN-CODE.
           MOVE ZERO TO WS-DL-MEMBER-ID.
           EVALUATE TRUE
               WHEN WS-SWEEP-CLOSE
                   SET LIC-CLOSED TO TRUE
                   MOVE ZERO TO LIC-SEATS-ASSIGNED
                   ADD 1 TO WS-LIC-CLOSED-CNT
                   MOVE 'LICENCE CLOSED' TO WS-DL-TYPE
                   MOVE 'SPONSOR CANCELLED - SEATS RELEASED'
                       TO WS-DL-REASON
               WHEN WS-SWEEP-SUSPEND
                   SET LIC-SUSPENDED TO TRUE
                   ADD 1 TO WS-LIC-SUSPENDED-CNT
                   MOVE 'LICENCE SUSPENDED' TO WS-DL-TYPE
                   MOVE 'SPONSOR PAST DUE - MEMBERS REVOKED'
                       TO WS-DL-REASON
               WHEN WS-SWEEP-RESTORE
                   SET LIC-ACTIVE TO TRUE
                   ADD 1 TO WS-LIC-RESTORED-CNT
                   MOVE 'LICENCE RESTORED' TO WS-DL-TYPE
                   MOVE 'SPONSOR CURRENT - MEMBERS RESTORED'
                       TO WS-DL-REASON
           END-EVALUATE.
           MOVE WS-TODAY-YYYYMMDD TO LIC-STATUS-DATE.
           MOVE WS-TODAY-YYYYMMDD TO LIC-LAST-UPDATE-DATE.
           REWRITE SITE-LICENCE-RECORD
               INVALID KEY
                   DISPLAY 'CUSLIC01 - SITELIC REWRITE FAILED '
                       LIC-SPONSOR-ID ' ' LIC-PLAN-CODE
                   GO TO 5100-SWEEP-ONE-LICENCE-EXIT
           END-REWRITE.
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT.

       5100-SWEEP-ONE-LICENCE-EXIT.
           EXIT.

      ******************************************************************
      * 5200-SCAN-SEATS - READ EVERY SEAT UNDER THE LICENCE KEY AND    *
      * APPLY THE SWEEP ACTION TO IT.                                  *
      ******************************************************************
       5200-SCAN-SEATS.
           MOVE LIC-SPONSOR-ID TO SEAT-SPONSOR-ID.
           MOVE LIC-PLAN-CODE TO SEAT-PLAN-CODE.
           MOVE ZERO TO SEAT-MEMBER-ID.
           START SEAT-ASSIGNMENT-FILE KEY NOT < SEAT-KEY
               INVALID KEY
                   GO TO 5200-SCAN-SEATS-EXIT
           END-START.

           MOVE 'N' TO WS-SEAT-SCAN-DONE-SW.
           PERFORM 5210-APPLY-ONE-SEAT
               THRU 5210-APPLY-ONE-SEAT-EXIT
               UNTIL WS-SEAT-SCAN-DONE.

       5200-SCAN-SEATS-EXIT.
           EXIT.

       5210-APPLY-ONE-SEAT.
           READ SEAT-ASSIGNMENT-FILE NEXT RECORD
               AT END
                   SET WS-SEAT-SCAN-DONE TO TRUE
                   GO TO 5210-APPLY-ONE-SEAT-EXIT
           END-READ.

           IF SEAT-SPONSOR-ID NOT = LIC-SPONSOR-ID
               OR SEAT-PLAN-CODE NOT = LIC-PLAN-CODE
               SET WS-SEAT-SCAN-DONE TO TRUE
               GO TO 5210-APPLY-ONE-SEAT-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-SWEEP-CLOSE
                   DELETE SEAT-ASSIGNMENT-FILE
                       INVALID KEY
                           DISPLAY 'CUSLIC01 - SEATASN DELETE FAILED '
                               SEAT-SPONSOR-ID ' ' SEAT-MEMBER-ID
                           GO TO 5210-APPLY-ONE-SEAT-EXIT
                   END-DELETE
                   MOVE 'LICX' TO WS-AUDIT-REASON
                   PERFORM 6000-RELEASE-MEMBER-ROW
                       THRU 6000-RELEASE-MEMBER-ROW-EXIT
               WHEN WS-SWEEP-SUSPEND
                   IF SEAT-ACTIVE
                       SET SEAT-REVOKED TO TRUE
                       MOVE WS-TODAY-YYYYMMDD TO SEAT-STATUS-DATE
                       REWRITE SEAT-ASSIGNMENT-RECORD
                           INVALID KEY
                               DISPLAY 'CUSLIC01 - SEATASN REWRITE '
                                   'FAILED ' SEAT-SPONSOR-ID ' '
                                   SEAT-MEMBER-ID
                       END-REWRITE
                       PERFORM 6100-SUSPEND-MEMBER-ROW
                           THRU 6100-SUSPEND-MEMBER-ROW-EXIT
                   END-IF
               WHEN WS-SWEEP-RESTORE
                   IF SEAT-REVOKED
                       SET SEAT-ACTIVE TO TRUE
                       MOVE WS-TODAY-YYYYMMDD TO SEAT-STATUS-DATE
                       REWRITE SEAT-ASSIGNMENT-RECORD
                           INVALID KEY
                               DISPLAY 'CUSLIC01 - SEATASN REWRITE '
                                   'FAILED ' SEAT-SPONSOR-ID ' '
                                   SEAT-MEMBER-ID
                       END-REWRITE
                   END-IF
                   PERFORM 6200-RESTORE-MEMBER-ROW
                       THRU 6200-RESTORE-MEMBER-ROW-EXIT
               WHEN WS-SWEEP-KEEP-IN-STEP
                   IF SEAT-ACTIVE
                       PERFORM 6300-SYNC-MEMBER-ROW
                           THRU 6300-SYNC-MEMBER-ROW-EXIT
                   END-IF
           END-EVALUATE.

       5210-APPLY-ONE-SEAT-EXIT.
           EXIT.

      ******************************************************************
      * 6000-RELEASE-MEMBER-ROW - CANCEL THE MEMBER'S SEAT-GRANTED ROW *
      * FOR A SEAT THAT HAS BEEN GIVEN UP.  THE SEAT MARK IS CLEARED   *
      * SO THE ROW CAN LATER BE TAKEN UP AS AN ORDINARY SUBSCRIPTION.  *
      * A ROW NO LONGER SEAT-GRANTED IS THE MEMBER'S OWN AND LEFT BE.  *
      ******************************************************************
       6000-RELEASE-MEMBER-ROW.
           PERFORM 6900-READ-MEMBER-ROW
               THRU 6900-READ-MEMBER-ROW-EXIT.
           IF NOT WS-ENT-FOUND
               GO TO 6000-RELEASE-MEMBER-ROW-EXIT
           END-IF.

           IF NOT ENT-SEAT-GRANTED
               GO TO 6000-RELEASE-MEMBER-ROW-EXIT
           END-IF.

           MOVE ENT-PAYMENT-STATUS TO WS-HOLD-OLD-STATUS.
           SET ENT-PAYMENT-CANCELLED TO TRUE.
           MOVE WS-TODAY-DASHED TO ENT-EXPIRATION-DATE.
           SET ENT-SEAT-NONE TO TRUE.
           REWRITE CUSTOMER-ENTITLEMENT
               INVALID KEY
                   DISPLAY 'CUSLIC01 - CUSTENT REWRITE FAILED '
                       ENT-CUST-ID ' ' ENT-PLAN-CODE
                   GO TO 6000-RELEASE-MEMBER-ROW-EXIT
           END-REWRITE.
           ADD 1 TO WS-ENT-UPDATED-CNT.
           ADD 1 TO WS-MEMBER-REVOKED-CNT.

           PERFORM 7000-WRITE-AUDIT-ROW
               THRU 7000-WRITE-AUDIT-ROW-EXIT.

       6000-RELEASE-MEMBER-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 6100-SUSPEND-MEMBER-ROW - CANCEL A MEMBER'S ACCESS WHILE THE   *
      * LICENCE IS SUSPENDED.  THE ROW KEEPS ITS SEAT MARK SO THE      *
      * RESTORE FINDS IT.                                              *
      ******************************************************************
       6100-SUSPEND-MEMBER-ROW.
           PERFORM 6900-READ-MEMBER-ROW
               THRU 6900-READ-MEMBER-ROW-EXIT.
           IF NOT WS-ENT-FOUND
               GO TO 6100-SUSPEND-MEMBER-ROW-EXIT
           END-IF.

           IF NOT ENT-SEAT-GRANTED
               OR ENT-PAYMENT-CANCELLED
               GO TO 6100-SUSPEND-MEMBER-ROW-EXIT
           END-IF.

           MOVE ENT-PAYMENT-STATUS TO WS-HOLD-OLD-STATUS.
           SET ENT-PAYMENT-CANCELLED TO TRUE.
           REWRITE CUSTOMER-ENTITLEMENT
               INVALID KEY
                   DISPLAY 'CUSLIC01 - CUSTENT REWRITE FAILED '
                       ENT-CUST-ID ' ' ENT-PLAN-CODE
                   GO TO 6100-SUSPEND-MEMBER-ROW-EXIT
           END-REWRITE.
           ADD 1 TO WS-ENT-UPDATED-CNT.
           ADD 1 TO WS-MEMBER-REVOKED-CNT.

           MOVE 'LICS' TO WS-AUDIT-REASON.
           PERFORM 7000-WRITE-AUDIT-ROW
               THRU 7000-WRITE-AUDIT-ROW-EXIT.

       6100-SUSPEND-MEMBER-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 6200-RESTORE-MEMBER-ROW - GIVE A MEMBER BACK ACCESS WHEN THE   *
      * SPONSOR HAS PAID, ON THE SPONSOR'S CURRENT TIER AND DATES.     *
      ******************************************************************
       6200-RESTORE-MEMBER-ROW.
           PERFORM 6900-READ-MEMBER-ROW
               THRU 6900-READ-MEMBER-ROW-EXIT.
           IF NOT WS-ENT-FOUND
               GO TO 6200-RESTORE-MEMBER-ROW-EXIT
           END-IF.

           IF NOT ENT-SEAT-GRANTED
               OR NOT ENT-PAYMENT-CANCELLED
               GO TO 6200-RESTORE-MEMBER-ROW-EXIT
           END-IF.

           MOVE ENT-PAYMENT-STATUS TO WS-HOLD-OLD-STATUS.
           SET ENT-PAYMENT-CURRENT TO TRUE.
           MOVE WS-SPN-TIER TO ENT-TIER.
           MOVE WS-SPN-RENEWAL-DATE TO ENT-RENEWAL-DATE.
           MOVE WS-SPN-EXPIRATION-DATE TO ENT-EXPIRATION-DATE.
           REWRITE CUSTOMER-ENTITLEMENT
               INVALID KEY
                   DISPLAY 'CUSLIC01 - CUSTENT REWRITE FAILED '
                       ENT-CUST-ID ' ' ENT-PLAN-CODE
                   GO TO 6200-RESTORE-MEMBER-ROW-EXIT
           END-REWRITE.
           ADD 1 TO WS-ENT-UPDATED-CNT.
           ADD 1 TO WS-MEMBER-RESTORED-CNT.

           MOVE 'LICS' TO WS-AUDIT-REASON.
           PERFORM 7000-WRITE-AUDIT-ROW
               THRU 7000-WRITE-AUDIT-ROW-EXIT.

       6200-RESTORE-MEMBER-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 6300-SYNC-MEMBER-ROW - CARRY THE SPONSOR'S TIER AND DATES ONTO *
      * A LIVE MEMBER ROW.  THE ROW IS ONLY REWRITTEN WHEN SOMETHING   *
      * HAS CHANGED, AND NO AUDIT ROW IS WRITTEN - THE PAYMENT STATUS  *
      * DOES NOT MOVE.                                                 *
      ******************************************************************
       6300-SYNC-MEMBER-ROW.
           PERFORM 6900-READ-MEMBER-ROW
               THRU 6900-READ-MEMBER-ROW-EXIT.
           IF NOT WS-ENT-FOUND
               GO TO 6300-SYNC-MEMBER-ROW-EXIT
           END-IF.

           IF NOT ENT-SEAT-GRANTED
               OR NOT ENT-PAYMENT-CURRENT
               GO TO 6300-SYNC-MEMBER-ROW-EXIT
           END-IF.

           IF ENT-TIER = WS-SPN-TIER
               AND ENT-RENEWAL-DATE = WS-SPN-RENEWAL-DATE
               AND ENT-EXPIRATION-DATE = WS-SPN-EXPIRATION-DATE
               GO TO 6300-SYNC-MEMBER-ROW-EXIT
           END-IF.

           MOVE WS-SPN-TIER TO ENT-TIER.
           MOVE WS-SPN-RENEWAL-DATE TO ENT-RENEWAL-DATE.
           MOVE WS-SPN-EXPIRATION-DATE TO ENT-EXPIRATION-DATE.
           REWRITE CUSTOMER-ENTITLEMENT
               INVALID KEY
                   DISPLAY 'CUSLIC01 - CUSTENT REWRITE FAILED '
                       ENT-CUST-ID ' ' ENT-PLAN-CODE
                   GO TO 6300-SYNC-MEMBER-ROW-EXIT
           END-REWRITE.
           ADD 1 TO WS-ENT-UPDATED-CNT.
           ADD 1 TO WS-MEMBER-SYNCED-CNT.

       6300-SYNC-MEMBER-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 6900-READ-MEMBER-ROW - READ THE CUSTENT ROW BEHIND THE CURRENT *
      * SEAT.  A SEAT WITH NO MEMBER ROW IS REPORTED.                  *
      ******************************************************************
       6900-READ-MEMBER-ROW.
           MOVE SEAT-MEMBER-ID TO ENT-CUST-ID.
           MOVE SEAT-PLAN-CODE TO ENT-PLAN-CODE.
           MOVE 'N' TO WS-ENT-FOUND-SW.
           READ ENTITLEMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENT-FOUND TO TRUE
           END-READ.

           IF NOT WS-ENT-FOUND
               ADD 1 TO WS-MEMBER-MISSING-CNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE SEAT-SPONSOR-ID TO WS-DL-CUST-ID
               MOVE SEAT-PLAN-CODE TO WS-DL-PLAN-CODE
               MOVE SEAT-MEMBER-ID TO WS-DL-MEMBER-ID
               MOVE 'SEAT EXCEPTION' TO WS-DL-TYPE
               MOVE 'NO MEMBER ENTITLEMENT ROW' TO WS-DL-REASON
               PERFORM 8000-WRITE-REPORT-LINE
                   THRU 8000-WRITE-REPORT-LINE-EXIT
           END-IF.

       6900-READ-MEMBER-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-AUDIT-ROW - APPEND THE STATUS CHANGE ON THE CURRENT *
      * CUSTENT ROW TO THE AUDIT TRAIL.  REASON SEAT IS A SEAT ADDED   *
      * OR REMOVED ON REQUEST, LICS A LICENCE SUSPENDED OR RESTORED,   *
      * LICX A LICENCE CLOSED.                                         *
      ******************************************************************
       7000-WRITE-AUDIT-ROW.
           MOVE ENT-CUST-ID TO AUDIT-CUST-ID.
           MOVE WS-TIMESTAMP-OUT TO AUDIT-TIMESTAMP.
           MOVE WS-HOLD-OLD-STATUS TO AUDIT-OLD-STATUS.
           MOVE ENT-PAYMENT-STATUS TO AUDIT-NEW-STATUS.
           MOVE WS-AUDIT-REASON TO AUDIT-REASON-CODE.
           MOVE 'CUSLIC01' TO AUDIT-REQUESTED-BY.
           WRITE CUSTOMER-AUDIT-LOG-RECORD.

       7000-WRITE-AUDIT-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-REPORT-LINE                                         *
      ******************************************************************
       8000-WRITE-REPORT-LINE.
           WRITE LICENCE-REPORT-LINE FROM WS-DETAIL-LINE.

       8000-WRITE-REPORT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-REJECT-REQUEST - REPORT A REQUEST THAT WAS NOT APPLIED.   *
      * THE CALLER HAS SET THE REASON.                                 *
      ******************************************************************
       8100-REJECT-REQUEST.
           MOVE 'REQUEST REJECTED' TO WS-DL-TYPE.
           PERFORM 8000-WRITE-REPORT-LINE
               THRU 8000-WRITE-REPORT-LINE-EXIT.
           ADD 1 TO WS-REJECT-CNT.

       8100-REJECT-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - WRITE SUMMARY, CLOSE FILES, SET RETURN CODE.  *
      * A REJECTED REQUEST OR A SEAT WITH NO MEMBER ROW IS A WARNING.  *
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-REQUEST-READ-CNT TO WS-SL-REQUESTS.
           WRITE LICENCE-REPORT-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-LICENCE-SET-CNT TO WS-SL-LICENCES-SET.
           WRITE LICENCE-REPORT-LINE FROM WS-SUMMARY-LINE-2.
           MOVE WS-SEAT-ADDED-CNT TO WS-SL-SEATS-ADDED.
           WRITE LICENCE-REPORT-LINE FROM WS-SUMMARY-LINE-3.
           MOVE WS-SEAT-REMOVED-CNT TO WS-SL-SEATS-REMOVED.
           WRITE LICENCE-REPORT-LINE FROM WS-SUMMARY-LINE-4.
           MOVE WS-REJECT-CNT TO WS-SL-REJECTED.
           WRITE LICENCE-REPORT-LINE FROM WS-SUMMARY-LINE-5.
           MOVE WS-LIC-CLOSED-CNT TO WS-SL-LIC-CLOSED.
           WRITE LICENCE-REPORT-LINE FROM WS-SUMMARY-LINE-6.
           MOVE WS-LIC-SUSPENDED-CNT TO WS-SL-LIC-SUSPENDED.
           WRITE LICENCE-REPORT-LINE FROM WS-SUMMARY-LINE-7.
           MOVE WS-LIC-RESTORED-CNT TO WS-SL-LIC-RESTORED.
           WRITE LICENCE-REPORT-LINE FROM WS-SUMMARY-LINE-8.
           MOVE WS-MEMBER-REVOKED-CNT TO WS-SL-MEMBER-REVOKED.
           WRITE LICENCE-REPORT-LINE FROM WS-SUMMARY-LINE-9.
           MOVE WS-MEMBER-RESTORED-CNT TO WS-SL-MEMBER-RESTORED.
           WRITE LICENCE-REPORT-LINE FROM WS-SUMMARY-LINE-10.
           MOVE WS-MEMBER-SYNCED-CNT TO WS-SL-MEMBER-SYNCED.
           WRITE LICENCE-REPORT-LINE FROM WS-SUMMARY-LINE-11.
           MOVE WS-MEMBER-MISSING-CNT TO WS-SL-MEMBER-MISSING.
           WRITE LICENCE-REPORT-LINE FROM WS-SUMMARY-LINE-12.

           DISPLAY 'CUSLIC01 - LICENCES SWEPT ' WS-LICENCE-READ-CNT.
           DISPLAY 'CUSLIC01 - LICENCES CREATED ' WS-LICENCE-NEW-CNT.

           CLOSE SEAT-REQUEST-FILE
                 SITE-LICENCE-FILE
                 SEAT-ASSIGNMENT-FILE
                 ENTITLEMENT-FILE
                 CUSTOMER-MASTER-FILE
                 AUDIT-LOG-FILE
                 LICENCE-REPORT.

           IF NOT WS-INIT-FAILED
               IF WS-REJECT-CNT > 0 OR WS-MEMBER-MISSING-CNT > 0
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
               DISPLAY 'CUSLIC01 - RUNLOG OPEN FAILED STATUS='
                   WS-RUNLOG-STATUS
               GO TO 9100-WRITE-RUN-LOG-EXIT
           END-IF.

           ACCEPT WS-RUNLOG-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-RUNLOG-TIME(1:2) '.'
                  WS-RUNLOG-TIME(3:2) '.' WS-RUNLOG-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-RUNLOG-END-TS.

           MOVE 'CUSLIC01' TO RUNLOG-PROGRAM.
           MOVE WS-TODAY-YYYYMMDD TO RUNLOG-RUN-DATE.
           MOVE WS-TIMESTAMP-OUT TO RUNLOG-START-TIMESTAMP.
           MOVE WS-RUNLOG-END-TS TO RUNLOG-END-TIMESTAMP.
           COMPUTE RUNLOG-RECORDS-READ =
               WS-REQUEST-READ-CNT + WS-LICENCE-READ-CNT.
           COMPUTE RUNLOG-RECORDS-WRITTEN =
               WS-LICENCE-NEW-CNT + WS-SEAT-ADDED-CNT.
           MOVE WS-ENT-UPDATED-CNT TO RUNLOG-RECORDS-UPDATED.
           COMPUTE RUNLOG-EXCEPTION-COUNT =
               WS-REJECT-CNT + WS-MEMBER-MISSING-CNT.
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.

       9100-WRITE-RUN-LOG-EXIT.
           EXIT.
