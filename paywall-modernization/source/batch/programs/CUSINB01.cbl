      ******************************************************************
      * PROGRAM-ID.  CUSINB01                                          *
      * AUTHOR.      D. OKAFOR - CUSTOMER MASTER APPLICATIONS TEAM     *
      * INSTALLATION. PAYWALL MODERNIZATION                            *
      * DATE-WRITTEN. 2026-10-12                                       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * ---------------------------------------------------------------*
      * 2026-10-12  DO   INITIAL VERSION - INBOUND FEED HEADER /       *
      *                  TRAILER VALIDATION AND INBREG REGISTRATION    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSINB01.
       AUTHOR.        D. OKAFOR.
       INSTALLATION.  PAYWALL MODERNIZATION.
       DATE-WRITTEN.  2026-10-12.
       DATE-COMPILED.

      ******************************************************************
      * PURPOSE.                                                       *
      *   RUNS AS THE STEP BEFORE EVERY INBOUND APPLY.  PARM NAMES THE *
      *   FEED (E.G. PARM='AUTHEVT'), WHICH MUST BE ON THE INBOUND     *
      *   FEED TABLE; THE FEED ITSELF IS READ THROUGH DD INBFEED.  THE *
      *   FILE MUST OPEN WITH A HEADER FOR THAT FEED AND CLOSE WITH A  *
      *   TRAILER WHOSE RECORD COUNT AND CUST-ID HASH TOTAL AGREE WITH *
      *   THE BODY, AND ITS BUSINESS DATE AND FILE SEQUENCE MUST NOT   *
      *   ALREADY BE ON THE INBREG INBOUND FILE REGISTER.  A DELIVERY  *
      *   THAT PASSES IS REGISTERED AND THE STEP ENDS CLEAN, OR WITH A *
      *   WARNING WHEN ITS SEQUENCE SKIPS ONE OR MORE NUMBERS.  ONE    *
      *   THAT FAILS IS REGISTERED AS REFUSED AND THE STEP ENDS WITH A *
      *   HARD RETURN CODE, SO THE APPLY STEP'S COND BYPASSES IT.  THE *
      *   RUN-LOG ROW IS WRITTEN UNDER THE FEED ID RATHER THAN THE     *
      *   PROGRAM NAME, SO A LATER JOB READING THE SAME FEED CAN GATE  *
      *   ON IT THROUGH CUSGTE01.                                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z15.
       OBJECT-COMPUTER.  IBM-Z15.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * INBFEED - THE DELIVERY TO VALIDATE, IN ITS OWN LAYOUT.  ONLY
      * THE CONTROL RECORDS AND THE CUST-ID HASH COLUMN ARE READ HERE.
           SELECT INBOUND-FEED-FILE
               ASSIGN TO INBFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBFEED-STATUS.

      * INBREG - INBOUND FILE REGISTER, KEYED ON FEED + ROW TYPE +
      * ROW KEY.
           SELECT INBOUND-REGISTER-FILE
               ASSIGN TO INBREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INR-KEY
               FILE STATUS IS WS-INBREG-STATUS.

           SELECT INBOUND-CHECK-REPORT
               ASSIGN TO INBVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBVRPT-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-FEED-FILE
           RECORDING MODE IS F.
       01  INBOUND-FEED-LINE           PIC X(200).
       COPY INBOUND-CONTROL-RECORD.

       FD  INBOUND-REGISTER-FILE
           RECORDING MODE IS F.
       COPY INBOUND-REGISTER-RECORD.

       FD  INBOUND-CHECK-REPORT
           RECORDING MODE IS F.
       01  INBOUND-CHECK-REPORT-LINE   PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY RUN-LOG-RECORD.

       WORKING-STORAGE SECTION.
       77  WS-INBFEED-STATUS           PIC X(02) VALUE SPACES.
       77  WS-INBREG-STATUS            PIC X(02) VALUE SPACES.
       77  WS-INBVRPT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.

       COPY INBOUND-FEED-TABLE.

       01  WS-SWITCHES.
           05  WS-INBFEED-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-INBFEED-EOF      VALUE 'Y'.
           05  WS-INIT-FAILED-SW       PIC X(01) VALUE 'N'.
               88  WS-INIT-FAILED      VALUE 'Y'.
           05  WS-HEADER-SEEN-SW       PIC X(01) VALUE 'N'.
               88  WS-HEADER-SEEN      VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW      PIC X(01) VALUE 'N'.
               88  WS-TRAILER-SEEN     VALUE 'Y'.
           05  WS-HEADER-VALID-SW      PIC X(01) VALUE 'N'.
               88  WS-HEADER-VALID     VALUE 'Y'.
           05  WS-REG-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-REG-FOUND        VALUE 'Y'.
           05  WS-SEQUENCE-GAP-SW      PIC X(01) VALUE 'N'.
               88  WS-SEQUENCE-GAP     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-READ-CNT        PIC 9(09) COMP VALUE ZERO.
           05  WS-BODY-CNT             PIC 9(09) COMP VALUE ZERO.
           05  WS-REG-WRITTEN-CNT      PIC 9(09) COMP VALUE ZERO.

      ******************************************************************
      * THE DELIVERY IN HAND - ITS HEADER AND TRAILER AS READ, THE     *
      * BODY'S OWN COUNT AND HASH, AND THE FIRST REASON FOUND TO       *
      * REFUSE IT (SPACES WHILE IT STILL PASSES).                      *
      ******************************************************************
       01  WS-DELIVERY-WORK.
           05  WS-FEED-ID              PIC X(08) VALUE SPACES.
           05  WS-HASH-START           PIC 9(03) COMP VALUE ZERO.
           05  WS-HDR-FEED-ID          PIC X(08) VALUE SPACES.
           05  WS-HDR-SENDER           PIC X(10) VALUE SPACES.
           05  WS-HDR-BUSINESS-DATE    PIC X(08) VALUE SPACES.
           05  WS-HDR-FILE-SEQ         PIC X(07) VALUE SPACES.
           05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
           05  WS-FILE-SEQ             PIC 9(07) VALUE ZERO.
           05  WS-TRL-RECORD-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-TRL-HASH-TOTAL       PIC 9(15) VALUE ZERO.
           05  WS-BODY-HASH            PIC 9(15) COMP VALUE ZERO.
           05  WS-HASH-FIELD           PIC X(10).
           05  WS-HASH-VALUE REDEFINES WS-HASH-FIELD
                                       PIC 9(10).
           05  WS-REJECT-REASON        PIC X(04) VALUE SPACES.
               88  WS-DELIVERY-PASSES  VALUE SPACES.
           05  WS-GAP-FROM-SEQ         PIC 9(07) VALUE ZERO.
           05  WS-GAP-TO-SEQ           PIC 9(07) VALUE ZERO.

       01  WS-TODAY-YYYYMMDD           PIC 9(08).

       01  WS-RUNLOG-WORK.
           05  WS-RUNLOG-TIME          PIC 9(08).
           05  WS-RUNLOG-START-TS      PIC X(26).
           05  WS-RUNLOG-END-TS        PIC X(26).

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE
               'CUSINB01 - INBOUND FILE CONTRO'.
           05  FILLER                  PIC X(10) VALUE 'L CHECK   '.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RH-DATE              PIC 9(08).

       01  WS-CHECK-LINE.
           05  WS-CK-LABEL             PIC X(30).
           05  WS-CK-VALUE             PIC X(40).

       01  WS-COUNT-EDIT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-HASH-EDIT                PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-SEQ-EDIT                 PIC Z,ZZZ,ZZ9.

       01  WS-RESULT-LINE.
           05  FILLER                  PIC X(30) VALUE
               'RESULT .......................'.
           05  WS-RL-RESULT            PIC X(10).
           05  WS-RL-REASON            PIC X(50).

      ******************************************************************
      * LINKAGE SECTION - THE FEED ID PASSED FROM THE                  *
      * EXEC PGM=CUSINB01,PARM='FEEDID' STATEMENT.                     *
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
               PERFORM 2000-READ-ONE-LINE
                   THRU 2000-READ-ONE-LINE-EXIT
                   UNTIL WS-INBFEED-EOF
               PERFORM 3000-CHECK-CONTROLS
                   THRU 3000-CHECK-CONTROLS-EXIT
               PERFORM 4000-CHECK-REGISTER
                   THRU 4000-CHECK-REGISTER-EXIT
               IF WS-DELIVERY-PASSES
                   PERFORM 5000-REGISTER-ACCEPTED
                       THRU 5000-REGISTER-ACCEPTED-EXIT
               ELSE
                   PERFORM 6000-REGISTER-REFUSED
                       THRU 6000-REGISTER-REFUSED-EXIT
               END-IF
               PERFORM 7000-PRINT-RESULT
                   THRU 7000-PRINT-RESULT-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - FIND THE FEED ON THE FEED TABLE AND OPEN     *
      * FILES.  A MISSING OR UNKNOWN FEED ID IS A SET-UP ERROR IN THE  *
      * JCL AND FAILS THE STEP.                                        *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-RUNLOG-TIME(1:2) '.'
                  WS-RUNLOG-TIME(3:2) '.' WS-RUNLOG-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-RUNLOG-START-TS.

           IF LK-PARM-LEN < 1
               OR LK-PARM-LEN > 8
               DISPLAY 'CUSINB01 - PARM MUST NAME THE INBOUND FEED'
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE LK-PARM-DATA(1:LK-PARM-LEN) TO WS-FEED-ID.
           SET INF-IDX TO 1.
           SEARCH INF-ENTRY
               AT END
                   DISPLAY 'CUSINB01 - FEED ' WS-FEED-ID
                       ' IS NOT ON THE INBOUND FEED TABLE'
                   MOVE 16 TO RETURN-CODE
                   SET WS-INIT-FAILED TO TRUE
                   GO TO 1000-INITIALIZE-EXIT
               WHEN INF-FEED-ID(INF-IDX) = WS-FEED-ID
                   MOVE INF-HASH-START(INF-IDX) TO WS-HASH-START
           END-SEARCH.

           OPEN INPUT INBOUND-FEED-FILE.
           IF WS-INBFEED-STATUS NOT = '00'
               DISPLAY 'CUSINB01 - INBFEED OPEN FAILED STATUS='
                   WS-INBFEED-STATUS ' FEED=' WS-FEED-ID
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O INBOUND-REGISTER-FILE.
           IF WS-INBREG-STATUS NOT = '00'
               DISPLAY 'CUSINB01 - INBREG OPEN FAILED STATUS='
                   WS-INBREG-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT INBOUND-CHECK-REPORT.
           IF WS-INBVRPT-STATUS NOT = '00'
               DISPLAY 'CUSINB01 - INBVRPT OPEN FAILED STATUS='
                   WS-INBVRPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-INIT-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE WS-TODAY-YYYYMMDD TO WS-RH-DATE.
           WRITE INBOUND-CHECK-REPORT-LINE FROM WS-REPORT-HEADING-1.

           PERFORM 2100-READ-NEXT-LINE
               THRU 2100-READ-NEXT-LINE-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-READ-ONE-LINE - THE HEADER MUST BE THE FIRST RECORD AND   *
      * THE TRAILER THE LAST.  EVERY OTHER RECORD IS BODY: COUNTED,    *
      * AND ITS CUST-ID COLUMN ADDED TO THE HASH (A COLUMN THAT IS NOT *
      * NUMERIC ADDS NOTHING, AS IT DOES FOR THE SENDER).              *
      ******************************************************************
       2000-READ-ONE-LINE.
           EVALUATE TRUE
               WHEN INC-HEADER
                   IF WS-LINE-READ-CNT > 1
                       PERFORM 2200-SET-REJECT-XTRA
                           THRU 2200-SET-REJECT-XTRA-EXIT
                   ELSE
                       SET WS-HEADER-SEEN TO TRUE
                       MOVE INC-FEED-ID TO WS-HDR-FEED-ID
                       MOVE INC-SENDER TO WS-HDR-SENDER
                       MOVE INC-HEADER-DATA(11:8)
                           TO WS-HDR-BUSINESS-DATE
                       MOVE INC-HEADER-DATA(19:7) TO WS-HDR-FILE-SEQ
                   END-IF
               WHEN INC-TRAILER
                   IF WS-TRAILER-SEEN
                       PERFORM 2200-SET-REJECT-XTRA
                           THRU 2200-SET-REJECT-XTRA-EXIT
                   ELSE
                       SET WS-TRAILER-SEEN TO TRUE
                       IF INC-RECORD-COUNT NUMERIC
                           MOVE INC-RECORD-COUNT
                               TO WS-TRL-RECORD-COUNT
                       END-IF
                       IF INC-HASH-TOTAL NUMERIC
                           MOVE INC-HASH-TOTAL TO WS-TRL-HASH-TOTAL
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-TRAILER-SEEN
                       PERFORM 2200-SET-REJECT-XTRA
                           THRU 2200-SET-REJECT-XTRA-EXIT
                   END-IF
                   ADD 1 TO WS-BODY-CNT
                   MOVE INBOUND-FEED-LINE(WS-HASH-START:10)
                       TO WS-HASH-FIELD
                   IF WS-HASH-VALUE NUMERIC
                       ADD WS-HASH-VALUE TO WS-BODY-HASH
                   END-IF
           END-EVALUATE.

           PERFORM 2100-READ-NEXT-LINE
               THRU 2100-READ-NEXT-LINE-EXIT.

       2000-READ-ONE-LINE-EXIT.
           EXIT.

       2100-READ-NEXT-LINE.
           READ INBOUND-FEED-FILE
               AT END
                   SET WS-INBFEED-EOF TO TRUE
                   GO TO 2100-READ-NEXT-LINE-EXIT
           END-READ.

           ADD 1 TO WS-LINE-READ-CNT.

       2100-READ-NEXT-LINE-EXIT.
           EXIT.

       2200-SET-REJECT-XTRA.
           IF WS-DELIVERY-PASSES
               MOVE 'XTRA' TO WS-REJECT-REASON
           END-IF.

       2200-SET-REJECT-XTRA-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CHECK-CONTROLS - THE HEADER MUST NAME THIS FEED AND CARRY *
      * A BUSINESS DATE AND FILE SEQUENCE; THE TRAILER MUST AGREE WITH *
      * THE BODY.  THE FIRST FAILURE FOUND IS THE ONE RECORDED.        *
      ******************************************************************
       3000-CHECK-CONTROLS.
           IF NOT WS-HEADER-SEEN
               MOVE 'NOHD' TO WS-REJECT-REASON
               GO TO 3000-CHECK-CONTROLS-EXIT
           END-IF.

           IF WS-HDR-BUSINESS-DATE NUMERIC
               AND WS-HDR-FILE-SEQ NUMERIC
               MOVE WS-HDR-BUSINESS-DATE TO WS-BUSINESS-DATE
               MOVE WS-HDR-FILE-SEQ TO WS-FILE-SEQ
               IF WS-BUSINESS-DATE > ZERO
                   AND WS-FILE-SEQ > ZERO
                   SET WS-HEADER-VALID TO TRUE
               END-IF
           END-IF.

           IF NOT WS-DELIVERY-PASSES
               GO TO 3000-CHECK-CONTROLS-EXIT
           END-IF.

           IF WS-HDR-FEED-ID NOT = WS-FEED-ID
               MOVE 'FEED' TO WS-REJECT-REASON
               GO TO 3000-CHECK-CONTROLS-EXIT
           END-IF.

           IF NOT WS-HEADER-VALID
               MOVE 'HDRF' TO WS-REJECT-REASON
               GO TO 3000-CHECK-CONTROLS-EXIT
           END-IF.

           IF NOT WS-TRAILER-SEEN
               MOVE 'NOTR' TO WS-REJECT-REASON
               GO TO 3000-CHECK-CONTROLS-EXIT
           END-IF.

           IF WS-TRL-RECORD-COUNT NOT = WS-BODY-CNT
               MOVE 'RCNT' TO WS-REJECT-REASON
               GO TO 3000-CHECK-CONTROLS-EXIT
           END-IF.

           IF WS-TRL-HASH-TOTAL NOT = WS-BODY-HASH
               MOVE 'HASH' TO WS-REJECT-REASON
           END-IF.

       3000-CHECK-CONTROLS-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CHECK-REGISTER - REFUSE A BUSINESS DATE OR FILE SEQUENCE  *
      * ALREADY ACCEPTED FOR THE FEED.  A SEQUENCE MORE THAN ONE PAST  *
      * THE HIGHEST ACCEPTED IS A GAP: THE DELIVERY IS TAKEN BUT       *
      * FLAGGED.  A LOWER SEQUENCE NOT YET SEEN IS A LATE FILE FILLING *
      * AN EARLIER GAP AND IS TAKEN AS IT STANDS.                      *
      ******************************************************************
       4000-CHECK-REGISTER.
           IF NOT WS-DELIVERY-PASSES
               GO TO 4000-CHECK-REGISTER-EXIT
           END-IF.

           MOVE WS-FEED-ID TO INR-FEED-ID.
           MOVE 'D' TO INR-ROW-TYPE.
           MOVE SPACES TO INR-ROW-KEY.
           MOVE WS-BUSINESS-DATE TO INR-KEY-BUSINESS-DATE.
           PERFORM 8100-READ-REGISTER-ROW
               THRU 8100-READ-REGISTER-ROW-EXIT.
           IF WS-REG-FOUND
               MOVE 'DDAT' TO WS-REJECT-REASON
               GO TO 4000-CHECK-REGISTER-EXIT
           END-IF.

           MOVE WS-FEED-ID TO INR-FEED-ID.
           MOVE 'S' TO INR-ROW-TYPE.
           MOVE SPACES TO INR-ROW-KEY.
           MOVE WS-FILE-SEQ TO INR-KEY-FILE-SEQ.
           PERFORM 8100-READ-REGISTER-ROW
               THRU 8100-READ-REGISTER-ROW-EXIT.
           IF WS-REG-FOUND
               MOVE 'DSEQ' TO WS-REJECT-REASON
               GO TO 4000-CHECK-REGISTER-EXIT
           END-IF.

           PERFORM 8200-READ-CONTROL-ROW
               THRU 8200-READ-CONTROL-ROW-EXIT.
           IF WS-REG-FOUND
               AND INR-LAST-FILE-SEQ > ZERO
               AND WS-FILE-SEQ > INR-LAST-FILE-SEQ + 1
               SET WS-SEQUENCE-GAP TO TRUE
               COMPUTE WS-GAP-FROM-SEQ = INR-LAST-FILE-SEQ + 1
               COMPUTE WS-GAP-TO-SEQ = WS-FILE-SEQ - 1
           END-IF.

       4000-CHECK-REGISTER-EXIT.
           EXIT.

      ******************************************************************
      * 5000-REGISTER-ACCEPTED - WRITE THE DELIVERY UNDER ITS FILE     *
      * SEQUENCE AND ITS BUSINESS DATE, AND MOVE THE FEED'S RUNNING    *
      * POSITION ON.                                                   *
      ******************************************************************
       5000-REGISTER-ACCEPTED.
           MOVE WS-FEED-ID TO INR-FEED-ID.
           MOVE 'S' TO INR-ROW-TYPE.
           MOVE SPACES TO INR-ROW-KEY.
           MOVE WS-FILE-SEQ TO INR-KEY-FILE-SEQ.
           PERFORM 8000-BUILD-DELIVERY-DATA
               THRU 8000-BUILD-DELIVERY-DATA-EXIT.
           PERFORM 8300-WRITE-REGISTER-ROW
               THRU 8300-WRITE-REGISTER-ROW-EXIT.

           MOVE WS-FEED-ID TO INR-FEED-ID.
           MOVE 'D' TO INR-ROW-TYPE.
           MOVE SPACES TO INR-ROW-KEY.
           MOVE WS-BUSINESS-DATE TO INR-KEY-BUSINESS-DATE.
           PERFORM 8000-BUILD-DELIVERY-DATA
               THRU 8000-BUILD-DELIVERY-DATA-EXIT.
           PERFORM 8300-WRITE-REGISTER-ROW
               THRU 8300-WRITE-REGISTER-ROW-EXIT.

           PERFORM 8200-READ-CONTROL-ROW
               THRU 8200-READ-CONTROL-ROW-EXIT.
           IF WS-FILE-SEQ > INR-LAST-FILE-SEQ
               MOVE WS-FILE-SEQ TO INR-LAST-FILE-SEQ
           END-IF.
           IF WS-BUSINESS-DATE > INR-LAST-BUSINESS-DATE
               MOVE WS-BUSINESS-DATE TO INR-LAST-BUSINESS-DATE
           END-IF.
           MOVE WS-TODAY-YYYYMMDD TO INR-LAST-ARRIVAL-DATE.
           ADD 1 TO INR-ACCEPTED-COUNT.
           PERFORM 8400-SAVE-CONTROL-ROW
               THRU 8400-SAVE-CONTROL-ROW-EXIT.

       5000-REGISTER-ACCEPTED-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGISTER-REFUSED - WRITE THE DELIVERY AS A REFUSED ROW    *
      * KEYED ON ITS ARRIVAL, AND COUNT IT AGAINST THE FEED.           *
      ******************************************************************
       6000-REGISTER-REFUSED.
           MOVE WS-FEED-ID TO INR-FEED-ID.
           MOVE 'R' TO INR-ROW-TYPE.
           MOVE WS-RUNLOG-START-TS TO INR-ROW-KEY.
           PERFORM 8000-BUILD-DELIVERY-DATA
               THRU 8000-BUILD-DELIVERY-DATA-EXIT.
           PERFORM 8300-WRITE-REGISTER-ROW
               THRU 8300-WRITE-REGISTER-ROW-EXIT.

           PERFORM 8200-READ-CONTROL-ROW
               THRU 8200-READ-CONTROL-ROW-EXIT.
           ADD 1 TO INR-REJECTED-COUNT.
           PERFORM 8400-SAVE-CONTROL-ROW
               THRU 8400-SAVE-CONTROL-ROW-EXIT.

       6000-REGISTER-REFUSED-EXIT.
           EXIT.

      ******************************************************************
      * 7000-PRINT-RESULT - THE HEADER, TRAILER AND BODY FIGURES SIDE  *
      * BY SIDE, THEN THE RESULT.                                      *
      ******************************************************************
       7000-PRINT-RESULT.
           MOVE 'FEED .........................' TO WS-CK-LABEL.
           MOVE WS-FEED-ID TO WS-CK-VALUE.
           WRITE INBOUND-CHECK-REPORT-LINE FROM WS-CHECK-LINE.

           MOVE 'SENDER .......................' TO WS-CK-LABEL.
           MOVE WS-HDR-SENDER TO WS-CK-VALUE.
           WRITE INBOUND-CHECK-REPORT-LINE FROM WS-CHECK-LINE.

           MOVE 'BUSINESS DATE ................' TO WS-CK-LABEL.
           MOVE WS-HDR-BUSINESS-DATE TO WS-CK-VALUE.
           WRITE INBOUND-CHECK-REPORT-LINE FROM WS-CHECK-LINE.

           MOVE 'FILE SEQUENCE ................' TO WS-CK-LABEL.
           MOVE WS-HDR-FILE-SEQ TO WS-CK-VALUE.
           WRITE INBOUND-CHECK-REPORT-LINE FROM WS-CHECK-LINE.

           MOVE 'BODY RECORDS .................' TO WS-CK-LABEL.
           MOVE WS-BODY-CNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CK-VALUE.
           WRITE INBOUND-CHECK-REPORT-LINE FROM WS-CHECK-LINE.

           MOVE 'TRAILER RECORD COUNT .........' TO WS-CK-LABEL.
           MOVE WS-TRL-RECORD-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-CK-VALUE.
           WRITE INBOUND-CHECK-REPORT-LINE FROM WS-CHECK-LINE.

           MOVE 'BODY CUST-ID HASH ............' TO WS-CK-LABEL.
           MOVE WS-BODY-HASH TO WS-HASH-EDIT.
           MOVE WS-HASH-EDIT TO WS-CK-VALUE.
           WRITE INBOUND-CHECK-REPORT-LINE FROM WS-CHECK-LINE.

           MOVE 'TRAILER HASH TOTAL ...........' TO WS-CK-LABEL.
           MOVE WS-TRL-HASH-TOTAL TO WS-HASH-EDIT.
           MOVE WS-HASH-EDIT TO WS-CK-VALUE.
           WRITE INBOUND-CHECK-REPORT-LINE FROM WS-CHECK-LINE.

           MOVE SPACES TO WS-RL-REASON.
           EVALUATE WS-REJECT-REASON
               WHEN SPACES
                   MOVE 'ACCEPTED' TO WS-RL-RESULT
               WHEN 'NOHD'
                   MOVE 'NO HEADER RECORD FIRST' TO WS-RL-REASON
               WHEN 'FEED'
                   MOVE 'HEADER NAMES ANOTHER FEED' TO WS-RL-REASON
               WHEN 'HDRF'
                   MOVE 'HEADER DATE OR SEQUENCE NOT VALID'
                       TO WS-RL-REASON
               WHEN 'NOTR'
                   MOVE 'NO TRAILER RECORD - FILE TRUNCATED'
                       TO WS-RL-REASON
               WHEN 'XTRA'
                   MOVE 'RECORDS OUTSIDE THE HEADER AND TRAILER'
                       TO WS-RL-REASON
               WHEN 'RCNT'
                   MOVE 'TRAILER RECORD COUNT DOES NOT MATCH BODY'
                       TO WS-RL-REASON
               WHEN 'HASH'
                   MOVE 'TRAILER HASH TOTAL DOES NOT MATCH BODY'
                       TO WS-RL-REASON
               WHEN 'DDAT'
                   MOVE 'BUSINESS DATE ALREADY RECEIVED'
                       TO WS-RL-REASON
               WHEN 'DSEQ'
                   MOVE 'FILE SEQUENCE ALREADY RECEIVED'
                       TO WS-RL-REASON
           END-EVALUATE.
           IF NOT WS-DELIVERY-PASSES
               MOVE 'REFUSED' TO WS-RL-RESULT
           END-IF.
           WRITE INBOUND-CHECK-REPORT-LINE FROM WS-RESULT-LINE.

           IF WS-SEQUENCE-GAP
               MOVE 'SEQUENCE GAP - NOT RECEIVED .' TO WS-CK-LABEL
               MOVE SPACES TO WS-CK-VALUE
               MOVE WS-GAP-FROM-SEQ TO WS-SEQ-EDIT
               MOVE WS-SEQ-EDIT TO WS-CK-VALUE(1:9)
               MOVE ' TO ' TO WS-CK-VALUE(10:4)
               MOVE WS-GAP-TO-SEQ TO WS-SEQ-EDIT
               MOVE WS-SEQ-EDIT TO WS-CK-VALUE(14:9)
               WRITE INBOUND-CHECK-REPORT-LINE FROM WS-CHECK-LINE
           END-IF.

       7000-PRINT-RESULT-EXIT.
           EXIT.

      ******************************************************************
      * 8000-BUILD-DELIVERY-DATA - FILL THE DELIVERY PART OF THE       *
      * REGISTER ROW.  A HEADER TOO DAMAGED TO READ LEAVES ITS DATE    *
      * AND SEQUENCE ZERO.                                             *
      ******************************************************************
       8000-BUILD-DELIVERY-DATA.
           MOVE SPACES TO INR-DATA.
           MOVE WS-HDR-SENDER TO INR-SENDER.
           MOVE ZERO TO INR-BUSINESS-DATE.
           MOVE ZERO TO INR-FILE-SEQ.
           IF WS-HDR-BUSINESS-DATE NUMERIC
               MOVE WS-HDR-BUSINESS-DATE TO INR-BUSINESS-DATE
           END-IF.
           IF WS-HDR-FILE-SEQ NUMERIC
               MOVE WS-HDR-FILE-SEQ TO INR-FILE-SEQ
           END-IF.
           MOVE WS-TODAY-YYYYMMDD TO INR-ARRIVAL-DATE.
           MOVE WS-RUNLOG-START-TS TO INR-ARRIVAL-TS.
           IF WS-DELIVERY-PASSES
               SET INR-ACCEPTED TO TRUE
           ELSE
               SET INR-REJECTED TO TRUE
           END-IF.
           MOVE WS-REJECT-REASON TO INR-REJECT-REASON.
           IF WS-SEQUENCE-GAP
               SET INR-GAP-FLAGGED TO TRUE
           ELSE
               MOVE 'N' TO INR-GAP-SW
           END-IF.
           MOVE WS-BODY-CNT TO INR-BODY-COUNT.
           MOVE WS-TRL-RECORD-COUNT TO INR-TRAILER-COUNT.
           MOVE WS-BODY-HASH TO INR-BODY-HASH.
           MOVE WS-TRL-HASH-TOTAL TO INR-TRAILER-HASH.

       8000-BUILD-DELIVERY-DATA-EXIT.
           EXIT.

       8100-READ-REGISTER-ROW.
           MOVE 'N' TO WS-REG-FOUND-SW.
           READ INBOUND-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-REG-FOUND TO TRUE
           END-READ.

       8100-READ-REGISTER-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-CONTROL-ROW - READ THE FEED'S C ROW, OR START ONE    *
      * FOR A FEED'S FIRST DELIVERY.                                   *
      ******************************************************************
       8200-READ-CONTROL-ROW.
           MOVE WS-FEED-ID TO INR-FEED-ID.
           MOVE 'C' TO INR-ROW-TYPE.
           MOVE SPACES TO INR-ROW-KEY.
           PERFORM 8100-READ-REGISTER-ROW
               THRU 8100-READ-REGISTER-ROW-EXIT.
           IF WS-REG-FOUND
               GO TO 8200-READ-CONTROL-ROW-EXIT
           END-IF.

           MOVE SPACES TO INR-DATA.
           MOVE ZERO TO INR-LAST-FILE-SEQ.
           MOVE ZERO TO INR-LAST-BUSINESS-DATE.
           MOVE ZERO TO INR-LAST-ARRIVAL-DATE.
           MOVE ZERO TO INR-ACCEPTED-COUNT.
           MOVE ZERO TO INR-REJECTED-COUNT.

       8200-READ-CONTROL-ROW-EXIT.
           EXIT.

       8300-WRITE-REGISTER-ROW.
           WRITE INBOUND-REGISTER-RECORD
               INVALID KEY
                   DISPLAY 'CUSINB01 - INBREG WRITE FAILED '
                       INR-KEY
                   GO TO 8300-WRITE-REGISTER-ROW-EXIT
           END-WRITE.
           ADD 1 TO WS-REG-WRITTEN-CNT.

       8300-WRITE-REGISTER-ROW-EXIT.
           EXIT.

       8400-SAVE-CONTROL-ROW.
           IF WS-REG-FOUND
               REWRITE INBOUND-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY 'CUSINB01 - INBREG REWRITE FAILED '
                           INR-KEY
                       GO TO 8400-SAVE-CONTROL-ROW-EXIT
               END-REWRITE
               ADD 1 TO WS-REG-WRITTEN-CNT
           ELSE
               PERFORM 8300-WRITE-REGISTER-ROW
                   THRU 8300-WRITE-REGISTER-ROW-EXIT
           END-IF.

       8400-SAVE-CONTROL-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES, SET RETURN CODE.  A REFUSED      *
      * DELIVERY ENDS WITH RC 12 SO THE APPLY STEP IS BYPASSED; A      *
      * SEQUENCE GAP ENDS WITH A WARNING AND THE APPLY GOES AHEAD.     *
      ******************************************************************
       9000-TERMINATE.
           CLOSE INBOUND-FEED-FILE
                 INBOUND-REGISTER-FILE
                 INBOUND-CHECK-REPORT.

           IF NOT WS-INIT-FAILED
               IF NOT WS-DELIVERY-PASSES
                   DISPLAY 'CUSINB01 - ' WS-FEED-ID
                       ' DELIVERY REFUSED REASON=' WS-REJECT-REASON
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF WS-SEQUENCE-GAP
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           PERFORM 9100-WRITE-RUN-LOG
               THRU 9100-WRITE-RUN-LOG-EXIT.

       9000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 9100-WRITE-RUN-LOG - APPEND THE STANDARD RUN RECORD, UNDER THE *
      * FEED ID, FOR THE NIGHTLY SUMMARY AND FOR CUSGTE01.  A RUN LOG  *
      * FAILURE IS REPORTED BUT NEVER CHANGES THE RUN'S OWN RETURN     *
      * CODE.                                                          *
      ******************************************************************
       9100-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               DISPLAY 'CUSINB01 - RUNLOG OPEN FAILED STATUS='
                   WS-RUNLOG-STATUS
               GO TO 9100-WRITE-RUN-LOG-EXIT
           END-IF.

           ACCEPT WS-RUNLOG-TIME FROM TIME.
           STRING WS-TODAY-YYYYMMDD(1:4) '-' WS-TODAY-YYYYMMDD(5:2) '-'
                  WS-TODAY-YYYYMMDD(7:2) '-' WS-RUNLOG-TIME(1:2) '.'
                  WS-RUNLOG-TIME(3:2) '.' WS-RUNLOG-TIME(5:2)
                  '.000000'
                  DELIMITED BY SIZE INTO WS-RUNLOG-END-TS.

           IF WS-FEED-ID = SPACES
               MOVE 'CUSINB01' TO RUNLOG-PROGRAM
           ELSE
               MOVE WS-FEED-ID TO RUNLOG-PROGRAM
           END-IF.
           MOVE WS-TODAY-YYYYMMDD TO RUNLOG-RUN-DATE.
           MOVE WS-RUNLOG-START-TS TO RUNLOG-START-TIMESTAMP.
           MOVE WS-RUNLOG-END-TS TO RUNLOG-END-TIMESTAMP.
           MOVE WS-LINE-READ-CNT TO RUNLOG-RECORDS-READ.
           MOVE WS-REG-WRITTEN-CNT TO RUNLOG-RECORDS-WRITTEN.
           MOVE ZERO TO RUNLOG-RECORDS-UPDATED.
           IF NOT WS-DELIVERY-PASSES
               OR WS-SEQUENCE-GAP
               MOVE 1 TO RUNLOG-EXCEPTION-COUNT
           ELSE
               MOVE ZERO TO RUNLOG-EXCEPTION-COUNT
           END-IF.
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.

       9100-WRITE-RUN-LOG-EXIT.
           EXIT.
