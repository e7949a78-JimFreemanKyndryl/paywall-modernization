      *                  LAYER'S DAILY USAGE EVENT FILE TO THE         *
      *                  USAGEACC ACCUMULATOR, IN THE SAME PATTERN     *
      *                  AS THE CUSAUT01 AUTHENTICATION-EVENT APPLY    *
      * 2026-10-12  DO   SKIP THE INBOUND HEADER AND TRAILER CONTROL   *
      *                  RECORDS ON USAGEVT; THE FILE IS VALIDATED AND *
      *                  REGISTERED BY CUSINB01 FIRST                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSUSE01.
           05  UE-EVENT-DATE           PIC X(10).
           05  UE-VIEW-COUNT           PIC 9(05).
           05  FILLER                  PIC X(47).
       COPY INBOUND-CONTROL-RECORD.

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
                   GO TO 2100-READ-NEXT-EVENT-EXIT
           END-READ.

      *    THE HEADER AND TRAILER WERE CHECKED BY CUSINB01 IN THE
      *    STEP BEFORE THIS ONE; ONLY BODY RECORDS ARE APPLIED.
           IF INC-CONTROL-RECORD
               GO TO 2100-READ-NEXT-EVENT
           END-IF.

           ADD 1 TO WS-EVENT-READ-CNT.

       2100-READ-NEXT-EVENT-EXIT.
