      *                  CUSTOMER MASTER                              *
      * 2026-08-22  DO   APPEND ONE STANDARD RUN-LOG RECORD TO RUNLOG  *
      *                  AT TERMINATION FOR THE NIGHTLY SUMMARY        *
      * 2026-10-12  DO   SKIP THE INBOUND HEADER AND TRAILER CONTROL   *
      *                  RECORDS ON AUTHEVT; THE FILE IS VALIDATED AND *
      *                  REGISTERED BY CUSINB01 FIRST                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSAUT01.
               88  AE-PASSWORD-CHANGE  VALUE 'P'.
           05  AE-TIMESTAMP            PIC X(26).
           05  FILLER                  PIC X(43).
       COPY INBOUND-CONTROL-RECORD.

       FD  RESTORE-REQUEST-FILE
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
