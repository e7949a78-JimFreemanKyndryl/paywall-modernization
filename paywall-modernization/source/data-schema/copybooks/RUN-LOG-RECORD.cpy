      * STANDARD RUN LOG RECORD LAYOUT                                 *
      * ONE ROW APPENDED BY EVERY BATCH PROGRAM AT TERMINATION, IN     *
      * EXECUTION ORDER, SO THE WHOLE NIGHT CAN BE RECONSTRUCTED FROM  *
      * ONE DATASET INSTEAD OF ELEVEN SYSOUT SPOOLS.  READ BACK BY THE *
      * CUSRPT01 END-OF-STREAM REPORTER.                               *
      *                                                                *
      * RUNLOG-HELD-COUNT IS THE NUMBER OF NOTICES A PROGRAM THAT      *
      * WRITES NTFYOUT HELD BACK BECAUSE THE ADDRESS IS ON THE         *
      * EMLSUPP FILE.  IT IS SET ONLY BY THOSE PROGRAMS.               *
      *                                                                *
      * CUSINB01, WHICH VALIDATES EVERY INBOUND FEED, WRITES ITS ROW   *
      * UNDER THE FEED ID (E.G. 'GWRESP') IN RUNLOG-PROGRAM INSTEAD OF *
      * ITS OWN NAME, SO A LATER JOB CAN GATE ON ONE FEED THROUGH      *
      * CUSGTE01.                                                      *
      *                                                                *
      * CUSBIL01 LIKEWISE WRITES ITS GATEWAY RESPONSE APPLY PASS       *
      * (PARM='A') UNDER ITS JOB NAME 'CUSBILAP', KEEPING 'CUSBIL01'   *
      * FOR THE EXTRACT, SO A JOB THAT NEEDS TONIGHT'S PAYMENT STATUS  *
      * CAN GATE ON THE APPLY.                                         *
      ******************************************************************
       01  RUN-LOG-RECORD.
           05  RUNLOG-PROGRAM           PIC X(08).
           05  RUNLOG-RECORDS-UPDATED   PIC 9(09) COMP.
           05  RUNLOG-EXCEPTION-COUNT   PIC 9(09) COMP.
           05  RUNLOG-RETURN-CODE       PIC 9(04) COMP.
           05  RUNLOG-HELD-COUNT        PIC 9(09) COMP.
           05  FILLER                   PIC X(10).
