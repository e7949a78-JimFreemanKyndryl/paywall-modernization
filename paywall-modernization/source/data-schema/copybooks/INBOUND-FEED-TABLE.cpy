      ******************************************************************
      * INBOUND FEED TABLE - WORKING-STORAGE                           *
      * ONE ENTRY PER INBOUND FEED UNDER HEADER / TRAILER CONTROL: THE *
      * FEED ID (ALSO ITS DD NAME AND THE INC-FEED-ID ITS HEADER MUST  *
      * CARRY), THE COLUMN WHERE THE 10-DIGIT CUST-ID SUMMED INTO THE  *
      * HASH TOTAL STARTS, AND THE PROGRAM THAT APPLIES IT.  EVERY     *
      * FEED IS EXPECTED ONCE PER BUSINESS DATE, AS AN EMPTY FILE WITH *
      * A HEADER AND A ZERO TRAILER WHEN THERE IS NOTHING TO SEND.     *
      * SHARED BY CUSINB01 AND CUSINB02; A NEW FEED IS ADDED HERE AND  *
      * INF-FEED-COUNT RAISED.                                         *
      ******************************************************************
       01  INBOUND-FEED-VALUES.
           05  FILLER                   PIC X(19) VALUE
               'AUTHEVT 001CUSAUT01'.
           05  FILLER                   PIC X(19) VALUE
               'GWRESP  001CUSBIL01'.
           05  FILLER                   PIC X(19) VALUE
               'GWSETL  001CUSREC01'.
           05  FILLER                   PIC X(19) VALUE
               'USAGEVT 001CUSUSE01'.
           05  FILLER                   PIC X(19) VALUE
               'TRLCNV  001CUSTRL01'.
           05  FILLER                   PIC X(19) VALUE
               'PLNCHG  001CUSPCH01'.
           05  FILLER                   PIC X(19) VALUE
               'GWCHBK  001CUSCBK01'.
           05  FILLER                   PIC X(19) VALUE
               'EMLRTN  060CUSSUP01'.
           05  FILLER                   PIC X(19) VALUE
               'ACCTUPD 001CUSPMT01'.
           05  FILLER                   PIC X(19) VALUE
               'SEATREQ 002CUSLIC01'.
       01  INBOUND-FEED-TABLE REDEFINES INBOUND-FEED-VALUES.
           05  INF-ENTRY OCCURS 10 TIMES
                   INDEXED BY INF-IDX.
               10  INF-FEED-ID          PIC X(08).
               10  INF-HASH-START       PIC 9(03).
               10  INF-APPLY-PROGRAM    PIC X(08).
       01  INF-FEED-COUNT               PIC 9(04) COMP VALUE 10.
