      ******************************************************************
      * INBOUND FEED HEADER / TRAILER CONTROL RECORD LAYOUT            *
      * EVERY INBOUND FEED - AUTHEVT, GWRESP, GWSETL, USAGEVT, TRLCNV, *
      * PLNCHG, GWCHBK, EMLRTN, ACCTUPD AND SEATREQ - OPENS WITH ONE   *
      * HEADER RECORD AND CLOSES WITH ONE TRAILER RECORD IN THIS       *
      * LAYOUT, PADDED TO THE FEED'S OWN RECORD LENGTH.  THE HEADER    *
      * NAMES THE FEED, THE SENDER, THE BUSINESS DATE THE FILE COVERS  *
      * AND THE SENDER'S FILE SEQUENCE NUMBER, ONE UP PER DELIVERY.    *
      * THE TRAILER CARRIES THE NUMBER OF BODY RECORDS AND THEIR HASH  *
      * TOTAL, THE SUM OF THE CUST-ID COLUMN OF EVERY BODY RECORD (THE *
      * SPONSOR CUST-ID ON SEATREQ).                                   *
      *                                                                *
      * CUSINB01 CHECKS BOTH AGAINST THE BODY AND REGISTERS THE        *
      * DELIVERY ON INBREG BEFORE THE APPLY STEP RUNS.  EACH APPLY     *
      * PROGRAM COPIES THIS LAYOUT OVER ITS FEED RECORD AND SKIPS THE  *
      * TWO CONTROL RECORDS.                                           *
      ******************************************************************
       01  INBOUND-CONTROL-RECORD.
           05  INC-RECORD-TYPE          PIC X(03).
               88  INC-HEADER           VALUE 'HDR'.
               88  INC-TRAILER          VALUE 'TRL'.
               88  INC-CONTROL-RECORD   VALUE 'HDR' 'TRL'.
           05  INC-FEED-ID              PIC X(08).
           05  INC-CONTROL-DATA         PIC X(39).
      * HEADER - FIRST RECORD OF THE FILE.
           05  INC-HEADER-DATA REDEFINES INC-CONTROL-DATA.
               10  INC-SENDER           PIC X(10).
               10  INC-BUSINESS-DATE    PIC 9(08).
               10  INC-FILE-SEQ         PIC 9(07).
               10  FILLER               PIC X(14).
      * TRAILER - LAST RECORD OF THE FILE.
           05  INC-TRAILER-DATA REDEFINES INC-CONTROL-DATA.
               10  INC-RECORD-COUNT     PIC 9(09).
               10  INC-HASH-TOTAL       PIC 9(15).
               10  FILLER               PIC X(15).
