      ******************************************************************
      * DATA SUBJECT ACCESS REQUEST (DSAR) EXTRACT RECORD LAYOUT       *
      * THE PORTABLE EXTRACT CUSDSR01 WRITES IN ANSWER TO A GDPR OR    *
      * CCPA ACCESS REQUEST.  EACH CUSTOMER'S EXTRACT IS ONE           *
      * CONTIGUOUS BLOCK: A DSARHDR ROW, ONE ROW PER RECORD FOUND IN   *
      * EACH STORE SEARCHED, AND A DSARTRL ROW CARRYING THE NUMBER OF  *
      * DATA ROWS BETWEEN THEM.  DSX-RECORD-TYPE NAMES THE STORE THE   *
      * ROW CAME FROM AND DSX-SEQ NUMBERS THE ROWS WITHIN THE BLOCK.   *
      *                                                                *
      * EVERY FIELD IS DISPLAY SO THE EXTRACT CAN BE HANDED OVER AS    *
      * IS.  CUSTMSTR, ARCHMSTR AND USAGEACC ROWS ARE REFORMATTED      *
      * THROUGH THE VIEWS BELOW; CUSTENT, AUDITKSD, AUDARCH, BILLREQ   *
      * AND TAXLEDG ROWS CARRY THE STORE'S OWN RECORD IMAGE            *
      * LEFT-JUSTIFIED IN DSX-DATA, LAID OUT AS IN THAT STORE'S        *
      * COPYBOOK.  THE PASSWORD HASH AND SALT ARE NEVER WRITTEN.       *
      ******************************************************************
       01  DSAR-EXTRACT-RECORD.
           05  DSX-CUST-ID              PIC 9(10).
           05  DSX-RECORD-TYPE          PIC X(08).
               88  DSX-TYPE-HEADER      VALUE 'DSARHDR '.
               88  DSX-TYPE-MASTER      VALUE 'CUSTMSTR'.
               88  DSX-TYPE-ENTITLEMENT VALUE 'CUSTENT '.
               88  DSX-TYPE-AUDIT       VALUE 'AUDITKSD'.
               88  DSX-TYPE-AUDIT-ARCH  VALUE 'AUDARCH '.
               88  DSX-TYPE-USAGE       VALUE 'USAGEACC'.
               88  DSX-TYPE-BILLING     VALUE 'BILLREQ '.
               88  DSX-TYPE-SETTLEMENT  VALUE 'TAXLEDG '.
               88  DSX-TYPE-ARCHIVE     VALUE 'ARCHMSTR'.
               88  DSX-TYPE-TRAILER     VALUE 'DSARTRL '.
           05  DSX-SEQ                  PIC 9(06).
           05  DSX-DATA                 PIC X(600).
      * DSARHDR - OPENS EACH CUSTOMER'S EXTRACT.
           05  DSX-HEADER-DATA REDEFINES DSX-DATA.
               10  DSX-HDR-RUN-DATE     PIC X(08).
               10  DSX-HDR-TICKET       PIC X(12).
               10  DSX-HDR-RECEIVED-DATE PIC X(08).
               10  DSX-HDR-REQUESTED-AS PIC X(01).
                   88  DSX-HDR-BY-CUST-ID VALUE 'I'.
                   88  DSX-HDR-BY-EMAIL   VALUE 'E'.
               10  DSX-HDR-REQUEST-KEY  PIC X(50).
               10  FILLER               PIC X(521).
      * CUSTMSTR AND ARCHMSTR - THE MASTER RECORD IN DISPLAY FORM,
      * WITHOUT CUST-PASSWORD-HASH AND CUST-SALT.
           05  DSX-MASTER-DATA REDEFINES DSX-DATA.
               10  DSX-MST-EMAIL        PIC X(50).
               10  DSX-MST-FIRST-NAME   PIC X(30).
               10  DSX-MST-LAST-NAME    PIC X(30).
               10  DSX-MST-PHONE        PIC X(15).
               10  DSX-MST-ADDR-LINE1   PIC X(100).
               10  DSX-MST-ADDR-LINE2   PIC X(100).
               10  DSX-MST-CITY         PIC X(50).
               10  DSX-MST-STATE        PIC X(50).
               10  DSX-MST-ZIP          PIC X(10).
               10  DSX-MST-COUNTRY      PIC X(02).
               10  DSX-MST-STATUS       PIC X(01).
               10  DSX-MST-EMAIL-VERIFIED PIC X(01).
               10  DSX-MST-CREATED-DATE PIC X(26).
               10  DSX-MST-LAST-LOGIN   PIC X(26).
               10  DSX-MST-PWD-CHANGED-DATE PIC X(26).
               10  DSX-MST-FORCED-RESET PIC X(01).
               10  DSX-MST-FAILED-LOGINS PIC 9(04).
               10  DSX-MST-VERIFY-SENT-DATE PIC X(26).
               10  DSX-MST-VERIFY-ATTEMPTS PIC 9(04).
               10  DSX-MST-ARCHIVE-DATE PIC X(26).
               10  DSX-MST-ARCHIVE-GENERATION PIC X(08).
               10  FILLER               PIC X(14).
      * USAGEACC - THE ACCUMULATOR ROW WITH ITS VIEW COUNT IN DISPLAY
      * FORM.
           05  DSX-USAGE-DATA REDEFINES DSX-DATA.
               10  DSX-USE-PLAN-CODE    PIC X(08).
               10  DSX-USE-PERIOD       PIC 9(06).
               10  DSX-USE-VIEW-COUNT   PIC 9(09).
               10  DSX-USE-LAST-EVENT-DATE PIC X(10).
               10  FILLER               PIC X(567).
      * DSARTRL - CLOSES EACH CUSTOMER'S EXTRACT.
           05  DSX-TRAILER-DATA REDEFINES DSX-DATA.
               10  DSX-TRL-RECORD-COUNT PIC 9(09).
               10  FILLER               PIC X(591).
