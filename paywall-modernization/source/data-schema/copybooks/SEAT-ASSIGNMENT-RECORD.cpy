      ******************************************************************
      * SEAT-ASSIGNMENT RECORD LAYOUT                                  *
      * ONE ROW PER SEAT IN USE, KEYED ON THE SITELIC LICENCE KEY      *
      * (SPONSOR CUST-ID + PLAN) FOLLOWED BY THE MEMBER CUST-ID, SO    *
      * ALL OF A LICENCE'S SEATS READ TOGETHER FROM ONE START.  EACH   *
      * ROW LINKS THE MEMBER TO A SEAT-GRANTED CUSTENT ROW             *
      * (ENT-SEAT-GRANTED) ON THE SAME PLAN, WHICH IS NEVER BILLED.    *
      *                                                                *
      * CUSLIC01 WRITES AND DELETES THE ROWS FROM THE SEATREQ          *
      * ADD/REMOVE FILE.  A SEAT IS MARKED SEAT-REVOKED WHILE ITS      *
      * LICENCE IS SUSPENDED AND RESTORED WITH IT; THE ROWS OF A       *
      * CLOSED LICENCE ARE DELETED.                                    *
      ******************************************************************
       01  SEAT-ASSIGNMENT-RECORD.
           05  SEAT-KEY.
               10  SEAT-SPONSOR-ID      PIC 9(10).
               10  SEAT-PLAN-CODE       PIC X(08).
               10  SEAT-MEMBER-ID       PIC 9(10).
           05  SEAT-STATUS              PIC X(01).
               88  SEAT-ACTIVE          VALUE 'A'.
               88  SEAT-REVOKED         VALUE 'R'.
           05  SEAT-ASSIGNED-DATE       PIC X(08).
           05  SEAT-STATUS-DATE         PIC X(08).
           05  FILLER                   PIC X(15).
