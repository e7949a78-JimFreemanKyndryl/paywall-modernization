      ******************************************************************
      * GROUP SITE-LICENCE RECORD LAYOUT                               *
      * ONE ROW PER SPONSOR LICENCE, KEYED ON THE SPONSORING CUST-ID   *
      * AND THE PLAN LICENSED, WHICH IS ALSO THE ENT-KEY OF THE        *
      * SPONSOR'S OWN CUSTENT ROW (MARKED ENT-SEAT-SPONSOR).  CUSBIL01 *
      * BILLS THAT ROW FOR LIC-SEAT-COUNT SEATS AT THE PLANMSTR RATE.  *
      * THE MEMBERS HOLDING THE SEATS ARE ON THE SEATASN               *
      * SEAT-ASSIGNMENT FILE.                                          *
      *                                                                *
      * CUSLIC01 MAINTAINS THE FILE.  LIC-SEATS-ASSIGNED IS NEVER      *
      * ALLOWED ABOVE LIC-SEAT-COUNT.  A LICENCE WHOSE SPONSOR ROW     *
      * GOES PAST DUE IS SUSPENDED AND ITS MEMBERS' ACCESS REVOKED     *
      * UNTIL THE SPONSOR PAYS; ONE WHOSE SPONSOR ROW IS CANCELLED IS  *
      * CLOSED AND ITS SEATS RELEASED.                                 *
      ******************************************************************
       01  SITE-LICENCE-RECORD.
           05  LIC-KEY.
               10  LIC-SPONSOR-ID       PIC 9(10).
               10  LIC-PLAN-CODE        PIC X(08).
           05  LIC-SEAT-COUNT           PIC 9(05).
           05  LIC-SEATS-ASSIGNED       PIC 9(05).
           05  LIC-STATUS               PIC X(01).
               88  LIC-ACTIVE           VALUE 'A'.
               88  LIC-SUSPENDED        VALUE 'S'.
               88  LIC-CLOSED           VALUE 'X'.
           05  LIC-START-DATE           PIC X(08).
           05  LIC-LAST-UPDATE-DATE     PIC X(08).
           05  LIC-STATUS-DATE          PIC X(08).
           05  FILLER                   PIC X(27).
