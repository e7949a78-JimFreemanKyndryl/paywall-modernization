      ******************************************************************
      * INBOUND FILE REGISTER RECORD LAYOUT                            *
      * KEYED ON FEED ID + ROW TYPE + ROW KEY, SO EVERY ROW FOR ONE    *
      * FEED READS TOGETHER.  CUSINB01 WRITES IT AS EACH DELIVERY IS   *
      * VALIDATED; CUSINB02 REPORTS FROM IT DAILY.                     *
      *                                                                *
      * ROW TYPE C HOLDS THE FEED'S HIGHEST FILE SEQUENCE AND BUSINESS *
      * DATE ACCEPTED AND ITS RUNNING COUNTS.  AN ACCEPTED DELIVERY IS *
      * WRITTEN TWICE, AS AN S ROW KEYED ON ITS FILE SEQUENCE AND A D  *
      * ROW KEYED ON ITS BUSINESS DATE, SO A RE-SENT FILE IS REFUSED   *
      * ON EITHER BY ONE KEYED READ.  A REFUSED DELIVERY IS AN R ROW   *
      * KEYED ON THE TIME IT ARRIVED AND NEVER BLOCKS A CORRECTED      *
      * RESEND.                                                        *
      *                                                                *
      * INR-REJECT-REASON ON AN R ROW IS NOHD (NO HEADER), FEED        *
      * (HEADER FOR ANOTHER FEED), HDRF (HEADER DATE OR SEQUENCE NOT   *
      * VALID), NOTR (NO TRAILER), XTRA (A SECOND HEADER OR TRAILER,   *
      * OR BODY AFTER THE TRAILER), RCNT (RECORD COUNT MISMATCH), HASH *
      * (HASH TOTAL MISMATCH), DDAT (BUSINESS DATE ALREADY RECEIVED)   *
      * OR DSEQ (FILE SEQUENCE ALREADY RECEIVED).  INR-GAP-FLAGGED     *
      * MARKS AN ACCEPTED DELIVERY THAT SKIPPED ONE OR MORE SEQUENCE   *
      * NUMBERS.                                                       *
      ******************************************************************
       01  INBOUND-REGISTER-RECORD.
           05  INR-KEY.
               10  INR-FEED-ID          PIC X(08).
               10  INR-ROW-TYPE         PIC X(01).
                   88  INR-CONTROL-ROW  VALUE 'C'.
                   88  INR-SEQUENCE-ROW VALUE 'S'.
                   88  INR-DATE-ROW     VALUE 'D'.
                   88  INR-REJECT-ROW   VALUE 'R'.
               10  INR-ROW-KEY          PIC X(26).
      * S ROW - THE FILE SEQUENCE NUMBER.
               10  INR-ROW-KEY-SEQ REDEFINES INR-ROW-KEY.
                   15  INR-KEY-FILE-SEQ PIC 9(07).
                   15  FILLER           PIC X(19).
      * D ROW - THE BUSINESS DATE.
               10  INR-ROW-KEY-DATE REDEFINES INR-ROW-KEY.
                   15  INR-KEY-BUSINESS-DATE
                                        PIC 9(08).
                   15  FILLER           PIC X(18).
      * R ROW - THE ARRIVAL TIMESTAMP.  C ROW - SPACES.
           05  INR-DATA                 PIC X(125).
      * S, D AND R ROWS - ONE DELIVERY.
           05  INR-DELIVERY-DATA REDEFINES INR-DATA.
               10  INR-SENDER           PIC X(10).
               10  INR-BUSINESS-DATE    PIC 9(08).
               10  INR-FILE-SEQ         PIC 9(07).
               10  INR-ARRIVAL-DATE     PIC 9(08).
               10  INR-ARRIVAL-TS       PIC X(26).
               10  INR-RESULT           PIC X(01).
                   88  INR-ACCEPTED     VALUE 'A'.
                   88  INR-REJECTED     VALUE 'R'.
               10  INR-REJECT-REASON    PIC X(04).
               10  INR-GAP-SW           PIC X(01).
                   88  INR-GAP-FLAGGED  VALUE 'Y'.
               10  INR-BODY-COUNT       PIC 9(09).
               10  INR-TRAILER-COUNT    PIC 9(09).
               10  INR-BODY-HASH        PIC 9(15).
               10  INR-TRAILER-HASH     PIC 9(15).
               10  FILLER               PIC X(12).
      * C ROW - THE FEED'S RUNNING POSITION.
           05  INR-CONTROL-DATA REDEFINES INR-DATA.
               10  INR-LAST-FILE-SEQ    PIC 9(07).
               10  INR-LAST-BUSINESS-DATE
                                        PIC 9(08).
               10  INR-LAST-ARRIVAL-DATE
                                        PIC 9(08).
               10  INR-ACCEPTED-COUNT   PIC 9(07).
               10  INR-REJECTED-COUNT   PIC 9(07).
               10  FILLER               PIC X(88).
