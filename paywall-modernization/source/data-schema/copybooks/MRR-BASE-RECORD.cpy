      ******************************************************************
      * MRR BASE RECORD LAYOUT                                         *
      * ONE ROW PER CUSTOMER PAYING AT THE CLOSE OF MRRB-MONTH, IN     *
      * CUST-ID ORDER, CARRYING THE CUSTOMER'S CLOSING MRR AND THE     *
      * START-MONTH COHORT THEY WERE COUNTED IN.  WRITTEN BY EACH      *
      * CUSMRR01 RUN AND READ BACK BY THE NEXT AS ITS OPENING POSITION *
      * SO OPENING MRR IS NEVER RE-PRICED.                             *
      ******************************************************************
       01  MRR-BASE-RECORD.
           05  MRRB-CUST-ID             PIC 9(10).
           05  MRRB-MONTH               PIC 9(06).
           05  MRRB-MRR                 PIC 9(09)V99.
           05  MRRB-COHORT-MONTH        PIC 9(06).
           05  FILLER                   PIC X(07).
