      ******************************************************************
      * MRR HISTORY RECORD LAYOUT                                      *
      * THE MRRHIST KSDS CUSMRR01 KEEPS SO EACH MONTH'S MRR FIGURES    *
      * ARE WRITTEN ONCE AND READ BACK RATHER THAN REBUILT.  KEYED ON  *
      * MONTH (YYYYMM) + ROW TYPE + REASON CODE, WITH THREE ROW TYPES: *
      *                                                                *
      *   B - ONE BRIDGE ROW PER MONTH: OPENING MRR, THE MOVEMENTS,    *
      *       CLOSING MRR, AND THE SUBSCRIBER COUNT BEHIND EACH.       *
      *   R - ONE ROW PER CUSCLS01 CLOSURE REASON CODE PER MONTH,      *
      *       SPLITTING THAT MONTH'S VOLUNTARY CHURN.                  *
      *   C - ONE ROW PER START-MONTH COHORT, KEYED ON THE COHORT'S    *
      *       MONTH.  MRRH-COH-SIZE GROWS AS SUBSCRIBERS FROM THAT     *
      *       MONTH START PAYING; EACH CHECKPOINT (1, 3, 6 AND 12      *
      *       MONTHS ON) IS FILLED IN BY THE RUN FOR THE MONTH THE     *
      *       COHORT REACHES IT.                                       *
      *                                                                *
      * MRR IS THE MONTHLY EQUIVALENT OF THE PLANMSTR RATE - THE RATE  *
      * SPREAD OVER PLAN-TERM-DAYS AND RESTATED PER 365/12 DAYS.  A    *
      * RERUN OF A MONTH REPLACES THAT MONTH'S ROWS; MRRH-COH-ADD-     *
      * MONTH / -COUNT HOLD THE LAST RUN'S ADDITION TO THE COHORT SIZE *
      * SO A RERUN CAN BACK IT OUT BEFORE ADDING AGAIN.                *
      ******************************************************************
       01  MRR-HISTORY-RECORD.
           05  MRRH-KEY.
               10  MRRH-MONTH           PIC 9(06).
               10  MRRH-ROW-TYPE        PIC X(01).
                   88  MRRH-BRIDGE-ROW  VALUE 'B'.
                   88  MRRH-REASON-ROW  VALUE 'R'.
                   88  MRRH-COHORT-ROW  VALUE 'C'.
               10  MRRH-REASON-CODE     PIC X(04).
           05  MRRH-RUN-DATE            PIC 9(08).
           05  MRRH-DATA                PIC X(171).
      * B - MONTHLY BRIDGE.  OPENING + NEW + CONVERSION + EXPANSION
      * - CONTRACTION - THE THREE CHURN AMOUNTS = CLOSING.
           05  MRRH-BRIDGE-DATA REDEFINES MRRH-DATA.
               10  MRRH-OPENING-MRR     PIC S9(09)V99.
               10  MRRH-NEW-MRR         PIC S9(09)V99.
               10  MRRH-CONVERSION-MRR  PIC S9(09)V99.
               10  MRRH-EXPANSION-MRR   PIC S9(09)V99.
               10  MRRH-CONTRACTION-MRR PIC S9(09)V99.
               10  MRRH-VOL-CHURN-MRR   PIC S9(09)V99.
               10  MRRH-INVOL-CHURN-MRR PIC S9(09)V99.
               10  MRRH-OTHER-CHURN-MRR PIC S9(09)V99.
               10  MRRH-CLOSING-MRR     PIC S9(09)V99.
               10  MRRH-OPENING-SUBS    PIC 9(07).
               10  MRRH-NEW-SUBS        PIC 9(07).
               10  MRRH-CONVERSION-SUBS PIC 9(07).
               10  MRRH-EXPANSION-SUBS  PIC 9(07).
               10  MRRH-CONTRACTION-SUBS PIC 9(07).
               10  MRRH-VOL-CHURN-SUBS  PIC 9(07).
               10  MRRH-INVOL-CHURN-SUBS PIC 9(07).
               10  MRRH-OTHER-CHURN-SUBS PIC 9(07).
               10  MRRH-CLOSING-SUBS    PIC 9(07).
               10  FILLER               PIC X(09).
      * R - VOLUNTARY CHURN FOR ONE CLOSURE REASON CODE.
           05  MRRH-REASON-DATA REDEFINES MRRH-DATA.
               10  MRRH-RSN-SUBS        PIC 9(07).
               10  MRRH-RSN-MRR         PIC S9(09)V99.
               10  FILLER               PIC X(153).
      * C - START-MONTH COHORT.  CHECKPOINTS 1-4 ARE 1, 3, 6 AND 12
      * MONTHS AFTER THE COHORT MONTH.
           05  MRRH-COHORT-DATA REDEFINES MRRH-DATA.
               10  MRRH-COH-SIZE        PIC 9(07).
               10  MRRH-COH-ADD-MONTH   PIC 9(06).
               10  MRRH-COH-ADD-COUNT   PIC 9(07).
               10  MRRH-COH-CHECKPOINT OCCURS 4 TIMES.
                   15  MRRH-COH-MEASURED-SW PIC X(01).
                       88  MRRH-COH-MEASURED VALUE 'Y'.
                   15  MRRH-COH-PAYING  PIC 9(07).
               10  FILLER               PIC X(119).
