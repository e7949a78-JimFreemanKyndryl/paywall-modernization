      ******************************************************************
      * GENERAL LEDGER JOURNAL RECORD LAYOUT                           *
      * FIXED-FORMAT MONTH-END JOURNAL LINE FOR THE GL INTERFACE,      *
      * WRITTEN BY CUSDFR02.  ONE LINE PER ACCOUNT, PLAN CODE AND      *
      * SIDE; EVERY SETTLEMENT, RECOGNITION, RELEASE AND REVERSAL IS   *
      * POSTED AS A BALANCED DEBIT/CREDIT PAIR, SO THE FILE NETS TO    *
      * ZERO.                                                          *
      *   CASH      - SETTLED CHARGES NET OF SALES TAX                 *
      *   DEFREV    - DEFERRED (UNEARNED) REVENUE                      *
      *   EARNREV   - EARNED (RECOGNIZED) REVENUE                      *
      *   REFLIAB   - REFUND LIABILITY - THE UNEARNED BALANCE OF A     *
      *               CHARGEBACK OR REFUND CANCEL, OWED BACK TO THE    *
      *               CUSTOMER UNTIL THE GATEWAY REVERSAL CLEARS IT    *
      ******************************************************************
       01  GL-JOURNAL-RECORD.
           05  GLJ-PERIOD               PIC 9(06).
           05  GLJ-RUN-DATE             PIC 9(08).
           05  GLJ-SOURCE               PIC X(08).
           05  GLJ-ACCOUNT              PIC X(08).
               88  GLJ-ACCOUNT-CASH     VALUE 'CASH    '.
               88  GLJ-ACCOUNT-DEFERRED VALUE 'DEFREV  '.
               88  GLJ-ACCOUNT-EARNED   VALUE 'EARNREV '.
               88  GLJ-ACCOUNT-REFUND   VALUE 'REFLIAB '.
           05  GLJ-PLAN-CODE            PIC X(08).
           05  GLJ-DEBIT-CREDIT         PIC X(01).
               88  GLJ-DEBIT            VALUE 'D'.
               88  GLJ-CREDIT           VALUE 'C'.
           05  GLJ-AMOUNT               PIC 9(09)V99.
           05  GLJ-DESCRIPTION          PIC X(20).
           05  FILLER                   PIC X(10).
