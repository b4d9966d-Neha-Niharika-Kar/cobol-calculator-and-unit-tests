      *****************************************************************
      * CALCRVP - FX revaluation position record (CALCRVLP)            *
      * One record per foreign balance CALCREVL last revalued - a     *
      * named register (R) or a loan (L) - with the month it was      *
      * revalued for, the foreign balance, the base-currency amount   *
      * it was restated at and the amount it was compared against.    *
      * Next month's gain or loss is measured from RVP-BASE-AMOUNT;   *
      * a rerun of the same month measures from RVP-PRIOR-BASE-AMOUNT *
      * again, so a rerun never compounds.                             *
      *****************************************************************
       01  RVP-RECORD.
           05  RVP-POSITION-TYPE       PIC X.
               88  RVP-REGISTER        VALUE "R".
               88  RVP-LOAN            VALUE "L".
           05  RVP-CALLER-ID           PIC X(8).
           05  RVP-POSITION-ID         PIC X(10).
           05  RVP-CURRENCY            PIC X(3).
           05  RVP-YEAR-MONTH          PIC 9(6).
           05  RVP-REVALUATION-DATE    PIC 9(8).
           05  RVP-FOREIGN-BALANCE     PIC S9(11)V99.
           05  RVP-BASE-AMOUNT         PIC S9(11)V99.
           05  RVP-PRIOR-BASE-AMOUNT   PIC S9(11)V99.
