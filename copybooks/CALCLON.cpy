      * each open loan's daily accrual through CALCULATOR's            *
      * high-precision compound-interest path, so every accrual is     *
      * audited and reconcilable like any other calculator number.     *
      * CALCLPST keeps the running balances: the interest accrued      *
      * and not yet paid or capitalized, the last payment, last        *
      * accrual posted and last capitalization dates, and the         *
      * principal and interest paid to date.                          *
      *****************************************************************
       01  LOAN-RECORD.
           05  LOAN-ID                 PIC X(10).
               88  LOAN-BASIS-BUSINESS VALUE "B".
           05  LOAN-MARKET-CODE        PIC X(3).
           05  LOAN-DAY-COUNT-BASE     PIC 9(3).
           05  LOAN-ACCRUED-INTEREST   PIC S9(9)V99.
           05  LOAN-LAST-PAYMENT-DATE  PIC 9(8).
           05  LOAN-LAST-ACCRUAL-DATE  PIC 9(8).
           05  LOAN-LAST-CAP-DATE      PIC 9(8).
           05  LOAN-PAID-PRINCIPAL     PIC S9(11)V99.
           05  LOAN-PAID-INTEREST      PIC S9(11)V99.
