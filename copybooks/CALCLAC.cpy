      *****************************************************************
      * CALCLAC - Loan activity record (CALCLACT)                      *
      * One record per customer movement the lending desk books for    *
      * the night's CALCLPST run: a payment ("P"), an extra            *
      * disbursement ("D") or a payoff ("O"), with the loan, the       *
      * effective date, the amount and the desk's own reference.       *
      * A payment settles accrued interest first and principal after;  *
      * a payoff must equal the whole outstanding balance - principal  *
      * plus accrued interest - and closes the loan.                    *
      *****************************************************************
       01  LACT-RECORD.
           05  LACT-LOAN-ID            PIC X(10).
           05  LACT-ACTIVITY-TYPE      PIC X.
               88  LACT-PAYMENT        VALUE "P".
               88  LACT-DISBURSEMENT   VALUE "D".
               88  LACT-PAYOFF         VALUE "O".
               88  LACT-TYPE-VALID     VALUE "P" "D" "O".
           05  LACT-EFFECTIVE-DATE     PIC 9(8).
           05  LACT-AMOUNT             PIC S9(9)V99.
           05  LACT-REFERENCE          PIC X(16).
