      *****************************************************************
      * CALCLHS - Loan balance history record (CALCLHST)               *
      * CALCLPST appends one record per movement it posts to a loan:   *
      * the posting (business) date, the movement type, the amount     *
      * moved, the principal and accrued-interest balances after the   *
      * movement, the activity reference where there is one, and the   *
      * CALCULATOR status of the audited call that produced it, so    *
      * any balance on CALCLOAN can be walked back movement by        *
      * movement. Movement types:                                      *
      *   ACR  daily accrual added to accrued interest                 *
      *   PYI  payment applied to accrued interest                     *
      *   PYP  payment applied to principal                            *
      *   DSB  extra disbursement added to principal                   *
      *   CAP  accrued interest capitalized, added to principal        *
      *   CAI  the same interest taken out of accrued interest         *
      *   CLS  loan closed, fully paid (amount zero)                   *
      *****************************************************************
       01  LHST-RECORD.
           05  LHST-LOAN-ID            PIC X(10).
           05  LHST-POSTING-DATE       PIC 9(8).
           05  LHST-MOVEMENT-TYPE      PIC X(3).
               88  LHST-ACCRUAL        VALUE "ACR".
               88  LHST-PAY-INTEREST   VALUE "PYI".
               88  LHST-PAY-PRINCIPAL  VALUE "PYP".
               88  LHST-DISBURSEMENT   VALUE "DSB".
               88  LHST-CAPITALIZATION VALUE "CAP".
               88  LHST-CAP-INTEREST   VALUE "CAI".
               88  LHST-CLOSURE        VALUE "CLS".
           05  LHST-EFFECTIVE-DATE     PIC 9(8).
           05  LHST-AMOUNT             PIC S9(9)V99.
           05  LHST-PRINCIPAL-AFTER    PIC S9(9)V99.
           05  LHST-ACCRUED-AFTER      PIC S9(9)V99.
           05  LHST-CURRENCY           PIC X(3).
           05  LHST-REFERENCE          PIC X(16).
           05  LHST-CALC-STATUS        PIC X(20).
