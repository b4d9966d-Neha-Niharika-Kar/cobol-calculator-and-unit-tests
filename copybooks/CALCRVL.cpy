      *****************************************************************
      * CALCRVL - Month-end FX revaluation records (CALCRVLO)          *
      * Written by CALCREVL for finance and the ledger:                *
      *   H  the month, the closing date whose rates were used, the    *
      *      reversal date and the base currency                       *
      *   D  one unrealized gain (+) or loss (-) per caller, register  *
      *      or loan and currency, dated the month's last business day *
      *   R  its reversing entry, the same amount negated, dated the   *
      *      first business day of the next month                      *
      *   T  the D and R counts and the net gain/loss of the D lines   *
      *****************************************************************
       01  RVL-HEADER-RECORD.
           05  RVL-HDR-TYPE            PIC X.
               88  RVL-HEADER          VALUE "H".
           05  RVL-HDR-YEAR-MONTH      PIC 9(6).
           05  RVL-HDR-CLOSING-DATE    PIC 9(8).
           05  RVL-HDR-REVERSAL-DATE   PIC 9(8).
           05  RVL-HDR-BASE-CURRENCY   PIC X(3).

       01  RVL-DETAIL-RECORD.
           05  RVL-DTL-TYPE            PIC X.
               88  RVL-REVALUATION     VALUE "D".
               88  RVL-REVERSAL        VALUE "R".
           05  RVL-DTL-ENTRY-DATE      PIC 9(8).
           05  RVL-DTL-POSITION-TYPE   PIC X.
           05  RVL-DTL-CALLER-ID       PIC X(8).
           05  RVL-DTL-POSITION-ID     PIC X(10).
           05  RVL-DTL-CURRENCY        PIC X(3).
           05  RVL-DTL-FOREIGN-BALANCE PIC S9(11)V99.
           05  RVL-DTL-PRIOR-BASE      PIC S9(11)V99.
           05  RVL-DTL-BASE-AMOUNT     PIC S9(11)V99.
           05  RVL-DTL-GAIN-LOSS       PIC S9(11)V99.

       01  RVL-TRAILER-RECORD.
           05  RVL-TLR-TYPE            PIC X.
               88  RVL-TRAILER         VALUE "T".
           05  RVL-TLR-REVALUATIONS    PIC 9(7).
           05  RVL-TLR-REVERSALS       PIC 9(7).
           05  RVL-TLR-NET-GAIN-LOSS   PIC S9(13)V99.
