      * its own wider fields (a nine-digit principal's totals         *
      * overflow the detail picture immediately), whose final-balance  *
      * field proves the schedule amortizes to exactly zero.           *
      * A schedule run for a booked loan also carries the CALCLOAN     *
      * loan ID on every record and each payment's due date, so        *
      * CALCFCST can project the payments; a schedule run without a    *
      * loan ID leaves both blank and zero as before.                  *
      *****************************************************************
       01  AMRT-RECORD.
           05  AMRT-RECORD-TYPE        PIC X(3).
           05  AMRT-INTEREST-PORTION   PIC 9(9)V99.
           05  AMRT-PRINCIPAL-PORTION  PIC 9(9)V99.
           05  AMRT-REMAINING-BALANCE  PIC S9(9)V99.
           05  AMRT-LOAN-ID            PIC X(10).
           05  AMRT-DUE-DATE           PIC 9(8).

       01  AMRT-TRAILER-RECORD.
           05  AMRT-TLR-TYPE           PIC X(3).
           05  AMRT-TLR-TOTAL-INTEREST PIC 9(11)V99.
           05  AMRT-TLR-TOTAL-PRINCIPAL PIC 9(11)V99.
           05  AMRT-TLR-FINAL-BALANCE  PIC S9(9)V99.
           05  AMRT-TLR-LOAN-ID        PIC X(10).
