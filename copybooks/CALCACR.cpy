      *****************************************************************
      * CALCACR - Daily loan accrual file records (CALCACRD)           *
      * Written by CALCACCR, one DTL per loan accrued on the business  *
      * date with the principal it accrued on, the daily rate and the  *
      * accrual amount, closed by a TLR carrying the detail count and  *
      * the hash of the accrual amounts. CALCLPST reads the same file  *
      * to post each accrual to the loan's accrued-interest balance    *
      * and refuses a file whose trailer does not balance.             *
      *****************************************************************
       01  ACCRUAL-RECORD.
           05  ACRD-RECORD-TYPE        PIC X(3).
               88  ACRD-DETAIL         VALUE "DTL".
               88  ACRD-TRAILER        VALUE "TLR".
           05  ACRD-LOAN-ID            PIC X(10).
           05  ACRD-BUSINESS-DATE      PIC 9(8).
           05  ACRD-PRINCIPAL          PIC S9(9)V99.
           05  ACRD-DAILY-RATE         PIC S9(3)V9(6).
           05  ACRD-ACCRUAL-AMOUNT     PIC S9(9)V99.
           05  ACRD-STATUS             PIC X(20).

       01  ACCRUAL-TRAILER-RECORD.
           05  ACRD-TLR-TYPE           PIC X(3).
           05  ACRD-TLR-RECORD-COUNT   PIC 9(9).
           05  ACRD-TLR-HASH-ACCRUAL   PIC S9(13)V99.
