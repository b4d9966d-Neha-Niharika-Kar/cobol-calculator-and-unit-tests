      *****************************************************************
      * CALCBAS - Base (reporting) currency record (CALCBASE)          *
      * One record naming the currency the books are kept in. Amounts  *
      * that carry no currency of their own - chargebacks priced from  *
      * the tariff - are in this currency, and every foreign balance   *
      * is restated into it.                                           *
      *****************************************************************
       01  BASE-RECORD.
           05  BASE-CURRENCY           PIC X(3).
