      *****************************************************************
      * CALCRCY - Named-register currency record (CALCRCCY)            *
      * The CALCREGF named registers carry no currency of their own:  *
      * a register is kept in the CALCBASE base currency unless it is *
      * listed here, one record per caller and register name held in  *
      * a foreign currency. CALCREVL restates every register listed   *
      * here at the month-end closing rate.                           *
      *****************************************************************
       01  RCY-RECORD.
           05  RCY-CALLER-ID           PIC X(8).
           05  RCY-REGISTER-NAME       PIC X(8).
           05  RCY-CURRENCY            PIC X(3).
