      * sealed archive generation per business day on the processing   *
      * calendar (holidays excused), every generation's trailer        *
      * re-proved against its details. Carries the month's rolled-up   *
      * control totals. CALCCHRG refuses to price, and CALCTAXL to     *
      * file, a month that has no CLOSED record here - finance signs   *
      * a proven package or none at all.                                *
      * Each CLOSED record is followed by one ENTITY record per legal  *
      * entity (MCLS-ENTITY-CODE) with that entity's record count and  *
      * hashes over the month's call records; those counts plus one    *
      * CALCEOD seal record per generation make up the CLOSED total.   *
      * Days and generations are zero on ENTITY records. A month with  *
      * a call, or a CALCPARM caller, that has no entity is not closed.*
      *****************************************************************
       01  MCLS-RECORD.
           05  MCLS-YEAR-MONTH         PIC 9(6).
           05  MCLS-STATUS             PIC X(8).
               88  MCLS-CLOSED         VALUE "CLOSED".
               88  MCLS-ENTITY-TOTAL   VALUE "ENTITY".
           05  MCLS-BUSINESS-DAYS      PIC 9(3).
           05  MCLS-GENERATIONS        PIC 9(3).
           05  MCLS-TOTAL-RECORDS      PIC 9(9).
           05  MCLS-HASH-RESULT        PIC S9(15)V99.
           05  MCLS-CLOSE-DATE         PIC 9(8).
           05  MCLS-CLOSE-TIME         PIC 9(6).
      *    Legal entity of an ENTITY record; spaces on CLOSED.
           05  MCLS-ENTITY-CODE        PIC X(4).
