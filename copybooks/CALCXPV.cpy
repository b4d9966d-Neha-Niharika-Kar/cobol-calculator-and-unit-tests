      *****************************************************************
      * CALCXPV - Pivot-currency list for cross-rate triangulation     *
      * One record per pivot currency on the CALCXPIV table, in the    *
      * order the pivots are to be tried. When CALCULATOR finds no     *
      * direct CALCXRTE (or, in sim mode, CALCXRTA) record effective   *
      * for a currency-2 to currency-1 pair, it tries each pivot P in  *
      * turn and prices the pair through the first one whose two legs  *
      * - currency-2 to P and P to currency-1 - both have a record     *
      * effective on the processing date. The cross rate is the        *
      * product of the two leg rates, rounded to the six decimals of   *
      * XRT-RATE. CALCPREF accepts a pair it can price this way and    *
      * CALCXRTI watches every leg touching a pivot for staleness.     *
      * With no table on file only direct pairs convert, as before.    *
      *****************************************************************
       01  XPV-RECORD.
           05  XPV-PIVOT-CURRENCY      PIC X(03).
