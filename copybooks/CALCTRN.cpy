      *    business transaction's complete life story is one lookup
      *    (see CALCTRCE) instead of an afternoon of eyeballing.
           05  TRANS-CORR-ID           PIC X(16).
      *    Fee-schedule code a "4" detail is charged under (see
      *    CALCFEE); blank on every other operation.
           05  TRANS-FEE-CODE          PIC X(8).

       01  TRANS-HEADER-RECORD.
           05  TRANS-HDR-ID            PIC X(03).
