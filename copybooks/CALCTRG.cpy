      * (clean, but the consolidation as a whole stopped, so it may    *
      * legitimately arrive again). A file ID already registered as    *
      * PROCESSED is refused on sight.                                  *
      * CALCARRV registers a file it finds waiting during the evening  *
      * as ARRIVED, so its arrival time is on record before the        *
      * consolidation runs; CALCMRGE adds its own record as usual.     *
      * The per-source acknowledgment written back alongside this      *
      * register lives in its own CALCACK layout.                      *
      *****************************************************************
               88  TRNR-PROCESSED      VALUE "PROCESSED".
               88  TRNR-REJECTED       VALUE "REJECTED".
               88  TRNR-RECEIVED       VALUE "RECEIVED".
               88  TRNR-ARRIVED        VALUE "ARRIVED".

