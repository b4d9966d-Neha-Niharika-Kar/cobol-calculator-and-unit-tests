      *****************************************************************
      * CALCDPR - Disposition-proof work record for CALCDPRF           *
      * One record per TRANS-KEY within each proof scope (partition    *
      * 0 is the whole night, 1-5 the parallel partitions) on the      *
      * CALCDPWK work store, which CALCDPRF rebuilds on every run.     *
      * The inbound side counts how often the key arrived on TRANSIN   *
      * (or TRANSPn); the outcome side counts the records it reached,  *
      * by kind. A key whose two sides differ is missing (fewer        *
      * outcomes than arrivals), double-counted (more), or an outcome  *
      * that never arrived at all.                                     *
      *****************************************************************
       01  DPRF-RECORD.
           05  DPRF-KEY.
               10  DPRF-PARTITION      PIC 9.
               10  DPRF-TRANS-KEY      PIC X(10).
           05  DPRF-SOURCE-ID          PIC X(8).
           05  DPRF-CORR-ID            PIC X(16).
           05  DPRF-IN-COUNT           PIC 9(5).
           05  DPRF-OUT-COUNT          PIC 9(5).
      *    Outcome kinds, in order: successful TRANSOUT, TRANSREV,
      *    held on the CALCPEND approval queue, rejected (CALCEXCP),
      *    CALCDUPS, and VOIDED with a failed set.
           05  DPRF-OUTCOME-COUNT      PIC 9(5) OCCURS 6 TIMES.
