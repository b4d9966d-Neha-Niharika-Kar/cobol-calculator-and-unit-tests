      *****************************************************************
      * CALCDSP - Disposition record for CALCRPLY and CALCRTRY         *
      * One record per exception-log entry processed by a replay run,  *
      * so fixed rejects and forgotten rejects stop looking identical: *
      *   REPLAYED-OK     - corrected and re-run clean                  *
      *   REPLAYED-FAILED - corrected but CALCULATOR rejected it again *
      *   UNCORRECTED     - no correction supplied for this exception  *
      * and one record per CALCRTRY attempt at a retry-queue item:     *
      *   RETRIED-OK      - re-driven clean once the block cleared     *
      *   RETRIED-HELD    - re-driven onto the CALCPEND approval queue *
      *   RETRIED-FAILED  - re-driven and refused for another reason   *
      *   RETRY-WAITING   - still blocked, left on the queue           *
      *   RETRY-EXHAUSTED - still blocked at the attempt limit, handed *
      *                     to the ordinary repair path                *
      * CALCRPLY writes RETRY-QUEUED for an exception the queue still  *
      * owns, in place of UNCORRECTED.                                 *
      *****************************************************************
       01  DISP-RECORD.
           05  DISP-SEQUENCE-NO        PIC 9(9).
               88  DISP-REPLAYED-OK    VALUE "REPLAYED-OK".
               88  DISP-REPLAYED-FAILED VALUE "REPLAYED-FAILED".
               88  DISP-UNCORRECTED    VALUE "UNCORRECTED".
               88  DISP-RETRIED-OK     VALUE "RETRIED-OK".
               88  DISP-RETRIED-HELD   VALUE "RETRIED-HELD".
               88  DISP-RETRIED-FAILED VALUE "RETRIED-FAILED".
               88  DISP-RETRY-WAITING  VALUE "RETRY-WAITING".
               88  DISP-RETRY-EXHAUSTED VALUE "RETRY-EXHAUSTED".
               88  DISP-RETRY-QUEUED   VALUE "RETRY-QUEUED".
           05  DISP-NEW-RESULT         PIC S9(9)V99.
           05  DISP-NEW-STATUS         PIC X(20).
      *    Caller (carried over from the exception record) and the
      *    Correlation identifier carried over from the exception
      *    record, for the CALCTRCE trace.
           05  DISP-CORR-ID            PIC X(16).
      *    Retry-queue sequence and attempt number on a CALCRTRY
      *    disposition (a held item has no exception sequence of its
      *    own until it drops off the queue); zero on a replay.
      *    Records from before these columns existed read back as
      *    spaces.
           05  DISP-RETRY-SEQUENCE-NO  PIC 9(9).
           05  DISP-RETRY-ATTEMPT      PIC 9(3).
