      *****************************************************************
      * CALCSMP - Internal-audit sample extract record                 *
      * One record per audit record CALCSAMP drew from a closed        *
      * month, written to CALCSMPX for internal audit's own tools      *
      * alongside the printed CALCSMPR evidence pack. The seed and     *
      * month ride on every record so an extract can always be tied    *
      * back to the run that drew it and re-drawn. SMPX-DRAW is the    *
      * pseudo-random value the record took in the draw (zero on a     *
      * high-value record, which is included without one).             *
      *****************************************************************
       01  SMPX-RECORD.
           05  SMPX-YEAR-MONTH         PIC 9(6).
           05  SMPX-SEED               PIC 9(10).
           05  SMPX-SAMPLE-NO          PIC 9(5).
           05  SMPX-REASON             PIC X.
               88  SMPX-RANDOM-DRAW    VALUE "R".
               88  SMPX-HIGH-VALUE     VALUE "H".
           05  SMPX-DRAW               PIC 9(10).
      *    Archive generation the record came from and whether that
      *    generation's tamper chain verified from zero.
           05  SMPX-GEN-BUSINESS-DATE  PIC 9(8).
           05  SMPX-GEN-RUN-TIME       PIC 9(6).
           05  SMPX-CHAIN-VERDICT      PIC X.
               88  SMPX-CHAIN-VERIFIED VALUE "V".
               88  SMPX-CHAIN-BROKEN   VALUE "B".
      *    CALCULATOR's answer on the recompute, and whether it
      *    matched the recorded result and status.
           05  SMPX-RECOMPUTE-RESULT   PIC S9(9)V99.
           05  SMPX-RECOMPUTE-RESULT-EXT PIC S9(15)V9(6).
           05  SMPX-RECOMPUTE-STATUS   PIC X(20).
           05  SMPX-RECOMPUTE-MATCH    PIC X.
               88  SMPX-RECOMPUTE-MATCHES VALUE "Y".
      *    Records found under the call's correlation ID on CALCEXCP,
      *    CALCDISP and CALCPEND.
           05  SMPX-HISTORY-COUNT      PIC 9(3).
           05  SMPX-AUDIT-IMAGE        PIC X(421).
