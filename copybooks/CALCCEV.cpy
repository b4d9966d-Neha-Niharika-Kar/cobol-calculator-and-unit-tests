      *****************************************************************
      * CALCCEV - Candidate-table evidence record (CALCCEVL)           *
      * Appended by every run that proves out a candidate reference    *
      * table before it may go live: CALCSIM writes one record for     *
      * each of CALCXRTA and CALCTAXA it simulated against, CALCHGEN   *
      * one for the CALCHOLN calendar it generated for sign-off. The   *
      * record count and check value fingerprint the candidate exactly *
      * as it stood for that run (each record folded through CALCHASH  *
      * in file order), so CALCPROM can refuse to promote a candidate  *
      * edited after it was simulated or generated. CEV-OUTCOME is     *
      * CLEAN only when the run raised nothing against the candidate - *
      * no simulation errors, or no bad rules and no group             *
      * discrepancies.                                                 *
      *****************************************************************
       01  CEV-RECORD.
           05  CEV-RUN-DATE            PIC 9(8).
           05  CEV-RUN-TIME            PIC 9(6).
           05  CEV-PROGRAM             PIC X(8).
           05  CEV-CANDIDATE           PIC X(8).
           05  CEV-RECORD-COUNT        PIC 9(7).
           05  CEV-CHECK-VALUE         PIC 9(9).
           05  CEV-OUTCOME             PIC X(8).
               88  CEV-OUTCOME-CLEAN   VALUE "CLEAN".
           05  CEV-DETAIL              PIC X(30).
