      *****************************************************************
      * End-of-Night Orchestration Driver for the calculator stream    *
      * Runs the nightly sequence - the CALCPREF reference-data gate,  *
      * the CALCSTND standing-orders expansion, the CALCRTRY retry-    *
      * queue re-drive, then CALCDRV against TRANSIN, then the         *
      * CALCDPRF disposition proof, then CALCRPT, then the CALCEOD     *
      * cut that feeds CALCRECN - as one                               *
      * controlled stream instead of three manual submissions held     *
      * together by an operator checklist. Each step's outcome is      *
      * recorded in the CALCRUNC run-control file as it happens; a     *
      * cold, and a resubmission resumes from the first step that did  *
      * not complete instead of re-running the whole night from the    *
      * top. A stream whose every step is already COMPLETE starts a    *
      * fresh night.                                                   *
      * Each fresh night also sets the CALCBDAT business-date          *
      * register (see CALCBDT) before the first step runs, deriving    *
      * the month-end flag from the register market's CALCHOL          *
      * calendar; a resumed stream keeps the date it started under,    *
      * so work crossing midnight stays one business day. The          *
      * CALCMEND month-end close runs only on the month's last         *
      * business night. The stream ends with the CALCDRBK disaster-    *
      * recovery package of the night just cut.                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
           88  WS-RUN-EOF          VALUE "Y".

       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 9 TIMES.
               10  WS-STEP-NAME        PIC X(8).
               10  WS-STEP-STATUS      PIC X(8).
               10  WS-STEP-RC          PIC 9(4).
       01  WS-STEP-COUNT           PIC 9(2) VALUE 9.

       01  WS-STEP-SUB             PIC 9(2) VALUE ZEROS.
       01  WS-START-STEP           PIC 9(2) VALUE ZEROS.
       01  WS-ELAPSED-SECONDS      PIC S9(9) COMP-3 VALUE ZEROS.

       01  WS-BDAT-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-CUTOFF-HOLD          PIC X(92) VALUE SPACES.
       01  WS-HOLIDAY-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-HOLIDAY-EOF-SWITCH   PIC X VALUE "N".
           88  WS-HOLIDAY-EOF      VALUE "Y".
      *    so the recurring work is audited on the same night it was
      *    due.
           MOVE "CALCSTND" TO WS-STEP-NAME(2)
      *    CALCRTRY re-drives the retry queue once the reference gate
      *    has passed and the quota counters were emptied by last
      *    night's cut, so a reject parked yesterday for a missing
      *    rate runs tonight without anyone keying a correction.
           MOVE "CALCRTRY" TO WS-STEP-NAME(3)
           MOVE "CALCDRV" TO WS-STEP-NAME(4)
      *    CALCDPRF proves every TRANSIN detail reached exactly one
      *    outcome before anything reports on the night or CALCEOD
      *    cuts it; an imbalance stops the stream here.
           MOVE "CALCDPRF" TO WS-STEP-NAME(5)
           MOVE "CALCRPT" TO WS-STEP-NAME(6)
           MOVE "CALCEOD" TO WS-STEP-NAME(7)
      *    The month-end close runs only on the month's last
      *    business night (see RUN-ONE-STEP); on every other night
      *    the step completes as skipped.
           MOVE "CALCMEND" TO WS-STEP-NAME(8)
      *    The DR package is taken last, once the night is cut and
      *    any month-end close has landed, so it ships one settled
      *    night.
           MOVE "CALCDRBK" TO WS-STEP-NAME(9)
           PERFORM RESET-STEP-STATUS
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
      *    A fresh night pins the whole stream to one business date
      *    before anything runs; a resumed stream never comes here,
      *    so crossing midnight cannot reset quotas or flip rates
      *    under the batch. The register market, last-cut date and
      *    the markets' online cut-off times survive from the prior
      *    record.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDAT-FILE-STATUS NOT = "35"
               READ BUSINESS-DATE-FILE
                       CONTINUE
                   NOT AT END
                       MOVE BDAT-MARKET-CODE TO WS-REGISTER-MARKET
                       MOVE BDAT-CUTOFF-TABLE TO WS-CUTOFF-HOLD
                       IF BDAT-LAST-CUT-DATE NUMERIC
                           MOVE BDAT-LAST-CUT-DATE
                               TO WS-LAST-CUT-DATE
           MOVE WS-LAST-CUT-DATE TO BDAT-LAST-CUT-DATE
           MOVE WS-CURRENT-STAMP(1:8) TO BDAT-SET-DATE
           MOVE WS-CURRENT-STAMP(9:6) TO BDAT-SET-TIME
           MOVE WS-CUTOFF-HOLD TO BDAT-CUTOFF-TABLE
           IF BDAT-CUTOFF-COUNT NOT NUMERIC
               MOVE ZEROS TO BDAT-CUTOFF-COUNT
           END-IF
           WRITE BDAT-RECORD
           CLOSE BUSINESS-DATE-FILE
           DISPLAY "CALCNITE - BUSINESS DATE SET TO "
