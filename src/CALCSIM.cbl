      * the tables under proposal (mismatched-currency A/S and the     *
      * tax operations) are replayed; everything else would simulate   *
      * to itself.                                                     *
      * Each run that completes leaves evidence on CALCCEVL (see       *
      * CALCCEV) for each candidate table present - its record count,  *
      * a CALCHASH check value over its records and whether the        *
      * simulation raised errors - which CALCPROM demands before a     *
      * candidate may be promoted to live.                             *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT CANDIDATE-RATE-FILE ASSIGN TO "CALCXRTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATE-FILE-STATUS.

           SELECT CANDIDATE-TAX-FILE ASSIGN TO "CALCTAXA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATE-FILE-STATUS.

           SELECT EVIDENCE-FILE ASSIGN TO "CALCCEVL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVIDENCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       FD  CANDIDATE-RATE-FILE.
           COPY CALCXRT.

       FD  CANDIDATE-TAX-FILE.
           COPY CALCTAX.

       FD  EVIDENCE-FILE.
           COPY CALCCEV.

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVE-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-CANDIDATE-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-EVIDENCE-FILE-STATUS PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".

       01  WS-GENERATION-DATE      PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-RUN-TIME             PIC 9(6) VALUE ZEROS.

      *    Fingerprint of the candidate table being written up on
      *    CALCCEVL.
       01  WS-CANDIDATE-NAME       PIC X(8) VALUE SPACES.
       01  WS-CANDIDATE-RECORDS    PIC 9(7) VALUE ZEROS.
       01  WS-CANDIDATE-CHECK      PIC 9(9) VALUE ZEROS.
       01  WS-CANDIDATE-EOF-SWITCH PIC X VALUE "N".
           88  WS-CANDIDATE-EOF    VALUE "Y".

       01  WS-RECORD-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-REPLAYED-COUNT       PIC 9(7) VALUE ZEROS.
           05  FILLER              PIC X(49).

           COPY CALCREC.
           COPY CALCHSH.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           INITIALIZE WS-IMPACT-TABLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           PERFORM CHECK-GENERATION-SEALED
           IF NOT WS-SEAL-SEEN OR NOT WS-HEADER-SEEN
               DISPLAY "CALCSIM - GENERATION UNSEALED OR "
           PERFORM REPLAY-GENERATION
           CALL "CALCULATOR-END-RUN"
           PERFORM PRINT-IMPACT-REPORT
           PERFORM RECORD-CANDIDATE-EVIDENCE
           PERFORM DISPLAY-RUN-SUMMARY
           GOBACK.

           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NUMBER.

      *****************************************************************
      * Candidate evidence: one CALCCEVL record per candidate table   *
      * the run saw, fingerprinting it as simulated.                  *
      *****************************************************************
       RECORD-CANDIDATE-EVIDENCE.
           OPEN EXTEND EVIDENCE-FILE
           IF WS-EVIDENCE-FILE-STATUS = "35"
               OPEN OUTPUT EVIDENCE-FILE
           END-IF
           MOVE "CALCXRTA" TO WS-CANDIDATE-NAME
           MOVE ZEROS TO WS-CANDIDATE-RECORDS
           MOVE ZEROS TO WS-CANDIDATE-CHECK
           MOVE "N" TO WS-CANDIDATE-EOF-SWITCH
           OPEN INPUT CANDIDATE-RATE-FILE
           IF WS-CANDIDATE-FILE-STATUS NOT = "35"
               PERFORM READ-CANDIDATE-RATE
               PERFORM FOLD-CANDIDATE-RATE UNTIL WS-CANDIDATE-EOF
               CLOSE CANDIDATE-RATE-FILE
               PERFORM WRITE-EVIDENCE-RECORD
           END-IF
           MOVE "CALCTAXA" TO WS-CANDIDATE-NAME
           MOVE ZEROS TO WS-CANDIDATE-RECORDS
           MOVE ZEROS TO WS-CANDIDATE-CHECK
           MOVE "N" TO WS-CANDIDATE-EOF-SWITCH
           OPEN INPUT CANDIDATE-TAX-FILE
           IF WS-CANDIDATE-FILE-STATUS NOT = "35"
               PERFORM READ-CANDIDATE-TAX
               PERFORM FOLD-CANDIDATE-TAX UNTIL WS-CANDIDATE-EOF
               CLOSE CANDIDATE-TAX-FILE
               PERFORM WRITE-EVIDENCE-RECORD
           END-IF
           CLOSE EVIDENCE-FILE.

       READ-CANDIDATE-RATE.
           READ CANDIDATE-RATE-FILE
               AT END
                   MOVE "Y" TO WS-CANDIDATE-EOF-SWITCH
           END-READ.

       FOLD-CANDIDATE-RATE.
           ADD 1 TO WS-CANDIDATE-RECORDS
           MOVE SPACES TO HASH-RECORD-IMAGE
           MOVE XRT-RECORD TO HASH-RECORD-IMAGE
           PERFORM FOLD-CANDIDATE-RECORD
           PERFORM READ-CANDIDATE-RATE.

       READ-CANDIDATE-TAX.
           READ CANDIDATE-TAX-FILE
               AT END
                   MOVE "Y" TO WS-CANDIDATE-EOF-SWITCH
           END-READ.

       FOLD-CANDIDATE-TAX.
           ADD 1 TO WS-CANDIDATE-RECORDS
           MOVE SPACES TO HASH-RECORD-IMAGE
           MOVE TAX-RECORD TO HASH-RECORD-IMAGE
           PERFORM FOLD-CANDIDATE-RECORD
           PERFORM READ-CANDIDATE-TAX.

       FOLD-CANDIDATE-RECORD.
           MOVE WS-CANDIDATE-CHECK TO HASH-PREVIOUS-CHECK
           CALL "CALCHASH" USING HASH-INPUT HASH-OUTPUT
           MOVE HASH-CHECK-VALUE TO WS-CANDIDATE-CHECK.

       WRITE-EVIDENCE-RECORD.
           MOVE SPACES TO CEV-RECORD
           MOVE WS-RUN-DATE TO CEV-RUN-DATE
           MOVE WS-RUN-TIME TO CEV-RUN-TIME
           MOVE "CALCSIM" TO CEV-PROGRAM
           MOVE WS-CANDIDATE-NAME TO CEV-CANDIDATE
           MOVE WS-CANDIDATE-RECORDS TO CEV-RECORD-COUNT
           MOVE WS-CANDIDATE-CHECK TO CEV-CHECK-VALUE
           IF WS-SIM-ERROR-COUNT = ZERO
               MOVE "CLEAN" TO CEV-OUTCOME
           ELSE
               MOVE "ERRORS" TO CEV-OUTCOME
           END-IF
           STRING "GENERATION " WS-GENERATION-DATE
               DELIMITED BY SIZE INTO CEV-DETAIL
           END-STRING
           WRITE CEV-RECORD.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCSIM - SIMULATION RUN SUMMARY"
           DISPLAY "Results changed:      " WS-CHANGED-COUNT
           DISPLAY "Simulation errors:    " WS-SIM-ERROR-COUNT
           DISPLAY "Report written to:    CALCSIMR"
           DISPLAY "Evidence logged to:   CALCCEVL"
           DISPLAY "========================================".

       END PROGRAM CALCSIM.
