       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCFLB.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Cash-Flow Valuation Batch for the treasury and lending desks   *
      * Reads valuation sets from CALCCFLI (see CALCCFI) - a header    *
      * naming NPV or IRR and its terms, followed by the set's dated   *
      * cash flows - hands each set to CALCFLOW, and writes one        *
      * CALCCFR result record per set to CALCCFLR. CALCFLOW validates, *
      * audits and exception-logs every set exactly as it does an      *
      * online call, so an overnight book valuation lands in the same  *
      * audit trail as everything else. A set with more flows than     *
      * CALCCFL can carry is rejected here without a call. Return code *
      * 4 when any set failed or any record was out of place, 16 when  *
      * there is no input file.                                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLOW-INPUT-FILE ASSIGN TO "CALCCFLI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.

           SELECT RESULT-FILE ASSIGN TO "CALCCFLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLOW-INPUT-FILE.
           COPY CALCCFI.

       FD  RESULT-FILE.
           COPY CALCCFR.

       WORKING-STORAGE SECTION.
       01  WS-INPUT-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-RESULT-FILE-STATUS   PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-SET-OPEN-SWITCH      PIC X VALUE "N".
           88  WS-SET-OPEN         VALUE "Y".
       01  WS-SET-TOO-LONG-SWITCH  PIC X VALUE "N".
           88  WS-SET-TOO-LONG     VALUE "Y".
       01  WS-SET-ID               PIC X(08) VALUE SPACES.

       01  WS-SET-COUNT            PIC 9(7) VALUE ZEROS.
       01  WS-SUCCESS-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-FAILED-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-ORPHAN-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-UNKNOWN-COUNT        PIC 9(7) VALUE ZEROS.

           COPY CALCERR.
           COPY CALCCFL.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM OPEN-FILES
           PERFORM READ-INPUT-RECORD
           PERFORM PROCESS-INPUT-RECORD UNTIL WS-END-OF-FILE
           IF WS-SET-OPEN
               PERFORM VALUE-CURRENT-SET
           END-IF
           CLOSE FLOW-INPUT-FILE
           CLOSE RESULT-FILE
           PERFORM DISPLAY-RUN-SUMMARY
           GOBACK.

       OPEN-FILES.
           OPEN INPUT FLOW-INPUT-FILE
           IF WS-INPUT-FILE-STATUS = "35"
               DISPLAY "CALCCFLB - NO CASH-FLOW INPUT ON CALCCFLI"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RESULT-FILE.

       READ-INPUT-RECORD.
           READ FLOW-INPUT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       PROCESS-INPUT-RECORD.
           EVALUATE TRUE
               WHEN CFI-HEADER-LINE
                   IF WS-SET-OPEN
                       PERFORM VALUE-CURRENT-SET
                   END-IF
                   PERFORM START-NEW-SET
               WHEN CFI-FLOW-LINE
                   PERFORM ADD-FLOW-TO-SET
               WHEN OTHER
                   ADD 1 TO WS-UNKNOWN-COUNT
                   DISPLAY "CALCCFLB - UNKNOWN RECORD TYPE: "
                       CFI-HDR-TYPE
           END-EVALUATE
           PERFORM READ-INPUT-RECORD.

       START-NEW-SET.
           INITIALIZE CFL-INPUT-DATA
           MOVE CFI-HDR-SET-ID TO WS-SET-ID
           MOVE CFI-HDR-FUNCTION TO CFL-FUNCTION
           MOVE CFI-HDR-CALLER-ID TO CFL-CALLER-ID
           MOVE CFI-HDR-PRODUCT-CODE TO CFL-PRODUCT-CODE
           MOVE CFI-HDR-RATE TO CFL-RATE
           MOVE CFI-HDR-VALUATION-DATE TO CFL-VALUATION-DATE
           MOVE CFI-HDR-TOLERANCE TO CFL-TOLERANCE
           MOVE CFI-HDR-ITERATION-LIMIT TO CFL-ITERATION-LIMIT
           MOVE ZEROS TO CFL-FLOW-COUNT
           MOVE "N" TO WS-SET-TOO-LONG-SWITCH
           MOVE "Y" TO WS-SET-OPEN-SWITCH.

       ADD-FLOW-TO-SET.
      *    A flow ahead of any header belongs to no set; it is
      *    counted and reported, never guessed into one.
           IF NOT WS-SET-OPEN
               ADD 1 TO WS-ORPHAN-COUNT
               DISPLAY "CALCCFLB - FLOW RECORD BEFORE ANY HEADER"
           ELSE
               IF CFL-FLOW-COUNT < 500
                   ADD 1 TO CFL-FLOW-COUNT
                   MOVE CFI-FLW-DATE TO CFL-FLOW-DATE(CFL-FLOW-COUNT)
                   MOVE CFI-FLW-AMOUNT
                       TO CFL-FLOW-AMOUNT(CFL-FLOW-COUNT)
               ELSE
                   MOVE "Y" TO WS-SET-TOO-LONG-SWITCH
               END-IF
           END-IF.

       VALUE-CURRENT-SET.
           ADD 1 TO WS-SET-COUNT
           IF WS-SET-TOO-LONG
               MOVE ZEROS TO CFL-RESULT
               MOVE ZEROS TO CFL-RATE-USED
               MOVE ZEROS TO CFL-ITERATIONS
               MOVE "INVALID OPERAND" TO CFL-STATUS
               MOVE CALC-ERR-OPERAND-RANGE TO CFL-ERROR-CODE
               DISPLAY "CALCCFLB - SET " WS-SET-ID
                   " HAS MORE THAN 500 FLOWS"
           ELSE
               CALL "CALCFLOW" USING CFL-INPUT-DATA CFL-OUTPUT-DATA
           END-IF
           IF CFL-STATUS = "SUCCESS"
               ADD 1 TO WS-SUCCESS-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           PERFORM WRITE-RESULT-RECORD
           MOVE "N" TO WS-SET-OPEN-SWITCH.

       WRITE-RESULT-RECORD.
           MOVE SPACES TO CFR-RECORD
           MOVE WS-SET-ID TO CFR-SET-ID
           MOVE CFL-FUNCTION TO CFR-FUNCTION
           MOVE CFL-CALLER-ID TO CFR-CALLER-ID
           MOVE CFL-FLOW-COUNT TO CFR-FLOW-COUNT
           MOVE CFL-RESULT TO CFR-RESULT
           MOVE CFL-RATE-USED TO CFR-RATE-USED
           MOVE CFL-ITERATIONS TO CFR-ITERATIONS
           MOVE CFL-STATUS TO CFR-STATUS
           MOVE CFL-ERROR-CODE TO CFR-ERROR-CODE
           WRITE CFR-RECORD.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCCFLB - CASH-FLOW VALUATION SUMMARY"
           DISPLAY "========================================"
           DISPLAY "Sets valued:          " WS-SET-COUNT
           DISPLAY "Successful:           " WS-SUCCESS-COUNT
           DISPLAY "Failed:               " WS-FAILED-COUNT
           DISPLAY "Flows without header: " WS-ORPHAN-COUNT
           DISPLAY "Unknown records:      " WS-UNKNOWN-COUNT
           DISPLAY "========================================"
           IF WS-FAILED-COUNT > ZERO OR WS-ORPHAN-COUNT > ZERO OR
              WS-UNKNOWN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM CALCCFLB.
