       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST-CASHFLOW.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Unit Tests for Cash-Flow Valuation (CALCFLOW)                  *
      * Tests net present value and internal rate of return over a     *
      * three-flow table, the IRR non-convergence code, and the        *
      * request validation errors.                                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEST-SUMMARY-FILE ASSIGN TO "TESTSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEST-SUMMARY-FILE.
           COPY TESTSUM.

       WORKING-STORAGE SECTION.
       01  TEST-COUNTER            PIC 9(3) VALUE 0.
       01  PASS-COUNTER            PIC 9(3) VALUE 0.
       01  FAIL-COUNTER            PIC 9(3) VALUE 0.
       01  WS-SUMMARY-FILE-STATUS  PIC X(02) VALUE SPACES.

           COPY CALCCFL.

       01  EXPECTED-RESULT         PIC S9(9)V99.
       01  EXPECTED-STATUS         PIC X(20).
       01  EXPECTED-ERROR-CODE     PIC X(08).

       01  TEST-NAME               PIC X(50).
       01  DISPLAY-RESULT          PIC -(9)9.99.
       01  DISPLAY-EXPECTED        PIC -(9)9.99.

       PROCEDURE DIVISION.

       MAIN-TEST-LOGIC.
           DISPLAY "========================================"
           DISPLAY "CASH-FLOW NPV/IRR TESTS"
           DISPLAY "========================================"
           DISPLAY " "

           PERFORM SETUP-TEST-SUITE
           PERFORM RUN-ALL-TESTS
           PERFORM DISPLAY-TEST-SUMMARY
           PERFORM WRITE-TEST-SUMMARY-RECORD

           IF FAIL-COUNTER > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       SETUP-TEST-SUITE.
           MOVE ZERO TO TEST-COUNTER
           MOVE ZERO TO PASS-COUNTER
           MOVE ZERO TO FAIL-COUNTER.

       RUN-ALL-TESTS.
      *    Net Present Value
           PERFORM TEST-NPV-001
           PERFORM TEST-NPV-002
      *    Internal Rate of Return
           PERFORM TEST-IRR-001
           PERFORM TEST-IRR-002
           PERFORM TEST-IRR-003
      *    Request Validation
           PERFORM TEST-CFV-001
           PERFORM TEST-CFV-002.

       LOAD-STANDARD-FLOWS.
      *    1000 out today, 600 back at the end of each of two years.
           INITIALIZE CFL-INPUT-DATA
           MOVE "TESTCFL" TO CFL-CALLER-ID
           MOVE 3 TO CFL-FLOW-COUNT
           MOVE 20260101 TO CFL-FLOW-DATE(1)
           MOVE -1000.00 TO CFL-FLOW-AMOUNT(1)
           MOVE 20270101 TO CFL-FLOW-DATE(2)
           MOVE 600.00 TO CFL-FLOW-AMOUNT(2)
           MOVE 20280101 TO CFL-FLOW-DATE(3)
           MOVE 600.00 TO CFL-FLOW-AMOUNT(3)
           MOVE SPACES TO EXPECTED-ERROR-CODE.

       TEST-NPV-001.
           MOVE "NPV-001: Standard flows at 10 pct" TO TEST-NAME
           PERFORM LOAD-STANDARD-FLOWS
           MOVE "N" TO CFL-FUNCTION
           MOVE 10.0000 TO CFL-RATE
           MOVE 41.32 TO EXPECTED-RESULT
           MOVE "SUCCESS" TO EXPECTED-STATUS
           PERFORM EXECUTE-TEST.

       TEST-NPV-002.
           MOVE "NPV-002: Zero rate is the plain sum" TO TEST-NAME
           PERFORM LOAD-STANDARD-FLOWS
           MOVE "N" TO CFL-FUNCTION
           MOVE 200.00 TO EXPECTED-RESULT
           MOVE "SUCCESS" TO EXPECTED-STATUS
           PERFORM EXECUTE-TEST.

       TEST-IRR-001.
           MOVE "IRR-001: Standard flows solve to 13.07 pct"
               TO TEST-NAME
           PERFORM LOAD-STANDARD-FLOWS
           MOVE "I" TO CFL-FUNCTION
           MOVE 13.07 TO EXPECTED-RESULT
           MOVE "SUCCESS" TO EXPECTED-STATUS
           PERFORM EXECUTE-TEST.

       TEST-IRR-002.
           MOVE "IRR-002: Iteration limit too low to converge"
               TO TEST-NAME
           PERFORM LOAD-STANDARD-FLOWS
           MOVE "I" TO CFL-FUNCTION
           MOVE 5 TO CFL-ITERATION-LIMIT
           MOVE 0.00 TO EXPECTED-RESULT
           MOVE "ERROR" TO EXPECTED-STATUS
           MOVE "CALC-018" TO EXPECTED-ERROR-CODE
           PERFORM EXECUTE-TEST.

       TEST-IRR-003.
           MOVE "IRR-003: Inflows only have no IRR" TO TEST-NAME
           PERFORM LOAD-STANDARD-FLOWS
           MOVE "I" TO CFL-FUNCTION
           MOVE 1000.00 TO CFL-FLOW-AMOUNT(1)
           MOVE 0.00 TO EXPECTED-RESULT
           MOVE "INVALID OPERAND" TO EXPECTED-STATUS
           MOVE "CALC-004" TO EXPECTED-ERROR-CODE
           PERFORM EXECUTE-TEST.

       TEST-CFV-001.
           MOVE "CFV-001: Unknown function code" TO TEST-NAME
           PERFORM LOAD-STANDARD-FLOWS
           MOVE "X" TO CFL-FUNCTION
           MOVE 0.00 TO EXPECTED-RESULT
           MOVE "ERROR" TO EXPECTED-STATUS
           MOVE "CALC-001" TO EXPECTED-ERROR-CODE
           PERFORM EXECUTE-TEST.

       TEST-CFV-002.
           MOVE "CFV-002: Impossible flow date" TO TEST-NAME
           PERFORM LOAD-STANDARD-FLOWS
           MOVE "N" TO CFL-FUNCTION
           MOVE 20270230 TO CFL-FLOW-DATE(2)
           MOVE 0.00 TO EXPECTED-RESULT
           MOVE "ERROR" TO EXPECTED-STATUS
           MOVE "CALC-004" TO EXPECTED-ERROR-CODE
           PERFORM EXECUTE-TEST.

       EXECUTE-TEST.
           ADD 1 TO TEST-COUNTER

           CALL "CALCFLOW" USING CFL-INPUT-DATA CFL-OUTPUT-DATA

           PERFORM ASSERT-EQUALS.

       ASSERT-EQUALS.
           IF CFL-RESULT = EXPECTED-RESULT AND
              CFL-STATUS = EXPECTED-STATUS AND
              CFL-ERROR-CODE = EXPECTED-ERROR-CODE
               ADD 1 TO PASS-COUNTER
               DISPLAY "PASS: " TEST-NAME
           ELSE
               ADD 1 TO FAIL-COUNTER
               DISPLAY "FAIL: " TEST-NAME
               MOVE CFL-RESULT TO DISPLAY-RESULT
               MOVE EXPECTED-RESULT TO DISPLAY-EXPECTED
               DISPLAY "  Expected: " DISPLAY-EXPECTED
                   " [" EXPECTED-STATUS "] " EXPECTED-ERROR-CODE
               DISPLAY "  Actual:   " DISPLAY-RESULT
                   " [" CFL-STATUS "] " CFL-ERROR-CODE
           END-IF.

       DISPLAY-TEST-SUMMARY.
           DISPLAY " "
           DISPLAY "========================================"
           DISPLAY "TEST SUMMARY - CASH-FLOW NPV/IRR"
           DISPLAY "========================================"
           DISPLAY "Total Tests:  " TEST-COUNTER
           DISPLAY "Passed:       " PASS-COUNTER
           DISPLAY "Failed:       " FAIL-COUNTER

           IF FAIL-COUNTER = 0
               DISPLAY "Status:       ALL TESTS PASSED"
           ELSE
               DISPLAY "Status:       SOME TESTS FAILED"
           END-IF

           DISPLAY "========================================"
           DISPLAY " ".

       WRITE-TEST-SUMMARY-RECORD.
           OPEN EXTEND TEST-SUMMARY-FILE
           IF WS-SUMMARY-FILE-STATUS = "35"
               OPEN OUTPUT TEST-SUMMARY-FILE
           END-IF
           MOVE "CASHFLOW"     TO TS-SUITE-NAME
           MOVE TEST-COUNTER    TO TS-TOTAL-COUNT
           MOVE PASS-COUNTER    TO TS-PASS-COUNT
           MOVE FAIL-COUNTER    TO TS-FAIL-COUNT
           WRITE TEST-SUMMARY-RECORD
           CLOSE TEST-SUMMARY-FILE.

       END PROGRAM TEST-CASHFLOW.
