       PROGRAM-ID. TEST-EXPONENT.
       DATE-WRITTEN. 2026-08-08.
      *****************************************************************
      * Unit Tests for Exponent, Remainder, Square Root, Percentage,   *
      * Compound Interest and Day-Count Interest Operations            *
      * Tests normal cases, edge cases, and error conditions for the   *
      * E/R/Q/P/C/1 operation codes.                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
      *    Percentage
           PERFORM TEST-PCT-001
      *    Compound Interest
           PERFORM TEST-CI-001
      *    Day-Count Interest
           PERFORM TEST-DCI-001
           PERFORM TEST-DCI-002
           PERFORM TEST-DCI-003.

       TEST-EXP-001.
           MOVE "EXP-001: 2 to the power of 3" TO TEST-NAME
           MOVE "SUCCESS" TO EXPECTED-STATUS
           PERFORM EXECUTE-TEST.

       TEST-DCI-001.
           MOVE "DCI-001: 100000 at 5 pct ACT/360 for 181 days"
               TO TEST-NAME
           MOVE "1" TO TEST-OPERATION
           MOVE 100000.00 TO TEST-OPERAND-1
           MOVE 0.00 TO TEST-OPERAND-2
           MOVE 5.0000 TO TEST-RATE
           MOVE 20260115 TO TEST-DATE-1
           MOVE 20260715 TO TEST-DATE-2
           MOVE "ACT/360" TO TEST-DAY-COUNT-CONV
           MOVE 2513.89 TO EXPECTED-RESULT
           MOVE "SUCCESS" TO EXPECTED-STATUS
           PERFORM EXECUTE-TEST.

       TEST-DCI-002.
           MOVE "DCI-002: 30/360 earns nothing on the 31st"
               TO TEST-NAME
           MOVE "1" TO TEST-OPERATION
           MOVE 100000.00 TO TEST-OPERAND-1
           MOVE 0.00 TO TEST-OPERAND-2
           MOVE 5.0000 TO TEST-RATE
           MOVE 20260130 TO TEST-DATE-1
           MOVE 20260131 TO TEST-DATE-2
           MOVE "30/360" TO TEST-DAY-COUNT-CONV
           MOVE 0.00 TO EXPECTED-RESULT
           MOVE "SUCCESS" TO EXPECTED-STATUS
           PERFORM EXECUTE-TEST.

       TEST-DCI-003.
           MOVE "DCI-003: Unknown day-count convention" TO TEST-NAME
           MOVE "1" TO TEST-OPERATION
           MOVE 100000.00 TO TEST-OPERAND-1
           MOVE 0.00 TO TEST-OPERAND-2
           MOVE 5.0000 TO TEST-RATE
           MOVE 20260115 TO TEST-DATE-1
           MOVE 20260715 TO TEST-DATE-2
           MOVE "ACT/364" TO TEST-DAY-COUNT-CONV
           MOVE 0.00 TO EXPECTED-RESULT
           MOVE "ERROR" TO EXPECTED-STATUS
           PERFORM EXECUTE-TEST.

       EXECUTE-TEST.
           ADD 1 TO TEST-COUNTER

