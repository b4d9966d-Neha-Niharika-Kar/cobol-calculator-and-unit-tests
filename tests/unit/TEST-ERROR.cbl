           PERFORM TEST-ERR-001
           PERFORM TEST-ERR-002
           PERFORM TEST-ERR-003
           PERFORM TEST-ERR-004
      *    Reference-Table Lookup Failures
           PERFORM TEST-ERR-005.
       
       TEST-ERR-001.
           MOVE "ERR-001: Invalid operation 'X'" TO TEST-NAME
           PERFORM EXECUTE-TEST.
       
       TEST-ERR-003.
           MOVE "ERR-003: Invalid operation '%'" TO TEST-NAME
           MOVE 10.00 TO TEST-OPERAND-1
           MOVE 5.00 TO TEST-OPERAND-2
           MOVE "%" TO TEST-OPERATION
           MOVE 0.00 TO EXPECTED-RESULT
           MOVE "ERROR" TO EXPECTED-STATUS
           PERFORM EXECUTE-TEST.
           MOVE "ERROR" TO EXPECTED-STATUS
           PERFORM EXECUTE-TEST.
       
       TEST-ERR-005.
           MOVE "ERR-005: Fee code not on schedule" TO TEST-NAME
           MOVE 2500.00 TO TEST-OPERAND-1
           MOVE 0.00 TO TEST-OPERAND-2
           MOVE "4" TO TEST-OPERATION
           MOVE "ZZNOFEE" TO TEST-FEE-CODE
           MOVE 0.00 TO EXPECTED-RESULT
           MOVE "ERROR" TO EXPECTED-STATUS
           PERFORM EXECUTE-TEST.
       
       EXECUTE-TEST.
           ADD 1 TO TEST-COUNTER
           
