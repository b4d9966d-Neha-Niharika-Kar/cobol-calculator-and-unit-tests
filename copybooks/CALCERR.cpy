       01  CALC-ERR-HELD           PIC X(08) VALUE "CALC-014".
       01  CALC-ERR-HELD-APPROVAL  PIC X(08) VALUE "CALC-015".
       01  CALC-ERR-API-KEY        PIC X(08) VALUE "CALC-016".
       01  CALC-ERR-DAY-COUNT-CONV PIC X(08) VALUE "CALC-017".
       01  CALC-ERR-IRR-NO-CONVERGE PIC X(08) VALUE "CALC-018".
       01  CALC-ERR-NO-FEE-CODE    PIC X(08) VALUE "CALC-019".
       01  CALC-ERR-BACK-VALUE     PIC X(08) VALUE "CALC-020".
       01  CALC-ERR-SUSPENDED      PIC X(08) VALUE "CALC-021".
       01  CALC-ERR-TABLE-CAPACITY PIC X(08) VALUE "CALC-022".
       01  CALC-ERR-NO-ACTIVE-FORMULA PIC X(08) VALUE "CALC-023".
      *    Rejects with nothing wrong in the transaction itself -
      *    reference data not loaded yet, an operator hold, the daily
      *    quota. CALCULATOR parks these on the CALCRTRQ retry queue
      *    (see CALCRTQ) and CALCRTRY re-drives them; move a code here
      *    and test CALC-ERR-RETRYABLE.
       01  CALC-ERR-RETRY-CHECK    PIC X(08) VALUE SPACES.
           88  CALC-ERR-RETRYABLE  VALUE "CALC-007" "CALC-009"
                                         "CALC-010" "CALC-012"
                                         "CALC-013" "CALC-014".
