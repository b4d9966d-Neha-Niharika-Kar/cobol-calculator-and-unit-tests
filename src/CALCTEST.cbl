      *****************************************************************
      * Consolidated Regression-Suite Runner for CALCULATOR            *
      * Runs TEST-ADD, TEST-SUB, TEST-MUL, TEST-DIV, TEST-ERROR,       *
      * TEST-EXPONENT, TEST-COMPARE, TEST-OVERFLOW, TEST-AUDITLOG and  *
      * TEST-CASHFLOW in sequence, then reads the summary each suite   *
      * appended to TESTSUM and rolls them up into one combined        *
      * pass/fail report with a single overall return code, so one     *
      * job submission tells us whether today's CALCULATOR build is    *
      * good.                                                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
           CALL "TEST-EXPONENT"
           CALL "TEST-COMPARE"
           CALL "TEST-OVERFLOW"
           CALL "TEST-AUDITLOG"
           CALL "TEST-CASHFLOW".

       ROLL-UP-SUMMARY.
           DISPLAY "Per-suite results"
