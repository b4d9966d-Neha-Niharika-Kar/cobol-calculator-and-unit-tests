      *****************************************************************
      * CALCFCA - Formula certification test case record               *
      * One record per test case on the CALCFCAS certification file,   *
      * filed under the formula ID and the version it was written     *
      * for. The case supplies the placeholder operands (and, for a    *
      * formula with a cash-flow step, the dated flows) exactly as a   *
      * caller would pass them in CALCFRQ, and states what the        *
      * formula must return: FCAS-EXPECTED-STATUS ("SUCCESS" when     *
      * left blank) and, for a successful case, FCAS-EXPECTED-RESULT   *
      * to the cent. A failure case may also name the step expected   *
      * to fail in FCAS-EXPECTED-STEP (zero does not check it).        *
      * CALCFCRT runs a candidate version against its own cases and   *
      * the previous version's; a case number the candidate restates  *
      * replaces the previous version's case of that number, which is *
      * how an intended change of answer is certified.                 *
      *****************************************************************
       01  FCAS-RECORD.
           05  FCAS-FORMULA-ID         PIC X(8).
           05  FCAS-VERSION            PIC 9(3).
           05  FCAS-CASE-NO            PIC 9(3).
           05  FCAS-DESCRIPTION        PIC X(30).
           05  FCAS-EXPECTED-STATUS    PIC X(20).
           05  FCAS-EXPECTED-RESULT    PIC S9(9)V99.
           05  FCAS-EXPECTED-STEP      PIC 9(2).
           05  FCAS-OPERAND-COUNT      PIC 9(2).
           05  FCAS-OPERANDS OCCURS 10 TIMES
                                       PIC S9(9)V99.
           05  FCAS-FLOW-COUNT         PIC 9(2).
           05  FCAS-FLOWS OCCURS 12 TIMES.
               10  FCAS-FLOW-DATE      PIC 9(8).
               10  FCAS-FLOW-AMOUNT    PIC S9(9)V99.
