      *****************************************************************
      * CALCFRQ - Formula execution request/reply for CALCFRML         *
      * COPY this into any program that invokes a named formula:      *
      * name the formula (version zero means its active version - see *
      * CALCFST - and CALC-023 when it has none), supply the          *
      * placeholder operand values its steps reference, and get one   *
      * result back. Every step runs through CALCULATOR, so the whole *
      * sequence stays validated, audited and error-coded; the first  *
      * failing step stops execution and its number comes back in    *
      * FRML-FAILED-STEP.                                              *
      * A formula with a cash-flow step (see CALCFRM) also takes the   *
      * caller's dated cash flows in FRML-FLOWS; other formulas leave  *
      * FRML-FLOW-COUNT zero.                                          *
      * FRML-SUPPRESS-AUDIT "Y" runs every step with the audit trail,  *
      * quota and holds suppressed - CALCFCRT's certification cases    *
      * are not desk activity. Callers leave it blank.                 *
      *****************************************************************
       01  FRML-INPUT-DATA.
           05  FRML-FORMULA-ID         PIC X(8).
           05  FRML-OPERAND-COUNT      PIC 9(2) COMP-3.
           05  FRML-OPERANDS OCCURS 10 TIMES
                                       PIC S9(9)V99 COMP-3.
           05  FRML-FLOW-COUNT         PIC 9(2) COMP-3.
           05  FRML-FLOWS OCCURS 60 TIMES.
               10  FRML-FLOW-DATE      PIC 9(8).
               10  FRML-FLOW-AMOUNT    PIC S9(9)V99 COMP-3.
           05  FRML-SUPPRESS-AUDIT     PIC X.
               88  FRML-SUPPRESS-AUDIT-YES VALUE "Y".

       01  FRML-OUTPUT-DATA.
           05  FRML-RESULT             PIC S9(9)V99 COMP-3.
