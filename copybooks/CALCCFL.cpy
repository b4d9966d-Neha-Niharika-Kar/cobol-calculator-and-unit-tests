      *****************************************************************
      * CALCCFL - Cash-flow valuation request/reply for CALCFLOW       *
      * Carries a table of dated cash flows (sized like CALCAGG's      *
      * value table) into CALCFLOW, which either discounts them to a   *
      * net present value or solves for the internal rate of return,   *
      * with the same operand-range validation, audit trail and error  *
      * catalog as CALCSTAT - so the desks' NPVs sit where the         *
      * auditors can see them instead of in a spreadsheet.             *
      *   N = net present value at CFL-RATE (annual, percent); a zero  *
      *       rate with CFL-PRODUCT-CODE named takes the product's     *
      *       CALCPRAT rate in effect on the valuation date            *
      *   I = internal rate of return: the annual rate at which the    *
      *       flows' NPV comes within CFL-TOLERANCE of zero, searched  *
      *       for at most CFL-ITERATION-LIMIT times (zero takes 0.01   *
      *       and 100); a search that gives out first is CALC-018      *
      * Each flow is discounted from its own date to the valuation     *
      * date on ACT/365F with annual compounding - the spreadsheet     *
      * XNPV/XIRR convention the desks already price with. A zero      *
      * valuation date values as of the earliest flow.                 *
      * CFL-RESULT is the NPV, or the IRR in percent to two places;    *
      * CFL-RATE-USED carries the rate actually discounted at, or the  *
      * IRR to four places.                                            *
      *****************************************************************
      * NOTE: the function code is not what the audit trail carries.  *
      * Every letter of AUDIT-OPERATION is spoken for by CALCULATOR    *
      * and CALCSTAT, so CALCFLOW audits NPV as "2" and IRR as "3",    *
      * continuing the digit codes CALCULATOR's day-count interest     *
      * ("1") opened - the same mapping CALCREGS does for its K/J/Y/Z. *
      *****************************************************************
       01  CFL-INPUT-DATA.
           05  CFL-FUNCTION            PIC X.
               88  CFL-FUNCTION-NPV        VALUE "N".
               88  CFL-FUNCTION-IRR        VALUE "I".
               88  CFL-FUNCTION-VALID      VALUE "N" "I".
           05  CFL-CALLER-ID           PIC X(08).
           05  CFL-PRODUCT-CODE        PIC X(08).
           05  CFL-RATE                PIC S9(3)V9(4) COMP-3.
           05  CFL-VALUATION-DATE      PIC 9(8).
           05  CFL-TOLERANCE           PIC 9(5)V99 COMP-3.
           05  CFL-ITERATION-LIMIT     PIC 9(3) COMP-3.
      *    "O" when keyed online (CALCWEB), so a set valued after the
      *    CALCBDAT cut-off books to the next business date.
           05  CFL-CHANNEL             PIC X.
      *    "Y" from a formula certification run (see CALCFRQ): the
      *    valuation is returned but neither audited nor logged.
           05  CFL-SUPPRESS-AUDIT      PIC X.
               88  CFL-SUPPRESS-AUDIT-YES  VALUE "Y".
           05  CFL-FLOW-COUNT          PIC 9(5) COMP-3.
           05  CFL-FLOWS OCCURS 1 TO 500 TIMES
                   DEPENDING ON CFL-FLOW-COUNT.
               10  CFL-FLOW-DATE       PIC 9(8).
               10  CFL-FLOW-AMOUNT     PIC S9(9)V99 COMP-3.

       01  CFL-OUTPUT-DATA.
           05  CFL-RESULT              PIC S9(9)V99 COMP-3.
           05  CFL-RATE-USED           PIC S9(3)V9(4) COMP-3.
           05  CFL-ITERATIONS          PIC 9(3) COMP-3.
           05  CFL-STATUS              PIC X(20).
           05  CFL-ERROR-CODE          PIC X(08).
           05  CFL-BUSINESS-DATE       PIC 9(8).
