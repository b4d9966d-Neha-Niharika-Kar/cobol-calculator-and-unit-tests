       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCFLOW.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Cash-Flow Valuation Subprogram for CALCULATOR callers          *
      * Accepts a CALCCFL table of dated cash flows and either         *
      * discounts them to a net present value - at the caller's rate   *
      * or at the product's CALCPRAT rate in effect on the valuation   *
      * date - or solves for the internal rate of return by bisection  *
      * within the caller's NPV tolerance and iteration limit. Every   *
      * amount is validated against the same CALCLIM operand range     *
      * CALCULATOR enforces, and every call appends one audit record   *
      * to CALCAUDT exactly as CALCSTAT does: "2" (NPV) or "3" (IRR)   *
      * in AUDIT-OPERATION, the flow count in AUDIT-OPERAND-1, the     *
      * answer in AUDIT-RESULT, the rate discounted at (or the IRR to  *
      * four places) in AUDIT-RATE and the iterations spent in         *
      * AUDIT-PERIODS. An IRR search that does not converge fails      *
      * with CALC-018; failures carry the standard CALCERR codes and   *
      * are also logged to the exception file.                         *
      * The audit record books to the business date CALCBOOK gives     *
      * for CFL-CHANNEL - the next business date for an online set     *
      * valued after the CALCBDAT cut-off - returned in                *
      * CFL-BUSINESS-DATE - and carries the caller's legal entity on   *
      * that date through CALCENTL.                                    *
      * A call with CFL-SUPPRESS-AUDIT set (a CALCFCRT formula         *
      * certification case run through CALCFRML) is valued the same   *
      * way but writes no audit or exception record.                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "CALCAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT MIRROR-FILE ASSIGN TO "CALCAUDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MIRROR-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "CALCEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

           SELECT CHAIN-ANCHOR-FILE ASSIGN TO "CALCCHNA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCHOR-FILE-STATUS.

           SELECT INTRADAY-FILE ASSIGN TO "CALCAUDI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUDI-PRIMARY-KEY
               ALTERNATE RECORD KEY IS AUDI-CALLER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-INTRADAY-FILE-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO "CALCPRAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY CALCAUD.

       FD  MIRROR-FILE.
           COPY CALCAUD REPLACING LEADING ==AUDIT-== BY ==MIR-==.

       FD  EXCEPTION-FILE.
           COPY CALCEXC.

      *    See the note in CALCULATOR: the anchor carries the last
      *    audit check value so CALCFLOW's records stay on the same
      *    unbroken chain as everyone else's.
       FD  CHAIN-ANCHOR-FILE.
       01  CHAIN-ANCHOR-RECORD.
           05  ANCHOR-CHECK-VALUE  PIC 9(9).

       FD  INTRADAY-FILE.
           COPY CALCADI.

       FD  PRODUCT-FILE.
           COPY CALCPRT.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-MIRROR-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-EXCEPTION-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-AUDIT-SEQUENCE       PIC 9(9) VALUE ZEROS.
       01  WS-EXCEPTION-SEQUENCE   PIC 9(9) VALUE ZEROS.
       01  WS-ANCHOR-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-CHAIN-VALUE          PIC 9(9) VALUE ZEROS.
       01  WS-INTRADAY-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-INTRADAY-LOST-COUNT  PIC 9(7) VALUE ZEROS.
       01  WS-INTRADAY-STAMP       PIC X(21) VALUE SPACES.
       01  WS-PRODUCT-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-PRODUCT-EOF-SWITCH   PIC X VALUE "N".
           88  WS-PRODUCT-EOF      VALUE "Y".
       01  WS-PRODUCT-FOUND-SWITCH PIC X VALUE "N".
           88  WS-PRODUCT-FOUND    VALUE "Y".
       01  WS-PRODUCT-BEST-DATE    PIC 9(8) VALUE ZEROS.

           COPY CALCHSH.
           COPY CALCBKD.
           COPY CALCENL.

       01  WS-STATUS               PIC X(20) VALUE SPACES.
       01  WS-ERROR-MSG            PIC X(50) VALUE SPACES.
       01  WS-ERROR-CODE           PIC X(08) VALUE SPACES.
       01  WS-RESULT               PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-RATE-USED            PIC S9(3)V9(4) COMP-3 VALUE ZEROS.
       01  WS-AUDIT-OPERATION      PIC X VALUE SPACE.

           COPY CALCERR.
           COPY CALCLIM.

       01  WS-FLOW-SUB             PIC 9(5) COMP-3 VALUE ZEROS.
       01  WS-VALUATION-DATE       PIC 9(8) VALUE ZEROS.
       01  WS-LAST-FLOW-DATE       PIC 9(8) VALUE ZEROS.
       01  WS-INFLOW-SWITCH        PIC X VALUE "N".
           88  WS-HAS-INFLOW       VALUE "Y".
       01  WS-OUTFLOW-SWITCH       PIC X VALUE "N".
           88  WS-HAS-OUTFLOW      VALUE "Y".

      *    Each flow's distance from the valuation date in ACT/365F
      *    years, measured once per call - the IRR search discounts
      *    the same table many times over.
       01  WS-FLOW-YEARS-TABLE.
           05  WS-FLOW-YEARS       OCCURS 500 TIMES
                                   PIC S9(5)V9(9) COMP-3.

       01  WS-DISCOUNT-RATE        PIC S9(3)V9(10) COMP-3 VALUE ZEROS.
       01  WS-GROWTH-BASE          PIC S9(3)V9(12) COMP-3 VALUE ZEROS.
       01  WS-DISCOUNT-FACTOR      PIC S9(12)V9(12) COMP-3 VALUE ZEROS.
       01  WS-PRESENT-VALUE        PIC S9(15)V9(6) COMP-3 VALUE ZEROS.
       01  WS-NPV-SUM              PIC S9(15)V9(6) COMP-3 VALUE ZEROS.
       01  WS-ABS-NPV              PIC S9(15)V9(6) COMP-3 VALUE ZEROS.
       01  WS-NPV-OVERFLOW-SWITCH  PIC X VALUE "N".
           88  WS-NPV-OVERFLOW     VALUE "Y".
       01  WS-TOLERANCE-SWITCH     PIC X VALUE "N".
           88  WS-WITHIN-TOLERANCE VALUE "Y".

      *    IRR search range, percent per annum. A bound whose NPV
      *    cannot be carried (a rate near -100 discounting a distant
      *    flow) is pulled halfway toward zero until it can.
       01  WS-IRR-FLOOR            PIC S9(3)V9(4) COMP-3
                                   VALUE -99.9.
       01  WS-IRR-CEILING          PIC S9(3)V9(4) COMP-3
                                   VALUE +999.
       01  WS-IRR-LOW              PIC S9(3)V9(10) COMP-3 VALUE ZEROS.
       01  WS-IRR-HIGH             PIC S9(3)V9(10) COMP-3 VALUE ZEROS.
       01  WS-IRR-MID              PIC S9(3)V9(10) COMP-3 VALUE ZEROS.
       01  WS-LOW-NPV              PIC S9(15)V9(6) COMP-3 VALUE ZEROS.
       01  WS-HIGH-NPV             PIC S9(15)V9(6) COMP-3 VALUE ZEROS.
       01  WS-TOLERANCE            PIC 9(5)V99 COMP-3 VALUE ZEROS.
       01  WS-ITERATION-LIMIT      PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-ITERATIONS           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-IRR-STATE-SWITCH     PIC X VALUE SPACE.
           88  WS-IRR-SEARCHING    VALUE SPACE.
           88  WS-IRR-FOUND        VALUE "F".
           88  WS-IRR-FAILED       VALUE "X".

       LINKAGE SECTION.
           COPY CALCCFL.

       PROCEDURE DIVISION USING CFL-INPUT-DATA CFL-OUTPUT-DATA.

       MAIN-LOGIC.
           PERFORM INITIALIZE-VALUATION
           PERFORM VALIDATE-VALUATION-INPUT
           IF WS-STATUS = SPACES
               PERFORM EXECUTE-VALUATION
           END-IF
           PERFORM RETURN-VALUATION-RESULTS
           GOBACK.

       INITIALIZE-VALUATION.
           MOVE SPACES TO WS-STATUS
           MOVE SPACES TO WS-ERROR-MSG
           MOVE SPACES TO WS-ERROR-CODE
           MOVE ZEROS TO WS-RESULT
           MOVE ZEROS TO WS-RATE-USED
           MOVE ZEROS TO WS-ITERATIONS
           MOVE ZEROS TO WS-LAST-FLOW-DATE
           MOVE "N" TO WS-INFLOW-SWITCH
           MOVE "N" TO WS-OUTFLOW-SWITCH
           MOVE CFL-VALUATION-DATE TO WS-VALUATION-DATE
      *    An unknown function code is audited as "?", the way
      *    CALCSTAT and CALCREGS audit theirs.
           EVALUATE TRUE
               WHEN CFL-FUNCTION-NPV
                   MOVE "2" TO WS-AUDIT-OPERATION
               WHEN CFL-FUNCTION-IRR
                   MOVE "3" TO WS-AUDIT-OPERATION
               WHEN OTHER
                   MOVE "?" TO WS-AUDIT-OPERATION
           END-EVALUATE
           IF CFL-TOLERANCE = ZERO
               MOVE 0.01 TO WS-TOLERANCE
           ELSE
               MOVE CFL-TOLERANCE TO WS-TOLERANCE
           END-IF
           IF CFL-ITERATION-LIMIT = ZERO
               MOVE 100 TO WS-ITERATION-LIMIT
           ELSE
               MOVE CFL-ITERATION-LIMIT TO WS-ITERATION-LIMIT
           END-IF.

       VALIDATE-VALUATION-INPUT.
           IF NOT CFL-FUNCTION-VALID
               MOVE "ERROR" TO WS-STATUS
               MOVE "INVALID CASH-FLOW FUNCTION CODE" TO WS-ERROR-MSG
               MOVE CALC-ERR-INVALID-OP TO WS-ERROR-CODE
           END-IF
           IF WS-STATUS = SPACES AND CFL-FLOW-COUNT = ZERO
               MOVE "INVALID OPERAND" TO WS-STATUS
               MOVE "NO CASH FLOWS SUPPLIED" TO WS-ERROR-MSG
               MOVE CALC-ERR-OPERAND-RANGE TO WS-ERROR-CODE
           END-IF
           IF WS-STATUS = SPACES
               PERFORM VALIDATE-ONE-FLOW
                   VARYING WS-FLOW-SUB FROM 1 BY 1
                   UNTIL WS-FLOW-SUB > CFL-FLOW-COUNT
                      OR WS-STATUS NOT = SPACES
           END-IF
           IF WS-STATUS = SPACES
               IF WS-VALUATION-DATE = ZERO
                   PERFORM FIND-EARLIEST-FLOW-DATE
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-VALUATION-DATE)
                           NOT = ZERO
                       MOVE "ERROR" TO WS-STATUS
                       MOVE "INVALID VALUATION DATE" TO WS-ERROR-MSG
                       MOVE CALC-ERR-OPERAND-RANGE TO WS-ERROR-CODE
                   END-IF
               END-IF
           END-IF
      *    A rate of -100 percent or below has no discount factor.
           IF WS-STATUS = SPACES AND CFL-FUNCTION-NPV AND
              CFL-RATE NOT > -100
               MOVE "INVALID OPERAND" TO WS-STATUS
               MOVE "DISCOUNT RATE MUST EXCEED -100 PERCENT"
                   TO WS-ERROR-MSG
               MOVE CALC-ERR-OPERAND-RANGE TO WS-ERROR-CODE
           END-IF
      *    Flows all of one sign have no rate that zeroes their NPV;
      *    that is a bad request, not a search that failed.
           IF WS-STATUS = SPACES AND CFL-FUNCTION-IRR AND
              (NOT WS-HAS-INFLOW OR NOT WS-HAS-OUTFLOW)
               MOVE "INVALID OPERAND" TO WS-STATUS
               MOVE "IRR NEEDS BOTH INFLOWS AND OUTFLOWS"
                   TO WS-ERROR-MSG
               MOVE CALC-ERR-OPERAND-RANGE TO WS-ERROR-CODE
           END-IF.

       VALIDATE-ONE-FLOW.
           IF CFL-FLOW-AMOUNT(WS-FLOW-SUB) > CALC-OPERAND-MAX OR
              CFL-FLOW-AMOUNT(WS-FLOW-SUB) < CALC-OPERAND-MIN
               MOVE "INVALID OPERAND" TO WS-STATUS
               MOVE "OPERAND OUTSIDE ALLOWABLE RANGE" TO WS-ERROR-MSG
               MOVE CALC-ERR-OPERAND-RANGE TO WS-ERROR-CODE
           END-IF
           IF WS-STATUS = SPACES AND
              FUNCTION TEST-DATE-YYYYMMDD(CFL-FLOW-DATE(WS-FLOW-SUB))
                  NOT = ZERO
               MOVE "ERROR" TO WS-STATUS
               MOVE "INVALID CASH-FLOW DATE" TO WS-ERROR-MSG
               MOVE CALC-ERR-OPERAND-RANGE TO WS-ERROR-CODE
           END-IF
           IF CFL-FLOW-AMOUNT(WS-FLOW-SUB) > ZERO
               MOVE "Y" TO WS-INFLOW-SWITCH
           END-IF
           IF CFL-FLOW-AMOUNT(WS-FLOW-SUB) < ZERO
               MOVE "Y" TO WS-OUTFLOW-SWITCH
           END-IF
           IF CFL-FLOW-DATE(WS-FLOW-SUB) > WS-LAST-FLOW-DATE
               MOVE CFL-FLOW-DATE(WS-FLOW-SUB) TO WS-LAST-FLOW-DATE
           END-IF.

       FIND-EARLIEST-FLOW-DATE.
           MOVE CFL-FLOW-DATE(1) TO WS-VALUATION-DATE
           PERFORM TAKE-EARLIER-DATE
               VARYING WS-FLOW-SUB FROM 2 BY 1
               UNTIL WS-FLOW-SUB > CFL-FLOW-COUNT.

       TAKE-EARLIER-DATE.
           IF CFL-FLOW-DATE(WS-FLOW-SUB) < WS-VALUATION-DATE
               MOVE CFL-FLOW-DATE(WS-FLOW-SUB) TO WS-VALUATION-DATE
           END-IF.

       EXECUTE-VALUATION.
           PERFORM MEASURE-FLOW-YEARS
               VARYING WS-FLOW-SUB FROM 1 BY 1
               UNTIL WS-FLOW-SUB > CFL-FLOW-COUNT
           EVALUATE TRUE
               WHEN CFL-FUNCTION-NPV
                   PERFORM NET-PRESENT-VALUE
               WHEN CFL-FUNCTION-IRR
                   PERFORM INTERNAL-RATE-OF-RETURN
           END-EVALUATE.

       MEASURE-FLOW-YEARS.
      *    ACT/365F: actual days from the valuation date over a fixed
      *    365; a flow dated before the valuation date is compounded
      *    forward rather than discounted.
           COMPUTE WS-FLOW-YEARS(WS-FLOW-SUB) ROUNDED =
                   (FUNCTION INTEGER-OF-DATE(CFL-FLOW-DATE(WS-FLOW-SUB))
                  - FUNCTION INTEGER-OF-DATE(WS-VALUATION-DATE)) / 365.

       NET-PRESENT-VALUE.
           IF CFL-RATE = ZERO AND CFL-PRODUCT-CODE NOT = SPACES
               PERFORM LOOKUP-PRODUCT-RATE
           ELSE
               MOVE CFL-RATE TO WS-RATE-USED
           END-IF
           IF WS-STATUS = SPACES
               MOVE WS-RATE-USED TO WS-DISCOUNT-RATE
               PERFORM DISCOUNT-CASH-FLOWS
               IF WS-NPV-OVERFLOW
                   MOVE "OVERFLOW" TO WS-STATUS
                   MOVE "RESULT EXCEEDS FIELD CAPACITY" TO WS-ERROR-MSG
                   MOVE CALC-ERR-OVERFLOW TO WS-ERROR-CODE
               ELSE
                   COMPUTE WS-RESULT ROUNDED = WS-NPV-SUM
                       ON SIZE ERROR
                           MOVE "OVERFLOW" TO WS-STATUS
                           MOVE "RESULT EXCEEDS FIELD CAPACITY"
                               TO WS-ERROR-MSG
                           MOVE CALC-ERR-OVERFLOW TO WS-ERROR-CODE
                           MOVE ZEROS TO WS-RESULT
                       NOT ON SIZE ERROR
                           MOVE "SUCCESS" TO WS-STATUS
                   END-COMPUTE
               END-IF
           END-IF.

       LOOKUP-PRODUCT-RATE.
      *    The record in effect on the valuation date - the highest
      *    effective date not after it - as every CALCPRAT reader
      *    resolves it.
           MOVE "N" TO WS-PRODUCT-EOF-SWITCH
           MOVE "N" TO WS-PRODUCT-FOUND-SWITCH
           MOVE ZEROS TO WS-PRODUCT-BEST-DATE
           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-FILE-STATUS NOT = "35"
               PERFORM READ-PRODUCT-RECORD
               PERFORM MATCH-PRODUCT-RECORD UNTIL WS-PRODUCT-EOF
               CLOSE PRODUCT-FILE
           END-IF
           IF NOT WS-PRODUCT-FOUND
               MOVE "ERROR" TO WS-STATUS
               MOVE "NO EFFECTIVE RATE FOR PRODUCT" TO WS-ERROR-MSG
               MOVE CALC-ERR-NO-PRODUCT TO WS-ERROR-CODE
           END-IF.

       READ-PRODUCT-RECORD.
           READ PRODUCT-FILE
               AT END
                   MOVE "Y" TO WS-PRODUCT-EOF-SWITCH
           END-READ.

       MATCH-PRODUCT-RECORD.
           IF PRT-PRODUCT-CODE = CFL-PRODUCT-CODE AND
              PRT-EFFECTIVE-DATE <= WS-VALUATION-DATE AND
              PRT-EFFECTIVE-DATE >= WS-PRODUCT-BEST-DATE
               MOVE PRT-EFFECTIVE-DATE TO WS-PRODUCT-BEST-DATE
               MOVE PRT-RATE TO WS-RATE-USED
               MOVE "Y" TO WS-PRODUCT-FOUND-SWITCH
           END-IF
           PERFORM READ-PRODUCT-RECORD.

       DISCOUNT-CASH-FLOWS.
      *    NPV of the whole table at WS-DISCOUNT-RATE into WS-NPV-SUM;
      *    WS-NPV-OVERFLOW reports a value too large to carry.
           MOVE ZEROS TO WS-NPV-SUM
           MOVE "N" TO WS-NPV-OVERFLOW-SWITCH
           COMPUTE WS-GROWTH-BASE = 1 + (WS-DISCOUNT-RATE / 100)
           PERFORM DISCOUNT-ONE-FLOW
               VARYING WS-FLOW-SUB FROM 1 BY 1
               UNTIL WS-FLOW-SUB > CFL-FLOW-COUNT
                  OR WS-NPV-OVERFLOW.

       DISCOUNT-ONE-FLOW.
           IF WS-FLOW-YEARS(WS-FLOW-SUB) = ZERO
               MOVE CFL-FLOW-AMOUNT(WS-FLOW-SUB) TO WS-PRESENT-VALUE
           ELSE
               COMPUTE WS-DISCOUNT-FACTOR ROUNDED =
                       WS-GROWTH-BASE ** WS-FLOW-YEARS(WS-FLOW-SUB)
                   ON SIZE ERROR
      *                A factor past the field's capacity leaves the
      *                flow worth nothing to the cent at this rate.
                       MOVE ZEROS TO WS-PRESENT-VALUE
                   NOT ON SIZE ERROR
                       PERFORM DIVIDE-BY-DISCOUNT-FACTOR
               END-COMPUTE
           END-IF
           ADD WS-PRESENT-VALUE TO WS-NPV-SUM
               ON SIZE ERROR
                   MOVE "Y" TO WS-NPV-OVERFLOW-SWITCH
           END-ADD.

       DIVIDE-BY-DISCOUNT-FACTOR.
           IF WS-DISCOUNT-FACTOR = ZERO
               MOVE ZEROS TO WS-PRESENT-VALUE
               MOVE "Y" TO WS-NPV-OVERFLOW-SWITCH
           ELSE
               COMPUTE WS-PRESENT-VALUE ROUNDED =
                       CFL-FLOW-AMOUNT(WS-FLOW-SUB) / WS-DISCOUNT-FACTOR
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-PRESENT-VALUE
                       MOVE "Y" TO WS-NPV-OVERFLOW-SWITCH
               END-COMPUTE
           END-IF.

       CHECK-NPV-TOLERANCE.
           IF WS-NPV-SUM < ZERO
               COMPUTE WS-ABS-NPV = ZERO - WS-NPV-SUM
           ELSE
               MOVE WS-NPV-SUM TO WS-ABS-NPV
           END-IF
           IF WS-ABS-NPV <= WS-TOLERANCE
               MOVE "Y" TO WS-TOLERANCE-SWITCH
           ELSE
               MOVE "N" TO WS-TOLERANCE-SWITCH
           END-IF.

       INTERNAL-RATE-OF-RETURN.
      *    Bisection: price both ends of the search range, then halve
      *    the range toward the end whose NPV has the other sign until
      *    the NPV at the midpoint is within tolerance of zero. Every
      *    pricing after the first two spends one iteration.
           MOVE SPACE TO WS-IRR-STATE-SWITCH
           MOVE WS-IRR-FLOOR TO WS-IRR-LOW
           MOVE WS-IRR-CEILING TO WS-IRR-HIGH
           MOVE WS-IRR-LOW TO WS-DISCOUNT-RATE
           PERFORM DISCOUNT-CASH-FLOWS
           PERFORM RAISE-LOW-BOUND
               UNTIL NOT WS-NPV-OVERFLOW
                  OR WS-ITERATIONS >= WS-ITERATION-LIMIT
           MOVE WS-NPV-SUM TO WS-LOW-NPV
           IF NOT WS-NPV-OVERFLOW
               MOVE WS-IRR-HIGH TO WS-DISCOUNT-RATE
               PERFORM DISCOUNT-CASH-FLOWS
               PERFORM LOWER-HIGH-BOUND
                   UNTIL NOT WS-NPV-OVERFLOW
                      OR WS-ITERATIONS >= WS-ITERATION-LIMIT
               MOVE WS-NPV-SUM TO WS-HIGH-NPV
           END-IF
           IF WS-NPV-OVERFLOW
               MOVE "X" TO WS-IRR-STATE-SWITCH
           ELSE
               PERFORM CHECK-SEARCH-BOUNDS
           END-IF
           IF WS-IRR-SEARCHING
               PERFORM BISECT-IRR-RANGE
                   UNTIL NOT WS-IRR-SEARCHING
                      OR WS-ITERATIONS >= WS-ITERATION-LIMIT
           END-IF
           IF WS-IRR-FOUND
               COMPUTE WS-RESULT ROUNDED = WS-IRR-MID
               COMPUTE WS-RATE-USED ROUNDED = WS-IRR-MID
               MOVE "SUCCESS" TO WS-STATUS
           ELSE
               MOVE "ERROR" TO WS-STATUS
               MOVE "IRR DID NOT CONVERGE" TO WS-ERROR-MSG
               MOVE CALC-ERR-IRR-NO-CONVERGE TO WS-ERROR-CODE
           END-IF.

       RAISE-LOW-BOUND.
           ADD 1 TO WS-ITERATIONS
           COMPUTE WS-IRR-LOW = WS-IRR-LOW / 2
           MOVE WS-IRR-LOW TO WS-DISCOUNT-RATE
           PERFORM DISCOUNT-CASH-FLOWS.

       LOWER-HIGH-BOUND.
           ADD 1 TO WS-ITERATIONS
           COMPUTE WS-IRR-HIGH = WS-IRR-HIGH / 2
           MOVE WS-IRR-HIGH TO WS-DISCOUNT-RATE
           PERFORM DISCOUNT-CASH-FLOWS.

       CHECK-SEARCH-BOUNDS.
      *    Either end may already be the answer; otherwise the two
      *    NPVs must straddle zero or there is no rate in the range.
           MOVE WS-LOW-NPV TO WS-NPV-SUM
           PERFORM CHECK-NPV-TOLERANCE
           IF WS-WITHIN-TOLERANCE
               MOVE WS-IRR-LOW TO WS-IRR-MID
               MOVE "F" TO WS-IRR-STATE-SWITCH
           ELSE
               MOVE WS-HIGH-NPV TO WS-NPV-SUM
               PERFORM CHECK-NPV-TOLERANCE
               IF WS-WITHIN-TOLERANCE
                   MOVE WS-IRR-HIGH TO WS-IRR-MID
                   MOVE "F" TO WS-IRR-STATE-SWITCH
               ELSE
                   IF (WS-LOW-NPV < ZERO AND WS-HIGH-NPV < ZERO) OR
                      (WS-LOW-NPV > ZERO AND WS-HIGH-NPV > ZERO)
                       MOVE "X" TO WS-IRR-STATE-SWITCH
                   END-IF
               END-IF
           END-IF.

       BISECT-IRR-RANGE.
           ADD 1 TO WS-ITERATIONS
           COMPUTE WS-IRR-MID = (WS-IRR-LOW + WS-IRR-HIGH) / 2
           MOVE WS-IRR-MID TO WS-DISCOUNT-RATE
           PERFORM DISCOUNT-CASH-FLOWS
           IF WS-NPV-OVERFLOW
               MOVE "X" TO WS-IRR-STATE-SWITCH
           ELSE
               PERFORM CHECK-NPV-TOLERANCE
               IF WS-WITHIN-TOLERANCE
                   MOVE "F" TO WS-IRR-STATE-SWITCH
               ELSE
                   IF (WS-NPV-SUM < ZERO AND WS-LOW-NPV < ZERO) OR
                      (WS-NPV-SUM > ZERO AND WS-LOW-NPV > ZERO)
                       MOVE WS-IRR-MID TO WS-IRR-LOW
                       MOVE WS-NPV-SUM TO WS-LOW-NPV
                   ELSE
                       MOVE WS-IRR-MID TO WS-IRR-HIGH
                   END-IF
               END-IF
           END-IF.

       RETURN-VALUATION-RESULTS.
           MOVE WS-RESULT TO CFL-RESULT
           MOVE WS-RATE-USED TO CFL-RATE-USED
           MOVE WS-ITERATIONS TO CFL-ITERATIONS
           MOVE WS-STATUS TO CFL-STATUS
           MOVE WS-ERROR-CODE TO CFL-ERROR-CODE
           IF CFL-SUPPRESS-AUDIT-YES
               MOVE ZEROS TO CFL-BUSINESS-DATE
           ELSE
               PERFORM WRITE-AUDIT-RECORD
               MOVE AUDIT-BUSINESS-DATE TO CFL-BUSINESS-DATE
               IF WS-STATUS NOT = "SUCCESS"
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           END-IF.

       WRITE-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-SEQUENCE
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           INITIALIZE AUDIT-RECORD
           MOVE WS-AUDIT-SEQUENCE TO AUDIT-SEQUENCE-NO
           MOVE CFL-FLOW-COUNT TO AUDIT-OPERAND-1
           IF CFL-FUNCTION-IRR
               MOVE WS-TOLERANCE TO AUDIT-OPERAND-2
           END-IF
           MOVE WS-AUDIT-OPERATION TO AUDIT-OPERATION
           MOVE WS-RESULT TO AUDIT-RESULT
           MOVE WS-STATUS TO AUDIT-STATUS
           MOVE WS-RATE-USED TO AUDIT-RATE
           MOVE WS-ITERATIONS TO AUDIT-PERIODS
           MOVE CFL-CALLER-ID TO AUDIT-CALLER-ID
           MOVE WS-VALUATION-DATE TO AUDIT-DATE-1
           MOVE WS-LAST-FLOW-DATE TO AUDIT-DATE-2
           MOVE CFL-PRODUCT-CODE TO AUDIT-PRODUCT-CODE
           MOVE "ACT/365F" TO AUDIT-DAY-COUNT-CONV
           MOVE CFL-CHANNEL TO BKD-CHANNEL
           MOVE SPACES TO BKD-MARKET-CODE
           CALL "CALCBOOK" USING BKD-INPUT-DATA BKD-OUTPUT-DATA
           MOVE BKD-BUSINESS-DATE TO AUDIT-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-CALL-TIME
           MOVE CFL-CHANNEL TO AUDIT-CHANNEL
           MOVE AUDIT-CALLER-ID TO ENTL-CALLER-ID
           MOVE AUDIT-BUSINESS-DATE TO ENTL-AS-OF-DATE
           CALL "CALCENTL" USING ENTL-REQUEST ENTL-REPLY
           MOVE ENTL-ENTITY-CODE TO AUDIT-ENTITY
           PERFORM CHAIN-AUDIT-RECORD
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           OPEN EXTEND MIRROR-FILE
           IF WS-MIRROR-FILE-STATUS = "35"
               OPEN OUTPUT MIRROR-FILE
           END-IF
           WRITE MIR-RECORD FROM AUDIT-RECORD
           CLOSE MIRROR-FILE
           PERFORM REWRITE-CHAIN-ANCHOR
           PERFORM WRITE-INTRADAY-RECORD.

       WRITE-INTRADAY-RECORD.
      *    Keyed convenience copy for the intra-day browse, exactly
      *    as the other audit writers maintain it.
           OPEN I-O INTRADAY-FILE
           IF WS-INTRADAY-FILE-STATUS = "35"
               OPEN OUTPUT INTRADAY-FILE
               CLOSE INTRADAY-FILE
               OPEN I-O INTRADAY-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-INTRADAY-STAMP
           MOVE WS-INTRADAY-STAMP(1:8) TO AUDI-WRITE-DATE
           MOVE WS-INTRADAY-STAMP(9:6) TO AUDI-WRITE-TIME
           MOVE AUDIT-SEQUENCE-NO TO AUDI-SEQUENCE-NO
           MOVE AUDIT-CALLER-ID TO AUDI-CALLER-ID
           MOVE AUDIT-OPERAND-1 TO AUDI-OPERAND-1
           MOVE AUDIT-OPERAND-2 TO AUDI-OPERAND-2
           MOVE AUDIT-OPERATION TO AUDI-OPERATION
           MOVE AUDIT-RESULT TO AUDI-RESULT
           MOVE AUDIT-STATUS TO AUDI-STATUS
           MOVE AUDIT-CURRENCY-1 TO AUDI-CURRENCY-1
           MOVE AUDIT-CURRENCY-2 TO AUDI-CURRENCY-2
           MOVE AUDIT-PRECISION-MODE TO AUDI-PRECISION-MODE
           MOVE AUDIT-RESULT-EXT TO AUDI-RESULT-EXT
           MOVE AUDIT-BUSINESS-DATE TO AUDI-BUSINESS-DATE
           WRITE AUDI-RECORD
               INVALID KEY
                   ADD 1 TO WS-INTRADAY-LOST-COUNT
           END-WRITE
           CLOSE INTRADAY-FILE.

       CHAIN-AUDIT-RECORD.
           MOVE ZEROS TO WS-CHAIN-VALUE
           OPEN INPUT CHAIN-ANCHOR-FILE
           IF WS-ANCHOR-FILE-STATUS NOT = "35"
               READ CHAIN-ANCHOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ANCHOR-CHECK-VALUE TO WS-CHAIN-VALUE
               END-READ
               CLOSE CHAIN-ANCHOR-FILE
           END-IF
           MOVE ZEROS TO AUDIT-CHAIN-CHECK
           MOVE WS-CHAIN-VALUE TO HASH-PREVIOUS-CHECK
           MOVE AUDIT-RECORD TO HASH-RECORD-IMAGE
           CALL "CALCHASH" USING HASH-INPUT HASH-OUTPUT
           MOVE HASH-CHECK-VALUE TO AUDIT-CHAIN-CHECK
           MOVE HASH-CHECK-VALUE TO WS-CHAIN-VALUE.

       REWRITE-CHAIN-ANCHOR.
           OPEN OUTPUT CHAIN-ANCHOR-FILE
           MOVE WS-CHAIN-VALUE TO ANCHOR-CHECK-VALUE
           WRITE CHAIN-ANCHOR-RECORD
           CLOSE CHAIN-ANCHOR-FILE.

       WRITE-EXCEPTION-RECORD.
           ADD 1 TO WS-EXCEPTION-SEQUENCE
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCEPTION-FILE-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           INITIALIZE EXCEPTION-RECORD
           MOVE WS-EXCEPTION-SEQUENCE TO EXC-SEQUENCE-NO
           MOVE CFL-FLOW-COUNT TO EXC-OPERAND-1
           MOVE WS-AUDIT-OPERATION TO EXC-OPERATION
           MOVE WS-STATUS TO EXC-STATUS
           MOVE WS-ERROR-CODE TO EXC-ERROR-CODE
           MOVE WS-ERROR-MSG TO EXC-ERROR-MSG
           MOVE CFL-CALLER-ID TO EXC-CALLER-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-LOG-DATE
           MOVE SPACES TO EXC-CORR-ID
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTION-FILE.

       END PROGRAM CALCFLOW.
