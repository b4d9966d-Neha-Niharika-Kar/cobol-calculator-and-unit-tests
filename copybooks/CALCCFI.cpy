      *****************************************************************
      * CALCCFI - Cash-flow valuation batch input (CALCCFLI)           *
      * Read by CALCCFLB. Each HDR opens a valuation set - the         *
      * function (N = NPV, I = IRR, see CALCCFL), caller, discount     *
      * rate or product, valuation date, and IRR tolerance and         *
      * iteration limit - and the FLW records that follow it, up to    *
      * the next HDR, are that set's dated cash flows.                 *
      *****************************************************************
       01  CFI-HEADER-RECORD.
           05  CFI-HDR-TYPE            PIC X(03).
               88  CFI-HEADER-LINE     VALUE "HDR".
           05  CFI-HDR-SET-ID          PIC X(08).
           05  CFI-HDR-FUNCTION        PIC X.
           05  CFI-HDR-CALLER-ID       PIC X(08).
           05  CFI-HDR-PRODUCT-CODE    PIC X(08).
           05  CFI-HDR-RATE            PIC S9(3)V9(4).
           05  CFI-HDR-VALUATION-DATE  PIC 9(8).
           05  CFI-HDR-TOLERANCE       PIC 9(5)V99.
           05  CFI-HDR-ITERATION-LIMIT PIC 9(3).

       01  CFI-FLOW-RECORD.
           05  CFI-FLW-TYPE            PIC X(03).
               88  CFI-FLOW-LINE       VALUE "FLW".
           05  CFI-FLW-DATE            PIC 9(8).
           05  CFI-FLW-AMOUNT          PIC S9(9)V99.
