      *****************************************************************
      * CALCCFR - Cash-flow valuation batch result (CALCCFLR)          *
      * Written by CALCCFLB, one record per CALCCFLI valuation set:    *
      * the answer CALCFLOW returned (NPV, or IRR in percent), the     *
      * rate discounted at or the IRR to four places, the iterations   *
      * an IRR search spent, and the status and CALCERR code.          *
      *****************************************************************
       01  CFR-RECORD.
           05  CFR-SET-ID              PIC X(08).
           05  CFR-FUNCTION            PIC X.
           05  CFR-CALLER-ID           PIC X(08).
           05  CFR-FLOW-COUNT          PIC 9(5).
           05  CFR-RESULT              PIC S9(9)V99.
           05  CFR-RATE-USED           PIC S9(3)V9(4).
           05  CFR-ITERATIONS          PIC 9(3).
           05  CFR-STATUS              PIC X(20).
           05  CFR-ERROR-CODE          PIC X(08).
