           05  RESULT-STATUS           PIC X(20).
           05  RESULT-SOURCE-ID        PIC X(8).
           05  RESULT-CORR-ID          PIC X(16).
           05  RESULT-OPERAND-1        PIC S9(9)V99.
           05  RESULT-OPERAND-2        PIC S9(9)V99.

      *    The five split files share one record shape; a header and
      *    trailer view overlay the same area the way CALCTRN does.
