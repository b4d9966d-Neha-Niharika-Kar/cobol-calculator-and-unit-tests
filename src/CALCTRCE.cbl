           05  RESULT-STATUS           PIC X(20).
           05  RESULT-SOURCE-ID        PIC X(8).
           05  RESULT-CORR-ID          PIC X(16).
           05  RESULT-OPERAND-1        PIC S9(9)V99.
           05  RESULT-OPERAND-2        PIC S9(9)V99.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).
