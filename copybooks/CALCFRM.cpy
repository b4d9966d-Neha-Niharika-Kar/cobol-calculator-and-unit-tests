      * the numbered caller-supplied placeholder, "L" takes the       *
      * literal on the record. Fix a formula here once instead of in  *
      * five calling programs.                                         *
      * A step whose operation is "2" (NPV) or "3" (IRR) is not a      *
      * CALCULATOR call: it hands the caller's FRML-FLOWS table to     *
      * CALCFLOW - NPV at the step's FORM-RATE, IRR at the default     *
      * tolerance and iteration limit - and its answer becomes the     *
      * running result. Such a step leaves both operand sources blank. *
      *****************************************************************
       01  FORM-RECORD.
           05  FORM-ID                 PIC X(8).
