       01  EXPR-INPUT-DATA.
           05  EXPR-TEXT               PIC X(120).
           05  EXPR-CALLER-ID          PIC X(08).
      *    "O" when keyed online, "Q" off the message queue; passed
      *    to every CALCULATOR term as LS-CHANNEL (see CALCREC).
           05  EXPR-CHANNEL            PIC X.

       01  EXPR-OUTPUT-DATA.
           05  EXPR-RESULT             PIC S9(9)V99 COMP-3.
           05  EXPR-ERROR-CODE         PIC X(08).
           05  EXPR-ERROR-MSG          PIC X(50).
           05  EXPR-ERROR-POSITION     PIC 9(3) COMP-3.
           05  EXPR-BUSINESS-DATE      PIC 9(8).
