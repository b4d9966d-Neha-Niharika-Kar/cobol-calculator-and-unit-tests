           05  REG-CALLER-ID           PIC X(8).
           05  REG-REGISTER-NAME       PIC X(8).
           05  REG-AMOUNT              PIC S9(9)V99 COMP-3.
      *    "O" when keyed online, so a movement after the market's
      *    CALCBDAT cut-off books to the next business date.
           05  REG-CHANNEL             PIC X.
               88  REG-CHANNEL-ONLINE      VALUE "O".

       01  REG-OUTPUT-DATA.
           05  REG-BALANCE             PIC S9(9)V99 COMP-3.
           05  REG-STATUS              PIC X(20).
           05  REG-ERROR-CODE          PIC X(8).
           05  REG-BUSINESS-DATE       PIC 9(8).
