           05  AUDM-SET-ID             PIC X(8).
           05  AUDM-CORR-ID            PIC X(16).
           05  AUDM-SIM-MARKER         PIC X.
           05  AUDM-RATE-TRIANGULATED  PIC X.
           05  AUDM-PIVOT-CURRENCY     PIC X(03).
           05  AUDM-TAX-STACK.
               10  AUDM-TAX-LEVEL-COUNT    PIC 9.
               10  AUDM-TAX-LEVEL OCCURS 5 TIMES.
                   15  AUDM-TAX-LVL-JURISDICTION PIC X(4).
                   15  AUDM-TAX-LVL-METHOD     PIC X.
                   15  AUDM-TAX-LVL-RATE       PIC 9(3)V9(4).
                   15  AUDM-TAX-LVL-AMOUNT     PIC S9(9)V99.
           05  AUDM-DAY-COUNT-CONV     PIC X(8).
           05  AUDM-FEE-CODE           PIC X(8).
           05  AUDM-FEE-BAND           PIC 9.
           05  AUDM-FEE-LIMIT          PIC X.
           05  AUDM-FEE-SCHED-DATE     PIC 9(8).
           05  AUDM-BACK-VALUE-IND     PIC X.
           05  AUDM-BACK-VALUE-DAYS    PIC 9(4).
      *    Mirrors AUDIT-BUSINESS-DATE; the name differs only because
      *    the key above already carries the generation's date.
           05  AUDM-BOOKED-DATE        PIC 9(8).
           05  AUDM-CALL-TIME          PIC 9(6).
           05  AUDM-CHANNEL            PIC X.
           05  AUDM-ENTITY             PIC X(4).
           05  AUDM-CHAIN-CHECK        PIC 9(9).
