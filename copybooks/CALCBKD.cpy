      *****************************************************************
      * CALCBKD - Booking-date request/reply for CALCBOOK              *
      * COPY this into any audit writer that has to know which         *
      * business date a call books to. Name the channel and the        *
      * call's market; CALCBOOK answers with the register date from    *
      * CALCBDAT and the business date the call books to - the next    *
      * business date on the market's CALCHOL calendar when an online  *
      * call arrives at or after the market's cut-off time.            *
      *****************************************************************
       01  BKD-INPUT-DATA.
           05  BKD-CHANNEL             PIC X.
               88  BKD-CHANNEL-ONLINE      VALUE "O" "Q".
           05  BKD-MARKET-CODE         PIC X(3).

       01  BKD-OUTPUT-DATA.
           05  BKD-BUSINESS-DATE       PIC 9(8).
           05  BKD-REGISTER-DATE       PIC 9(8).
           05  BKD-CUTOFF-MARKET       PIC X(3).
           05  BKD-CUTOFF-TIME         PIC 9(6).
           05  BKD-ROLLED-FLAG         PIC X.
               88  BKD-ROLLED              VALUE "Y".
