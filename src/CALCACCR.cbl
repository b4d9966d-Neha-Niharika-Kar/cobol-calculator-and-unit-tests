      * Retires the lending desk's morning spreadsheet: reads the      *
      * CALCLOAN portfolio master (see CALCLON), resolves each open    *
      * loan's annual rate from the central CALCPRAT product table     *
      * as of the stream's business date, and computes one day's       *
      * accrual through CALCULATOR in high precision - so every        *
      * accrual is validated, audited and CALCRECN-reconcilable like   *
      * any other calculator number. A product that names its          *
      * day-count convention on CALCPRAT accrues through the day-      *
      * count interest operation at the annual rate, the prior day to  *
      * the business date measured under that convention (a 30/360     *
      * product earns nothing on the 31st and three days on 1 March);  *
      * a product without one divides the annual rate by the loan's    *
      * day-count base into a daily rate and accrues one compound-     *
      * interest period at it, as before. A loan on the business-day   *
      * basis accrues nothing on a weekend or its market's CALCHOL     *
      * holiday, decided through CALCULATOR's own business-day         *
      * arithmetic so the two can never disagree. Details go to        *
           COPY CALCBDT.

       FD  ACCRUAL-FILE.
           COPY CALCACR.

       FD  INTERFACE-FILE.
           COPY CALCGLP.
               10  WS-PRD-CODE         PIC X(8).
               10  WS-PRD-EFFECTIVE    PIC 9(8).
               10  WS-PRD-RATE         PIC S9(3)V9(4).
               10  WS-PRD-CONV         PIC X(8).
       01  WS-PRODUCT-SUB          PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-BEST-DATE            PIC 9(8) VALUE ZEROS.
       01  WS-ANNUAL-RATE          PIC S9(3)V9(4) COMP-3 VALUE ZEROS.
       01  WS-ACCRUAL-CONV         PIC X(8) VALUE SPACES.
       01  WS-RATE-FOUND-SWITCH    PIC X VALUE "N".
           88  WS-RATE-FOUND       VALUE "Y".
      *    Carried at LS-RATE's own four decimals and computed
               MOVE PRT-EFFECTIVE-DATE
                   TO WS-PRD-EFFECTIVE(WS-PRODUCT-COUNT)
               MOVE PRT-RATE TO WS-PRD-RATE(WS-PRODUCT-COUNT)
               MOVE PRT-DAY-COUNT-CONV
                   TO WS-PRD-CONV(WS-PRODUCT-COUNT)
           END-IF
           PERFORM READ-PRODUCT-RECORD.


       RESOLVE-DAILY-RATE.
      *    Highest effective date not after the business date, the
      *    same rule CALCULATOR's own product lookup applies. With
      *    no convention on the product the annual rate spreads over
      *    the loan's day-count base; with one, CALCULATOR measures
      *    the day and the daily rate is reported after the call.
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           MOVE ZEROS TO WS-BEST-DATE
           MOVE ZEROS TO WS-ANNUAL-RATE
           MOVE SPACES TO WS-ACCRUAL-CONV
           MOVE ZEROS TO WS-DAILY-RATE
           PERFORM MATCH-PRODUCT-RATE
               VARYING WS-PRODUCT-SUB FROM 1 BY 1
               UNTIL WS-PRODUCT-SUB > WS-PRODUCT-COUNT
           IF WS-RATE-FOUND AND WS-ACCRUAL-CONV = SPACES
               IF LOAN-DAY-COUNT-BASE NUMERIC AND
                  LOAN-DAY-COUNT-BASE > ZERO
                   COMPUTE WS-DAILY-RATE ROUNDED =
              AND WS-PRD-EFFECTIVE(WS-PRODUCT-SUB) >= WS-BEST-DATE
               MOVE WS-PRD-EFFECTIVE(WS-PRODUCT-SUB) TO WS-BEST-DATE
               MOVE WS-PRD-RATE(WS-PRODUCT-SUB) TO WS-ANNUAL-RATE
               MOVE WS-PRD-CONV(WS-PRODUCT-SUB) TO WS-ACCRUAL-CONV
               MOVE "Y" TO WS-RATE-FOUND-SWITCH
           END-IF.

       COMPUTE-DAILY-ACCRUAL.
           INITIALIZE LS-INPUT-DATA
           MOVE "H" TO LS-PRECISION-MODE
           MOVE LOAN-PRINCIPAL TO LS-OPERAND-1-EXT
           IF WS-ACCRUAL-CONV = SPACES
               MOVE "C" TO LS-OPERATION
               MOVE WS-DAILY-RATE TO LS-RATE
               MOVE 1 TO LS-PERIODS
           ELSE
               MOVE "1" TO LS-OPERATION
               MOVE WS-ANNUAL-RATE TO LS-RATE
               MOVE WS-ACCRUAL-CONV TO LS-DAY-COUNT-CONV
               MOVE WS-PRIOR-DATE TO LS-DATE-1
               MOVE WS-BUSINESS-DATE TO LS-DATE-2
           END-IF
           MOVE LOAN-CALLER-ID TO LS-CALLER-ID
           MOVE LOAN-PRODUCT-CODE TO LS-PRODUCT-CODE
           MOVE WS-BUSINESS-DATE TO LS-VALUE-DATE
           IF LS-STATUS = "SUCCESS"
               ADD 1 TO WS-ACCRUED-COUNT
               COMPUTE WS-ACCRUAL-AMOUNT ROUNDED = LS-RESULT-EXT
               IF WS-ACCRUAL-CONV NOT = SPACES
                   COMPUTE WS-DAILY-RATE ROUNDED =
                           WS-ANNUAL-RATE * LS-YEAR-FRACTION
               END-IF
               PERFORM WRITE-ACCRUAL-DETAIL
               PERFORM POST-TO-GL-TABLE
           ELSE
