       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCREVL.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Month-End Foreign-Currency Revaluation                         *
      * Restates every balance held in a currency other than the       *
      * CALCBASE base currency at the month's closing rate:            *
      *   - the CALCREGF named registers that CALCRCCY (see CALCRCY)   *
      *     lists as foreign, at RGF-VALUE;                            *
      *   - the open CALCLOAN loans in a foreign LOAN-CURRENCY, at     *
      *     principal plus accrued interest.                           *
      * The closing date is the last business day of the month on the *
      * CALCBDAT market's calendar (weekends and CALCHOL holidays      *
      * excused); the month is the business date's, or the CCYYMM on  *
      * the CALCRVLC control record when one is present. Every        *
      * conversion is an ordinary CALCULATOR add valued on that date,  *
      * so the CALCXRTE rate in effect applies, the result is rounded  *
      * to the base currency's minor units and the residue reaches     *
      * CALCRNDR like any other conversion. Each balance is compared   *
      * with last month's revalued base amount on the CALCRVLP         *
      * position file (see CALCRVP) - a balance seen for the first     *
      * time is compared with itself priced at the prior month's       *
      * closing rate - and the unrealized gain or loss per caller,     *
      * register or loan and currency goes to CALCRVLO (see CALCRVL)   *
      * with its reversing entry dated the first business day of the   *
      * next month, and to the CALCRVLR report with per-currency       *
      * totals. A balance CALCULATOR will not convert is reported and  *
      * left out (return code 4); positions already revalued for a     *
      * later month refuse the run with return code 16.                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CALCRVLC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT BASE-FILE ASSIGN TO "CALCBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "CALCHOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.

           SELECT REGISTER-CURRENCY-FILE ASSIGN TO "CALCRCCY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCCY-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "CALCREGF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RGF-KEY
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO "CALCLOAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT POSITION-FILE ASSIGN TO "CALCRVLP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-FILE-STATUS.

           SELECT REVALUATION-FILE ASSIGN TO "CALCRVLO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVAL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCRVLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY CALCBDT.

       FD  CONTROL-FILE.
       01  REVALUATION-CONTROL-RECORD.
           05  RVLC-YEAR-MONTH         PIC 9(6).

       FD  BASE-FILE.
           COPY CALCBAS.

       FD  HOLIDAY-FILE.
           COPY CALCHOL.

       FD  REGISTER-CURRENCY-FILE.
           COPY CALCRCY.

       FD  REGISTER-FILE.
           COPY CALCRGF.

       FD  LOAN-FILE.
           COPY CALCLON.

       FD  POSITION-FILE.
           COPY CALCRVP.

       FD  REVALUATION-FILE.
           COPY CALCRVL.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BDAT-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-BASE-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-HOLIDAY-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-RCCY-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-REGISTER-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-LOAN-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-POSITION-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-REVAL-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.

       01  WS-HOLIDAY-EOF-SWITCH   PIC X VALUE "N".
           88  WS-HOLIDAY-EOF      VALUE "Y".
       01  WS-RCCY-EOF-SWITCH      PIC X VALUE "N".
           88  WS-RCCY-EOF         VALUE "Y".
       01  WS-REGISTER-EOF-SWITCH  PIC X VALUE "N".
           88  WS-REGISTER-EOF     VALUE "Y".
       01  WS-LOAN-EOF-SWITCH      PIC X VALUE "N".
           88  WS-LOAN-EOF         VALUE "Y".
       01  WS-POSITION-EOF-SWITCH  PIC X VALUE "N".
           88  WS-POSITION-EOF     VALUE "Y".

       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-MARKET-CODE          PIC X(3) VALUE SPACES.
       01  WS-BASE-CURRENCY        PIC X(3) VALUE SPACES.

      *    The month under revaluation and the dates it prices on.
       01  WS-YEAR-MONTH           PIC 9(6) VALUE ZEROS.
       01  WS-YEAR-MONTH-PARTS REDEFINES WS-YEAR-MONTH.
           05  WS-YM-YEAR          PIC 9(4).
           05  WS-YM-MONTH         PIC 9(2).
       01  WS-NEXT-MONTH-FIRST     PIC 9(8) VALUE ZEROS.
       01  WS-MONTH-FIRST          PIC 9(8) VALUE ZEROS.
       01  WS-CLOSING-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-PRIOR-CLOSING-DATE   PIC 9(8) VALUE ZEROS.
       01  WS-REVERSAL-DATE        PIC 9(8) VALUE ZEROS.

       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT    PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-HOLIDAY-DATE     OCCURS 300 TIMES PIC 9(8).
       01  WS-HOLIDAY-SUB          PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-WORK-DATE            PIC 9(8) VALUE ZEROS.
       01  WS-WORK-INTEGER         PIC 9(8) COMP-3 VALUE ZEROS.
       01  WS-WEEKDAY-NO           PIC 9 VALUE ZEROS.
       01  WS-IS-BUSINESS-SWITCH   PIC X VALUE "N".
           88  WS-IS-BUSINESS-DAY  VALUE "Y".

      *    Foreign-currency registers from CALCRCCY.
       01  WS-RCCY-TABLE.
           05  WS-RCCY-COUNT       PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-RCCY-ENTRY OCCURS 500 TIMES.
               10  WS-RC-CALLER-ID     PIC X(8).
               10  WS-RC-REGISTER-NAME PIC X(8).
               10  WS-RC-CURRENCY      PIC X(3).
       01  WS-RCCY-SUB             PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-RCCY-MATCH-SUB       PIC 9(3) COMP-3 VALUE ZEROS.

      *    Last run's positions, and this run's as they are priced.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-COUNT      PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-PRIOR-ENTRY OCCURS 3000 TIMES.
               10  WS-PR-TYPE          PIC X.
               10  WS-PR-CALLER-ID     PIC X(8).
               10  WS-PR-POSITION-ID   PIC X(10).
               10  WS-PR-CURRENCY      PIC X(3).
               10  WS-PR-YEAR-MONTH    PIC 9(6).
               10  WS-PR-BASE-AMOUNT   PIC S9(11)V99 COMP-3.
               10  WS-PR-PRIOR-BASE    PIC S9(11)V99 COMP-3.
       01  WS-PRIOR-SUB            PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-PRIOR-MATCH-SUB      PIC 9(4) COMP-3 VALUE ZEROS.

       01  WS-POSITION-TABLE.
           05  WS-POSITION-COUNT   PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-POSITION-ENTRY OCCURS 3000 TIMES.
               10  WS-PS-TYPE          PIC X.
               10  WS-PS-CALLER-ID     PIC X(8).
               10  WS-PS-POSITION-ID   PIC X(10).
               10  WS-PS-CURRENCY      PIC X(3).
               10  WS-PS-BALANCE       PIC S9(11)V99 COMP-3.
               10  WS-PS-BASE-AMOUNT   PIC S9(11)V99 COMP-3.
               10  WS-PS-PRIOR-BASE    PIC S9(11)V99 COMP-3.
               10  WS-PS-GAIN-LOSS     PIC S9(11)V99 COMP-3.
       01  WS-POSITION-SUB         PIC 9(4) COMP-3 VALUE ZEROS.

      *    The balance being revalued.
       01  WS-POS-TYPE             PIC X VALUE SPACE.
       01  WS-POS-CALLER-ID        PIC X(8) VALUE SPACES.
       01  WS-POS-ID               PIC X(10) VALUE SPACES.
       01  WS-POS-CURRENCY         PIC X(3) VALUE SPACES.
       01  WS-POS-BALANCE          PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-POS-BASE-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-POS-PRIOR-BASE       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-POS-GAIN-LOSS        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-POS-NOTE             PIC X(20) VALUE SPACES.

       01  WS-CONVERT-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-CONVERTED-AMOUNT     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-CONVERT-SWITCH       PIC X VALUE "N".
           88  WS-CONVERTED        VALUE "Y".
       01  WS-MAX-STANDARD-AMOUNT  PIC S9(11)V99 COMP-3
                                   VALUE 999999999.99.

      *    Totals per foreign currency.
       01  WS-CURRENCY-TABLE.
           05  WS-CURRENCY-COUNT   PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-CURRENCY-ENTRY OCCURS 50 TIMES.
               10  WS-CCY-CODE         PIC X(3).
               10  WS-CCY-POSITIONS    PIC 9(7).
               10  WS-CCY-FOREIGN      PIC S9(13)V99 COMP-3.
               10  WS-CCY-BASE         PIC S9(13)V99 COMP-3.
               10  WS-CCY-GAINS        PIC S9(13)V99 COMP-3.
               10  WS-CCY-LOSSES       PIC S9(13)V99 COMP-3.
       01  WS-CURRENCY-SUB         PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-CURRENCY-MATCH-SUB   PIC 9(3) COMP-3 VALUE ZEROS.

       01  WS-REGISTERS-READ       PIC 9(7) VALUE ZEROS.
       01  WS-LOANS-READ           PIC 9(7) VALUE ZEROS.
       01  WS-REVALUED-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-REVERSAL-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-REJECT-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-NET-GAIN-LOSS        PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-TOTAL-GAINS          PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-TOTAL-LOSSES         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-TABLE-FULL-SWITCH    PIC X VALUE "N".
           88  WS-TABLE-FULL       VALUE "Y".

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
       01  WS-LINE-NUMBER          PIC 9(2) VALUE 99.
       01  WS-PAGE-LIMIT           PIC 9(2) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(44) VALUE
               "CALCREVL - MONTH-END FX REVALUATION         ".
           05  FILLER              PIC X(8) VALUE "  MONTH ".
           05  WS-HDG-MONTH        PIC 9(6).
           05  FILLER              PIC X(16) VALUE
               "   CLOSING DATE ".
           05  WS-HDG-DATE         PIC 9(8).
           05  FILLER              PIC X(7) VALUE "   BASE".
           05  FILLER              PIC X VALUE SPACE.
           05  WS-HDG-BASE         PIC X(3).
           05  FILLER              PIC X(8) VALUE "    PAGE".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(27) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(40) VALUE
               "TYPE CALLER    POSITION    CUR    FOREIG".
           05  FILLER              PIC X(40) VALUE
               "N BALANCE     PRIOR BASE AMT  REVALUED B".
           05  FILLER              PIC X(40) VALUE
               "ASE AMT          GAIN/LOSS  NOTE        ".
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-TYPE         PIC X.
           05  FILLER              PIC X(4).
           05  WS-DTL-CALLER       PIC X(8).
           05  FILLER              PIC X(2).
           05  WS-DTL-POSITION     PIC X(10).
           05  FILLER              PIC X(2).
           05  WS-DTL-CURRENCY     PIC X(3).
           05  FILLER              PIC X(2).
           05  WS-DTL-FOREIGN      PIC -(13)9.99.
           05  FILLER              PIC X(2).
           05  WS-DTL-PRIOR        PIC -(13)9.99.
           05  FILLER              PIC X(2).
           05  WS-DTL-BASE         PIC -(13)9.99.
           05  FILLER              PIC X(2).
           05  WS-DTL-GAIN-LOSS    PIC -(13)9.99.
           05  FILLER              PIC X(2).
           05  WS-DTL-NOTE         PIC X(20).
           05  FILLER              PIC X(4).

       01  WS-TOTAL-HEADING.
           05  FILLER              PIC X(40) VALUE
               "CUR  POSITIONS       FOREIGN TOTAL      ".
           05  FILLER              PIC X(40) VALUE
               "    BASE TOTAL               GAINS      ".
           05  FILLER              PIC X(40) VALUE
               "        LOSSES                 NET      ".
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-CURRENCY     PIC X(3).
           05  FILLER              PIC X(2).
           05  WS-TOT-POSITIONS    PIC Z(8)9.
           05  FILLER              PIC X(2).
           05  WS-TOT-FOREIGN      PIC -(14)9.99.
           05  FILLER              PIC X(2).
           05  WS-TOT-BASE         PIC -(14)9.99.
           05  FILLER              PIC X(2).
           05  WS-TOT-GAINS        PIC -(14)9.99.
           05  FILLER              PIC X(2).
           05  WS-TOT-LOSSES       PIC -(14)9.99.
           05  FILLER              PIC X(2).
           05  WS-TOT-NET          PIC -(14)9.99.
           05  FILLER              PIC X(18).

           COPY CALCREC.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           INITIALIZE WS-HOLIDAY-TABLE
           INITIALIZE WS-RCCY-TABLE
           INITIALIZE WS-PRIOR-TABLE
           INITIALIZE WS-POSITION-TABLE
           INITIALIZE WS-CURRENCY-TABLE
           PERFORM GET-BUSINESS-DATE
           PERFORM READ-REVALUATION-CONTROL
           PERFORM LOAD-BASE-CURRENCY
           PERFORM LOAD-MARKET-HOLIDAYS
           PERFORM FIND-REVALUATION-DATES
           PERFORM LOAD-REGISTER-CURRENCIES
           PERFORM LOAD-PRIOR-POSITIONS
           OPEN OUTPUT REVALUATION-FILE
           MOVE SPACES TO RVL-HEADER-RECORD
           MOVE "H" TO RVL-HDR-TYPE
           MOVE WS-YEAR-MONTH TO RVL-HDR-YEAR-MONTH
           MOVE WS-CLOSING-DATE TO RVL-HDR-CLOSING-DATE
           MOVE WS-REVERSAL-DATE TO RVL-HDR-REVERSAL-DATE
           MOVE WS-BASE-CURRENCY TO RVL-HDR-BASE-CURRENCY
           WRITE RVL-HEADER-RECORD
           OPEN OUTPUT REPORT-FILE
           PERFORM START-NEW-PAGE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CALL "CALCULATOR-START-RUN"
           PERFORM REVALUE-REGISTERS
           PERFORM REVALUE-LOANS
           CALL "CALCULATOR-END-RUN"
           IF WS-REVALUED-COUNT = ZERO AND WS-REJECT-COUNT = ZERO
               MOVE "  NO FOREIGN-CURRENCY BALANCES" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-REVERSING-ENTRY
               VARYING WS-POSITION-SUB FROM 1 BY 1
               UNTIL WS-POSITION-SUB > WS-POSITION-COUNT
           MOVE SPACES TO RVL-TRAILER-RECORD
           MOVE "T" TO RVL-TLR-TYPE
           MOVE WS-REVALUED-COUNT TO RVL-TLR-REVALUATIONS
           MOVE WS-REVERSAL-COUNT TO RVL-TLR-REVERSALS
           MOVE WS-NET-GAIN-LOSS TO RVL-TLR-NET-GAIN-LOSS
           WRITE RVL-TRAILER-RECORD
           CLOSE REVALUATION-FILE
           PERFORM PRINT-CURRENCY-TOTALS
           CLOSE REPORT-FILE
           PERFORM REWRITE-POSITION-FILE
           PERFORM DISPLAY-RUN-SUMMARY
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE ZEROS TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDAT-FILE-STATUS NOT = "35"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDAT-BUSINESS-DATE NUMERIC AND
                          BDAT-BUSINESS-DATE > ZERO
                           MOVE BDAT-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                           MOVE BDAT-MARKET-CODE TO WS-MARKET-CODE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-BUSINESS-DATE = ZEROS
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           END-IF.

       READ-REVALUATION-CONTROL.
      *    The business date's month, unless the control record
      *    names another (a rerun of a month already rolled past).
           MOVE WS-BUSINESS-DATE(1:6) TO WS-YEAR-MONTH
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "35"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RVLC-YEAR-MONTH NUMERIC AND
                          RVLC-YEAR-MONTH > ZERO
                           MOVE RVLC-YEAR-MONTH TO WS-YEAR-MONTH
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-YM-MONTH < 1 OR WS-YM-MONTH > 12
               DISPLAY "CALCREVL - YEAR-MONTH " WS-YEAR-MONTH
                   " INVALID"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       LOAD-BASE-CURRENCY.
           MOVE SPACES TO WS-BASE-CURRENCY
           OPEN INPUT BASE-FILE
           IF WS-BASE-FILE-STATUS NOT = "35"
               READ BASE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BASE-CURRENCY TO WS-BASE-CURRENCY
               END-READ
               CLOSE BASE-FILE
           END-IF
           IF WS-BASE-CURRENCY = SPACES
               DISPLAY "CALCREVL - NO BASE CURRENCY ON CALCBASE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       LOAD-MARKET-HOLIDAYS.
           MOVE "N" TO WS-HOLIDAY-EOF-SWITCH
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-FILE-STATUS = "35"
               MOVE "Y" TO WS-HOLIDAY-EOF-SWITCH
           ELSE
               PERFORM READ-HOLIDAY-RECORD
               PERFORM STORE-HOLIDAY-RECORD UNTIL WS-HOLIDAY-EOF
               CLOSE HOLIDAY-FILE
           END-IF.

       READ-HOLIDAY-RECORD.
           READ HOLIDAY-FILE
               AT END
                   MOVE "Y" TO WS-HOLIDAY-EOF-SWITCH
           END-READ.

       STORE-HOLIDAY-RECORD.
           IF HOL-MARKET-CODE = WS-MARKET-CODE AND
              WS-HOLIDAY-COUNT < 300
               ADD 1 TO WS-HOLIDAY-COUNT
               MOVE HOL-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
           END-IF
           PERFORM READ-HOLIDAY-RECORD.

       FIND-REVALUATION-DATES.
      *    Closing date: the month's last business day. Reversal
      *    date: the next month's first. Prior closing date: the
      *    previous month's last, for balances seen the first time.
           COMPUTE WS-MONTH-FIRST = (WS-YEAR-MONTH * 100) + 1
           IF WS-YM-MONTH = 12
               COMPUTE WS-NEXT-MONTH-FIRST =
                       ((WS-YM-YEAR + 1) * 10000) + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-FIRST = WS-MONTH-FIRST + 100
           END-IF
           COMPUTE WS-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST)
           MOVE "N" TO WS-IS-BUSINESS-SWITCH
           PERFORM STEP-BACK-ONE-DAY UNTIL WS-IS-BUSINESS-DAY
           MOVE WS-WORK-DATE TO WS-CLOSING-DATE
           COMPUTE WS-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST) - 1
           MOVE "N" TO WS-IS-BUSINESS-SWITCH
           PERFORM STEP-FORWARD-ONE-DAY UNTIL WS-IS-BUSINESS-DAY
           MOVE WS-WORK-DATE TO WS-REVERSAL-DATE
           COMPUTE WS-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST)
           MOVE "N" TO WS-IS-BUSINESS-SWITCH
           PERFORM STEP-BACK-ONE-DAY UNTIL WS-IS-BUSINESS-DAY
           MOVE WS-WORK-DATE TO WS-PRIOR-CLOSING-DATE.

       STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-WORK-INTEGER
           COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           PERFORM CHECK-BUSINESS-DAY.

       STEP-FORWARD-ONE-DAY.
           ADD 1 TO WS-WORK-INTEGER
           COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           PERFORM CHECK-BUSINESS-DAY.

       CHECK-BUSINESS-DAY.
           MOVE "Y" TO WS-IS-BUSINESS-SWITCH
           COMPUTE WS-WEEKDAY-NO = FUNCTION MOD(WS-WORK-INTEGER, 7)
           IF WS-WEEKDAY-NO = 6 OR WS-WEEKDAY-NO = 0
               MOVE "N" TO WS-IS-BUSINESS-SWITCH
           ELSE
               PERFORM CHECK-HOLIDAY-TABLE
                   VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                   UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
                      OR NOT WS-IS-BUSINESS-DAY
           END-IF.

       CHECK-HOLIDAY-TABLE.
           IF WS-HOLIDAY-DATE(WS-HOLIDAY-SUB) = WS-WORK-DATE
               MOVE "N" TO WS-IS-BUSINESS-SWITCH
           END-IF.

       LOAD-REGISTER-CURRENCIES.
           MOVE "N" TO WS-RCCY-EOF-SWITCH
           OPEN INPUT REGISTER-CURRENCY-FILE
           IF WS-RCCY-FILE-STATUS = "35"
               MOVE "Y" TO WS-RCCY-EOF-SWITCH
           ELSE
               PERFORM READ-RCCY-RECORD
               PERFORM STORE-RCCY-RECORD UNTIL WS-RCCY-EOF
               CLOSE REGISTER-CURRENCY-FILE
           END-IF.

       READ-RCCY-RECORD.
           READ REGISTER-CURRENCY-FILE
               AT END
                   MOVE "Y" TO WS-RCCY-EOF-SWITCH
           END-READ.

       STORE-RCCY-RECORD.
           IF WS-RCCY-COUNT < 500
               ADD 1 TO WS-RCCY-COUNT
               MOVE RCY-CALLER-ID TO WS-RC-CALLER-ID(WS-RCCY-COUNT)
               MOVE RCY-REGISTER-NAME
                   TO WS-RC-REGISTER-NAME(WS-RCCY-COUNT)
               MOVE RCY-CURRENCY TO WS-RC-CURRENCY(WS-RCCY-COUNT)
           END-IF
           PERFORM READ-RCCY-RECORD.

       LOAD-PRIOR-POSITIONS.
           MOVE "N" TO WS-POSITION-EOF-SWITCH
           OPEN INPUT POSITION-FILE
           IF WS-POSITION-FILE-STATUS = "35"
               MOVE "Y" TO WS-POSITION-EOF-SWITCH
           ELSE
               PERFORM READ-POSITION-RECORD
               PERFORM STORE-POSITION-RECORD UNTIL WS-POSITION-EOF
               CLOSE POSITION-FILE
           END-IF
           IF WS-TABLE-FULL
               DISPLAY "CALCREVL - POSITION TABLE FULL, NOTHING "
                   "REVALUED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       READ-POSITION-RECORD.
           READ POSITION-FILE
               AT END
                   MOVE "Y" TO WS-POSITION-EOF-SWITCH
           END-READ.

       STORE-POSITION-RECORD.
           IF RVP-YEAR-MONTH > WS-YEAR-MONTH
               DISPLAY "CALCREVL - POSITIONS ALREADY REVALUED FOR "
                   RVP-YEAR-MONTH ", CANNOT REVALUE " WS-YEAR-MONTH
               CLOSE POSITION-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PRIOR-COUNT < 3000
               ADD 1 TO WS-PRIOR-COUNT
               MOVE WS-PRIOR-COUNT TO WS-PRIOR-SUB
               MOVE RVP-POSITION-TYPE TO WS-PR-TYPE(WS-PRIOR-SUB)
               MOVE RVP-CALLER-ID TO WS-PR-CALLER-ID(WS-PRIOR-SUB)
               MOVE RVP-POSITION-ID TO WS-PR-POSITION-ID(WS-PRIOR-SUB)
               MOVE RVP-CURRENCY TO WS-PR-CURRENCY(WS-PRIOR-SUB)
               MOVE RVP-YEAR-MONTH TO WS-PR-YEAR-MONTH(WS-PRIOR-SUB)
               MOVE RVP-BASE-AMOUNT TO WS-PR-BASE-AMOUNT(WS-PRIOR-SUB)
               MOVE RVP-PRIOR-BASE-AMOUNT
                   TO WS-PR-PRIOR-BASE(WS-PRIOR-SUB)
           ELSE
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
           END-IF
           PERFORM READ-POSITION-RECORD.

       REVALUE-REGISTERS.
           MOVE "N" TO WS-REGISTER-EOF-SWITCH
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS = "35"
               MOVE "Y" TO WS-REGISTER-EOF-SWITCH
           ELSE
               PERFORM READ-REGISTER-RECORD
               PERFORM REVALUE-REGISTER-RECORD UNTIL WS-REGISTER-EOF
               CLOSE REGISTER-FILE
           END-IF.

       READ-REGISTER-RECORD.
           READ REGISTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF-SWITCH
           END-READ.

       REVALUE-REGISTER-RECORD.
           ADD 1 TO WS-REGISTERS-READ
           MOVE ZEROS TO WS-RCCY-MATCH-SUB
           PERFORM MATCH-RCCY-ENTRY
               VARYING WS-RCCY-SUB FROM 1 BY 1
               UNTIL WS-RCCY-SUB > WS-RCCY-COUNT
                  OR WS-RCCY-MATCH-SUB > ZERO
           IF WS-RCCY-MATCH-SUB > ZERO
               IF WS-RC-CURRENCY(WS-RCCY-MATCH-SUB) NOT =
                  WS-BASE-CURRENCY
                   MOVE "R" TO WS-POS-TYPE
                   MOVE RGF-CALLER-ID TO WS-POS-CALLER-ID
                   MOVE RGF-REGISTER-NAME TO WS-POS-ID
                   MOVE WS-RC-CURRENCY(WS-RCCY-MATCH-SUB)
                       TO WS-POS-CURRENCY
                   MOVE RGF-VALUE TO WS-POS-BALANCE
                   PERFORM REVALUE-POSITION THRU REVALUE-POSITION-EXIT
               END-IF
           END-IF
           PERFORM READ-REGISTER-RECORD.

       MATCH-RCCY-ENTRY.
           IF WS-RC-CALLER-ID(WS-RCCY-SUB) = RGF-CALLER-ID AND
              WS-RC-REGISTER-NAME(WS-RCCY-SUB) = RGF-REGISTER-NAME
               MOVE WS-RCCY-SUB TO WS-RCCY-MATCH-SUB
           END-IF.

       REVALUE-LOANS.
           MOVE "N" TO WS-LOAN-EOF-SWITCH
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "35"
               MOVE "Y" TO WS-LOAN-EOF-SWITCH
           ELSE
               PERFORM READ-LOAN-RECORD
               PERFORM REVALUE-LOAN-RECORD UNTIL WS-LOAN-EOF
               CLOSE LOAN-FILE
           END-IF.

       READ-LOAN-RECORD.
           READ LOAN-FILE
               AT END
                   MOVE "Y" TO WS-LOAN-EOF-SWITCH
           END-READ.

       REVALUE-LOAN-RECORD.
      *    An open loan in a foreign currency is restated at what is
      *    owed on it: principal plus interest accrued and unpaid.
           ADD 1 TO WS-LOANS-READ
           IF LOAN-OPEN AND
              LOAN-CURRENCY NOT = SPACES AND
              LOAN-CURRENCY NOT = WS-BASE-CURRENCY
               MOVE "L" TO WS-POS-TYPE
               MOVE LOAN-CALLER-ID TO WS-POS-CALLER-ID
               MOVE LOAN-ID TO WS-POS-ID
               MOVE LOAN-CURRENCY TO WS-POS-CURRENCY
               MOVE LOAN-PRINCIPAL TO WS-POS-BALANCE
               IF LOAN-ACCRUED-INTEREST NUMERIC
                   ADD LOAN-ACCRUED-INTEREST TO WS-POS-BALANCE
               END-IF
               PERFORM REVALUE-POSITION THRU REVALUE-POSITION-EXIT
           END-IF
           PERFORM READ-LOAN-RECORD.

       REVALUE-POSITION.
           MOVE SPACES TO WS-POS-NOTE
           IF WS-POS-BALANCE > WS-MAX-STANDARD-AMOUNT OR
              WS-POS-BALANCE < ZERO - WS-MAX-STANDARD-AMOUNT
               MOVE "REJ BALANCE TOO BIG" TO WS-POS-NOTE
               PERFORM WRITE-REJECT-LINE
               GO TO REVALUE-POSITION-EXIT
           END-IF
           IF WS-POSITION-COUNT >= 3000
               MOVE "REJ TABLE FULL" TO WS-POS-NOTE
               PERFORM WRITE-REJECT-LINE
               GO TO REVALUE-POSITION-EXIT
           END-IF
           MOVE WS-CLOSING-DATE TO WS-CONVERT-DATE
           PERFORM CONVERT-TO-BASE
           IF NOT WS-CONVERTED
               STRING "REJ " DELIMITED BY SIZE
                      LS-ERROR-CODE DELIMITED BY SPACE
                   INTO WS-POS-NOTE
               END-STRING
               PERFORM WRITE-REJECT-LINE
               GO TO REVALUE-POSITION-EXIT
           END-IF
           MOVE WS-CONVERTED-AMOUNT TO WS-POS-BASE-AMOUNT
           PERFORM FIND-PRIOR-POSITION
           EVALUATE TRUE
               WHEN WS-PRIOR-MATCH-SUB = ZERO
      *            First time seen: measure from the prior month's
      *            closing rate on today's balance.
                   MOVE WS-PRIOR-CLOSING-DATE TO WS-CONVERT-DATE
                   PERFORM CONVERT-TO-BASE
                   IF WS-CONVERTED
                       MOVE WS-CONVERTED-AMOUNT TO WS-POS-PRIOR-BASE
                       MOVE "NEW POSITION" TO WS-POS-NOTE
                   ELSE
                       MOVE WS-POS-BASE-AMOUNT TO WS-POS-PRIOR-BASE
                       MOVE "NEW, NO PRIOR RATE" TO WS-POS-NOTE
                   END-IF
               WHEN WS-PR-YEAR-MONTH(WS-PRIOR-MATCH-SUB) =
                    WS-YEAR-MONTH
                   MOVE WS-PR-PRIOR-BASE(WS-PRIOR-MATCH-SUB)
                       TO WS-POS-PRIOR-BASE
                   MOVE "RERUN OF MONTH" TO WS-POS-NOTE
               WHEN OTHER
                   MOVE WS-PR-BASE-AMOUNT(WS-PRIOR-MATCH-SUB)
                       TO WS-POS-PRIOR-BASE
           END-EVALUATE
           COMPUTE WS-POS-GAIN-LOSS =
                   WS-POS-BASE-AMOUNT - WS-POS-PRIOR-BASE
           ADD 1 TO WS-POSITION-COUNT
           MOVE WS-POSITION-COUNT TO WS-POSITION-SUB
           MOVE WS-POS-TYPE TO WS-PS-TYPE(WS-POSITION-SUB)
           MOVE WS-POS-CALLER-ID TO WS-PS-CALLER-ID(WS-POSITION-SUB)
           MOVE WS-POS-ID TO WS-PS-POSITION-ID(WS-POSITION-SUB)
           MOVE WS-POS-CURRENCY TO WS-PS-CURRENCY(WS-POSITION-SUB)
           MOVE WS-POS-BALANCE TO WS-PS-BALANCE(WS-POSITION-SUB)
           MOVE WS-POS-BASE-AMOUNT
               TO WS-PS-BASE-AMOUNT(WS-POSITION-SUB)
           MOVE WS-POS-PRIOR-BASE TO WS-PS-PRIOR-BASE(WS-POSITION-SUB)
           MOVE WS-POS-GAIN-LOSS TO WS-PS-GAIN-LOSS(WS-POSITION-SUB)
           MOVE SPACES TO RVL-DETAIL-RECORD
           MOVE "D" TO RVL-DTL-TYPE
           MOVE WS-CLOSING-DATE TO RVL-DTL-ENTRY-DATE
           MOVE WS-POS-GAIN-LOSS TO RVL-DTL-GAIN-LOSS
           PERFORM WRITE-REVALUATION-DETAIL
           ADD 1 TO WS-REVALUED-COUNT
           ADD WS-POS-GAIN-LOSS TO WS-NET-GAIN-LOSS
           PERFORM ACCUMULATE-CURRENCY-TOTALS
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-POS-TYPE TO WS-DTL-TYPE
           MOVE WS-POS-CALLER-ID TO WS-DTL-CALLER
           MOVE WS-POS-ID TO WS-DTL-POSITION
           MOVE WS-POS-CURRENCY TO WS-DTL-CURRENCY
           MOVE WS-POS-BALANCE TO WS-DTL-FOREIGN
           MOVE WS-POS-PRIOR-BASE TO WS-DTL-PRIOR
           MOVE WS-POS-BASE-AMOUNT TO WS-DTL-BASE
           MOVE WS-POS-GAIN-LOSS TO WS-DTL-GAIN-LOSS
           MOVE WS-POS-NOTE TO WS-DTL-NOTE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       REVALUE-POSITION-EXIT.
           EXIT.

       CONVERT-TO-BASE.
      *    An ordinary add of the foreign balance onto zero in the
      *    base currency, valued on the closing date: CALCULATOR
      *    finds the CALCXRTE rate, rounds to the base currency's
      *    minor units and audits the residue.
           MOVE "N" TO WS-CONVERT-SWITCH
           MOVE ZEROS TO WS-CONVERTED-AMOUNT
           INITIALIZE LS-INPUT-DATA
           MOVE "A" TO LS-OPERATION
           MOVE ZEROS TO LS-OPERAND-1
           MOVE WS-POS-BALANCE TO LS-OPERAND-2
           MOVE WS-POS-CALLER-ID TO LS-CALLER-ID
           MOVE WS-BASE-CURRENCY TO LS-CURRENCY-1
           MOVE WS-POS-CURRENCY TO LS-CURRENCY-2
           MOVE WS-MARKET-CODE TO LS-MARKET-CODE
           MOVE WS-CONVERT-DATE TO LS-VALUE-DATE
           MOVE WS-POS-ID TO LS-CORR-ID
           CALL "CALCULATOR" USING LS-INPUT-DATA LS-OUTPUT-DATA
           IF LS-STATUS = "SUCCESS"
               MOVE LS-RESULT TO WS-CONVERTED-AMOUNT
               MOVE "Y" TO WS-CONVERT-SWITCH
           END-IF.

       FIND-PRIOR-POSITION.
           MOVE ZEROS TO WS-PRIOR-MATCH-SUB
           PERFORM MATCH-PRIOR-POSITION
               VARYING WS-PRIOR-SUB FROM 1 BY 1
               UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
                  OR WS-PRIOR-MATCH-SUB > ZERO.

       MATCH-PRIOR-POSITION.
           IF WS-PR-TYPE(WS-PRIOR-SUB) = WS-POS-TYPE AND
              WS-PR-CALLER-ID(WS-PRIOR-SUB) = WS-POS-CALLER-ID AND
              WS-PR-POSITION-ID(WS-PRIOR-SUB) = WS-POS-ID AND
              WS-PR-CURRENCY(WS-PRIOR-SUB) = WS-POS-CURRENCY
               MOVE WS-PRIOR-SUB TO WS-PRIOR-MATCH-SUB
           END-IF.

       WRITE-REVALUATION-DETAIL.
           MOVE WS-POS-TYPE TO RVL-DTL-POSITION-TYPE
           MOVE WS-POS-CALLER-ID TO RVL-DTL-CALLER-ID
           MOVE WS-POS-ID TO RVL-DTL-POSITION-ID
           MOVE WS-POS-CURRENCY TO RVL-DTL-CURRENCY
           MOVE WS-POS-BALANCE TO RVL-DTL-FOREIGN-BALANCE
           MOVE WS-POS-PRIOR-BASE TO RVL-DTL-PRIOR-BASE
           MOVE WS-POS-BASE-AMOUNT TO RVL-DTL-BASE-AMOUNT
           WRITE RVL-DETAIL-RECORD.

       WRITE-REVERSING-ENTRY.
           MOVE WS-PS-TYPE(WS-POSITION-SUB) TO WS-POS-TYPE
           MOVE WS-PS-CALLER-ID(WS-POSITION-SUB) TO WS-POS-CALLER-ID
           MOVE WS-PS-POSITION-ID(WS-POSITION-SUB) TO WS-POS-ID
           MOVE WS-PS-CURRENCY(WS-POSITION-SUB) TO WS-POS-CURRENCY
           MOVE WS-PS-BALANCE(WS-POSITION-SUB) TO WS-POS-BALANCE
           MOVE WS-PS-PRIOR-BASE(WS-POSITION-SUB) TO WS-POS-PRIOR-BASE
           MOVE WS-PS-BASE-AMOUNT(WS-POSITION-SUB)
               TO WS-POS-BASE-AMOUNT
           MOVE SPACES TO RVL-DETAIL-RECORD
           MOVE "R" TO RVL-DTL-TYPE
           MOVE WS-REVERSAL-DATE TO RVL-DTL-ENTRY-DATE
           COMPUTE RVL-DTL-GAIN-LOSS =
                   ZERO - WS-PS-GAIN-LOSS(WS-POSITION-SUB)
           PERFORM WRITE-REVALUATION-DETAIL
           ADD 1 TO WS-REVERSAL-COUNT.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-POS-TYPE TO WS-DTL-TYPE
           MOVE WS-POS-CALLER-ID TO WS-DTL-CALLER
           MOVE WS-POS-ID TO WS-DTL-POSITION
           MOVE WS-POS-CURRENCY TO WS-DTL-CURRENCY
           MOVE WS-POS-BALANCE TO WS-DTL-FOREIGN
           MOVE ZEROS TO WS-DTL-PRIOR
           MOVE ZEROS TO WS-DTL-BASE
           MOVE ZEROS TO WS-DTL-GAIN-LOSS
           MOVE WS-POS-NOTE TO WS-DTL-NOTE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       ACCUMULATE-CURRENCY-TOTALS.
           MOVE ZEROS TO WS-CURRENCY-MATCH-SUB
           PERFORM MATCH-CURRENCY-ENTRY
               VARYING WS-CURRENCY-SUB FROM 1 BY 1
               UNTIL WS-CURRENCY-SUB > WS-CURRENCY-COUNT
                  OR WS-CURRENCY-MATCH-SUB > ZERO
           IF WS-CURRENCY-MATCH-SUB = ZERO AND
              WS-CURRENCY-COUNT < 50
               ADD 1 TO WS-CURRENCY-COUNT
               MOVE WS-CURRENCY-COUNT TO WS-CURRENCY-MATCH-SUB
               MOVE WS-POS-CURRENCY
                   TO WS-CCY-CODE(WS-CURRENCY-MATCH-SUB)
           END-IF
           IF WS-CURRENCY-MATCH-SUB > ZERO
               ADD 1 TO WS-CCY-POSITIONS(WS-CURRENCY-MATCH-SUB)
               ADD WS-POS-BALANCE
                   TO WS-CCY-FOREIGN(WS-CURRENCY-MATCH-SUB)
               ADD WS-POS-BASE-AMOUNT
                   TO WS-CCY-BASE(WS-CURRENCY-MATCH-SUB)
               IF WS-POS-GAIN-LOSS > ZERO
                   ADD WS-POS-GAIN-LOSS
                       TO WS-CCY-GAINS(WS-CURRENCY-MATCH-SUB)
               ELSE
                   ADD WS-POS-GAIN-LOSS
                       TO WS-CCY-LOSSES(WS-CURRENCY-MATCH-SUB)
               END-IF
           END-IF
           IF WS-POS-GAIN-LOSS > ZERO
               ADD WS-POS-GAIN-LOSS TO WS-TOTAL-GAINS
           ELSE
               ADD WS-POS-GAIN-LOSS TO WS-TOTAL-LOSSES
           END-IF.

       MATCH-CURRENCY-ENTRY.
           IF WS-CCY-CODE(WS-CURRENCY-SUB) = WS-POS-CURRENCY
               MOVE WS-CURRENCY-SUB TO WS-CURRENCY-MATCH-SUB
           END-IF.

       PRINT-CURRENCY-TOTALS.
           PERFORM WRITE-BLANK-LINE
           MOVE "TOTALS BY CURRENCY (BASE-CURRENCY AMOUNTS)"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-HEADING TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-ONE-CURRENCY-TOTAL
               VARYING WS-CURRENCY-SUB FROM 1 BY 1
               UNTIL WS-CURRENCY-SUB > WS-CURRENCY-COUNT
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "ALL" TO WS-TOT-CURRENCY
           MOVE WS-REVALUED-COUNT TO WS-TOT-POSITIONS
           MOVE WS-TOTAL-GAINS TO WS-TOT-GAINS
           MOVE WS-TOTAL-LOSSES TO WS-TOT-LOSSES
           MOVE WS-NET-GAIN-LOSS TO WS-TOT-NET
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-ONE-CURRENCY-TOTAL.
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE WS-CCY-CODE(WS-CURRENCY-SUB) TO WS-TOT-CURRENCY
           MOVE WS-CCY-POSITIONS(WS-CURRENCY-SUB) TO WS-TOT-POSITIONS
           MOVE WS-CCY-FOREIGN(WS-CURRENCY-SUB) TO WS-TOT-FOREIGN
           MOVE WS-CCY-BASE(WS-CURRENCY-SUB) TO WS-TOT-BASE
           MOVE WS-CCY-GAINS(WS-CURRENCY-SUB) TO WS-TOT-GAINS
           MOVE WS-CCY-LOSSES(WS-CURRENCY-SUB) TO WS-TOT-LOSSES
           COMPUTE WS-TOT-NET = WS-CCY-GAINS(WS-CURRENCY-SUB)
                              + WS-CCY-LOSSES(WS-CURRENCY-SUB)
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       REWRITE-POSITION-FILE.
      *    A balance no longer foreign, or no longer there, leaves
      *    the position file; its last revaluation was reversed on
      *    the first business day of this month like any other.
           OPEN OUTPUT POSITION-FILE
           PERFORM WRITE-POSITION-RECORD
               VARYING WS-POSITION-SUB FROM 1 BY 1
               UNTIL WS-POSITION-SUB > WS-POSITION-COUNT
           CLOSE POSITION-FILE.

       WRITE-POSITION-RECORD.
           MOVE WS-PS-TYPE(WS-POSITION-SUB) TO RVP-POSITION-TYPE
           MOVE WS-PS-CALLER-ID(WS-POSITION-SUB) TO RVP-CALLER-ID
           MOVE WS-PS-POSITION-ID(WS-POSITION-SUB) TO RVP-POSITION-ID
           MOVE WS-PS-CURRENCY(WS-POSITION-SUB) TO RVP-CURRENCY
           MOVE WS-YEAR-MONTH TO RVP-YEAR-MONTH
           MOVE WS-CLOSING-DATE TO RVP-REVALUATION-DATE
           MOVE WS-PS-BALANCE(WS-POSITION-SUB) TO RVP-FOREIGN-BALANCE
           MOVE WS-PS-BASE-AMOUNT(WS-POSITION-SUB) TO RVP-BASE-AMOUNT
           MOVE WS-PS-PRIOR-BASE(WS-POSITION-SUB)
               TO RVP-PRIOR-BASE-AMOUNT
           WRITE RVP-RECORD.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-YEAR-MONTH TO WS-HDG-MONTH
           MOVE WS-CLOSING-DATE TO WS-HDG-DATE
           MOVE WS-BASE-CURRENCY TO WS-HDG-BASE
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 2 TO WS-LINE-NUMBER.

       CHECK-PAGE-BREAK.
           IF WS-LINE-NUMBER >= WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF.

       WRITE-REPORT-LINE.
           PERFORM CHECK-PAGE-BREAK
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NUMBER.

       WRITE-BLANK-LINE.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NUMBER.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCREVL - MONTH-END FX REVALUATION SUMMARY"
           DISPLAY "========================================"
           DISPLAY "Month:                " WS-YEAR-MONTH
           DISPLAY "Closing date:         " WS-CLOSING-DATE
           DISPLAY "Reversal date:        " WS-REVERSAL-DATE
           DISPLAY "Base currency:        " WS-BASE-CURRENCY
           DISPLAY "Registers read:       " WS-REGISTERS-READ
           DISPLAY "Loans read:           " WS-LOANS-READ
           DISPLAY "Balances revalued:    " WS-REVALUED-COUNT
           DISPLAY "Reversing entries:    " WS-REVERSAL-COUNT
           DISPLAY "Rejected:             " WS-REJECT-COUNT
           DISPLAY "Revaluation file:     CALCRVLO"
           DISPLAY "Report:               CALCRVLR"
           DISPLAY "========================================".

       END PROGRAM CALCREVL.
