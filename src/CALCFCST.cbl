       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCFCST.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Forward Cash-Flow Projection for treasury                      *
      * Rolls the stream's business-date calendar forward from the     *
      * CALCBDAT business date over the requested horizon and projects *
      * what the calculator-driven flows will be:                      *
      *   - every CALCSTDO standing order on every projected night it  *
      *     falls due, under exactly CALCSTND's frequency rules (the   *
      *     register market's CALCHOL calendar decides which nights    *
      *     the stream runs); the flow is the order's first operand in *
      *     its first currency - firm for a literal order, estimated   *
      *     for one that takes its amounts from CALCSTDA, priced at    *
      *     the latest amounts on file;                                *
      *   - every scheduled payment on a CALCAMRS schedule stamped     *
      *     with a CALCLOAN loan ID (see CALCAMS), falling due inside  *
      *     the horizon, moved to the next working day on the loan's   *
      *     market calendar - firm;                                    *
      *   - one day's accrual per open loan per projected night, the   *
      *     day CALCACCR would post it (none on a non-working day for  *
      *     a business-day-basis loan), at the CALCPRAT rate in effect *
      *     that night on the principal left after the scheduled       *
      *     payments before it - estimated.                            *
      * The flows are totalled by date bucket, currency and caller and *
      * go to the CALCFCSX extract (see CALCFCS) and the CALCFCSR      *
      * report, which adds each currency's running totals through the  *
      * end of every bucket - the 30/60/90-day view. The horizon and   *
      * bucket width come from the CALCFCSP control record: 90 days in *
      * buckets of 30 when absent, at most 366 days and 12 buckets. A  *
      * later schedule for the same loan replaces an earlier one.      *
      * Nothing is run through CALCULATOR: a projection is not desk    *
      * activity and must not touch the audit trail or any quota.      *
      * Return code 4 when anything could not be projected or a work   *
      * table filled, otherwise 0.                                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CALCFCSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "CALCHOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.

           SELECT ORDER-FILE ASSIGN TO "CALCSTDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT AMOUNT-FILE ASSIGN TO "CALCSTDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMOUNT-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO "CALCLOAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "CALCAMRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO "CALCPRAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "CALCFCSX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCFCSR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  PROJECTION-CONTROL-RECORD.
           05  FCSP-HORIZON-DAYS       PIC 9(3).
           05  FCSP-BUCKET-DAYS        PIC 9(3).

       FD  BUSINESS-DATE-FILE.
           COPY CALCBDT.

       FD  HOLIDAY-FILE.
           COPY CALCHOL.

       FD  ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05  STDO-ORDER-ID           PIC X(8).
           05  STDO-CALLER-ID          PIC X(8).
           05  STDO-OPERATION          PIC X.
           05  STDO-OPERAND-SOURCE     PIC X.
               88  STDO-SOURCE-LITERAL VALUE "L".
               88  STDO-SOURCE-AMOUNTS VALUE "A".
           05  STDO-OPERAND-1          PIC S9(9)V99.
           05  STDO-OPERAND-2          PIC S9(9)V99.
           05  STDO-RATE               PIC S9(3)V9(4).
           05  STDO-PERIODS            PIC 9(3).
           05  STDO-CURRENCY-1         PIC X(3).
           05  STDO-CURRENCY-2         PIC X(3).
           05  STDO-TAX-JURISDICTION   PIC X(4).
           05  STDO-FREQUENCY          PIC X.
               88  STDO-FREQ-DAILY     VALUE "D".
               88  STDO-FREQ-WEEKLY    VALUE "W".
               88  STDO-FREQ-MONTH-END VALUE "E".
           05  STDO-WEEK-DAY           PIC 9.
           05  STDO-FORMULA-ID         PIC X(8).

       FD  AMOUNT-FILE.
       01  DAILY-AMOUNT-RECORD.
           05  STDA-ORDER-ID           PIC X(8).
           05  STDA-OPERAND-1          PIC S9(9)V99.
           05  STDA-OPERAND-2          PIC S9(9)V99.

       FD  LOAN-FILE.
           COPY CALCLON.

       FD  SCHEDULE-FILE.
           COPY CALCAMS.

       FD  PRODUCT-FILE.
           COPY CALCPRT.

       FD  EXTRACT-FILE.
           COPY CALCFCS.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-BDAT-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-HOLIDAY-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-ORDER-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-AMOUNT-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-LOAN-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-SCHEDULE-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-PRODUCT-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-EXTRACT-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-TABLE-FULL-SWITCH    PIC X VALUE "N".
           88  WS-TABLE-FULL       VALUE "Y".
       01  WS-ORDERS-MISSING-SWITCH PIC X VALUE "N".
           88  WS-ORDERS-MISSING   VALUE "Y".
       01  WS-LOANS-MISSING-SWITCH PIC X VALUE "N".
           88  WS-LOANS-MISSING    VALUE "Y".

      *    The business date projected from, and the horizon.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-REGISTER-MARKET      PIC X(3) VALUE SPACES.
       01  WS-BUSINESS-DAY-NUMBER  PIC S9(9) COMP-3 VALUE ZEROS.
       01  WS-HORIZON-DAYS         PIC 9(3) VALUE 90.
       01  WS-BUCKET-DAYS          PIC 9(3) VALUE 30.
       01  WS-BUCKET-COUNT         PIC 9(2) VALUE ZEROS.
       01  WS-HORIZON-END          PIC 9(8) VALUE ZEROS.
       01  WS-HORIZON-END-NUMBER   PIC S9(9) COMP-3 VALUE ZEROS.

      *    Every market's non-working dates from CALCHOL.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT    PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-HOLIDAY-ENTRY OCCURS 2000 TIMES.
               10  WS-HOL-MARKET       PIC X(3).
               10  WS-HOL-DATE         PIC 9(8).
       01  WS-HOLIDAY-SUB          PIC 9(4) COMP-3 VALUE ZEROS.

      *    The working-day test: the date's day number and the market
      *    in, the date and the switch out.
       01  WS-CHECK-NUMBER         PIC S9(9) COMP-3 VALUE ZEROS.
       01  WS-CHECK-DATE           PIC 9(8) VALUE ZEROS.
       01  WS-CHECK-MARKET         PIC X(3) VALUE SPACES.
       01  WS-CHECK-WEEKDAY        PIC 9 VALUE ZEROS.
       01  WS-WORKING-DAY-SWITCH   PIC X VALUE "N".
           88  WS-IS-WORKING-DAY   VALUE "Y".

      *    The nights the stream will run inside the horizon, each
      *    with the weekday and calendar month-end CALCSTND tests.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-COUNT      PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-NIGHT-ENTRY OCCURS 366 TIMES.
               10  WS-NGT-DATE         PIC 9(8).
               10  WS-NGT-WEEKDAY      PIC 9.
               10  WS-NGT-MONTH-END    PIC X.
                   88  WS-NGT-IS-MONTH-END VALUE "Y".
               10  WS-NGT-BUCKET       PIC 9(2).
       01  WS-NIGHT-SUB            PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-DAY-NUMBER           PIC S9(9) COMP-3 VALUE ZEROS.
       01  WS-TOMORROW-DATE        PIC 9(8) VALUE ZEROS.

      *    The latest CALCSTDA amounts, keyed by order ID.
       01  WS-AMOUNT-TABLE.
           05  WS-AMOUNT-COUNT     PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-AMOUNT-ENTRY OCCURS 500 TIMES.
               10  WS-AMT-ORDER-ID     PIC X(8).
               10  WS-AMT-OPERAND-1    PIC S9(9)V99.
       01  WS-AMOUNT-SUB           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-AMOUNT-MATCH-SUB     PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-ORDER-AMOUNT         PIC S9(9)V99 VALUE ZEROS.
       01  WS-ORDER-KIND           PIC X VALUE SPACE.

      *    Open loans, with the range of their schedule entries and
      *    the principal as the projection pays it down.
       01  WS-LOAN-TABLE.
           05  WS-LOAN-COUNT       PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-LOAN-ENTRY OCCURS 1000 TIMES.
               10  WS-LN-ID            PIC X(10).
               10  WS-LN-CALLER-ID     PIC X(8).
               10  WS-LN-CURRENCY      PIC X(3).
               10  WS-LN-PRINCIPAL     PIC S9(11)V99.
               10  WS-LN-PRODUCT-CODE  PIC X(8).
               10  WS-LN-DAY-BASIS     PIC X.
                   88  WS-LN-BASIS-BUSINESS VALUE "B".
               10  WS-LN-MARKET-CODE   PIC X(3).
               10  WS-LN-DAY-COUNT-BASE PIC 9(3).
               10  WS-LN-SCHED-FIRST   PIC 9(4) COMP-3.
               10  WS-LN-SCHED-LAST    PIC 9(4) COMP-3.
       01  WS-LOAN-SUB             PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-LOAN-MATCH-SUB       PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-FIND-LOAN-ID         PIC X(10) VALUE SPACES.

      *    Dated schedule entries, one bracket per CALCAMRS schedule.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCHED-COUNT      PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-SCHED-ENTRY OCCURS 3000 TIMES.
               10  WS-SCH-LOAN-ID      PIC X(10).
               10  WS-SCH-DUE-DATE     PIC 9(8).
               10  WS-SCH-PAY-DATE     PIC 9(8).
               10  WS-SCH-PAYMENT      PIC 9(9)V99.
               10  WS-SCH-PRINCIPAL    PIC 9(9)V99.
       01  WS-SCHED-SUB            PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-BRACKET-FIRST        PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-BRACKET-LOAN-ID      PIC X(10) VALUE SPACES.
       01  WS-BRACKET-ENTRIES      PIC 9(4) COMP-3 VALUE ZEROS.

      *    CALCPRAT, whole, as CALCACCR holds it.
       01  WS-PRODUCT-TABLE.
           05  WS-PRODUCT-COUNT    PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-PRODUCT-ENTRY OCCURS 500 TIMES.
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
       01  WS-LOAN-NO-RATE-SWITCH  PIC X VALUE "N".
           88  WS-LOAN-NO-RATE     VALUE "Y".
       01  WS-DAILY-RATE           PIC S9(3)V9(4) COMP-3 VALUE ZEROS.
       01  WS-DAY-DIVISOR          PIC 9(3) VALUE ZEROS.
       01  WS-ACCRUAL-WORK         PIC S9(13)V9(8) COMP-3 VALUE ZEROS.
       01  WS-ACCRUAL-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-PROJ-PRINCIPAL       PIC S9(11)V99 COMP-3 VALUE ZEROS.

      *    The flow being posted.
       01  WS-FLOW-DATE            PIC 9(8) VALUE ZEROS.
       01  WS-FLOW-BUCKET          PIC 9(2) VALUE ZEROS.
       01  WS-FLOW-CURRENCY        PIC X(3) VALUE SPACES.
       01  WS-FLOW-CALLER-ID       PIC X(8) VALUE SPACES.
       01  WS-FLOW-AMOUNT          PIC S9(13)V99 VALUE ZEROS.
       01  WS-FLOW-KIND            PIC X VALUE SPACE.
           88  WS-FLOW-FIRM        VALUE "F".
           88  WS-FLOW-ESTIMATED   VALUE "E".
       01  WS-DAY-OFFSET           PIC S9(9) COMP-3 VALUE ZEROS.

      *    Totals by bucket, currency and caller.
       01  WS-TOTAL-TABLE.
           05  WS-TOTAL-COUNT      PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-TOTAL-ENTRY OCCURS 2000 TIMES.
               10  WS-TOT-KEY.
                   15  WS-TOT-BUCKET       PIC 9(2).
                   15  WS-TOT-CURRENCY     PIC X(3).
                   15  WS-TOT-CALLER-ID    PIC X(8).
               10  WS-TOT-FIRM-AMOUNT  PIC S9(13)V99.
               10  WS-TOT-FIRM-COUNT   PIC 9(7).
               10  WS-TOT-EST-AMOUNT   PIC S9(13)V99.
               10  WS-TOT-EST-COUNT    PIC 9(7).
       01  WS-TOTAL-SUB            PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-TOTAL-MATCH-SUB      PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-FIND-TOTAL-KEY.
           05  WS-FIND-BUCKET      PIC 9(2).
           05  WS-FIND-CURRENCY    PIC X(3).
           05  WS-FIND-CALLER-ID   PIC X(8).
       01  WS-SORT-SUB-1           PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-SORT-SUB-2           PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-TOTAL-HOLD           PIC X(57) VALUE SPACES.

      *    Totals by currency and bucket, for the running totals.
       01  WS-CURRENCY-TABLE.
           05  WS-CURRENCY-COUNT   PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-CURRENCY-ENTRY OCCURS 50 TIMES.
               10  WS-CSM-CURRENCY     PIC X(3).
               10  WS-CSM-BUCKET OCCURS 12 TIMES.
                   15  WS-CSM-FIRM-AMOUNT  PIC S9(13)V99.
                   15  WS-CSM-EST-AMOUNT   PIC S9(13)V99.
       01  WS-CURRENCY-SUB         PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-CURRENCY-MATCH-SUB   PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-BUCKET-SUB           PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-CURRENCY-HOLD        PIC X(363) VALUE SPACES.

      *    Bucket limits for the extract and the report.
       01  WS-BUCKET-FROM          PIC 9(8) VALUE ZEROS.
       01  WS-BUCKET-TO            PIC 9(8) VALUE ZEROS.
       01  WS-BUCKET-LAST-DAY      PIC 9(3) VALUE ZEROS.
       01  WS-BUCKET-NUMBER        PIC S9(9) COMP-3 VALUE ZEROS.

       01  WS-ORDERS-READ          PIC 9(7) VALUE ZEROS.
       01  WS-ORDER-FLOWS          PIC 9(7) VALUE ZEROS.
       01  WS-ORDERS-NO-AMOUNT     PIC 9(7) VALUE ZEROS.
       01  WS-LOANS-READ           PIC 9(7) VALUE ZEROS.
       01  WS-PAYMENT-FLOWS        PIC 9(7) VALUE ZEROS.
       01  WS-ACCRUAL-FLOWS        PIC 9(7) VALUE ZEROS.
       01  WS-LOANS-NO-RATE        PIC 9(7) VALUE ZEROS.
       01  WS-SCHED-UNDATED        PIC 9(7) VALUE ZEROS.
       01  WS-SCHED-NO-LOAN        PIC 9(7) VALUE ZEROS.
       01  WS-EXTRACT-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-HASH-FIRM            PIC S9(15)V99 VALUE ZEROS.
       01  WS-HASH-ESTIMATED       PIC S9(15)V99 VALUE ZEROS.

      *    Report control breaks and running totals.
       01  WS-PRINT-BUCKET         PIC 9(2) VALUE ZEROS.
       01  WS-PRINT-CURRENCY       PIC X(3) VALUE SPACES.
       01  WS-GROUP-FIRM           PIC S9(13)V99 VALUE ZEROS.
       01  WS-GROUP-EST            PIC S9(13)V99 VALUE ZEROS.
       01  WS-RUNNING-FIRM         PIC S9(15)V99 VALUE ZEROS.
       01  WS-RUNNING-EST          PIC S9(15)V99 VALUE ZEROS.
       01  WS-LINE-TOTAL           PIC S9(15)V99 VALUE ZEROS.

       01  WS-DISPLAY-FIRM         PIC -(14)9.99.
       01  WS-DISPLAY-EST          PIC -(14)9.99.
       01  WS-DISPLAY-TOTAL        PIC -(14)9.99.
       01  WS-DISPLAY-FIRM-COUNT   PIC Z(6)9.
       01  WS-DISPLAY-EST-COUNT    PIC Z(6)9.
       01  WS-DISPLAY-DAYS         PIC ZZ9.

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
       01  WS-LINE-NUMBER          PIC 9(2) VALUE 99.
       01  WS-PAGE-LIMIT           PIC 9(2) VALUE 55.
       01  WS-PENDING-LINE         PIC X(132) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(42) VALUE
               "CALCFCST - FORWARD CASH-FLOW PROJECTION".
           05  FILLER              PIC X(17) VALUE
               "   BUSINESS DATE ".
           05  WS-HDG-DATE         PIC 9(8).
           05  FILLER              PIC X(8) VALUE "    PAGE".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(39) VALUE
               "CCY CALLER          FIRM AMOUNT   ITEMS".
           05  FILLER              PIC X(27) VALUE
               "   ESTIMATED AMOUNT   ITEMS".
           05  FILLER              PIC X(19) VALUE
               "       TOTAL AMOUNT".
           05  FILLER              PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           INITIALIZE WS-HOLIDAY-TABLE
           INITIALIZE WS-NIGHT-TABLE
           INITIALIZE WS-AMOUNT-TABLE
           INITIALIZE WS-LOAN-TABLE
           INITIALIZE WS-SCHEDULE-TABLE
           INITIALIZE WS-PRODUCT-TABLE
           INITIALIZE WS-TOTAL-TABLE
           INITIALIZE WS-CURRENCY-TABLE
           PERFORM GET-BUSINESS-DATE
           PERFORM READ-PROJECTION-CONTROL
           PERFORM LOAD-HOLIDAYS
           PERFORM BUILD-NIGHT-TABLE
           PERFORM LOAD-DAILY-AMOUNTS
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-OPEN-LOANS
           PERFORM LOAD-LOAN-SCHEDULES
           PERFORM PROJECT-STANDING-ORDERS
           PERFORM PROJECT-ONE-LOAN
               VARYING WS-LOAN-SUB FROM 1 BY 1
               UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
           PERFORM SORT-PROJECTION-TOTALS
           PERFORM WRITE-PROJECTION-EXTRACT
           PERFORM PRINT-PROJECTION-REPORT
           PERFORM DISPLAY-RUN-SUMMARY
           IF WS-ORDERS-NO-AMOUNT > ZERO OR WS-LOANS-NO-RATE > ZERO
              OR WS-SCHED-NO-LOAN > ZERO OR WS-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *****************************************************************
      * Business date, horizon and the calendar.                       *
      *****************************************************************
       GET-BUSINESS-DATE.
      *    The stream's business date and calendar market from the
      *    CALCBDAT register; with no register the wall clock applies
      *    and only weekends are closed.
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
                           MOVE BDAT-MARKET-CODE
                               TO WS-REGISTER-MARKET
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-BUSINESS-DATE = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF
           COMPUTE WS-BUSINESS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).

       READ-PROJECTION-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "35"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-CONTROL-RECORD
               END-READ
               CLOSE CONTROL-FILE
           END-IF
      *    Never more than twelve buckets: a long horizon widens the
      *    bucket instead of dropping its tail.
           IF WS-BUCKET-DAYS > WS-HORIZON-DAYS
               MOVE WS-HORIZON-DAYS TO WS-BUCKET-DAYS
           END-IF
           PERFORM COUNT-BUCKETS
           IF WS-BUCKET-COUNT > 12
               COMPUTE WS-BUCKET-DAYS = WS-HORIZON-DAYS + 11
               COMPUTE WS-BUCKET-DAYS = WS-BUCKET-DAYS / 12
               PERFORM COUNT-BUCKETS
           END-IF
           COMPUTE WS-HORIZON-END-NUMBER =
                   WS-BUSINESS-DAY-NUMBER + WS-HORIZON-DAYS
           COMPUTE WS-HORIZON-END =
                   FUNCTION DATE-OF-INTEGER(WS-HORIZON-END-NUMBER).

       COUNT-BUCKETS.
      *    Whole buckets, the last one possibly short. One operation
      *    per COMPUTE, so no intermediate is truncated.
           COMPUTE WS-BUCKET-NUMBER = WS-HORIZON-DAYS + WS-BUCKET-DAYS
           SUBTRACT 1 FROM WS-BUCKET-NUMBER
           COMPUTE WS-BUCKET-COUNT = WS-BUCKET-NUMBER / WS-BUCKET-DAYS.

       APPLY-CONTROL-RECORD.
           IF FCSP-HORIZON-DAYS NUMERIC AND FCSP-HORIZON-DAYS > ZERO
               IF FCSP-HORIZON-DAYS > 366
                   MOVE 366 TO WS-HORIZON-DAYS
               ELSE
                   MOVE FCSP-HORIZON-DAYS TO WS-HORIZON-DAYS
               END-IF
           END-IF
           IF FCSP-BUCKET-DAYS NUMERIC AND FCSP-BUCKET-DAYS > ZERO
               MOVE FCSP-BUCKET-DAYS TO WS-BUCKET-DAYS
           END-IF.

       LOAD-HOLIDAYS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-FILE-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM READ-HOLIDAY-RECORD
               PERFORM STORE-HOLIDAY-RECORD UNTIL WS-END-OF-FILE
               CLOSE HOLIDAY-FILE
           END-IF.

       READ-HOLIDAY-RECORD.
           READ HOLIDAY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-HOLIDAY-RECORD.
           IF WS-HOLIDAY-COUNT < 2000
               ADD 1 TO WS-HOLIDAY-COUNT
               MOVE HOL-MARKET-CODE TO WS-HOL-MARKET(WS-HOLIDAY-COUNT)
               MOVE HOL-DATE TO WS-HOL-DATE(WS-HOLIDAY-COUNT)
           ELSE
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
           END-IF
           PERFORM READ-HOLIDAY-RECORD.

       BUILD-NIGHT-TABLE.
      *    Every working day of the register market after the
      *    business date up to the horizon end is a night the stream
      *    runs.
           MOVE WS-REGISTER-MARKET TO WS-CHECK-MARKET
           COMPUTE WS-DAY-NUMBER = WS-BUSINESS-DAY-NUMBER + 1
           PERFORM ADD-NIGHT-IF-WORKING
               UNTIL WS-DAY-NUMBER > WS-HORIZON-END-NUMBER.

       ADD-NIGHT-IF-WORKING.
           MOVE WS-DAY-NUMBER TO WS-CHECK-NUMBER
           PERFORM CHECK-WORKING-DAY
           IF WS-IS-WORKING-DAY
               ADD 1 TO WS-NIGHT-COUNT
               MOVE WS-CHECK-DATE TO WS-NGT-DATE(WS-NIGHT-COUNT)
      *        CALCSTND's weekday numbering: MOD 7 of zero is Sunday,
      *        weekday 7.
               IF WS-CHECK-WEEKDAY = ZERO
                   MOVE 7 TO WS-NGT-WEEKDAY(WS-NIGHT-COUNT)
               ELSE
                   MOVE WS-CHECK-WEEKDAY
                       TO WS-NGT-WEEKDAY(WS-NIGHT-COUNT)
               END-IF
      *        And its month end: the last calendar day of the month.
               COMPUTE WS-TOMORROW-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER + 1)
               IF WS-TOMORROW-DATE(5:2) NOT = WS-CHECK-DATE(5:2)
                   MOVE "Y" TO WS-NGT-MONTH-END(WS-NIGHT-COUNT)
               ELSE
                   MOVE "N" TO WS-NGT-MONTH-END(WS-NIGHT-COUNT)
               END-IF
               MOVE WS-CHECK-DATE TO WS-FLOW-DATE
               PERFORM DERIVE-FLOW-BUCKET
               MOVE WS-FLOW-BUCKET TO WS-NGT-BUCKET(WS-NIGHT-COUNT)
           END-IF
           ADD 1 TO WS-DAY-NUMBER.

       CHECK-WORKING-DAY.
      *    Weekends and the market's CALCHOL dates are closed, with
      *    the same Monday-based MOD 7 convention as everywhere else.
           COMPUTE WS-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CHECK-NUMBER)
           COMPUTE WS-CHECK-WEEKDAY = FUNCTION MOD(WS-CHECK-NUMBER, 7)
           MOVE "Y" TO WS-WORKING-DAY-SWITCH
           IF WS-CHECK-WEEKDAY = 6 OR WS-CHECK-WEEKDAY = 0
               MOVE "N" TO WS-WORKING-DAY-SWITCH
           ELSE
               PERFORM CHECK-HOLIDAY-ENTRY
                   VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                   UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
                      OR NOT WS-IS-WORKING-DAY
           END-IF.

       CHECK-HOLIDAY-ENTRY.
           IF WS-HOL-DATE(WS-HOLIDAY-SUB) = WS-CHECK-DATE AND
              WS-HOL-MARKET(WS-HOLIDAY-SUB) = WS-CHECK-MARKET
               MOVE "N" TO WS-WORKING-DAY-SWITCH
           END-IF.

       DERIVE-FLOW-BUCKET.
      *    Day 1 of the horizon is the day after the business date.
           COMPUTE WS-DAY-OFFSET =
                   FUNCTION INTEGER-OF-DATE(WS-FLOW-DATE)
           SUBTRACT WS-BUSINESS-DAY-NUMBER FROM WS-DAY-OFFSET
           SUBTRACT 1 FROM WS-DAY-OFFSET
           COMPUTE WS-FLOW-BUCKET = WS-DAY-OFFSET / WS-BUCKET-DAYS
           ADD 1 TO WS-FLOW-BUCKET.

      *****************************************************************
      * Reference data: CALCSTDA amounts, CALCPRAT, CALCLOAN, CALCAMRS *
      *****************************************************************
       LOAD-DAILY-AMOUNTS.
      *    The amounts on file now are the best estimate of the
      *    amounts an "A" order will be fed on later nights.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AMOUNT-FILE
           IF WS-AMOUNT-FILE-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM READ-AMOUNT-RECORD
               PERFORM STORE-AMOUNT-RECORD UNTIL WS-END-OF-FILE
               CLOSE AMOUNT-FILE
           END-IF.

       READ-AMOUNT-RECORD.
           READ AMOUNT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-AMOUNT-RECORD.
           IF WS-AMOUNT-COUNT < 500
               ADD 1 TO WS-AMOUNT-COUNT
               MOVE STDA-ORDER-ID TO WS-AMT-ORDER-ID(WS-AMOUNT-COUNT)
               MOVE STDA-OPERAND-1
                   TO WS-AMT-OPERAND-1(WS-AMOUNT-COUNT)
           ELSE
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
           END-IF
           PERFORM READ-AMOUNT-RECORD.

       LOAD-PRODUCT-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-FILE-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM READ-PRODUCT-RECORD
               PERFORM STORE-PRODUCT-RECORD UNTIL WS-END-OF-FILE
               CLOSE PRODUCT-FILE
           END-IF.

       READ-PRODUCT-RECORD.
           READ PRODUCT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-PRODUCT-RECORD.
           IF WS-PRODUCT-COUNT < 500
               ADD 1 TO WS-PRODUCT-COUNT
               MOVE PRT-PRODUCT-CODE TO WS-PRD-CODE(WS-PRODUCT-COUNT)
               MOVE PRT-EFFECTIVE-DATE
                   TO WS-PRD-EFFECTIVE(WS-PRODUCT-COUNT)
               MOVE PRT-RATE TO WS-PRD-RATE(WS-PRODUCT-COUNT)
               MOVE PRT-DAY-COUNT-CONV
                   TO WS-PRD-CONV(WS-PRODUCT-COUNT)
           ELSE
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
           END-IF
           PERFORM READ-PRODUCT-RECORD.

       LOAD-OPEN-LOANS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "35"
               MOVE "Y" TO WS-LOANS-MISSING-SWITCH
           ELSE
               PERFORM READ-LOAN-RECORD
               PERFORM STORE-LOAN-RECORD UNTIL WS-END-OF-FILE
               CLOSE LOAN-FILE
           END-IF.

       READ-LOAN-RECORD.
           READ LOAN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-LOAN-RECORD.
           ADD 1 TO WS-LOANS-READ
           IF LOAN-OPEN
               IF WS-LOAN-COUNT < 1000
                   ADD 1 TO WS-LOAN-COUNT
                   MOVE LOAN-ID TO WS-LN-ID(WS-LOAN-COUNT)
                   MOVE LOAN-CALLER-ID
                       TO WS-LN-CALLER-ID(WS-LOAN-COUNT)
                   MOVE LOAN-CURRENCY TO WS-LN-CURRENCY(WS-LOAN-COUNT)
                   MOVE LOAN-PRINCIPAL
                       TO WS-LN-PRINCIPAL(WS-LOAN-COUNT)
                   MOVE LOAN-PRODUCT-CODE
                       TO WS-LN-PRODUCT-CODE(WS-LOAN-COUNT)
                   MOVE LOAN-DAY-BASIS
                       TO WS-LN-DAY-BASIS(WS-LOAN-COUNT)
                   IF LOAN-MARKET-CODE = SPACES
                       MOVE WS-REGISTER-MARKET
                           TO WS-LN-MARKET-CODE(WS-LOAN-COUNT)
                   ELSE
                       MOVE LOAN-MARKET-CODE
                           TO WS-LN-MARKET-CODE(WS-LOAN-COUNT)
                   END-IF
                   MOVE LOAN-DAY-COUNT-BASE
                       TO WS-LN-DAY-COUNT-BASE(WS-LOAN-COUNT)
                   MOVE ZEROS TO WS-LN-SCHED-FIRST(WS-LOAN-COUNT)
                   MOVE ZEROS TO WS-LN-SCHED-LAST(WS-LOAN-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF
           PERFORM READ-LOAN-RECORD.

       LOAD-LOAN-SCHEDULES.
      *    Each schedule runs to its TLR; a schedule cut short of its
      *    trailer is still taken for what it holds.
           MOVE ZEROS TO WS-BRACKET-ENTRIES
           MOVE SPACES TO WS-BRACKET-LOAN-ID
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-FILE-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM READ-SCHEDULE-RECORD
               PERFORM STORE-SCHEDULE-RECORD UNTIL WS-END-OF-FILE
               CLOSE SCHEDULE-FILE
               PERFORM CLOSE-SCHEDULE-BRACKET
           END-IF.

       READ-SCHEDULE-RECORD.
           READ SCHEDULE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-SCHEDULE-RECORD.
           EVALUATE TRUE
               WHEN AMRT-TRAILER
                   PERFORM CLOSE-SCHEDULE-BRACKET
               WHEN NOT AMRT-DETAIL
                   CONTINUE
               WHEN AMRT-LOAN-ID = SPACES OR
                    AMRT-DUE-DATE NOT NUMERIC OR
                    AMRT-DUE-DATE = ZERO
                   ADD 1 TO WS-SCHED-UNDATED
               WHEN WS-SCHED-COUNT NOT < 3000
                   MOVE "Y" TO WS-TABLE-FULL-SWITCH
               WHEN OTHER
                   IF WS-BRACKET-ENTRIES = ZERO
                       COMPUTE WS-BRACKET-FIRST = WS-SCHED-COUNT + 1
                       MOVE AMRT-LOAN-ID TO WS-BRACKET-LOAN-ID
                   END-IF
                   ADD 1 TO WS-SCHED-COUNT
                   ADD 1 TO WS-BRACKET-ENTRIES
                   MOVE AMRT-LOAN-ID TO WS-SCH-LOAN-ID(WS-SCHED-COUNT)
                   MOVE AMRT-DUE-DATE
                       TO WS-SCH-DUE-DATE(WS-SCHED-COUNT)
                   MOVE AMRT-DUE-DATE
                       TO WS-SCH-PAY-DATE(WS-SCHED-COUNT)
                   MOVE AMRT-PAYMENT-AMOUNT
                       TO WS-SCH-PAYMENT(WS-SCHED-COUNT)
                   MOVE AMRT-PRINCIPAL-PORTION
                       TO WS-SCH-PRINCIPAL(WS-SCHED-COUNT)
           END-EVALUATE
           PERFORM READ-SCHEDULE-RECORD.

       CLOSE-SCHEDULE-BRACKET.
      *    The schedule belongs to an open loan, whose range now
      *    points at it (replacing any earlier schedule for the same
      *    loan), and each payment moves to the next working day on
      *    the loan's market calendar.
           IF WS-BRACKET-ENTRIES > ZERO
               MOVE WS-BRACKET-LOAN-ID TO WS-FIND-LOAN-ID
               PERFORM FIND-OPEN-LOAN
               IF WS-LOAN-MATCH-SUB = ZERO
                   ADD WS-BRACKET-ENTRIES TO WS-SCHED-NO-LOAN
                   DISPLAY "CALCFCST - SCHEDULE FOR LOAN "
                       WS-BRACKET-LOAN-ID
                       " HAS NO OPEN LOAN ON CALCLOAN, NOT PROJECTED"
               ELSE
                   MOVE WS-BRACKET-FIRST
                       TO WS-LN-SCHED-FIRST(WS-LOAN-MATCH-SUB)
                   MOVE WS-SCHED-COUNT
                       TO WS-LN-SCHED-LAST(WS-LOAN-MATCH-SUB)
                   MOVE WS-LN-MARKET-CODE(WS-LOAN-MATCH-SUB)
                       TO WS-CHECK-MARKET
                   PERFORM ROLL-PAYMENT-DATE
                       VARYING WS-SCHED-SUB FROM WS-BRACKET-FIRST BY 1
                       UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
               END-IF
           END-IF
           MOVE ZEROS TO WS-BRACKET-ENTRIES
           MOVE SPACES TO WS-BRACKET-LOAN-ID.

       ROLL-PAYMENT-DATE.
           COMPUTE WS-CHECK-NUMBER = FUNCTION INTEGER-OF-DATE(
                   WS-SCH-DUE-DATE(WS-SCHED-SUB))
           PERFORM CHECK-WORKING-DAY
           PERFORM STEP-TO-WORKING-DAY UNTIL WS-IS-WORKING-DAY
           MOVE WS-CHECK-DATE TO WS-SCH-PAY-DATE(WS-SCHED-SUB).

       STEP-TO-WORKING-DAY.
           ADD 1 TO WS-CHECK-NUMBER
           PERFORM CHECK-WORKING-DAY.

       FIND-OPEN-LOAN.
           MOVE ZEROS TO WS-LOAN-MATCH-SUB
           PERFORM MATCH-OPEN-LOAN
               VARYING WS-LOAN-SUB FROM 1 BY 1
               UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
                  OR WS-LOAN-MATCH-SUB > ZERO.

       MATCH-OPEN-LOAN.
           IF WS-LN-ID(WS-LOAN-SUB) = WS-FIND-LOAN-ID
               MOVE WS-LOAN-SUB TO WS-LOAN-MATCH-SUB
           END-IF.

      *****************************************************************
      * Standing orders: every night each one falls due.               *
      *****************************************************************
       PROJECT-STANDING-ORDERS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-FILE-STATUS = "35"
               MOVE "Y" TO WS-ORDERS-MISSING-SWITCH
           ELSE
               PERFORM READ-ORDER-RECORD
               PERFORM PROJECT-ONE-ORDER THRU PROJECT-ONE-ORDER-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE ORDER-FILE
           END-IF.

       READ-ORDER-RECORD.
           READ ORDER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       PROJECT-ONE-ORDER.
           ADD 1 TO WS-ORDERS-READ
           IF STDO-SOURCE-AMOUNTS
               PERFORM FIND-DAILY-AMOUNTS
               IF WS-AMOUNT-MATCH-SUB = ZERO
                   ADD 1 TO WS-ORDERS-NO-AMOUNT
                   DISPLAY "CALCFCST - ORDER " STDO-ORDER-ID
                       " HAS NO AMOUNTS ON CALCSTDA, NOT PROJECTED"
                   PERFORM READ-ORDER-RECORD
                   GO TO PROJECT-ONE-ORDER-EXIT
               END-IF
               MOVE WS-AMT-OPERAND-1(WS-AMOUNT-MATCH-SUB)
                   TO WS-ORDER-AMOUNT
               MOVE "E" TO WS-ORDER-KIND
           ELSE
               MOVE STDO-OPERAND-1 TO WS-ORDER-AMOUNT
               MOVE "F" TO WS-ORDER-KIND
           END-IF
           PERFORM PROJECT-ORDER-NIGHT
               VARYING WS-NIGHT-SUB FROM 1 BY 1
               UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
           PERFORM READ-ORDER-RECORD.

       PROJECT-ONE-ORDER-EXIT.
           EXIT.

       PROJECT-ORDER-NIGHT.
      *    CALCSTND's due test, night by night.
           IF STDO-FREQ-DAILY OR
              (STDO-FREQ-WEEKLY AND
               STDO-WEEK-DAY = WS-NGT-WEEKDAY(WS-NIGHT-SUB)) OR
              (STDO-FREQ-MONTH-END AND
               WS-NGT-IS-MONTH-END(WS-NIGHT-SUB))
               ADD 1 TO WS-ORDER-FLOWS
               MOVE WS-NGT-BUCKET(WS-NIGHT-SUB) TO WS-FLOW-BUCKET
               MOVE STDO-CURRENCY-1 TO WS-FLOW-CURRENCY
               MOVE STDO-CALLER-ID TO WS-FLOW-CALLER-ID
               MOVE WS-ORDER-AMOUNT TO WS-FLOW-AMOUNT
               MOVE WS-ORDER-KIND TO WS-FLOW-KIND
               PERFORM POST-PROJECTED-FLOW
           END-IF.

       FIND-DAILY-AMOUNTS.
           MOVE ZEROS TO WS-AMOUNT-MATCH-SUB
           PERFORM MATCH-AMOUNT-ENTRY
               VARYING WS-AMOUNT-SUB FROM 1 BY 1
               UNTIL WS-AMOUNT-SUB > WS-AMOUNT-COUNT
                  OR WS-AMOUNT-MATCH-SUB > ZERO.

       MATCH-AMOUNT-ENTRY.
           IF WS-AMT-ORDER-ID(WS-AMOUNT-SUB) = STDO-ORDER-ID
               MOVE WS-AMOUNT-SUB TO WS-AMOUNT-MATCH-SUB
           END-IF.

      *****************************************************************
      * Loans: scheduled payments and nightly accruals.                *
      *****************************************************************
       PROJECT-ONE-LOAN.
      *    Payments already due on or before the business date are in
      *    the principal on CALCLOAN; the rest pay it down night by
      *    night as they fall due.
           MOVE WS-LN-PRINCIPAL(WS-LOAN-SUB) TO WS-PROJ-PRINCIPAL
           MOVE "N" TO WS-LOAN-NO-RATE-SWITCH
           MOVE WS-LN-SCHED-FIRST(WS-LOAN-SUB) TO WS-SCHED-SUB
           IF WS-SCHED-SUB > ZERO
               PERFORM SKIP-PAST-PAYMENT
                   UNTIL WS-SCHED-SUB > WS-LN-SCHED-LAST(WS-LOAN-SUB)
                      OR WS-SCH-PAY-DATE(WS-SCHED-SUB)
                             > WS-BUSINESS-DATE
           END-IF
           PERFORM PROJECT-LOAN-NIGHT THRU PROJECT-LOAN-NIGHT-EXIT
               VARYING WS-NIGHT-SUB FROM 1 BY 1
               UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
      *    A payment on a working day of the loan's market after the
      *    last stream night still falls inside the horizon.
           IF WS-SCHED-SUB > ZERO
               PERFORM POST-SCHEDULED-PAYMENT
                   UNTIL WS-SCHED-SUB > WS-LN-SCHED-LAST(WS-LOAN-SUB)
                      OR WS-SCH-PAY-DATE(WS-SCHED-SUB)
                             > WS-HORIZON-END
           END-IF
           IF WS-LOAN-NO-RATE
               ADD 1 TO WS-LOANS-NO-RATE
               DISPLAY "CALCFCST - LOAN " WS-LN-ID(WS-LOAN-SUB)
                   " PRODUCT " WS-LN-PRODUCT-CODE(WS-LOAN-SUB)
                   " HAS NO EFFECTIVE RATE, ACCRUAL NOT PROJECTED"
           END-IF.

       SKIP-PAST-PAYMENT.
           ADD 1 TO WS-SCHED-SUB.

       PROJECT-LOAN-NIGHT.
           IF WS-SCHED-SUB > ZERO
               PERFORM POST-SCHEDULED-PAYMENT
                   UNTIL WS-SCHED-SUB > WS-LN-SCHED-LAST(WS-LOAN-SUB)
                      OR WS-SCH-PAY-DATE(WS-SCHED-SUB)
                             > WS-NGT-DATE(WS-NIGHT-SUB)
           END-IF
           IF WS-LN-BASIS-BUSINESS(WS-LOAN-SUB)
               MOVE WS-LN-MARKET-CODE(WS-LOAN-SUB) TO WS-CHECK-MARKET
               COMPUTE WS-CHECK-NUMBER = FUNCTION INTEGER-OF-DATE(
                       WS-NGT-DATE(WS-NIGHT-SUB))
               PERFORM CHECK-WORKING-DAY
               IF NOT WS-IS-WORKING-DAY
                   GO TO PROJECT-LOAN-NIGHT-EXIT
               END-IF
           END-IF
           PERFORM PROJECT-NIGHT-ACCRUAL
               THRU PROJECT-NIGHT-ACCRUAL-EXIT.

       PROJECT-LOAN-NIGHT-EXIT.
           EXIT.

       POST-SCHEDULED-PAYMENT.
           ADD 1 TO WS-PAYMENT-FLOWS
           MOVE WS-SCH-PAY-DATE(WS-SCHED-SUB) TO WS-FLOW-DATE
           PERFORM DERIVE-FLOW-BUCKET
           MOVE WS-LN-CURRENCY(WS-LOAN-SUB) TO WS-FLOW-CURRENCY
           MOVE WS-LN-CALLER-ID(WS-LOAN-SUB) TO WS-FLOW-CALLER-ID
           MOVE WS-SCH-PAYMENT(WS-SCHED-SUB) TO WS-FLOW-AMOUNT
           MOVE "F" TO WS-FLOW-KIND
           PERFORM POST-PROJECTED-FLOW
           SUBTRACT WS-SCH-PRINCIPAL(WS-SCHED-SUB)
               FROM WS-PROJ-PRINCIPAL
           ADD 1 TO WS-SCHED-SUB.

       PROJECT-NIGHT-ACCRUAL.
      *    One day's interest at the rate in effect that night: the
      *    annual rate over the loan's day-count base, rounded to
      *    four places as CALCACCR rounds it, or over the days in the
      *    product convention's year.
           IF WS-PROJ-PRINCIPAL NOT > ZERO
               GO TO PROJECT-NIGHT-ACCRUAL-EXIT
           END-IF
           PERFORM RESOLVE-NIGHT-RATE
           IF NOT WS-RATE-FOUND
               MOVE "Y" TO WS-LOAN-NO-RATE-SWITCH
               GO TO PROJECT-NIGHT-ACCRUAL-EXIT
           END-IF
           EVALUATE WS-ACCRUAL-CONV
               WHEN SPACES
                   IF WS-LN-DAY-COUNT-BASE(WS-LOAN-SUB) NUMERIC AND
                      WS-LN-DAY-COUNT-BASE(WS-LOAN-SUB) > ZERO
                       MOVE WS-LN-DAY-COUNT-BASE(WS-LOAN-SUB)
                           TO WS-DAY-DIVISOR
                   ELSE
                       MOVE 365 TO WS-DAY-DIVISOR
                   END-IF
               WHEN "ACT/360"
               WHEN "30/360"
                   MOVE 360 TO WS-DAY-DIVISOR
               WHEN OTHER
                   MOVE 365 TO WS-DAY-DIVISOR
           END-EVALUATE
           IF WS-ACCRUAL-CONV = SPACES
               COMPUTE WS-DAILY-RATE ROUNDED =
                       WS-ANNUAL-RATE / WS-DAY-DIVISOR
               COMPUTE WS-ACCRUAL-WORK =
                       WS-PROJ-PRINCIPAL * WS-DAILY-RATE
           ELSE
               COMPUTE WS-ACCRUAL-WORK =
                       WS-PROJ-PRINCIPAL * WS-ANNUAL-RATE
               COMPUTE WS-ACCRUAL-WORK =
                       WS-ACCRUAL-WORK / WS-DAY-DIVISOR
           END-IF
           COMPUTE WS-ACCRUAL-AMOUNT ROUNDED = WS-ACCRUAL-WORK / 100
           ADD 1 TO WS-ACCRUAL-FLOWS
           MOVE WS-NGT-BUCKET(WS-NIGHT-SUB) TO WS-FLOW-BUCKET
           MOVE WS-LN-CURRENCY(WS-LOAN-SUB) TO WS-FLOW-CURRENCY
           MOVE WS-LN-CALLER-ID(WS-LOAN-SUB) TO WS-FLOW-CALLER-ID
           MOVE WS-ACCRUAL-AMOUNT TO WS-FLOW-AMOUNT
           MOVE "E" TO WS-FLOW-KIND
           PERFORM POST-PROJECTED-FLOW.

       PROJECT-NIGHT-ACCRUAL-EXIT.
           EXIT.

       RESOLVE-NIGHT-RATE.
      *    Highest effective date not after the night, the same rule
      *    CALCACCR applies on the night itself, so a rate change
      *    already keyed for a future date is priced in.
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           MOVE ZEROS TO WS-BEST-DATE
           MOVE ZEROS TO WS-ANNUAL-RATE
           MOVE SPACES TO WS-ACCRUAL-CONV
           PERFORM MATCH-PRODUCT-RATE
               VARYING WS-PRODUCT-SUB FROM 1 BY 1
               UNTIL WS-PRODUCT-SUB > WS-PRODUCT-COUNT.

       MATCH-PRODUCT-RATE.
           IF WS-PRD-CODE(WS-PRODUCT-SUB) =
              WS-LN-PRODUCT-CODE(WS-LOAN-SUB) AND
              WS-PRD-EFFECTIVE(WS-PRODUCT-SUB) <=
              WS-NGT-DATE(WS-NIGHT-SUB) AND
              WS-PRD-EFFECTIVE(WS-PRODUCT-SUB) >= WS-BEST-DATE
               MOVE WS-PRD-EFFECTIVE(WS-PRODUCT-SUB) TO WS-BEST-DATE
               MOVE WS-PRD-RATE(WS-PRODUCT-SUB) TO WS-ANNUAL-RATE
               MOVE WS-PRD-CONV(WS-PRODUCT-SUB) TO WS-ACCRUAL-CONV
               MOVE "Y" TO WS-RATE-FOUND-SWITCH
           END-IF.

      *****************************************************************
      * Totals by bucket, currency and caller, firm and estimated.     *
      *****************************************************************
       POST-PROJECTED-FLOW.
           MOVE WS-FLOW-BUCKET TO WS-FIND-BUCKET
           MOVE WS-FLOW-CURRENCY TO WS-FIND-CURRENCY
           MOVE WS-FLOW-CALLER-ID TO WS-FIND-CALLER-ID
           MOVE ZEROS TO WS-TOTAL-MATCH-SUB
           PERFORM MATCH-TOTAL-ENTRY
               VARYING WS-TOTAL-SUB FROM 1 BY 1
               UNTIL WS-TOTAL-SUB > WS-TOTAL-COUNT
                  OR WS-TOTAL-MATCH-SUB > ZERO
           IF WS-TOTAL-MATCH-SUB = ZERO
               IF WS-TOTAL-COUNT < 2000
                   ADD 1 TO WS-TOTAL-COUNT
                   MOVE WS-FIND-TOTAL-KEY
                       TO WS-TOT-KEY(WS-TOTAL-COUNT)
                   MOVE WS-TOTAL-COUNT TO WS-TOTAL-MATCH-SUB
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF
           IF WS-TOTAL-MATCH-SUB > ZERO
               IF WS-FLOW-FIRM
                   ADD WS-FLOW-AMOUNT
                       TO WS-TOT-FIRM-AMOUNT(WS-TOTAL-MATCH-SUB)
                   ADD 1 TO WS-TOT-FIRM-COUNT(WS-TOTAL-MATCH-SUB)
               ELSE
                   ADD WS-FLOW-AMOUNT
                       TO WS-TOT-EST-AMOUNT(WS-TOTAL-MATCH-SUB)
                   ADD 1 TO WS-TOT-EST-COUNT(WS-TOTAL-MATCH-SUB)
               END-IF
               PERFORM POST-CURRENCY-BUCKET
           END-IF.

       MATCH-TOTAL-ENTRY.
           IF WS-TOT-KEY(WS-TOTAL-SUB) = WS-FIND-TOTAL-KEY
               MOVE WS-TOTAL-SUB TO WS-TOTAL-MATCH-SUB
           END-IF.

       POST-CURRENCY-BUCKET.
           MOVE ZEROS TO WS-CURRENCY-MATCH-SUB
           PERFORM MATCH-CURRENCY-ENTRY
               VARYING WS-CURRENCY-SUB FROM 1 BY 1
               UNTIL WS-CURRENCY-SUB > WS-CURRENCY-COUNT
                  OR WS-CURRENCY-MATCH-SUB > ZERO
           IF WS-CURRENCY-MATCH-SUB = ZERO
               IF WS-CURRENCY-COUNT < 50
                   ADD 1 TO WS-CURRENCY-COUNT
                   MOVE WS-FLOW-CURRENCY
                       TO WS-CSM-CURRENCY(WS-CURRENCY-COUNT)
                   MOVE WS-CURRENCY-COUNT TO WS-CURRENCY-MATCH-SUB
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF
           IF WS-CURRENCY-MATCH-SUB > ZERO
               IF WS-FLOW-FIRM
                   ADD WS-FLOW-AMOUNT TO WS-CSM-FIRM-AMOUNT
                       (WS-CURRENCY-MATCH-SUB, WS-FLOW-BUCKET)
               ELSE
                   ADD WS-FLOW-AMOUNT TO WS-CSM-EST-AMOUNT
                       (WS-CURRENCY-MATCH-SUB, WS-FLOW-BUCKET)
               END-IF
           END-IF.

       MATCH-CURRENCY-ENTRY.
           IF WS-CSM-CURRENCY(WS-CURRENCY-SUB) = WS-FLOW-CURRENCY
               MOVE WS-CURRENCY-SUB TO WS-CURRENCY-MATCH-SUB
           END-IF.

       SORT-PROJECTION-TOTALS.
      *    Exchange sorts: totals on bucket, currency and caller;
      *    the currency table on currency.
           IF WS-TOTAL-COUNT > 1
               PERFORM SORT-TOTAL-PASS
                   VARYING WS-SORT-SUB-1 FROM 1 BY 1
                   UNTIL WS-SORT-SUB-1 >= WS-TOTAL-COUNT
           END-IF
           IF WS-CURRENCY-COUNT > 1
               PERFORM SORT-CURRENCY-PASS
                   VARYING WS-SORT-SUB-1 FROM 1 BY 1
                   UNTIL WS-SORT-SUB-1 >= WS-CURRENCY-COUNT
           END-IF.

       SORT-TOTAL-PASS.
           COMPUTE WS-SORT-SUB-2 = WS-SORT-SUB-1 + 1
           PERFORM SORT-TOTAL-PAIR
               UNTIL WS-SORT-SUB-2 > WS-TOTAL-COUNT.

       SORT-TOTAL-PAIR.
           IF WS-TOT-KEY(WS-SORT-SUB-2) < WS-TOT-KEY(WS-SORT-SUB-1)
               MOVE WS-TOTAL-ENTRY(WS-SORT-SUB-1) TO WS-TOTAL-HOLD
               MOVE WS-TOTAL-ENTRY(WS-SORT-SUB-2)
                   TO WS-TOTAL-ENTRY(WS-SORT-SUB-1)
               MOVE WS-TOTAL-HOLD TO WS-TOTAL-ENTRY(WS-SORT-SUB-2)
           END-IF
           ADD 1 TO WS-SORT-SUB-2.

       SORT-CURRENCY-PASS.
           COMPUTE WS-SORT-SUB-2 = WS-SORT-SUB-1 + 1
           PERFORM SORT-CURRENCY-PAIR
               UNTIL WS-SORT-SUB-2 > WS-CURRENCY-COUNT.

       SORT-CURRENCY-PAIR.
           IF WS-CSM-CURRENCY(WS-SORT-SUB-2) <
              WS-CSM-CURRENCY(WS-SORT-SUB-1)
               MOVE WS-CURRENCY-ENTRY(WS-SORT-SUB-1)
                   TO WS-CURRENCY-HOLD
               MOVE WS-CURRENCY-ENTRY(WS-SORT-SUB-2)
                   TO WS-CURRENCY-ENTRY(WS-SORT-SUB-1)
               MOVE WS-CURRENCY-HOLD
                   TO WS-CURRENCY-ENTRY(WS-SORT-SUB-2)
           END-IF
           ADD 1 TO WS-SORT-SUB-2.

       DERIVE-BUCKET-LIMITS.
      *    Calendar limits of bucket WS-BUCKET-SUB; the last bucket
      *    stops at the horizon end.
           COMPUTE WS-BUCKET-NUMBER = WS-BUCKET-SUB - 1
           COMPUTE WS-BUCKET-NUMBER =
                   WS-BUCKET-NUMBER * WS-BUCKET-DAYS
           ADD WS-BUSINESS-DAY-NUMBER TO WS-BUCKET-NUMBER
           ADD 1 TO WS-BUCKET-NUMBER
           COMPUTE WS-BUCKET-FROM =
                   FUNCTION DATE-OF-INTEGER(WS-BUCKET-NUMBER)
           COMPUTE WS-BUCKET-LAST-DAY = WS-BUCKET-SUB * WS-BUCKET-DAYS
           IF WS-BUCKET-LAST-DAY > WS-HORIZON-DAYS
               MOVE WS-HORIZON-DAYS TO WS-BUCKET-LAST-DAY
           END-IF
           COMPUTE WS-BUCKET-NUMBER =
                   WS-BUSINESS-DAY-NUMBER + WS-BUCKET-LAST-DAY
           COMPUTE WS-BUCKET-TO =
                   FUNCTION DATE-OF-INTEGER(WS-BUCKET-NUMBER).

      *****************************************************************
      * The CALCFCSX extract.                                          *
      *****************************************************************
       WRITE-PROJECTION-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE
           MOVE SPACES TO FCS-HEADER-RECORD
           MOVE "HDR" TO FCS-HDR-TYPE
           MOVE WS-BUSINESS-DATE TO FCS-HDR-BUSINESS-DATE
           MOVE WS-HORIZON-DAYS TO FCS-HDR-HORIZON-DAYS
           MOVE WS-BUCKET-DAYS TO FCS-HDR-BUCKET-DAYS
           MOVE WS-HORIZON-END TO FCS-HDR-HORIZON-END
           MOVE WS-REGISTER-MARKET TO FCS-HDR-MARKET-CODE
           WRITE FCS-HEADER-RECORD
           PERFORM WRITE-EXTRACT-DETAIL
               VARYING WS-TOTAL-SUB FROM 1 BY 1
               UNTIL WS-TOTAL-SUB > WS-TOTAL-COUNT
           MOVE SPACES TO FCS-TRAILER-RECORD
           MOVE "TLR" TO FCS-TLR-TYPE
           MOVE WS-EXTRACT-COUNT TO FCS-TLR-RECORD-COUNT
           MOVE WS-HASH-FIRM TO FCS-TLR-HASH-FIRM
           MOVE WS-HASH-ESTIMATED TO FCS-TLR-HASH-ESTIMATED
           WRITE FCS-TRAILER-RECORD
           CLOSE EXTRACT-FILE.

       WRITE-EXTRACT-DETAIL.
           MOVE WS-TOT-BUCKET(WS-TOTAL-SUB) TO WS-BUCKET-SUB
           PERFORM DERIVE-BUCKET-LIMITS
           MOVE SPACES TO FCS-DETAIL-RECORD
           MOVE "DTL" TO FCS-RECORD-TYPE
           MOVE WS-TOT-BUCKET(WS-TOTAL-SUB) TO FCS-BUCKET-NO
           MOVE WS-BUCKET-FROM TO FCS-BUCKET-FROM
           MOVE WS-BUCKET-TO TO FCS-BUCKET-TO
           MOVE WS-TOT-CURRENCY(WS-TOTAL-SUB) TO FCS-CURRENCY
           MOVE WS-TOT-CALLER-ID(WS-TOTAL-SUB) TO FCS-CALLER-ID
           MOVE WS-TOT-FIRM-AMOUNT(WS-TOTAL-SUB) TO FCS-FIRM-AMOUNT
           MOVE WS-TOT-FIRM-COUNT(WS-TOTAL-SUB) TO FCS-FIRM-COUNT
           MOVE WS-TOT-EST-AMOUNT(WS-TOTAL-SUB)
               TO FCS-ESTIMATED-AMOUNT
           MOVE WS-TOT-EST-COUNT(WS-TOTAL-SUB) TO FCS-ESTIMATED-COUNT
           WRITE FCS-DETAIL-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           ADD WS-TOT-FIRM-AMOUNT(WS-TOTAL-SUB) TO WS-HASH-FIRM
           ADD WS-TOT-EST-AMOUNT(WS-TOTAL-SUB) TO WS-HASH-ESTIMATED.

      *****************************************************************
      * The CALCFCSR report.                                           *
      *****************************************************************
       PRINT-PROJECTION-REPORT.
           OPEN OUTPUT REPORT-FILE
           PERFORM START-NEW-PAGE
           MOVE WS-HORIZON-DAYS TO WS-DISPLAY-DAYS
           MOVE WS-NIGHT-COUNT TO WS-DISPLAY-FIRM-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "HORIZON " WS-DISPLAY-DAYS " DAYS, "
                  "DAY AFTER " WS-BUSINESS-DATE " TO " WS-HORIZON-END
                  "   CALENDAR MARKET " WS-REGISTER-MARKET
                  "   STREAM NIGHTS " WS-DISPLAY-FIRM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FIRM = LITERAL STANDING ORDERS AND SCHEDULED LOAN "
                  "PAYMENTS.  ESTIMATED = ORDERS PRICED FROM CALCSTDA "
                  "AND PROJECTED LOAN ACCRUALS."
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE ZEROS TO WS-PRINT-BUCKET
           MOVE SPACES TO WS-PRINT-CURRENCY
           PERFORM PRINT-TOTAL-ENTRY
               VARYING WS-TOTAL-SUB FROM 1 BY 1
               UNTIL WS-TOTAL-SUB > WS-TOTAL-COUNT
           IF WS-TOTAL-COUNT > ZERO
               PERFORM PRINT-CURRENCY-SUBTOTAL
           ELSE
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "NO FLOWS FALL INSIDE THE HORIZON" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM PRINT-RUNNING-TOTALS
           PERFORM PRINT-EXCEPTION-LINES
           CLOSE REPORT-FILE.

       PRINT-TOTAL-ENTRY.
           IF WS-TOT-BUCKET(WS-TOTAL-SUB) NOT = WS-PRINT-BUCKET
               IF WS-PRINT-BUCKET > ZERO
                   PERFORM PRINT-CURRENCY-SUBTOTAL
               END-IF
               MOVE WS-TOT-BUCKET(WS-TOTAL-SUB) TO WS-PRINT-BUCKET
               MOVE WS-TOT-CURRENCY(WS-TOTAL-SUB) TO WS-PRINT-CURRENCY
               MOVE ZEROS TO WS-GROUP-FIRM
               MOVE ZEROS TO WS-GROUP-EST
               PERFORM PRINT-BUCKET-HEADING
           END-IF
           IF WS-TOT-CURRENCY(WS-TOTAL-SUB) NOT = WS-PRINT-CURRENCY
               PERFORM PRINT-CURRENCY-SUBTOTAL
               MOVE WS-TOT-CURRENCY(WS-TOTAL-SUB) TO WS-PRINT-CURRENCY
               MOVE ZEROS TO WS-GROUP-FIRM
               MOVE ZEROS TO WS-GROUP-EST
           END-IF
           ADD WS-TOT-FIRM-AMOUNT(WS-TOTAL-SUB) TO WS-GROUP-FIRM
           ADD WS-TOT-EST-AMOUNT(WS-TOTAL-SUB) TO WS-GROUP-EST
           MOVE WS-TOT-FIRM-AMOUNT(WS-TOTAL-SUB) TO WS-DISPLAY-FIRM
           MOVE WS-TOT-EST-AMOUNT(WS-TOTAL-SUB) TO WS-DISPLAY-EST
           COMPUTE WS-LINE-TOTAL = WS-TOT-FIRM-AMOUNT(WS-TOTAL-SUB)
                   + WS-TOT-EST-AMOUNT(WS-TOTAL-SUB)
           MOVE WS-LINE-TOTAL TO WS-DISPLAY-TOTAL
           MOVE WS-TOT-FIRM-COUNT(WS-TOTAL-SUB)
               TO WS-DISPLAY-FIRM-COUNT
           MOVE WS-TOT-EST-COUNT(WS-TOTAL-SUB) TO WS-DISPLAY-EST-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING WS-TOT-CURRENCY(WS-TOTAL-SUB) " "
                  WS-TOT-CALLER-ID(WS-TOTAL-SUB) " "
                  WS-DISPLAY-FIRM " " WS-DISPLAY-FIRM-COUNT " "
                  WS-DISPLAY-EST " " WS-DISPLAY-EST-COUNT " "
                  WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       PRINT-BUCKET-HEADING.
           MOVE WS-PRINT-BUCKET TO WS-BUCKET-SUB
           PERFORM DERIVE-BUCKET-LIMITS
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BUCKET " WS-PRINT-BUCKET "   "
                  WS-BUCKET-FROM " TO " WS-BUCKET-TO
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-COLUMN-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-CURRENCY-SUBTOTAL.
           MOVE WS-GROUP-FIRM TO WS-DISPLAY-FIRM
           MOVE WS-GROUP-EST TO WS-DISPLAY-EST
           COMPUTE WS-LINE-TOTAL = WS-GROUP-FIRM + WS-GROUP-EST
           MOVE WS-LINE-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING WS-PRINT-CURRENCY " TOTAL    "
                  WS-DISPLAY-FIRM "         "
                  WS-DISPLAY-EST "         "
                  WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       PRINT-RUNNING-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "RUNNING TOTALS BY CURRENCY TO THE END OF EACH BUCKET"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-CURRENCY-RUNNING
               VARYING WS-CURRENCY-SUB FROM 1 BY 1
               UNTIL WS-CURRENCY-SUB > WS-CURRENCY-COUNT.

       PRINT-CURRENCY-RUNNING.
           MOVE ZEROS TO WS-RUNNING-FIRM
           MOVE ZEROS TO WS-RUNNING-EST
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-RUNNING-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > WS-BUCKET-COUNT.

       PRINT-RUNNING-BUCKET.
           ADD WS-CSM-FIRM-AMOUNT(WS-CURRENCY-SUB, WS-BUCKET-SUB)
               TO WS-RUNNING-FIRM
           ADD WS-CSM-EST-AMOUNT(WS-CURRENCY-SUB, WS-BUCKET-SUB)
               TO WS-RUNNING-EST
           PERFORM DERIVE-BUCKET-LIMITS
           MOVE WS-BUCKET-LAST-DAY TO WS-DISPLAY-DAYS
           MOVE WS-RUNNING-FIRM TO WS-DISPLAY-FIRM
           MOVE WS-RUNNING-EST TO WS-DISPLAY-EST
           COMPUTE WS-LINE-TOTAL = WS-RUNNING-FIRM + WS-RUNNING-EST
           MOVE WS-LINE-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING WS-CSM-CURRENCY(WS-CURRENCY-SUB)
                  " NEXT " WS-DISPLAY-DAYS " DAYS TO " WS-BUCKET-TO
                  "  FIRM " WS-DISPLAY-FIRM
                  "  ESTIMATED " WS-DISPLAY-EST
                  "  TOTAL " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       PRINT-EXCEPTION-LINES.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-LOAN-COUNT TO WS-DISPLAY-FIRM-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ORDERS READ " WS-ORDERS-READ
                  "  ORDER FLOWS " WS-ORDER-FLOWS
                  "  LOANS READ " WS-LOANS-READ
                  "  OPEN " WS-DISPLAY-FIRM-COUNT
                  "  PAYMENTS " WS-PAYMENT-FLOWS
                  "  ACCRUAL DAYS " WS-ACCRUAL-FLOWS
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "NOT PROJECTED: ORDERS WITHOUT CALCSTDA AMOUNTS "
                  WS-ORDERS-NO-AMOUNT
                  "  LOANS WITHOUT A RATE " WS-LOANS-NO-RATE
                  "  SCHEDULE ENTRIES WITHOUT AN OPEN LOAN "
                  WS-SCHED-NO-LOAN
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-SCHED-UNDATED > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "SCHEDULE ENTRIES WITH NO LOAN ID OR DUE DATE "
                      "(NOT PROJECTABLE) " WS-SCHED-UNDATED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-ORDERS-MISSING
               MOVE SPACES TO REPORT-LINE
               MOVE "NO STANDING ORDERS ON CALCSTDO" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-LOANS-MISSING
               MOVE SPACES TO REPORT-LINE
               MOVE "NO PORTFOLIO MASTER ON CALCLOAN" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-TABLE-FULL
               MOVE SPACES TO REPORT-LINE
               MOVE "WORK TABLE FULL - PROJECTION INCOMPLETE"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-BUSINESS-DATE TO WS-HDG-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 2 TO WS-LINE-NUMBER.

       CHECK-PAGE-BREAK.
      *    The heading goes out through REPORT-LINE, so the line
      *    waiting to print is held across it.
           IF WS-LINE-NUMBER >= WS-PAGE-LIMIT
               MOVE REPORT-LINE TO WS-PENDING-LINE
               PERFORM START-NEW-PAGE
               MOVE WS-PENDING-LINE TO REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           PERFORM CHECK-PAGE-BREAK
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NUMBER.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCFCST - CASH-FLOW PROJECTION SUMMARY"
           DISPLAY "========================================"
           DISPLAY "Business date:        " WS-BUSINESS-DATE
           DISPLAY "Horizon end:          " WS-HORIZON-END
           DISPLAY "Stream nights:        " WS-NIGHT-COUNT
           DISPLAY "Orders read:          " WS-ORDERS-READ
           DISPLAY "Order flows:          " WS-ORDER-FLOWS
           DISPLAY "Orders no amounts:    " WS-ORDERS-NO-AMOUNT
           DISPLAY "Open loans:           " WS-LOAN-COUNT
           DISPLAY "Scheduled payments:   " WS-PAYMENT-FLOWS
           DISPLAY "Accrual days:         " WS-ACCRUAL-FLOWS
           DISPLAY "Loans without rate:   " WS-LOANS-NO-RATE
           DISPLAY "Unmatched schedules:  " WS-SCHED-NO-LOAN
           DISPLAY "Extract details:      " WS-EXTRACT-COUNT
           IF WS-TABLE-FULL
               DISPLAY "WORK TABLE FULL - PROJECTION INCOMPLETE"
           END-IF
           DISPLAY "========================================".

       END PROGRAM CALCFCST.
