      * reports can no longer disagree. The last payment absorbs the  *
      * residual rounding cents, standard practice on every loan      *
      * system in the shop.                                            *
      * A parameter record naming the CALCLOAN loan ID and the first  *
      * payment's due date stamps both on every schedule record, each *
      * later payment due the given number of months (one when zero)  *
      * after the one before, on the first payment's day of the month *
      * or the month's last day when shorter. CALCFCST projects those *
      * payments; a parameter record without them writes the undated  *
      * schedule as it always did.                                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  PARM-PRINCIPAL          PIC 9(9)V99.
           05  PARM-RATE-PER-PERIOD    PIC 9(3)V9(4).
           05  PARM-PERIODS            PIC 9(3).
           05  PARM-LOAN-ID            PIC X(10).
           05  PARM-FIRST-DUE-DATE     PIC 9(8).
           05  PARM-PERIOD-MONTHS      PIC 9(2).

       FD  SCHEDULE-FILE.
           COPY CALCAMS.

       01  WS-DISPLAY-AMOUNT       PIC -(9)9.99.

      *    Due-date stepping for a schedule tied to a loan.
       01  WS-DATED-SWITCH         PIC X VALUE "N".
           88  WS-SCHEDULE-DATED   VALUE "Y".
       01  WS-PERIOD-MONTHS        PIC 9(2) VALUE 1.
       01  WS-DUE-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-MONTH-OFFSET         PIC 9(5) COMP-3 VALUE ZEROS.
       01  WS-DUE-YEAR             PIC 9(4) VALUE ZEROS.
       01  WS-DUE-MONTH            PIC 9(2) VALUE ZEROS.
       01  WS-DUE-DAY              PIC 9(2) VALUE ZEROS.
       01  WS-MONTH-END-DATE       PIC 9(8) VALUE ZEROS.
       01  WS-NEXT-MONTH-START     PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
                   "NON-ZERO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF PARM-LOAN-ID NOT = SPACES AND
              PARM-FIRST-DUE-DATE NUMERIC AND
              PARM-FIRST-DUE-DATE > ZERO
               MOVE "Y" TO WS-DATED-SWITCH
               IF PARM-PERIOD-MONTHS NUMERIC AND
                  PARM-PERIOD-MONTHS > ZERO
                   MOVE PARM-PERIOD-MONTHS TO WS-PERIOD-MONTHS
               END-IF
           END-IF.

       DERIVE-GROWTH-FACTOR.
           MOVE WS-INTEREST-PORTION TO AMRT-INTEREST-PORTION
           MOVE WS-PRINCIPAL-PORTION TO AMRT-PRINCIPAL-PORTION
           MOVE WS-BALANCE TO AMRT-REMAINING-BALANCE
           MOVE ZEROS TO AMRT-DUE-DATE
           IF WS-SCHEDULE-DATED
               PERFORM DERIVE-DUE-DATE
               MOVE PARM-LOAN-ID TO AMRT-LOAN-ID
               MOVE WS-DUE-DATE TO AMRT-DUE-DATE
           END-IF
           WRITE AMRT-RECORD.

       DERIVE-DUE-DATE.
      *    Whole months on from the first due date, keeping its day
      *    of the month unless the target month is shorter.
           MOVE PARM-FIRST-DUE-DATE(1:4) TO WS-DUE-YEAR
           MOVE PARM-FIRST-DUE-DATE(5:2) TO WS-DUE-MONTH
           MOVE PARM-FIRST-DUE-DATE(7:2) TO WS-DUE-DAY
           COMPUTE WS-MONTH-OFFSET = WS-PERIOD-NO - 1
           COMPUTE WS-MONTH-OFFSET = WS-MONTH-OFFSET * WS-PERIOD-MONTHS
           ADD WS-DUE-MONTH TO WS-MONTH-OFFSET
           SUBTRACT 1 FROM WS-MONTH-OFFSET
           COMPUTE WS-DUE-YEAR = WS-DUE-YEAR + WS-MONTH-OFFSET / 12
           COMPUTE WS-DUE-MONTH =
                   FUNCTION MOD(WS-MONTH-OFFSET, 12) + 1
           IF WS-DUE-MONTH = 12
               COMPUTE WS-NEXT-MONTH-START =
                       (WS-DUE-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START =
                       WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100 + 101
           END-IF
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1)
           IF WS-DUE-DAY > WS-MONTH-END-DATE(7:2)
               MOVE WS-MONTH-END-DATE(7:2) TO WS-DUE-DAY
           END-IF
           COMPUTE WS-DUE-DATE = WS-DUE-YEAR * 10000
                   + WS-DUE-MONTH * 100 + WS-DUE-DAY.

       WRITE-SCHEDULE-TRAILER.
           MOVE SPACES TO AMRT-TRAILER-RECORD
           MOVE "TLR" TO AMRT-TLR-TYPE
           MOVE WS-TOTAL-INTEREST TO AMRT-TLR-TOTAL-INTEREST
           MOVE WS-TOTAL-PRINCIPAL TO AMRT-TLR-TOTAL-PRINCIPAL
           MOVE WS-BALANCE TO AMRT-TLR-FINAL-BALANCE
           IF WS-SCHEDULE-DATED
               MOVE PARM-LOAN-ID TO AMRT-TLR-LOAN-ID
           END-IF
           WRITE AMRT-TRAILER-RECORD.

       DISPLAY-RUN-SUMMARY.
