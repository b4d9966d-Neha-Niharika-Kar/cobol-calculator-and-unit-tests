       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCBOOK.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Booking-Date Subprogram for the audit writers                  *
      * Answers one question for CALCULATOR, CALCSTAT, CALCFLOW and    *
      * CALCREGS: which business date does this call book to? Batch    *
      * always books to the CALCBDAT register date the night stream    *
      * set (the wall clock when there is no register). An online      *
      * call whose market has a cut-off time in the register's cut-off *
      * table books to the next business date once that time has       *
      * passed on the open day, so a call keyed while CALCNITE is      *
      * closing the day cannot land on it or straddle CALCEOD's cut.   *
      * The open day is the register date, or - once the wall clock    *
      * has moved past it - the first business day on or after the     *
      * wall-clock date. Business days skip weekends and the booking   *
      * market's CALCHOL dates. The booking market is the call's own   *
      * when it has a cut-off entry, otherwise the register's          *
      * calendar market.                                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "CALCHOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY CALCBDT.

       FD  HOLIDAY-FILE.
           COPY CALCHOL.

       WORKING-STORAGE SECTION.
       01  WS-BDAT-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-HOLIDAY-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-HOLIDAY-EOF-SWITCH   PIC X VALUE "N".
           88  WS-HOLIDAY-EOF      VALUE "Y".
       01  WS-REGISTER-SEEN-SWITCH PIC X VALUE "N".
           88  WS-REGISTER-SEEN    VALUE "Y".

       01  WS-CURRENT-STAMP        PIC X(21) VALUE SPACES.
       01  WS-WALL-DATE            PIC 9(8) VALUE ZEROS.
       01  WS-WALL-TIME            PIC 9(6) VALUE ZEROS.
       01  WS-REGISTER-MARKET      PIC X(3) VALUE SPACES.

       01  WS-CUTOFF-COUNT         PIC 9(2) VALUE ZEROS.
       01  WS-CUTOFF-SUB           PIC 9(2) VALUE ZEROS.
       01  WS-CUTOFF-FOUND-SWITCH  PIC X VALUE "N".
           88  WS-CUTOFF-FOUND     VALUE "Y".
       01  WS-SEARCH-MARKET        PIC X(3) VALUE SPACES.

       01  WS-WORK-INTEGER         PIC 9(8) COMP-3 VALUE ZEROS.
       01  WS-WORK-DATE            PIC 9(8) VALUE ZEROS.
       01  WS-WEEKDAY-NO           PIC 9 VALUE ZEROS.
       01  WS-BUSINESS-DAY-SWITCH  PIC X VALUE "N".
           88  WS-IS-BUSINESS-DAY  VALUE "Y".
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT    PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-HOLIDAY-DATE     OCCURS 300 TIMES PIC 9(8).
       01  WS-HOLIDAY-SUB          PIC 9(3) COMP-3 VALUE ZEROS.

       LINKAGE SECTION.
           COPY CALCBKD.

       PROCEDURE DIVISION USING BKD-INPUT-DATA BKD-OUTPUT-DATA.

       MAIN-LOGIC.
           PERFORM INITIALIZE-REPLY
           PERFORM READ-BUSINESS-DATE-REGISTER
           MOVE BKD-REGISTER-DATE TO BKD-BUSINESS-DATE
           IF BKD-CHANNEL-ONLINE AND WS-REGISTER-SEEN
               PERFORM FIND-CUTOFF-ENTRY
               IF WS-CUTOFF-FOUND
                   PERFORM APPLY-CUTOFF-TIME
               END-IF
           END-IF
           GOBACK.

       INITIALIZE-REPLY.
           MOVE ZEROS TO BKD-BUSINESS-DATE
           MOVE ZEROS TO BKD-REGISTER-DATE
           MOVE SPACES TO BKD-CUTOFF-MARKET
           MOVE ZEROS TO BKD-CUTOFF-TIME
           MOVE "N" TO BKD-ROLLED-FLAG
           MOVE "N" TO WS-REGISTER-SEEN-SWITCH
           MOVE "N" TO WS-CUTOFF-FOUND-SWITCH
           MOVE ZEROS TO WS-CUTOFF-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-WALL-DATE
           MOVE WS-CURRENT-STAMP(9:6) TO WS-WALL-TIME.

       READ-BUSINESS-DATE-REGISTER.
      *    Read per call: CALCNITE rolls the register under regions
      *    that stay up for days. A register written before the
      *    cut-off table existed reads with a blank count - no
      *    market then has a cut-off.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDAT-FILE-STATUS NOT = "35"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDAT-BUSINESS-DATE NUMERIC AND
                          BDAT-BUSINESS-DATE > ZERO
                           MOVE "Y" TO WS-REGISTER-SEEN-SWITCH
                           MOVE BDAT-BUSINESS-DATE
                               TO BKD-REGISTER-DATE
                           MOVE BDAT-MARKET-CODE
                               TO WS-REGISTER-MARKET
                           IF BDAT-CUTOFF-COUNT NUMERIC
                               MOVE BDAT-CUTOFF-COUNT
                                   TO WS-CUTOFF-COUNT
                           END-IF
                           IF WS-CUTOFF-COUNT > 10
                               MOVE 10 TO WS-CUTOFF-COUNT
                           END-IF
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF BKD-REGISTER-DATE = ZEROS
               MOVE WS-WALL-DATE TO BKD-REGISTER-DATE
           END-IF.

       FIND-CUTOFF-ENTRY.
      *    The call's own market first; failing that, the calendar
      *    market the register runs the stream on.
           MOVE BKD-MARKET-CODE TO WS-SEARCH-MARKET
           PERFORM SCAN-CUTOFF-TABLE
           IF NOT WS-CUTOFF-FOUND AND
              BKD-MARKET-CODE NOT = WS-REGISTER-MARKET
               MOVE WS-REGISTER-MARKET TO WS-SEARCH-MARKET
               PERFORM SCAN-CUTOFF-TABLE
           END-IF.

       SCAN-CUTOFF-TABLE.
           PERFORM MATCH-CUTOFF-ENTRY
               VARYING WS-CUTOFF-SUB FROM 1 BY 1
               UNTIL WS-CUTOFF-SUB > WS-CUTOFF-COUNT
                  OR WS-CUTOFF-FOUND.

       MATCH-CUTOFF-ENTRY.
      *    A zero or unparseable time is no cut-off at all.
           IF BDAT-CUTOFF-MARKET(WS-CUTOFF-SUB) = WS-SEARCH-MARKET AND
              BDAT-CUTOFF-TIME(WS-CUTOFF-SUB) NUMERIC AND
              BDAT-CUTOFF-TIME(WS-CUTOFF-SUB) > ZERO
               MOVE "Y" TO WS-CUTOFF-FOUND-SWITCH
               MOVE WS-SEARCH-MARKET TO BKD-CUTOFF-MARKET
               MOVE BDAT-CUTOFF-TIME(WS-CUTOFF-SUB)
                   TO BKD-CUTOFF-TIME
           END-IF.

       APPLY-CUTOFF-TIME.
      *    Work out the open day first: the register date, unless
      *    the wall clock has already moved past it (the register
      *    is only rolled when the night stream starts), in which
      *    case the first business day on or after today. A call at
      *    or after the cut-off on the open day itself then books
      *    one business day on.
           PERFORM LOAD-MARKET-HOLIDAYS
           IF WS-WALL-DATE > BKD-REGISTER-DATE
               COMPUTE WS-WORK-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-WALL-DATE) - 1
               PERFORM STEP-TO-NEXT-BUSINESS-DAY
               MOVE WS-WORK-DATE TO BKD-BUSINESS-DATE
               IF WS-WORK-DATE = WS-WALL-DATE AND
                  WS-WALL-TIME NOT < BKD-CUTOFF-TIME
                   PERFORM STEP-TO-NEXT-BUSINESS-DAY
                   MOVE WS-WORK-DATE TO BKD-BUSINESS-DATE
               END-IF
           ELSE
               IF WS-WALL-DATE = BKD-REGISTER-DATE AND
                  WS-WALL-TIME NOT < BKD-CUTOFF-TIME
                   COMPUTE WS-WORK-INTEGER =
                           FUNCTION INTEGER-OF-DATE(BKD-REGISTER-DATE)
                   PERFORM STEP-TO-NEXT-BUSINESS-DAY
                   MOVE WS-WORK-DATE TO BKD-BUSINESS-DATE
               END-IF
           END-IF
           IF BKD-BUSINESS-DATE NOT = BKD-REGISTER-DATE
               MOVE "Y" TO BKD-ROLLED-FLAG
           END-IF.

       STEP-TO-NEXT-BUSINESS-DAY.
           MOVE "N" TO WS-BUSINESS-DAY-SWITCH
           PERFORM ADVANCE-ONE-DAY UNTIL WS-IS-BUSINESS-DAY
           COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).

       ADVANCE-ONE-DAY.
           ADD 1 TO WS-WORK-INTEGER
           PERFORM CHECK-BUSINESS-DAY.

       CHECK-BUSINESS-DAY.
      *    Day 1 of the integer calendar was a Monday, so MOD 7 of
      *    6 and 0 are Saturday and Sunday.
           MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
           COMPUTE WS-WEEKDAY-NO = FUNCTION MOD(WS-WORK-INTEGER, 7)
           IF WS-WEEKDAY-NO = 6 OR WS-WEEKDAY-NO = 0
               MOVE "N" TO WS-BUSINESS-DAY-SWITCH
           ELSE
               COMPUTE WS-WORK-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
               PERFORM CHECK-HOLIDAY-TABLE
                   VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                   UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
                      OR NOT WS-IS-BUSINESS-DAY
           END-IF.

       CHECK-HOLIDAY-TABLE.
           IF WS-HOLIDAY-DATE(WS-HOLIDAY-SUB) = WS-WORK-DATE
               MOVE "N" TO WS-BUSINESS-DAY-SWITCH
           END-IF.

       LOAD-MARKET-HOLIDAYS.
           MOVE ZEROS TO WS-HOLIDAY-COUNT
           MOVE "N" TO WS-HOLIDAY-EOF-SWITCH
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-FILE-STATUS NOT = "35"
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
           IF HOL-MARKET-CODE = BKD-CUTOFF-MARKET AND
              WS-HOLIDAY-COUNT < 300
               ADD 1 TO WS-HOLIDAY-COUNT
               MOVE HOL-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
           END-IF
           PERFORM READ-HOLIDAY-RECORD.

       END PROGRAM CALCBOOK.
