       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPUNC.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Monthly File Punctuality Report by Department                  *
      * Reads the CALCARVH arrival history CALCARRV keeps (see         *
      * CALCARH) for one month and prints, department by department    *
      * and source by source, how the inbound files measured up to     *
      * their arrival schedule: the days a file was due, how many came *
      * on time, late (after the expected time but by the latest       *
      * acceptable time), in breach (after the latest acceptable time) *
      * or not at all, the on-time percentage, and the average and     *
      * worst minutes late - with a total per department and for the   *
      * shop. A day still open when the month is reported (no arrival  *
      * on record, whatever the monitor last made of it) counts as     *
      * missing. The month comes from the CALCPUNP control record;     *
      * with none, the month before the run date is reported. The      *
      * report is written to CALCPUNR, which CALCBNDL routes to the    *
      * business areas named on CALCDSTC. Return code 4 when the       *
      * month has no history or a work table filled, otherwise 0.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CALCPUNP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "CALCARVH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCPUNR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  PUNCTUALITY-CONTROL-RECORD.
           05  PUNP-YEAR-MONTH         PIC 9(6).

       FD  HISTORY-FILE.
           COPY CALCARH.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-TABLE-FULL-SWITCH    PIC X VALUE "N".
           88  WS-TABLE-FULL       VALUE "Y".

       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-YEAR-MONTH           PIC 9(6) VALUE ZEROS.
       01  WS-YEAR-MONTH-PARTS REDEFINES WS-YEAR-MONTH.
           05  WS-YM-YEAR          PIC 9(4).
           05  WS-YM-MONTH         PIC 9(2).
       01  WS-RECORDS-READ         PIC 9(7) VALUE ZEROS.
       01  WS-RECORDS-IN-MONTH     PIC 9(7) VALUE ZEROS.

      *    One entry per department and source seen in the month,
      *    sorted into department order for printing.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-COUNT     PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-SOURCE-ENTRY OCCURS 200 TIMES.
               10  WS-SRC-DEPARTMENT   PIC X(12).
               10  WS-SRC-SOURCE-ID    PIC X(8).
               10  WS-SRC-DAYS-DUE     PIC 9(5) COMP-3.
               10  WS-SRC-ONTIME       PIC 9(5) COMP-3.
               10  WS-SRC-LATE         PIC 9(5) COMP-3.
               10  WS-SRC-BREACH       PIC 9(5) COMP-3.
               10  WS-SRC-MISSING      PIC 9(5) COMP-3.
               10  WS-SRC-LATE-MINUTES PIC 9(9) COMP-3.
               10  WS-SRC-WORST        PIC 9(5) COMP-3.
       01  WS-SOURCE-SUB           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-SOURCE-SUB-2         PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-SOURCE-FOUND-SUB     PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-SWAP-ENTRY           PIC X(43) VALUE SPACES.

      *    The line being printed - a source, a department total or
      *    the shop total - is accumulated here first.
       01  WS-LINE-STATS.
           05  WS-LIN-DAYS-DUE     PIC 9(5) COMP-3.
           05  WS-LIN-ONTIME       PIC 9(5) COMP-3.
           05  WS-LIN-LATE         PIC 9(5) COMP-3.
           05  WS-LIN-BREACH       PIC 9(5) COMP-3.
           05  WS-LIN-MISSING      PIC 9(5) COMP-3.
           05  WS-LIN-LATE-MINUTES PIC 9(9) COMP-3.
           05  WS-LIN-WORST        PIC 9(5) COMP-3.
       01  WS-DEPT-STATS.
           05  WS-DPT-DAYS-DUE     PIC 9(5) COMP-3.
           05  WS-DPT-ONTIME       PIC 9(5) COMP-3.
           05  WS-DPT-LATE         PIC 9(5) COMP-3.
           05  WS-DPT-BREACH       PIC 9(5) COMP-3.
           05  WS-DPT-MISSING      PIC 9(5) COMP-3.
           05  WS-DPT-LATE-MINUTES PIC 9(9) COMP-3.
           05  WS-DPT-WORST        PIC 9(5) COMP-3.
       01  WS-SHOP-STATS.
           05  WS-SHP-DAYS-DUE     PIC 9(5) COMP-3.
           05  WS-SHP-ONTIME       PIC 9(5) COMP-3.
           05  WS-SHP-LATE         PIC 9(5) COMP-3.
           05  WS-SHP-BREACH       PIC 9(5) COMP-3.
           05  WS-SHP-MISSING      PIC 9(5) COMP-3.
           05  WS-SHP-LATE-MINUTES PIC 9(9) COMP-3.
           05  WS-SHP-WORST        PIC 9(5) COMP-3.
       01  WS-PRINT-DEPARTMENT     PIC X(12) VALUE SPACES.
       01  WS-LINE-LABEL           PIC X(24) VALUE SPACES.
       01  WS-ARRIVED-LATE         PIC 9(5) VALUE ZEROS.
       01  WS-ONTIME-PERCENT       PIC 9(3)V9 VALUE ZEROS.
       01  WS-AVERAGE-LATE         PIC 9(5) VALUE ZEROS.
       01  WS-DEPARTMENT-COUNT     PIC 9(3) VALUE ZEROS.

       01  WS-DISPLAY-DAYS         PIC ZZZZ9.
       01  WS-DISPLAY-ONTIME       PIC ZZZZ9.
       01  WS-DISPLAY-LATE         PIC ZZZZ9.
       01  WS-DISPLAY-BREACH       PIC ZZZZ9.
       01  WS-DISPLAY-MISSING      PIC ZZZZ9.
       01  WS-DISPLAY-PERCENT      PIC ZZ9.9.
       01  WS-DISPLAY-AVERAGE      PIC ZZZZ9.
       01  WS-DISPLAY-WORST        PIC ZZZZ9.

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
       01  WS-LINE-NUMBER          PIC 9(2) VALUE 99.
       01  WS-PAGE-LIMIT           PIC 9(2) VALUE 55.
       01  WS-PENDING-LINE         PIC X(132) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(42) VALUE
               "CALCPUNC - INBOUND FILE PUNCTUALITY".
           05  FILLER              PIC X(7) VALUE "MONTH ".
           05  WS-HDG-MONTH        PIC 9(6).
           05  FILLER              PIC X(11) VALUE "   RUN DATE".
           05  FILLER              PIC X VALUE SPACE.
           05  WS-HDG-RUN-DATE     PIC 9(8).
           05  FILLER              PIC X(8) VALUE "    PAGE".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(45) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(40) VALUE
               "SOURCE                     DUE ON TIME  ".
           05  FILLER              PIC X(36) VALUE
               "LATE BREACH MISSING  ON TIME %   AVG".
           05  FILLER              PIC X(17) VALUE
               " LATE  WORST LATE".
           05  FILLER              PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           INITIALIZE WS-SOURCE-TABLE
           INITIALIZE WS-SHOP-STATS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM GET-REPORT-MONTH
           PERFORM LOAD-MONTH-HISTORY
           PERFORM SORT-SOURCE-TABLE
           PERFORM PRINT-PUNCTUALITY-REPORT
           PERFORM DISPLAY-RUN-SUMMARY
           IF WS-RECORDS-IN-MONTH = ZERO OR WS-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       GET-REPORT-MONTH.
      *    The CALCPUNP month, or the month before the run date.
           MOVE ZEROS TO WS-YEAR-MONTH
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "35"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PUNP-YEAR-MONTH NUMERIC
                           MOVE PUNP-YEAR-MONTH TO WS-YEAR-MONTH
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-YM-MONTH < 1 OR WS-YM-MONTH > 12
               MOVE WS-RUN-DATE(1:6) TO WS-YEAR-MONTH
               IF WS-YM-MONTH = 1
                   SUBTRACT 1 FROM WS-YM-YEAR
                   MOVE 12 TO WS-YM-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-YM-MONTH
               END-IF
           END-IF.

       LOAD-MONTH-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               DISPLAY "CALCPUNC - NO ARRIVAL HISTORY ON CALCARVH"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM READ-HISTORY-RECORD
               PERFORM TALLY-HISTORY-RECORD UNTIL WS-END-OF-FILE
               CLOSE HISTORY-FILE
           END-IF.

       READ-HISTORY-RECORD.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       TALLY-HISTORY-RECORD.
           IF ARVH-BUSINESS-DATE(1:6) = WS-YEAR-MONTH
               ADD 1 TO WS-RECORDS-IN-MONTH
               PERFORM FIND-OR-ADD-SOURCE
               IF WS-SOURCE-FOUND-SUB > ZERO
                   PERFORM TALLY-ONE-DAY
               END-IF
           END-IF
           PERFORM READ-HISTORY-RECORD.

       FIND-OR-ADD-SOURCE.
           MOVE ZEROS TO WS-SOURCE-FOUND-SUB
           PERFORM FIND-SOURCE-ENTRY
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
                  OR WS-SOURCE-FOUND-SUB > ZERO
           IF WS-SOURCE-FOUND-SUB = ZERO
               IF WS-SOURCE-COUNT < 200
                   ADD 1 TO WS-SOURCE-COUNT
                   MOVE WS-SOURCE-COUNT TO WS-SOURCE-FOUND-SUB
                   MOVE ARVH-DEPARTMENT
                       TO WS-SRC-DEPARTMENT(WS-SOURCE-COUNT)
                   MOVE ARVH-SOURCE-ID
                       TO WS-SRC-SOURCE-ID(WS-SOURCE-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF.

       FIND-SOURCE-ENTRY.
           IF WS-SRC-DEPARTMENT(WS-SOURCE-SUB) = ARVH-DEPARTMENT AND
              WS-SRC-SOURCE-ID(WS-SOURCE-SUB) = ARVH-SOURCE-ID
               MOVE WS-SOURCE-SUB TO WS-SOURCE-FOUND-SUB
           END-IF.

       TALLY-ONE-DAY.
           MOVE WS-SOURCE-FOUND-SUB TO WS-SOURCE-SUB
           ADD 1 TO WS-SRC-DAYS-DUE(WS-SOURCE-SUB)
           EVALUATE TRUE
               WHEN ARVH-ONTIME
                   ADD 1 TO WS-SRC-ONTIME(WS-SOURCE-SUB)
               WHEN ARVH-LATE
                   ADD 1 TO WS-SRC-LATE(WS-SOURCE-SUB)
               WHEN ARVH-BREACH
                   ADD 1 TO WS-SRC-BREACH(WS-SOURCE-SUB)
               WHEN OTHER
                   ADD 1 TO WS-SRC-MISSING(WS-SOURCE-SUB)
           END-EVALUATE
           IF ARVH-LATE OR ARVH-BREACH
               ADD ARVH-MINUTES-LATE
                   TO WS-SRC-LATE-MINUTES(WS-SOURCE-SUB)
               IF ARVH-MINUTES-LATE > WS-SRC-WORST(WS-SOURCE-SUB)
                   MOVE ARVH-MINUTES-LATE
                       TO WS-SRC-WORST(WS-SOURCE-SUB)
               END-IF
           END-IF.

       SORT-SOURCE-TABLE.
      *    Department, then source: a plain exchange sort, the table
      *    being a month's handful of sources.
           PERFORM SORT-OUTER-PASS
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB >= WS-SOURCE-COUNT.

       SORT-OUTER-PASS.
           PERFORM SORT-COMPARE-PAIR
               VARYING WS-SOURCE-SUB-2 FROM WS-SOURCE-SUB BY 1
               UNTIL WS-SOURCE-SUB-2 > WS-SOURCE-COUNT.

       SORT-COMPARE-PAIR.
           IF WS-SRC-DEPARTMENT(WS-SOURCE-SUB-2) <
              WS-SRC-DEPARTMENT(WS-SOURCE-SUB) OR
              (WS-SRC-DEPARTMENT(WS-SOURCE-SUB-2) =
               WS-SRC-DEPARTMENT(WS-SOURCE-SUB) AND
               WS-SRC-SOURCE-ID(WS-SOURCE-SUB-2) <
               WS-SRC-SOURCE-ID(WS-SOURCE-SUB))
               MOVE WS-SOURCE-ENTRY(WS-SOURCE-SUB) TO WS-SWAP-ENTRY
               MOVE WS-SOURCE-ENTRY(WS-SOURCE-SUB-2)
                   TO WS-SOURCE-ENTRY(WS-SOURCE-SUB)
               MOVE WS-SWAP-ENTRY TO WS-SOURCE-ENTRY(WS-SOURCE-SUB-2)
           END-IF.

      *****************************************************************
      * The CALCPUNR report.                                           *
      *****************************************************************
       PRINT-PUNCTUALITY-REPORT.
           OPEN OUTPUT REPORT-FILE
           PERFORM START-NEW-PAGE
           MOVE SPACES TO REPORT-LINE
           STRING "ON TIME = BY THE EXPECTED TIME.  LATE = AFTER "
                  "EXPECTED, BY THE LATEST ACCEPTABLE TIME.  BREACH = "
                  "AFTER THE LATEST ACCEPTABLE TIME."
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MINUTES LATE ARE COUNTED FROM THE EXPECTED TIME, "
                  "AVERAGED OVER THE LATE AND BREACH ARRIVALS."
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-DEPARTMENT
           PERFORM PRINT-SOURCE-ENTRY
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
           IF WS-SOURCE-COUNT > ZERO
               PERFORM PRINT-DEPARTMENT-TOTAL
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-SHOP-STATS TO WS-LINE-STATS
               MOVE "ALL DEPARTMENTS" TO WS-LINE-LABEL
               PERFORM PRINT-STATS-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "NO FILES WERE SCHEDULED IN THE MONTH"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-TABLE-FULL
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "** SOURCE TABLE FULL - REPORT INCOMPLETE **"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           CLOSE REPORT-FILE.

       PRINT-SOURCE-ENTRY.
           IF WS-SRC-DEPARTMENT(WS-SOURCE-SUB) NOT = WS-PRINT-DEPARTMENT
              OR WS-SOURCE-SUB = 1
               IF WS-SOURCE-SUB > 1
                   PERFORM PRINT-DEPARTMENT-TOTAL
               END-IF
               MOVE WS-SRC-DEPARTMENT(WS-SOURCE-SUB)
                   TO WS-PRINT-DEPARTMENT
               INITIALIZE WS-DEPT-STATS
               ADD 1 TO WS-DEPARTMENT-COUNT
               PERFORM PRINT-DEPARTMENT-HEADING
           END-IF
           MOVE WS-SRC-DAYS-DUE(WS-SOURCE-SUB) TO WS-LIN-DAYS-DUE
           MOVE WS-SRC-ONTIME(WS-SOURCE-SUB) TO WS-LIN-ONTIME
           MOVE WS-SRC-LATE(WS-SOURCE-SUB) TO WS-LIN-LATE
           MOVE WS-SRC-BREACH(WS-SOURCE-SUB) TO WS-LIN-BREACH
           MOVE WS-SRC-MISSING(WS-SOURCE-SUB) TO WS-LIN-MISSING
           MOVE WS-SRC-LATE-MINUTES(WS-SOURCE-SUB)
               TO WS-LIN-LATE-MINUTES
           MOVE WS-SRC-WORST(WS-SOURCE-SUB) TO WS-LIN-WORST
           MOVE WS-SRC-SOURCE-ID(WS-SOURCE-SUB) TO WS-LINE-LABEL
           PERFORM PRINT-STATS-LINE
           ADD WS-LIN-DAYS-DUE TO WS-DPT-DAYS-DUE WS-SHP-DAYS-DUE
           ADD WS-LIN-ONTIME TO WS-DPT-ONTIME WS-SHP-ONTIME
           ADD WS-LIN-LATE TO WS-DPT-LATE WS-SHP-LATE
           ADD WS-LIN-BREACH TO WS-DPT-BREACH WS-SHP-BREACH
           ADD WS-LIN-MISSING TO WS-DPT-MISSING WS-SHP-MISSING
           ADD WS-LIN-LATE-MINUTES
               TO WS-DPT-LATE-MINUTES WS-SHP-LATE-MINUTES
           IF WS-LIN-WORST > WS-DPT-WORST
               MOVE WS-LIN-WORST TO WS-DPT-WORST
           END-IF
           IF WS-LIN-WORST > WS-SHP-WORST
               MOVE WS-LIN-WORST TO WS-SHP-WORST
           END-IF.

       PRINT-DEPARTMENT-HEADING.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DEPARTMENT " WS-PRINT-DEPARTMENT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-COLUMN-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-DEPARTMENT-TOTAL.
           MOVE WS-DEPT-STATS TO WS-LINE-STATS
           MOVE SPACES TO WS-LINE-LABEL
           STRING WS-PRINT-DEPARTMENT " TOTAL"
               DELIMITED BY SIZE INTO WS-LINE-LABEL
           END-STRING
           PERFORM PRINT-STATS-LINE.

       PRINT-STATS-LINE.
      *    The on-time share of the days due, and the average over
      *    the arrivals that were late at all.
           MOVE ZEROS TO WS-ONTIME-PERCENT
           IF WS-LIN-DAYS-DUE > ZERO
               COMPUTE WS-ONTIME-PERCENT ROUNDED =
                       WS-LIN-ONTIME * 100 / WS-LIN-DAYS-DUE
           END-IF
           COMPUTE WS-ARRIVED-LATE = WS-LIN-LATE + WS-LIN-BREACH
           MOVE ZEROS TO WS-AVERAGE-LATE
           IF WS-ARRIVED-LATE > ZERO
               COMPUTE WS-AVERAGE-LATE ROUNDED =
                       WS-LIN-LATE-MINUTES / WS-ARRIVED-LATE
           END-IF
           MOVE WS-LIN-DAYS-DUE TO WS-DISPLAY-DAYS
           MOVE WS-LIN-ONTIME TO WS-DISPLAY-ONTIME
           MOVE WS-LIN-LATE TO WS-DISPLAY-LATE
           MOVE WS-LIN-BREACH TO WS-DISPLAY-BREACH
           MOVE WS-LIN-MISSING TO WS-DISPLAY-MISSING
           MOVE WS-ONTIME-PERCENT TO WS-DISPLAY-PERCENT
           MOVE WS-AVERAGE-LATE TO WS-DISPLAY-AVERAGE
           MOVE WS-LIN-WORST TO WS-DISPLAY-WORST
           MOVE SPACES TO REPORT-LINE
           STRING WS-LINE-LABEL " " WS-DISPLAY-DAYS "   "
                  WS-DISPLAY-ONTIME " " WS-DISPLAY-LATE "  "
                  WS-DISPLAY-BREACH "   " WS-DISPLAY-MISSING "      "
                  WS-DISPLAY-PERCENT "      " WS-DISPLAY-AVERAGE
                  "       " WS-DISPLAY-WORST
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-YEAR-MONTH TO WS-HDG-MONTH
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
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
           DISPLAY "CALCPUNC - PUNCTUALITY REPORT SUMMARY"
           DISPLAY "========================================"
           DISPLAY "Month reported:       " WS-YEAR-MONTH
           DISPLAY "History records read: " WS-RECORDS-READ
           DISPLAY "Days in month:        " WS-RECORDS-IN-MONTH
           DISPLAY "Departments:          " WS-DEPARTMENT-COUNT
           DISPLAY "Sources:              " WS-SOURCE-COUNT
           IF WS-TABLE-FULL
               DISPLAY "SOURCE TABLE FULL - REPORT INCOMPLETE"
           END-IF
           DISPLAY "Report written to:    CALCPUNR"
           DISPLAY "========================================".

       END PROGRAM CALCPUNC.
