       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSURV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Nightly Structuring and Velocity Surveillance                  *
      * Reads the CALCAUDM audit master for the business date from     *
      * CALCBDAT and the 30 days before it (simulation calls and seals *
      * left out) and looks at every caller for four patterns:         *
      *   N - a run of calls inside the rolling window, each within    *
      *       the configured percentage below the caller's CALCPARM    *
      *       review limit - one large amount split to dodge the       *
      *       approval queue;                                          *
      *   R - the same operation with the same operands repeated       *
      *       inside the rolling window;                               *
      *   J - a call on the business date worth far more than the      *
      *       caller's own average over the previous 30 days;          *
      *   H - a call on the business date in an hour of the day the    *
      *       caller hardly ever used over the previous 30 days.       *
      * A call's value is the larger operand magnitude, as CALCULATOR  *
      * measures it against the review limit (the wide fields on a     *
      * high-precision call); date and register operations carry no    *
      * value. An alert is raised only when a call on the business     *
      * date is behind it, and goes to CALCSRVA (see CALCSVA) with one *
      * record per call - sequence number, correlation ID and master   *
      * key for CALCTRCE - and to the CALCSRVR report.                 *
      * Reviewers clear alerts by appending to CALCSRVD (see CALCSVD)  *
      * with their user ID. A dismissed alert ID is never raised       *
      * again and the calls behind it stop counting toward the same    *
      * scenario; an alert ID already on CALCSRVA is not written twice *
      * when the job is rerun for the same day.                        *
      * Thresholds come from the CALCSRVC control record; a missing    *
      * file or a zero field takes the default: within 10 percent of   *
      * the limit, 3 calls, a 3-day window, 5 repeats, a value over    *
      * 300 percent of the average with at least 10 calls of history,  *
      * and an hour normal when it holds 2 percent of at least 20      *
      * calls of history.                                              *
      * Return code 16 when CALCAUDM cannot be opened, 4 when any      *
      * alert is raised or a work table fills, otherwise 0.            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CALCSRVC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "CALCAUDM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDM-PRIMARY-KEY
               ALTERNATE RECORD KEY IS AUDM-CALLER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT DISMISSAL-FILE ASSIGN TO "CALCSRVD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISMISSAL-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "CALCSRVA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCSRVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  SURVEILLANCE-CONTROL-RECORD.
           05  SRVC-NEAR-PERCENT       PIC 9(3).
           05  SRVC-NEAR-COUNT         PIC 9(3).
           05  SRVC-WINDOW-DAYS        PIC 9(2).
           05  SRVC-REPEAT-COUNT       PIC 9(3).
           05  SRVC-JUMP-PERCENT       PIC 9(5).
           05  SRVC-JUMP-MIN-CALLS     PIC 9(3).
           05  SRVC-HOUR-PERCENT       PIC 9(2).
           05  SRVC-HOUR-MIN-CALLS     PIC 9(3).

       FD  BUSINESS-DATE-FILE.
           COPY CALCBDT.

       FD  PARM-FILE.
           COPY CALCPARM.

       FD  MASTER-FILE.
           COPY CALCAUDM.

       FD  DISMISSAL-FILE.
           COPY CALCSVD.

       FD  ALERT-FILE.
           COPY CALCSVA.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-BDAT-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-MASTER-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-DISMISSAL-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-ALERT-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-MASTER-MISSING-SWITCH PIC X VALUE "N".
           88  WS-MASTER-MISSING   VALUE "Y".
       01  WS-TABLE-FULL-SWITCH    PIC X VALUE "N".
           88  WS-TABLE-FULL       VALUE "Y".

       01  WS-RUN-STAMP            PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-RUN-TIME             PIC 9(6) VALUE ZEROS.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-BUSINESS-DAY-NUMBER  PIC S9(9) COMP-3 VALUE ZEROS.
       01  WS-HISTORY-START        PIC 9(8) VALUE ZEROS.
       01  WS-WINDOW-START         PIC 9(8) VALUE ZEROS.

      *    Scenario thresholds, defaulted and then overridden from
      *    CALCSRVC.
       01  WS-NEAR-PERCENT         PIC 9(3) VALUE 10.
       01  WS-NEAR-COUNT           PIC 9(3) VALUE 3.
       01  WS-WINDOW-DAYS          PIC 9(2) VALUE 3.
       01  WS-REPEAT-COUNT         PIC 9(3) VALUE 5.
       01  WS-JUMP-PERCENT         PIC 9(5) VALUE 300.
       01  WS-JUMP-MIN-CALLS       PIC 9(3) VALUE 10.
       01  WS-HOUR-PERCENT         PIC 9(2) VALUE 2.
       01  WS-HOUR-MIN-CALLS       PIC 9(3) VALUE 20.

      *    Every caller seen, with its review limit from CALCPARM (zero
      *    when it has none) and its history over the 30 days before
      *    the business date: valued calls and their total, and calls
      *    by hour of the day.
       01  WS-CALLER-TABLE.
           05  WS-CALLER-COUNT     PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-CALLER-ENTRY OCCURS 300 TIMES.
               10  WS-CLR-ID           PIC X(08).
               10  WS-CLR-REVIEW-LIMIT PIC S9(9)V99.
               10  WS-CLR-VALUE-CALLS  PIC 9(7).
               10  WS-CLR-VALUE-TOTAL  PIC 9(15)V9(6).
               10  WS-CLR-TIMED-CALLS  PIC 9(7).
               10  WS-CLR-HOUR-CALLS   PIC 9(7) OCCURS 24 TIMES.
       01  WS-CALLER-SUB           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-FOUND-CALLER-SUB     PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-FIND-CALLER-ID       PIC X(08) VALUE SPACES.

      *    Every call inside the rolling window. The excluded flags
      *    mark calls behind a dismissed alert of that scenario; the
      *    pick flag marks the calls behind the alert being built.
       01  WS-CALL-TABLE.
           05  WS-CALL-COUNT       PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-CALL-ENTRY OCCURS 5000 TIMES.
               10  WS-CALL-CALLER-SUB  PIC 9(3) COMP-3.
               10  WS-CALL-MASTER-KEY.
                   15  WS-CALL-DATE        PIC 9(8).
                   15  WS-CALL-SEQUENCE-NO PIC 9(9).
                   15  WS-CALL-RUN-TIME    PIC 9(6).
               10  WS-CALL-CORR-ID     PIC X(16).
               10  WS-CALL-TIME        PIC 9(6).
               10  WS-CALL-OPERATION   PIC X.
               10  WS-CALL-OPERAND-1   PIC S9(15)V9(6).
               10  WS-CALL-OPERAND-2   PIC S9(15)V9(6).
               10  WS-CALL-VALUE       PIC 9(15)V9(6).
               10  WS-CALL-EXCLUDED    PIC X(4).
               10  WS-CALL-GROUPED     PIC X.
               10  WS-CALL-PICKED      PIC X.
       01  WS-CALL-SUB             PIC 9(5) COMP-3 VALUE ZEROS.
       01  WS-MATCH-SUB            PIC 9(5) COMP-3 VALUE ZEROS.

      *    Dismissed alert IDs, the calls behind them by scenario, and
      *    the alert IDs CALCSRVA already holds for the business date.
       01  WS-DISMISSED-TABLE.
           05  WS-DISMISSED-COUNT  PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-DISMISSED-ID     PIC X(20) OCCURS 1000 TIMES.
       01  WS-EXCLUDED-TABLE.
           05  WS-EXCLUDED-COUNT   PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-EXCLUDED-ENTRY OCCURS 2000 TIMES.
               10  WS-EXC-SCENARIO     PIC X.
               10  WS-EXC-MASTER-KEY   PIC X(23).
       01  WS-RAISED-TABLE.
           05  WS-RAISED-COUNT     PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-RAISED-ID        PIC X(20) OCCURS 1000 TIMES.
       01  WS-TABLE-SUB            PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-FIND-ALERT-ID        PIC X(20) VALUE SPACES.
       01  WS-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-FOUND            VALUE "Y".
       01  WS-EXCLUDE-KEY          PIC X(23) VALUE SPACES.
       01  WS-SCENARIO-SUB         PIC 9 VALUE ZERO.
       01  WS-SCENARIO-CODES       PIC X(4) VALUE "NRJH".

      *    The value of the master record being read.
       01  WS-OPERAND-1-WORK       PIC S9(15)V9(6) VALUE ZEROS.
       01  WS-OPERAND-2-WORK       PIC S9(15)V9(6) VALUE ZEROS.
       01  WS-VALUE-WORK           PIC 9(15)V9(6) VALUE ZEROS.
       01  WS-HOUR-SUB             PIC 9(2) VALUE ZEROS.

      *    The alert being built.
       01  WS-ALERT-ID.
           05  WS-ALERT-SCENARIO   PIC X.
           05  WS-ALERT-CALLER-ID  PIC X(08).
           05  WS-ALERT-DATE       PIC 9(8).
           05  WS-ALERT-NO         PIC 9(3).
       01  WS-ALERT-DESCRIPTION    PIC X(40) VALUE SPACES.
       01  WS-PICK-COUNT           PIC 9(5) VALUE ZEROS.
       01  WS-PICK-TODAY-SWITCH    PIC X VALUE "N".
           88  WS-PICK-TODAY       VALUE "Y".
       01  WS-ITEM-NO              PIC 9(5) VALUE ZEROS.
       01  WS-NEAR-SHARE           PIC 9(3) VALUE ZEROS.
       01  WS-NEAR-FLOOR           PIC 9(15)V9(6) VALUE ZEROS.
       01  WS-AVERAGE-VALUE        PIC 9(15)V9(6) VALUE ZEROS.
       01  WS-JUMP-FLOOR           PIC 9(15)V9(6) VALUE ZEROS.

       01  WS-MASTER-RECORDS-READ  PIC 9(9) VALUE ZEROS.
       01  WS-DISMISSALS-READ      PIC 9(5) VALUE ZEROS.
       01  WS-DISMISSALS-IGNORED   PIC 9(5) VALUE ZEROS.
       01  WS-ALERTS-RAISED        PIC 9(5) VALUE ZEROS.
       01  WS-ALERTS-DISMISSED     PIC 9(5) VALUE ZEROS.
       01  WS-ALERTS-ON-FILE       PIC 9(5) VALUE ZEROS.
       01  WS-SCENARIO-ALERTS      PIC 9(5) OCCURS 4 TIMES.

       01  WS-DISPLAY-VALUE        PIC Z(14)9.99.
       01  WS-DISPLAY-AVERAGE      PIC Z(11)9.99.
       01  WS-DISPLAY-LIMIT        PIC -(9)9.99.
       01  WS-DISPLAY-COUNT        PIC Z(4)9.
       01  WS-DISPLAY-PERCENT      PIC Z(4)9.

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
       01  WS-LINE-NUMBER          PIC 9(2) VALUE 99.
       01  WS-PAGE-LIMIT           PIC 9(2) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(42) VALUE
               "CALCSURV - STRUCTURING/VELOCITY ALERTS".
           05  FILLER              PIC X(17) VALUE
               "   BUSINESS DATE ".
           05  WS-HDG-DATE         PIC 9(8).
           05  FILLER              PIC X(8) VALUE "    PAGE".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           INITIALIZE WS-CALLER-TABLE
           INITIALIZE WS-CALL-TABLE
           INITIALIZE WS-DISMISSED-TABLE
           INITIALIZE WS-EXCLUDED-TABLE
           INITIALIZE WS-RAISED-TABLE
           MOVE ZEROS TO WS-SCENARIO-ALERTS(1) WS-SCENARIO-ALERTS(2)
                         WS-SCENARIO-ALERTS(3) WS-SCENARIO-ALERTS(4)
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-STAMP(9:6) TO WS-RUN-TIME
           PERFORM GET-BUSINESS-DATE
           PERFORM READ-SURVEILLANCE-CONTROL
           OPEN OUTPUT REPORT-FILE
           PERFORM START-NEW-PAGE
           PERFORM PRINT-THRESHOLD-LINES
           PERFORM LOAD-CALLER-LIMITS
           PERFORM LOAD-DISMISSALS
           PERFORM LOAD-ALERTS-ON-FILE
           PERFORM GATHER-MASTER-CALLS
           IF WS-MASTER-MISSING
               MOVE SPACES TO REPORT-LINE
               MOVE "CALCAUDM CANNOT BE OPENED - NO SURVEILLANCE RUN"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM OPEN-ALERT-FILE
               PERFORM SURVEY-ONE-CALLER
                   VARYING WS-CALLER-SUB FROM 1 BY 1
                   UNTIL WS-CALLER-SUB > WS-CALLER-COUNT
               CLOSE ALERT-FILE
               PERFORM PRINT-TOTAL-LINES
           END-IF
           CLOSE REPORT-FILE
           PERFORM DISPLAY-RUN-SUMMARY
           EVALUATE TRUE
               WHEN WS-MASTER-MISSING
                   MOVE 16 TO RETURN-CODE
               WHEN WS-ALERTS-RAISED > ZERO OR WS-TABLE-FULL
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *****************************************************************
      * Business date, history and window limits, thresholds.          *
      *****************************************************************
       GET-BUSINESS-DATE.
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
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-BUSINESS-DATE = ZEROS
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           END-IF
           COMPUTE WS-BUSINESS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           COMPUTE WS-HISTORY-START = FUNCTION DATE-OF-INTEGER(
               WS-BUSINESS-DAY-NUMBER - 30).

       READ-SURVEILLANCE-CONTROL.
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
      *    The window never reaches back past the history period.
           IF WS-WINDOW-DAYS > 30
               MOVE 30 TO WS-WINDOW-DAYS
           END-IF
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               WS-BUSINESS-DAY-NUMBER - WS-WINDOW-DAYS + 1).

       APPLY-CONTROL-RECORD.
           IF SRVC-NEAR-PERCENT NUMERIC AND SRVC-NEAR-PERCENT > ZERO
              AND SRVC-NEAR-PERCENT < 100
               MOVE SRVC-NEAR-PERCENT TO WS-NEAR-PERCENT
           END-IF
           IF SRVC-NEAR-COUNT NUMERIC AND SRVC-NEAR-COUNT > 1
               MOVE SRVC-NEAR-COUNT TO WS-NEAR-COUNT
           END-IF
           IF SRVC-WINDOW-DAYS NUMERIC AND SRVC-WINDOW-DAYS > ZERO
               MOVE SRVC-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           IF SRVC-REPEAT-COUNT NUMERIC AND SRVC-REPEAT-COUNT > 1
               MOVE SRVC-REPEAT-COUNT TO WS-REPEAT-COUNT
           END-IF
           IF SRVC-JUMP-PERCENT NUMERIC AND SRVC-JUMP-PERCENT > 100
               MOVE SRVC-JUMP-PERCENT TO WS-JUMP-PERCENT
           END-IF
           IF SRVC-JUMP-MIN-CALLS NUMERIC AND SRVC-JUMP-MIN-CALLS > ZERO
               MOVE SRVC-JUMP-MIN-CALLS TO WS-JUMP-MIN-CALLS
           END-IF
           IF SRVC-HOUR-PERCENT NUMERIC AND SRVC-HOUR-PERCENT > ZERO
               MOVE SRVC-HOUR-PERCENT TO WS-HOUR-PERCENT
           END-IF
           IF SRVC-HOUR-MIN-CALLS NUMERIC AND SRVC-HOUR-MIN-CALLS > ZERO
               MOVE SRVC-HOUR-MIN-CALLS TO WS-HOUR-MIN-CALLS
           END-IF.

      *****************************************************************
      * Review limits, dismissals and what CALCSRVA already holds.     *
      *****************************************************************
       LOAD-CALLER-LIMITS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM READ-PARM-RECORD
               PERFORM STORE-PARM-RECORD UNTIL WS-END-OF-FILE
               CLOSE PARM-FILE
           END-IF.

       READ-PARM-RECORD.
           READ PARM-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-PARM-RECORD.
           IF PARM-CALLER-ID NOT = SPACES
               MOVE PARM-CALLER-ID TO WS-FIND-CALLER-ID
               PERFORM ADD-CALLER-ENTRY
               IF WS-FOUND-CALLER-SUB > ZERO AND
                  PARM-REVIEW-LIMIT NUMERIC
                   MOVE PARM-REVIEW-LIMIT
                       TO WS-CLR-REVIEW-LIMIT(WS-FOUND-CALLER-SUB)
               END-IF
           END-IF
           PERFORM READ-PARM-RECORD.

       ADD-CALLER-ENTRY.
      *    Finds the caller, adding it when there is room.
           PERFORM FIND-CALLER-ENTRY
           IF WS-FOUND-CALLER-SUB = ZERO
               IF WS-CALLER-COUNT < 300
                   ADD 1 TO WS-CALLER-COUNT
                   MOVE WS-CALLER-COUNT TO WS-FOUND-CALLER-SUB
                   INITIALIZE WS-CALLER-ENTRY(WS-CALLER-COUNT)
                   MOVE WS-FIND-CALLER-ID TO WS-CLR-ID(WS-CALLER-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF.

       FIND-CALLER-ENTRY.
           MOVE ZEROS TO WS-FOUND-CALLER-SUB
           PERFORM MATCH-CALLER-ENTRY
               VARYING WS-CALLER-SUB FROM 1 BY 1
               UNTIL WS-CALLER-SUB > WS-CALLER-COUNT OR
                     WS-FOUND-CALLER-SUB > ZERO.

       MATCH-CALLER-ENTRY.
           IF WS-CLR-ID(WS-CALLER-SUB) = WS-FIND-CALLER-ID
               MOVE WS-CALLER-SUB TO WS-FOUND-CALLER-SUB
           END-IF.

       LOAD-DISMISSALS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DISMISSAL-FILE
           IF WS-DISMISSAL-FILE-STATUS = "00"
               PERFORM READ-DISMISSAL-RECORD
               PERFORM STORE-DISMISSAL-RECORD UNTIL WS-END-OF-FILE
               CLOSE DISMISSAL-FILE
           END-IF.

       READ-DISMISSAL-RECORD.
           READ DISMISSAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-DISMISSAL-RECORD.
      *    A dismissal has to say who cleared the alert.
           ADD 1 TO WS-DISMISSALS-READ
           IF SVD-REVIEWER-ID = SPACES OR SVD-ALERT-ID = SPACES
               ADD 1 TO WS-DISMISSALS-IGNORED
               MOVE SPACES TO REPORT-LINE
               STRING "DISMISSAL IGNORED - NO REVIEWER ID: "
                      SVD-ALERT-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           ELSE
               IF WS-DISMISSED-COUNT < 1000
                   ADD 1 TO WS-DISMISSED-COUNT
                   MOVE SVD-ALERT-ID
                       TO WS-DISMISSED-ID(WS-DISMISSED-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF
           PERFORM READ-DISMISSAL-RECORD.

       LOAD-ALERTS-ON-FILE.
      *    The calls behind every dismissed alert, by scenario, and
      *    the IDs already raised for this business date.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-FILE-STATUS = "00"
               PERFORM READ-ALERT-RECORD
               PERFORM NOTE-ALERT-RECORD UNTIL WS-END-OF-FILE
               CLOSE ALERT-FILE
           END-IF.

       READ-ALERT-RECORD.
           READ ALERT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       NOTE-ALERT-RECORD.
           MOVE SVA-ALERT-ID TO WS-FIND-ALERT-ID
           PERFORM FIND-DISMISSED-ID
           IF WS-FOUND
               IF WS-EXCLUDED-COUNT < 2000
                   ADD 1 TO WS-EXCLUDED-COUNT
                   MOVE SVA-SCENARIO
                       TO WS-EXC-SCENARIO(WS-EXCLUDED-COUNT)
                   MOVE SVA-MASTER-KEY
                       TO WS-EXC-MASTER-KEY(WS-EXCLUDED-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF
           IF SVA-ALERT-DATE = WS-BUSINESS-DATE AND SVA-ITEM-NO = 1
               IF WS-RAISED-COUNT < 1000
                   ADD 1 TO WS-RAISED-COUNT
                   MOVE SVA-ALERT-ID TO WS-RAISED-ID(WS-RAISED-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF
           PERFORM READ-ALERT-RECORD.

       FIND-DISMISSED-ID.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM MATCH-DISMISSED-ID
               VARYING WS-TABLE-SUB FROM 1 BY 1
               UNTIL WS-TABLE-SUB > WS-DISMISSED-COUNT OR WS-FOUND.

       MATCH-DISMISSED-ID.
           IF WS-DISMISSED-ID(WS-TABLE-SUB) = WS-FIND-ALERT-ID
               MOVE "Y" TO WS-FOUND-SWITCH
           END-IF.

       FIND-RAISED-ID.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM MATCH-RAISED-ID
               VARYING WS-TABLE-SUB FROM 1 BY 1
               UNTIL WS-TABLE-SUB > WS-RAISED-COUNT OR WS-FOUND.

       MATCH-RAISED-ID.
           IF WS-RAISED-ID(WS-TABLE-SUB) = WS-FIND-ALERT-ID
               MOVE "Y" TO WS-FOUND-SWITCH
           END-IF.

      *****************************************************************
      * The audit master from the start of the history period to the   *
      * business date: history into the caller table, the rolling      *
      * window into the call table.                                    *
      *****************************************************************
       GATHER-MASTER-CALLS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-MASTER-MISSING-SWITCH
           ELSE
               MOVE WS-HISTORY-START TO AUDM-BUSINESS-DATE
               MOVE ZEROS TO AUDM-SEQUENCE-NO
               MOVE ZEROS TO AUDM-RUN-TIME
               START MASTER-FILE KEY IS >= AUDM-PRIMARY-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               IF NOT WS-END-OF-FILE
                   PERFORM READ-MASTER-RECORD
               END-IF
               PERFORM NOTE-MASTER-CALL UNTIL WS-END-OF-FILE
               CLOSE MASTER-FILE
           END-IF.

       READ-MASTER-RECORD.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-END-OF-FILE AND
              AUDM-BUSINESS-DATE > WS-BUSINESS-DATE
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       NOTE-MASTER-CALL.
           ADD 1 TO WS-MASTER-RECORDS-READ
           IF AUDM-SIM-MARKER NOT = "S" AND
              AUDM-STATUS NOT = "SEAL" AND
              AUDM-CALLER-ID NOT = SPACES AND
              AUDM-BUSINESS-DATE >= WS-HISTORY-START
               MOVE AUDM-CALLER-ID TO WS-FIND-CALLER-ID
               PERFORM ADD-CALLER-ENTRY
               IF WS-FOUND-CALLER-SUB > ZERO
                   PERFORM MEASURE-CALL-VALUE
                   IF AUDM-BUSINESS-DATE < WS-BUSINESS-DATE
                       PERFORM ADD-CALLER-HISTORY
                   END-IF
                   IF AUDM-BUSINESS-DATE >= WS-WINDOW-START
                       PERFORM STORE-WINDOW-CALL
                   END-IF
               END-IF
           END-IF
           PERFORM READ-MASTER-RECORD.

       MEASURE-CALL-VALUE.
      *    The larger operand magnitude, as the review-limit check
      *    sees it; date and register operations carry no value.
           IF AUDM-PRECISION-MODE = "H"
               MOVE AUDM-OPERAND-1-EXT TO WS-OPERAND-1-WORK
               MOVE AUDM-OPERAND-2-EXT TO WS-OPERAND-2-WORK
           ELSE
               MOVE AUDM-OPERAND-1 TO WS-OPERAND-1-WORK
               MOVE AUDM-OPERAND-2 TO WS-OPERAND-2-WORK
           END-IF
           IF AUDM-OPERATION = "N" OR AUDM-OPERATION = "F" OR
              AUDM-OPERATION = "Y" OR AUDM-OPERATION = "Z"
               MOVE ZEROS TO WS-VALUE-WORK
           ELSE
               MOVE FUNCTION ABS(WS-OPERAND-1-WORK) TO WS-VALUE-WORK
               IF FUNCTION ABS(WS-OPERAND-2-WORK) > WS-VALUE-WORK
                   MOVE FUNCTION ABS(WS-OPERAND-2-WORK)
                       TO WS-VALUE-WORK
               END-IF
           END-IF.

       ADD-CALLER-HISTORY.
           IF WS-VALUE-WORK > ZERO
               ADD 1 TO WS-CLR-VALUE-CALLS(WS-FOUND-CALLER-SUB)
               ADD WS-VALUE-WORK
                   TO WS-CLR-VALUE-TOTAL(WS-FOUND-CALLER-SUB)
           END-IF
      *    Records written before the call time was kept carry zero
      *    and say nothing about the hour.
           IF AUDM-CALL-TIME NUMERIC AND AUDM-CALL-TIME > ZERO
               COMPUTE WS-HOUR-SUB = AUDM-CALL-TIME / 10000 + 1
               IF WS-HOUR-SUB <= 24
                   ADD 1 TO WS-CLR-TIMED-CALLS(WS-FOUND-CALLER-SUB)
                   ADD 1 TO WS-CLR-HOUR-CALLS(WS-FOUND-CALLER-SUB,
                                              WS-HOUR-SUB)
               END-IF
           END-IF.

       STORE-WINDOW-CALL.
           IF WS-CALL-COUNT < 5000
               ADD 1 TO WS-CALL-COUNT
               MOVE WS-FOUND-CALLER-SUB
                   TO WS-CALL-CALLER-SUB(WS-CALL-COUNT)
               MOVE AUDM-BUSINESS-DATE TO WS-CALL-DATE(WS-CALL-COUNT)
               MOVE AUDM-SEQUENCE-NO
                   TO WS-CALL-SEQUENCE-NO(WS-CALL-COUNT)
               MOVE AUDM-RUN-TIME TO WS-CALL-RUN-TIME(WS-CALL-COUNT)
               MOVE AUDM-CORR-ID TO WS-CALL-CORR-ID(WS-CALL-COUNT)
               IF AUDM-CALL-TIME NUMERIC
                   MOVE AUDM-CALL-TIME TO WS-CALL-TIME(WS-CALL-COUNT)
               ELSE
                   MOVE ZEROS TO WS-CALL-TIME(WS-CALL-COUNT)
               END-IF
               MOVE AUDM-OPERATION TO WS-CALL-OPERATION(WS-CALL-COUNT)
               MOVE WS-OPERAND-1-WORK
                   TO WS-CALL-OPERAND-1(WS-CALL-COUNT)
               MOVE WS-OPERAND-2-WORK
                   TO WS-CALL-OPERAND-2(WS-CALL-COUNT)
               MOVE WS-VALUE-WORK TO WS-CALL-VALUE(WS-CALL-COUNT)
               MOVE "N" TO WS-CALL-GROUPED(WS-CALL-COUNT)
               MOVE "N" TO WS-CALL-PICKED(WS-CALL-COUNT)
               MOVE WS-CALL-MASTER-KEY(WS-CALL-COUNT)
                   TO WS-EXCLUDE-KEY
               PERFORM MARK-EXCLUDED-SCENARIO
                   VARYING WS-SCENARIO-SUB FROM 1 BY 1
                   UNTIL WS-SCENARIO-SUB > 4
           ELSE
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
           END-IF.

       MARK-EXCLUDED-SCENARIO.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM MATCH-EXCLUDED-CALL
               VARYING WS-TABLE-SUB FROM 1 BY 1
               UNTIL WS-TABLE-SUB > WS-EXCLUDED-COUNT OR WS-FOUND
           IF WS-FOUND
               MOVE "Y" TO WS-CALL-EXCLUDED(WS-CALL-COUNT)
                               (WS-SCENARIO-SUB:1)
           ELSE
               MOVE "N" TO WS-CALL-EXCLUDED(WS-CALL-COUNT)
                               (WS-SCENARIO-SUB:1)
           END-IF.

       MATCH-EXCLUDED-CALL.
           IF WS-EXC-SCENARIO(WS-TABLE-SUB) =
              WS-SCENARIO-CODES(WS-SCENARIO-SUB:1) AND
              WS-EXC-MASTER-KEY(WS-TABLE-SUB) = WS-EXCLUDE-KEY
               MOVE "Y" TO WS-FOUND-SWITCH
           END-IF.

      *****************************************************************
      * The four scenarios, caller by caller.                          *
      *****************************************************************
       SURVEY-ONE-CALLER.
           MOVE WS-CLR-ID(WS-CALLER-SUB) TO WS-ALERT-CALLER-ID
           MOVE WS-BUSINESS-DATE TO WS-ALERT-DATE
           PERFORM CHECK-NEAR-LIMIT-RUN
           PERFORM CHECK-REPEATED-CALLS
           PERFORM CHECK-VALUE-JUMP
           PERFORM CHECK-OFF-HOURS.

       CLEAR-PICKS.
           MOVE ZEROS TO WS-PICK-COUNT
           MOVE "N" TO WS-PICK-TODAY-SWITCH
           PERFORM CLEAR-ONE-PICK
               VARYING WS-CALL-SUB FROM 1 BY 1
               UNTIL WS-CALL-SUB > WS-CALL-COUNT.

       CLEAR-ONE-PICK.
           MOVE "N" TO WS-CALL-PICKED(WS-CALL-SUB).

       PICK-CALL.
           MOVE "Y" TO WS-CALL-PICKED(WS-CALL-SUB)
           ADD 1 TO WS-PICK-COUNT
           IF WS-CALL-DATE(WS-CALL-SUB) = WS-BUSINESS-DATE
               MOVE "Y" TO WS-PICK-TODAY-SWITCH
           END-IF.

       CHECK-NEAR-LIMIT-RUN.
      *    Calls at or under the review limit but within the band
      *    below it; a caller with no review limit has nothing to
      *    structure around.
           IF WS-CLR-REVIEW-LIMIT(WS-CALLER-SUB) > ZERO
               COMPUTE WS-NEAR-SHARE = 100 - WS-NEAR-PERCENT
               COMPUTE WS-NEAR-FLOOR =
                   WS-CLR-REVIEW-LIMIT(WS-CALLER-SUB) *
                   WS-NEAR-SHARE / 100
               PERFORM CLEAR-PICKS
               PERFORM PICK-NEAR-LIMIT-CALL
                   VARYING WS-CALL-SUB FROM 1 BY 1
                   UNTIL WS-CALL-SUB > WS-CALL-COUNT
               IF WS-PICK-COUNT >= WS-NEAR-COUNT AND WS-PICK-TODAY
                   MOVE "N" TO WS-ALERT-SCENARIO
                   MOVE 1 TO WS-ALERT-NO
                   MOVE WS-PICK-COUNT TO WS-DISPLAY-COUNT
                   MOVE WS-NEAR-PERCENT TO WS-DISPLAY-PERCENT
                   MOVE SPACES TO WS-ALERT-DESCRIPTION
                   STRING "NEAR-LIMIT RUN " WS-DISPLAY-COUNT
                          " CALLS WITHIN" WS-DISPLAY-PERCENT "%"
                       DELIMITED BY SIZE INTO WS-ALERT-DESCRIPTION
                   END-STRING
                   PERFORM RAISE-ALERT
               END-IF
           END-IF.

       PICK-NEAR-LIMIT-CALL.
           IF WS-CALL-CALLER-SUB(WS-CALL-SUB) = WS-CALLER-SUB AND
              WS-CALL-EXCLUDED(WS-CALL-SUB)(1:1) = "N" AND
              WS-CALL-VALUE(WS-CALL-SUB) > ZERO AND
              WS-CALL-VALUE(WS-CALL-SUB) >= WS-NEAR-FLOOR AND
              WS-CALL-VALUE(WS-CALL-SUB) <=
                  WS-CLR-REVIEW-LIMIT(WS-CALLER-SUB)
               PERFORM PICK-CALL
           END-IF.

       CHECK-REPEATED-CALLS.
      *    Each distinct operation and operand pair is one group;
      *    every group big enough with a call today is an alert.
           MOVE ZEROS TO WS-ALERT-NO
           PERFORM CHECK-ONE-REPEAT-GROUP
               VARYING WS-MATCH-SUB FROM 1 BY 1
               UNTIL WS-MATCH-SUB > WS-CALL-COUNT.

       CHECK-ONE-REPEAT-GROUP.
           IF WS-CALL-CALLER-SUB(WS-MATCH-SUB) = WS-CALLER-SUB AND
              WS-CALL-EXCLUDED(WS-MATCH-SUB)(2:1) = "N" AND
              WS-CALL-GROUPED(WS-MATCH-SUB) = "N"
               PERFORM CLEAR-PICKS
               PERFORM PICK-REPEATED-CALL
                   VARYING WS-CALL-SUB FROM WS-MATCH-SUB BY 1
                   UNTIL WS-CALL-SUB > WS-CALL-COUNT
               IF WS-PICK-COUNT >= WS-REPEAT-COUNT AND WS-PICK-TODAY
                   MOVE "R" TO WS-ALERT-SCENARIO
                   ADD 1 TO WS-ALERT-NO
                   MOVE WS-PICK-COUNT TO WS-DISPLAY-COUNT
                   MOVE SPACES TO WS-ALERT-DESCRIPTION
                   STRING "REPEATED CALL " WS-DISPLAY-COUNT
                          " IDENTICAL OP "
                          WS-CALL-OPERATION(WS-MATCH-SUB)
                       DELIMITED BY SIZE INTO WS-ALERT-DESCRIPTION
                   END-STRING
                   PERFORM RAISE-ALERT
               END-IF
           END-IF.

       PICK-REPEATED-CALL.
           IF WS-CALL-CALLER-SUB(WS-CALL-SUB) = WS-CALLER-SUB AND
              WS-CALL-EXCLUDED(WS-CALL-SUB)(2:1) = "N" AND
              WS-CALL-GROUPED(WS-CALL-SUB) = "N" AND
              WS-CALL-OPERATION(WS-CALL-SUB) =
                  WS-CALL-OPERATION(WS-MATCH-SUB) AND
              WS-CALL-OPERAND-1(WS-CALL-SUB) =
                  WS-CALL-OPERAND-1(WS-MATCH-SUB) AND
              WS-CALL-OPERAND-2(WS-CALL-SUB) =
                  WS-CALL-OPERAND-2(WS-MATCH-SUB)
               MOVE "Y" TO WS-CALL-GROUPED(WS-CALL-SUB)
               PERFORM PICK-CALL
           END-IF.

       CHECK-VALUE-JUMP.
      *    Today's calls against the caller's own average over the
      *    previous 30 days, once there is enough history to judge.
           IF WS-CLR-VALUE-CALLS(WS-CALLER-SUB) >= WS-JUMP-MIN-CALLS
               COMPUTE WS-AVERAGE-VALUE =
                   WS-CLR-VALUE-TOTAL(WS-CALLER-SUB) /
                   WS-CLR-VALUE-CALLS(WS-CALLER-SUB)
               COMPUTE WS-JUMP-FLOOR =
                   WS-AVERAGE-VALUE * WS-JUMP-PERCENT / 100
               PERFORM CLEAR-PICKS
               PERFORM PICK-JUMP-CALL
                   VARYING WS-CALL-SUB FROM 1 BY 1
                   UNTIL WS-CALL-SUB > WS-CALL-COUNT
               IF WS-PICK-COUNT > ZERO
                   MOVE "J" TO WS-ALERT-SCENARIO
                   MOVE 1 TO WS-ALERT-NO
                   MOVE WS-AVERAGE-VALUE TO WS-DISPLAY-AVERAGE
                   MOVE SPACES TO WS-ALERT-DESCRIPTION
                   STRING "VALUE JUMP - 30-DAY AVG"
                          WS-DISPLAY-AVERAGE
                       DELIMITED BY SIZE INTO WS-ALERT-DESCRIPTION
                   END-STRING
                   PERFORM RAISE-ALERT
               END-IF
           END-IF.

       PICK-JUMP-CALL.
           IF WS-CALL-CALLER-SUB(WS-CALL-SUB) = WS-CALLER-SUB AND
              WS-CALL-DATE(WS-CALL-SUB) = WS-BUSINESS-DATE AND
              WS-CALL-EXCLUDED(WS-CALL-SUB)(3:1) = "N" AND
              WS-CALL-VALUE(WS-CALL-SUB) > WS-JUMP-FLOOR
               PERFORM PICK-CALL
           END-IF.

       CHECK-OFF-HOURS.
      *    An hour is normal for the caller when it held at least the
      *    configured share of the caller's timed history calls.
           IF WS-CLR-TIMED-CALLS(WS-CALLER-SUB) >= WS-HOUR-MIN-CALLS
               PERFORM CLEAR-PICKS
               PERFORM PICK-OFF-HOURS-CALL
                   VARYING WS-CALL-SUB FROM 1 BY 1
                   UNTIL WS-CALL-SUB > WS-CALL-COUNT
               IF WS-PICK-COUNT > ZERO
                   MOVE "H" TO WS-ALERT-SCENARIO
                   MOVE 1 TO WS-ALERT-NO
                   MOVE WS-PICK-COUNT TO WS-DISPLAY-COUNT
                   MOVE SPACES TO WS-ALERT-DESCRIPTION
                   STRING "OUTSIDE NORMAL HOURS " WS-DISPLAY-COUNT
                          " CALLS"
                       DELIMITED BY SIZE INTO WS-ALERT-DESCRIPTION
                   END-STRING
                   PERFORM RAISE-ALERT
               END-IF
           END-IF.

       PICK-OFF-HOURS-CALL.
           IF WS-CALL-CALLER-SUB(WS-CALL-SUB) = WS-CALLER-SUB AND
              WS-CALL-DATE(WS-CALL-SUB) = WS-BUSINESS-DATE AND
              WS-CALL-EXCLUDED(WS-CALL-SUB)(4:1) = "N" AND
              WS-CALL-TIME(WS-CALL-SUB) > ZERO
               COMPUTE WS-HOUR-SUB = WS-CALL-TIME(WS-CALL-SUB) / 10000
                   + 1
               IF WS-HOUR-SUB <= 24
                   IF WS-CLR-HOUR-CALLS(WS-CALLER-SUB, WS-HOUR-SUB)
                      * 100 <
                      WS-CLR-TIMED-CALLS(WS-CALLER-SUB) *
                      WS-HOUR-PERCENT
                       PERFORM PICK-CALL
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * One alert: suppressed when dismissed, skipped when already on  *
      * CALCSRVA, otherwise written call by call and printed.          *
      *****************************************************************
       RAISE-ALERT.
           MOVE WS-ALERT-ID TO WS-FIND-ALERT-ID
           PERFORM FIND-DISMISSED-ID
           IF WS-FOUND
               ADD 1 TO WS-ALERTS-DISMISSED
           ELSE
               PERFORM FIND-RAISED-ID
               IF WS-FOUND
                   ADD 1 TO WS-ALERTS-ON-FILE
               ELSE
                   ADD 1 TO WS-ALERTS-RAISED
                   PERFORM COUNT-SCENARIO-ALERT
                   PERFORM PRINT-ALERT-HEADING
                   MOVE ZEROS TO WS-ITEM-NO
                   PERFORM WRITE-ALERT-ITEM
                       VARYING WS-CALL-SUB FROM 1 BY 1
                       UNTIL WS-CALL-SUB > WS-CALL-COUNT
               END-IF
           END-IF.

       COUNT-SCENARIO-ALERT.
           EVALUATE WS-ALERT-SCENARIO
               WHEN "N"
                   ADD 1 TO WS-SCENARIO-ALERTS(1)
               WHEN "R"
                   ADD 1 TO WS-SCENARIO-ALERTS(2)
               WHEN "J"
                   ADD 1 TO WS-SCENARIO-ALERTS(3)
               WHEN "H"
                   ADD 1 TO WS-SCENARIO-ALERTS(4)
           END-EVALUATE.

       WRITE-ALERT-ITEM.
           IF WS-CALL-PICKED(WS-CALL-SUB) = "Y"
               ADD 1 TO WS-ITEM-NO
               INITIALIZE SVA-RECORD
               MOVE WS-ALERT-ID TO SVA-ALERT-ID
               MOVE WS-RUN-DATE TO SVA-RAISED-DATE
               MOVE WS-RUN-TIME TO SVA-RAISED-TIME
               MOVE WS-ALERT-DESCRIPTION TO SVA-DESCRIPTION
               MOVE WS-PICK-COUNT TO SVA-CALL-COUNT
               MOVE WS-ITEM-NO TO SVA-ITEM-NO
               MOVE WS-CALL-MASTER-KEY(WS-CALL-SUB) TO SVA-MASTER-KEY
               MOVE WS-CALL-CORR-ID(WS-CALL-SUB) TO SVA-CORR-ID
               MOVE WS-CALL-TIME(WS-CALL-SUB) TO SVA-CALL-TIME
               MOVE WS-CALL-OPERATION(WS-CALL-SUB) TO SVA-OPERATION
               MOVE WS-CALL-VALUE(WS-CALL-SUB) TO SVA-CALL-VALUE
               WRITE SVA-RECORD
               PERFORM PRINT-ALERT-ITEM
           END-IF.

       OPEN-ALERT-FILE.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-FILE-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF.

      *****************************************************************
      * The surveillance report.                                       *
      *****************************************************************
       PRINT-THRESHOLD-LINES.
           MOVE WS-NEAR-PERCENT TO WS-DISPLAY-PERCENT
           MOVE WS-NEAR-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "WINDOW " WS-WINDOW-START " TO " WS-BUSINESS-DATE
                  "   HISTORY FROM " WS-HISTORY-START
                  "   NEAR LIMIT: " WS-DISPLAY-COUNT
                  " CALLS WITHIN" WS-DISPLAY-PERCENT "% BELOW"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-REPEAT-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-JUMP-PERCENT TO WS-DISPLAY-PERCENT
           MOVE SPACES TO REPORT-LINE
           STRING "REPEATS: " WS-DISPLAY-COUNT
                  "   VALUE JUMP: OVER" WS-DISPLAY-PERCENT
                  "% OF AVERAGE AFTER " WS-JUMP-MIN-CALLS " CALLS"
                  "   HOURS: UNDER " WS-HOUR-PERCENT
                  "% OF AT LEAST " WS-HOUR-MIN-CALLS " CALLS"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-ALERT-HEADING.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CLR-REVIEW-LIMIT(WS-CALLER-SUB) TO WS-DISPLAY-LIMIT
           MOVE SPACES TO REPORT-LINE
           STRING "ALERT " WS-ALERT-ID "   CALLER " WS-ALERT-CALLER-ID
                  "   " WS-ALERT-DESCRIPTION
                  "   REVIEW LIMIT " WS-DISPLAY-LIMIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       PRINT-ALERT-ITEM.
           MOVE WS-CALL-VALUE(WS-CALL-SUB) TO WS-DISPLAY-VALUE
           MOVE SPACES TO REPORT-LINE
           STRING "    DATE " WS-CALL-DATE(WS-CALL-SUB)
                  "  SEQ " WS-CALL-SEQUENCE-NO(WS-CALL-SUB)
                  "  RUN " WS-CALL-RUN-TIME(WS-CALL-SUB)
                  "  TIME " WS-CALL-TIME(WS-CALL-SUB)
                  "  CORR-ID " WS-CALL-CORR-ID(WS-CALL-SUB)
                  "  OP " WS-CALL-OPERATION(WS-CALL-SUB)
                  "  VALUE " WS-DISPLAY-VALUE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       PRINT-TOTAL-LINES.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ALERTS RAISED " WS-ALERTS-RAISED
                  "  NEAR-LIMIT " WS-SCENARIO-ALERTS(1)
                  "  REPEATED " WS-SCENARIO-ALERTS(2)
                  "  VALUE JUMP " WS-SCENARIO-ALERTS(3)
                  "  OFF-HOURS " WS-SCENARIO-ALERTS(4)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SUPPRESSED AS DISMISSED " WS-ALERTS-DISMISSED
                  "  ALREADY ON CALCSRVA " WS-ALERTS-ON-FILE
                  "  DISMISSALS IGNORED " WS-DISMISSALS-IGNORED
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-TABLE-FULL
               MOVE SPACES TO REPORT-LINE
               MOVE "WORK TABLE FULL - SURVEILLANCE INCOMPLETE"
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
           IF WS-LINE-NUMBER >= WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF.

       WRITE-REPORT-LINE.
           PERFORM CHECK-PAGE-BREAK
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NUMBER.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCSURV - SURVEILLANCE SUMMARY"
           DISPLAY "========================================"
           DISPLAY "Business date:        " WS-BUSINESS-DATE
           IF WS-MASTER-MISSING
               DISPLAY "CALCAUDM cannot be opened - nothing done"
           ELSE
               DISPLAY "Master records read:  " WS-MASTER-RECORDS-READ
               DISPLAY "Callers surveyed:     " WS-CALLER-COUNT
               DISPLAY "Calls in window:      " WS-CALL-COUNT
               DISPLAY "Alerts raised:        " WS-ALERTS-RAISED
               DISPLAY "Suppressed dismissed: " WS-ALERTS-DISMISSED
               DISPLAY "Already on CALCSRVA:  " WS-ALERTS-ON-FILE
               DISPLAY "Dismissals read:      " WS-DISMISSALS-READ
               DISPLAY "Dismissals ignored:   " WS-DISMISSALS-IGNORED
               IF WS-TABLE-FULL
                   DISPLAY "WARNING - work table full, run incomplete"
               END-IF
               DISPLAY "Alerts:               CALCSRVA"
           END-IF
           DISPLAY "Report:               CALCSRVR"
           DISPLAY "========================================".

       END PROGRAM CALCSURV.
