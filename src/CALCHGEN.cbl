      * every one of the group's dates, so the one-market omission     *
      * that let January count through a US holiday is caught at       *
      * generation time (return code 8, discrepancies named).          *
      * Every run that writes CALCHOLN also appends its evidence to    *
      * CALCCEVL (see CALCCEV): the record count, a CALCHASH check     *
      * value over the calendar as written and whether it came out     *
      * clean. CALCPROM promotes CALCHOLN into CALCHOL only against a  *
      * clean run whose fingerprint still matches the file.            *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT EVIDENCE-FILE ASSIGN TO "CALCCEVL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVIDENCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       FD  EVIDENCE-FILE.
           COPY CALCCEV.

       WORKING-STORAGE SECTION.
       01  WS-RULES-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-CALENDAR-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-EVIDENCE-FILE-STATUS PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".

       01  WS-TARGET-YEAR          PIC 9(4) VALUE ZEROS.
       01  WS-RUN-STAMP            PIC X(21) VALUE SPACES.
       01  WS-CALENDAR-CHECK       PIC 9(9) VALUE ZEROS.
       01  WS-RULE-COUNT           PIC 9(5) VALUE ZEROS.
       01  WS-BAD-RULE-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-GENERATED-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-DATE-FOUND-SWITCH    PIC X VALUE "N".
           88  WS-DATE-FOUND       VALUE "Y".

           COPY CALCHSH.

       01  WS-REPORT-DETAIL.
           05  WS-RPT-MARKET       PIC X(3).
           05  FILLER              PIC X(2).
           PERFORM WRITE-GENERATED-CALENDAR
           PERFORM CROSS-CHECK-GROUPS
           CLOSE REPORT-FILE
           PERFORM RECORD-CALENDAR-EVIDENCE
           PERFORM DISPLAY-RUN-SUMMARY
           IF WS-DISCREPANCY-COUNT > ZERO OR WS-BAD-RULE-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-GENERATED-CALENDAR.
           MOVE ZEROS TO WS-CALENDAR-CHECK
           OPEN OUTPUT CALENDAR-FILE
           PERFORM WRITE-ONE-CALENDAR-RECORD
               VARYING WS-GEN-SUB FROM 1 BY 1
           MOVE WS-GEN-MARKET(WS-GEN-SUB) TO HOL-MARKET-CODE
           MOVE WS-GEN-DATE(WS-GEN-SUB) TO HOL-DATE
           WRITE HOL-RECORD
           MOVE WS-CALENDAR-CHECK TO HASH-PREVIOUS-CHECK
           MOVE SPACES TO HASH-RECORD-IMAGE
           MOVE HOL-RECORD TO HASH-RECORD-IMAGE
           CALL "CALCHASH" USING HASH-INPUT HASH-OUTPUT
           MOVE HASH-CHECK-VALUE TO WS-CALENDAR-CHECK
           MOVE SPACES TO WS-REPORT-DETAIL
           MOVE WS-GEN-MARKET(WS-GEN-SUB) TO WS-RPT-MARKET
           MOVE WS-GEN-DATE(WS-GEN-SUB) TO WS-RPT-DATE
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       RECORD-CALENDAR-EVIDENCE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           OPEN EXTEND EVIDENCE-FILE
           IF WS-EVIDENCE-FILE-STATUS = "35"
               OPEN OUTPUT EVIDENCE-FILE
           END-IF
           MOVE SPACES TO CEV-RECORD
           MOVE WS-RUN-STAMP(1:8) TO CEV-RUN-DATE
           MOVE WS-RUN-STAMP(9:6) TO CEV-RUN-TIME
           MOVE "CALCHGEN" TO CEV-PROGRAM
           MOVE "CALCHOLN" TO CEV-CANDIDATE
           MOVE WS-GEN-COUNT TO CEV-RECORD-COUNT
           MOVE WS-CALENDAR-CHECK TO CEV-CHECK-VALUE
           IF WS-DISCREPANCY-COUNT > ZERO OR WS-BAD-RULE-COUNT > ZERO
               MOVE "FINDINGS" TO CEV-OUTCOME
           ELSE
               MOVE "CLEAN" TO CEV-OUTCOME
           END-IF
           STRING "TARGET YEAR " WS-TARGET-YEAR
               DELIMITED BY SIZE INTO CEV-DETAIL
           END-STRING
           WRITE CEV-RECORD
           CLOSE EVIDENCE-FILE.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCHGEN - HOLIDAY GENERATION SUMMARY"
