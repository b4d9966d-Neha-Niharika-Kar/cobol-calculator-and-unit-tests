      * pigeonhole. The five morning files are CALCRPTF (daily        *
      * operations report), CALCALRT (anomaly alerts), CALCEDRP       *
      * (pre-edit rejects), CALCDIFF (reconciliation differences)     *
      * and CALCDISP (replay dispositions), joined once a month by    *
      * CALCPUNR (inbound file punctuality, from CALCPUNC); a control *
      * entry with a blank caller routes the whole file. A CALCRPTF   *
      * entry carrying a caller ID routes only that caller's lines    *
      * from the per-caller activity section (the lines CALCRPT       *
      * prints with the caller ID in columns 1-8), so each desk's     *
      * pigeonhole gets its own page instead of the whole shop's      *
      * report. CALCSTMR (monthly caller statements, from CALCSTMT)   *
      * routes the same way: a caller entry takes exactly the lines   *
      * the CALCSTMI index gives for that caller's statement, found   *
      * under the ID it ran with or the ID it answers to now.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT REPORT-FILE-6 ASSIGN TO "CALCPUNR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT REPORT-FILE-7 ASSIGN TO "CALCSTMR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT STATEMENT-INDEX-FILE ASSIGN TO "CALCSTMI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.

           SELECT PACKAGE-FILE ASSIGN TO "CALCPKGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKAGE-FILE-STATUS.
           05  DSTC-REPORT             PIC X(8).
           05  DSTC-AREA               PIC X(12).
      *    Blank routes the whole report; a caller ID (CALCRPTF
      *    and CALCSTMR only) routes just that caller's lines.
           05  DSTC-CALLER-ID          PIC X(8).

      *    The source reports are routed as raw line images; their
       01  R4-LINE                 PIC X(132).
       FD  REPORT-FILE-5.
       01  R5-LINE                 PIC X(132).
       FD  REPORT-FILE-6.
       01  R6-LINE                 PIC X(132).
       FD  REPORT-FILE-7.
       01  R7-LINE                 PIC X(132).

       FD  STATEMENT-INDEX-FILE.
           COPY CALCSTI.

       FD  PACKAGE-FILE.
       01  PACKAGE-LINE            PIC X(132).
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-SOURCE-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-PACKAGE-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-INDEX-FILE-STATUS    PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-CONTROL-EOF-SWITCH   PIC X VALUE "N".
           88  WS-CONTROL-EOF      VALUE "Y".
       01  WS-INDEX-EOF-SWITCH     PIC X VALUE "N".
           88  WS-INDEX-EOF        VALUE "Y".

       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.

           88  WS-REPORT-PRESENT   VALUE "Y".
       01  WS-LINE-COUNT           PIC 9(7) VALUE ZEROS.
       01  WS-WORK-LINE            PIC X(132) VALUE SPACES.
       01  WS-SOURCE-LINE-NO       PIC 9(9) VALUE ZEROS.
       01  WS-CALLER-LINE-SWITCH   PIC X VALUE "N".
           88  WS-CALLER-LINE      VALUE "Y".

      *    The current caller's statement line ranges on CALCSTMR.
       01  WS-STATEMENT-RANGES.
           05  WS-RANGE-COUNT      PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-RANGE-ENTRY OCCURS 50 TIMES.
               10  WS-RANGE-FIRST      PIC 9(9).
               10  WS-RANGE-LAST       PIC 9(9).
       01  WS-RANGE-SUB            PIC 9(3) COMP-3 VALUE ZEROS.

       01  WS-AREA-COUNT           PIC 9(3) VALUE ZEROS.
       01  WS-MISSING-COUNT        PIC 9(3) VALUE ZEROS.
                   MOVE 4 TO WS-FILE-NO
               WHEN "CALCDISP"
                   MOVE 5 TO WS-FILE-NO
               WHEN "CALCPUNR"
                   MOVE 6 TO WS-FILE-NO
               WHEN "CALCSTMR"
                   MOVE 7 TO WS-FILE-NO
               WHEN OTHER
                   MOVE 0 TO WS-FILE-NO
                   DISPLAY "CALCBNDL - UNKNOWN REPORT "
           END-IF.

       COUNT-REPORT-LINE.
           IF WS-CURRENT-CALLER = SPACES
               ADD 1 TO WS-LINE-COUNT
           ELSE
               PERFORM TEST-CALLER-LINE
               IF WS-CALLER-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-IF
           PERFORM READ-CURRENT-REPORT.

      *    The per-caller activity rows are the only CALCRPT lines
      *    that open with a caller ID in columns 1-8; everything
      *    else (headings, section titles, totals) starts with text
      *    no caller ID collides with. CALCSTMR lines are picked by
      *    their line numbers instead.
           MOVE ZEROS TO WS-LINE-COUNT
           PERFORM OPEN-CURRENT-REPORT
           IF WS-SOURCE-FILE-STATUS = "35"
           WRITE PACKAGE-LINE.

       COPY-ONE-CALLER-LINE.
           PERFORM TEST-CALLER-LINE
           IF WS-CALLER-LINE
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-WORK-LINE TO PACKAGE-LINE
               WRITE PACKAGE-LINE
           END-IF
           PERFORM READ-CURRENT-REPORT.

       TEST-CALLER-LINE.
           MOVE "N" TO WS-CALLER-LINE-SWITCH
           IF WS-FILE-NO = 7
               PERFORM MATCH-STATEMENT-RANGE
                   VARYING WS-RANGE-SUB FROM 1 BY 1
                   UNTIL WS-RANGE-SUB > WS-RANGE-COUNT
                      OR WS-CALLER-LINE
           ELSE
               IF WS-WORK-LINE(1:8) = WS-CURRENT-CALLER
                   MOVE "Y" TO WS-CALLER-LINE-SWITCH
               END-IF
           END-IF.

       MATCH-STATEMENT-RANGE.
           IF WS-SOURCE-LINE-NO >= WS-RANGE-FIRST(WS-RANGE-SUB) AND
              WS-SOURCE-LINE-NO <= WS-RANGE-LAST(WS-RANGE-SUB)
               MOVE "Y" TO WS-CALLER-LINE-SWITCH
           END-IF.

       LOAD-STATEMENT-RANGES.
      *    A missing index leaves no ranges, so the caller's entry
      *    shows as having no activity rather than the whole file.
           MOVE ZEROS TO WS-RANGE-COUNT
           MOVE "N" TO WS-INDEX-EOF-SWITCH
           OPEN INPUT STATEMENT-INDEX-FILE
           IF WS-INDEX-FILE-STATUS NOT = "35"
               PERFORM READ-STATEMENT-INDEX
               PERFORM STORE-STATEMENT-RANGE UNTIL WS-INDEX-EOF
               CLOSE STATEMENT-INDEX-FILE
           END-IF.

       READ-STATEMENT-INDEX.
           READ STATEMENT-INDEX-FILE
               AT END
                   MOVE "Y" TO WS-INDEX-EOF-SWITCH
           END-READ.

       STORE-STATEMENT-RANGE.
           IF (STMI-CALLER-ID = WS-CURRENT-CALLER OR
               STMI-CURRENT-ID = WS-CURRENT-CALLER) AND
              WS-RANGE-COUNT < 50
               ADD 1 TO WS-RANGE-COUNT
               MOVE STMI-FIRST-LINE TO WS-RANGE-FIRST(WS-RANGE-COUNT)
               COMPUTE WS-RANGE-LAST(WS-RANGE-COUNT) =
                       STMI-FIRST-LINE + STMI-LINE-COUNT - 1
           END-IF
           PERFORM READ-STATEMENT-INDEX.

       OPEN-CURRENT-REPORT.
           MOVE ZEROS TO WS-SOURCE-LINE-NO
           EVALUATE WS-FILE-NO
               WHEN 1
                   OPEN INPUT REPORT-FILE-1
                   OPEN INPUT REPORT-FILE-4
               WHEN 5
                   OPEN INPUT REPORT-FILE-5
               WHEN 6
                   OPEN INPUT REPORT-FILE-6
               WHEN 7
                   OPEN INPUT REPORT-FILE-7
                   IF WS-CURRENT-CALLER NOT = SPACES
                       PERFORM LOAD-STATEMENT-RANGES
                   END-IF
           END-EVALUATE.

       READ-CURRENT-REPORT.
                       NOT AT END
                           MOVE R5-LINE TO WS-WORK-LINE
                   END-READ
               WHEN 6
                   READ REPORT-FILE-6
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE R6-LINE TO WS-WORK-LINE
                   END-READ
               WHEN 7
                   READ REPORT-FILE-7
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE R7-LINE TO WS-WORK-LINE
                   END-READ
           END-EVALUATE
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-SOURCE-LINE-NO
           END-IF.

       CLOSE-CURRENT-REPORT.
           EVALUATE WS-FILE-NO
                   CLOSE REPORT-FILE-4
               WHEN 5
                   CLOSE REPORT-FILE-5
               WHEN 6
                   CLOSE REPORT-FILE-6
               WHEN 7
                   CLOSE REPORT-FILE-7
           END-EVALUATE.

       DISPLAY-RUN-SUMMARY.
