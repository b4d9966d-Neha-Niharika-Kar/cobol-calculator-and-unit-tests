       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPROM.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Reference-Table Promotion and Rollback Utility                 *
      * Puts a signed-off candidate table live - CALCXRTA into         *
      * CALCXRTE, CALCTAXA into CALCTAXR, CALCHOLN into CALCHOL -      *
      * instead of the manual file copy, and takes it back out again   *
      * in one step. The CALCPROQ request names the live table, the    *
      * action (P promote, R roll back), the user asking and the user  *
      * approving, who must be a different person; it may also name    *
      * the CALCCEVL evidence run (date and time) that justifies it.   *
      * A promotion is refused unless CALCCEVL holds a clean run for   *
      * the candidate - CALCSIM for the rate and tax candidates,       *
      * CALCHGEN for the calendar - whose record count and CALCHASH    *
      * check value still match the candidate as it stands now: a      *
      * candidate edited after its simulation or generation has to be  *
      * run again. The rate and tax candidates are whole tables and    *
      * replace the live table outright; CALCHOLN holds only the       *
      * generated year(s), so those years are replaced on CALCHOL and  *
      * every other year's dates are kept, in key order.               *
      * Either way the live table being replaced is first kept on its  *
      * rollback file (CALCXRTB, CALCTAXB, CALCHOLB) as a dated        *
      * generation behind a CALCRBK header. A rollback request swaps   *
      * that generation back live and keeps the displaced table as the *
      * new generation, so it can be undone the same way.              *
      * Every request prints a record-by-record difference report on   *
      * CALCPRMR - ADDED, CHANGED and REMOVED entries with the before  *
      * and after values - and is logged to CALCPRML (see CALCPRL),    *
      * refusals included, with the evidence run it rested on.         *
      * Return code 0 when the table was changed, 16 when the request  *
      * was refused or could not be read.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "CALCPROQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

           SELECT LIVE-RATE-FILE ASSIGN TO "CALCXRTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-FILE-STATUS.

           SELECT LIVE-TAX-FILE ASSIGN TO "CALCTAXR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-FILE-STATUS.

           SELECT LIVE-HOLIDAY-FILE ASSIGN TO "CALCHOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-FILE-STATUS.

           SELECT CANDIDATE-RATE-FILE ASSIGN TO "CALCXRTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-FILE-STATUS.

           SELECT CANDIDATE-TAX-FILE ASSIGN TO "CALCTAXA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-FILE-STATUS.

           SELECT CANDIDATE-HOLIDAY-FILE ASSIGN TO "CALCHOLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-FILE-STATUS.

           SELECT ROLLBACK-RATE-FILE ASSIGN TO "CALCXRTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-FILE-STATUS.

           SELECT ROLLBACK-TAX-FILE ASSIGN TO "CALCTAXB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-FILE-STATUS.

           SELECT ROLLBACK-HOLIDAY-FILE ASSIGN TO "CALCHOLB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-FILE-STATUS.

           SELECT EVIDENCE-FILE ASSIGN TO "CALCCEVL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVIDENCE-FILE-STATUS.

           SELECT LOG-FILE ASSIGN TO "CALCPRML"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCPRMR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  PROMOTION-REQUEST-RECORD.
           05  PROQ-ACTION             PIC X.
               88  PROQ-PROMOTE        VALUE "P".
               88  PROQ-ROLLBACK       VALUE "R".
           05  PROQ-TABLE              PIC X(8).
           05  PROQ-REQUESTED-BY       PIC X(8).
           05  PROQ-APPROVED-BY        PIC X(8).
           05  PROQ-EVIDENCE-DATE      PIC X(8).
           05  PROQ-EVIDENCE-TIME      PIC X(6).

       FD  LIVE-RATE-FILE.
           COPY CALCXRT.

       FD  LIVE-TAX-FILE.
           COPY CALCTAX.

       FD  LIVE-HOLIDAY-FILE.
           COPY CALCHOL.

       FD  CANDIDATE-RATE-FILE.
           COPY CALCXRT REPLACING LEADING ==XRT-== BY ==CXR-==.

       FD  CANDIDATE-TAX-FILE.
           COPY CALCTAX REPLACING LEADING ==TAX-== BY ==CTX-==.

       FD  CANDIDATE-HOLIDAY-FILE.
           COPY CALCHOL REPLACING LEADING ==HOL-== BY ==CHL-==.

      *    A rollback file holds a CALCRBK header and then table
      *    records, so it is read and written as plain lines.
       FD  ROLLBACK-RATE-FILE.
       01  ROLLBACK-RATE-LINE      PIC X(48).

       FD  ROLLBACK-TAX-FILE.
       01  ROLLBACK-TAX-LINE       PIC X(48).

       FD  ROLLBACK-HOLIDAY-FILE.
       01  ROLLBACK-HOLIDAY-LINE   PIC X(48).

       FD  EVIDENCE-FILE.
           COPY CALCCEV.

       FD  LOG-FILE.
           COPY CALCPRL.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-TABLE-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-EVIDENCE-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-LOG-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-REFUSED-SWITCH       PIC X VALUE "N".
           88  WS-REFUSED          VALUE "Y".
       01  WS-REFUSAL-REASON       PIC X(50) VALUE SPACES.

       01  WS-RUN-STAMP            PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-RUN-TIME             PIC 9(6) VALUE ZEROS.

      *    What the request's table maps to. The key is the leading
      *    columns of the record: currency pair and effective date,
      *    jurisdiction and effective date, or market and date.
       01  WS-TABLE-NAME           PIC X(8) VALUE SPACES.
           88  WS-TABLE-RATE       VALUE "CALCXRTE".
           88  WS-TABLE-TAX        VALUE "CALCTAXR".
           88  WS-TABLE-HOLIDAY    VALUE "CALCHOL".
           88  WS-TABLE-KNOWN      VALUE "CALCXRTE" "CALCTAXR"
                                         "CALCHOL".
       01  WS-CANDIDATE-NAME       PIC X(8) VALUE SPACES.
       01  WS-ROLLBACK-NAME        PIC X(8) VALUE SPACES.
       01  WS-EVIDENCE-PROGRAM     PIC X(8) VALUE SPACES.
       01  WS-KEY-LENGTH           PIC 9(2) COMP-3 VALUE ZEROS.

      *    The live table as it stands, and the table that is to
      *    replace it - the candidate (merged with the untouched
      *    years for the calendar) or the rollback generation.
       01  WS-OLD-TABLE.
           05  WS-OLD-COUNT        PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-OLD-ENTRY OCCURS 3000 TIMES.
               10  WS-OLD-ROW          PIC X(40).
               10  WS-OLD-MATCHED      PIC X.
       01  WS-NEW-TABLE.
           05  WS-NEW-COUNT        PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-NEW-ENTRY OCCURS 3000 TIMES.
               10  WS-NEW-ROW          PIC X(40).
               10  WS-NEW-MATCHED      PIC X.
       01  WS-TABLE-FULL-SWITCH    PIC X VALUE "N".
           88  WS-TABLE-FULL       VALUE "Y".
       01  WS-OLD-SUB              PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-NEW-SUB              PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-MATCH-SUB            PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-SORT-SUB-1           PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-SORT-SUB-2           PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-SORT-HOLD            PIC X(41) VALUE SPACES.

      *    Years the generated calendar covers; only these years of
      *    CALCHOL are replaced.
       01  WS-YEAR-TABLE.
           05  WS-YEAR-COUNT       PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-YEAR-ENTRY OCCURS 10 TIMES PIC X(4).
       01  WS-YEAR-SUB             PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-YEAR-FOUND-SWITCH    PIC X VALUE "N".
           88  WS-YEAR-FOUND       VALUE "Y".
       01  WS-CHECK-YEAR           PIC X(4) VALUE SPACES.

      *    Fingerprint of the candidate as it stands, and the
      *    evidence run it was matched to.
       01  WS-CANDIDATE-CHECK      PIC 9(9) VALUE ZEROS.
       01  WS-CANDIDATE-RECORDS    PIC 9(7) VALUE ZEROS.
       01  WS-EVIDENCE-SEEN-SWITCH PIC X VALUE "N".
           88  WS-EVIDENCE-SEEN    VALUE "Y".
       01  WS-EVIDENCE-FOUND-SWITCH PIC X VALUE "N".
           88  WS-EVIDENCE-FOUND   VALUE "Y".
       01  WS-NAMED-RUN-SWITCH     PIC X VALUE "N".
           88  WS-NAMED-RUN        VALUE "Y".
       01  WS-EVIDENCE-REASON      PIC X(50) VALUE SPACES.
       01  WS-EVIDENCE-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-EVIDENCE-TIME        PIC 9(6) VALUE ZEROS.
       01  WS-EVIDENCE-DETAIL      PIC X(30) VALUE SPACES.

      *    The rollback generation header, read or about to be
      *    written.
           COPY CALCRBK.
       01  WS-RESTORED-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-RESTORED-TIME        PIC 9(6) VALUE ZEROS.

       01  WS-ADDED-COUNT          PIC 9(5) VALUE ZEROS.
       01  WS-CHANGED-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-REMOVED-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-UNCHANGED-COUNT      PIC 9(5) VALUE ZEROS.

      *    Record images for the difference report.
           COPY CALCXRT REPLACING LEADING ==XRT-== BY ==IMG-XRT-==.
           COPY CALCTAX REPLACING LEADING ==TAX-== BY ==IMG-TAX-==.
           COPY CALCHOL REPLACING LEADING ==HOL-== BY ==IMG-HOL-==.
       01  WS-FORMAT-IMAGE         PIC X(40) VALUE SPACES.
       01  WS-FORMAT-LINE          PIC X(50) VALUE SPACES.
       01  WS-DISPLAY-XRT-RATE     PIC -ZZ9.999999.
       01  WS-DISPLAY-TAX-RATE     PIC ZZ9.9999.

           COPY CALCHSH.
           COPY CALCTVR.

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
       01  WS-LINE-NUMBER          PIC 9(2) VALUE 99.
       01  WS-PAGE-LIMIT           PIC 9(2) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(42) VALUE
               "CALCPROM - TABLE PROMOTION DIFFERENCE".
           05  FILLER              PIC X(12) VALUE "   RUN DATE ".
           05  WS-HDG-DATE         PIC 9(8).
           05  FILLER              PIC X(8) VALUE "    PAGE".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(58) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(10) VALUE "CHANGE".
           05  FILLER              PIC X(52) VALUE "LIVE BEFORE".
           05  FILLER              PIC X(70) VALUE "LIVE AFTER".

       01  WS-DETAIL-LINE.
           05  WS-DTL-CHANGE       PIC X(8).
           05  FILLER              PIC X(2).
           05  WS-DTL-BEFORE       PIC X(50).
           05  FILLER              PIC X(2).
           05  WS-DTL-AFTER        PIC X(50).
           05  FILLER              PIC X(20).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           INITIALIZE WS-OLD-TABLE
           INITIALIZE WS-NEW-TABLE
           INITIALIZE WS-YEAR-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-STAMP(9:6) TO WS-RUN-TIME
           PERFORM READ-PROMOTION-REQUEST
           OPEN OUTPUT REPORT-FILE
           PERFORM START-NEW-PAGE
           PERFORM PRINT-REQUEST-LINES
           IF NOT WS-REFUSED
               PERFORM LOAD-LIVE-TABLE
           END-IF
           IF NOT WS-REFUSED
               IF PROQ-PROMOTE
                   PERFORM PREPARE-PROMOTION
               ELSE
                   PERFORM PREPARE-ROLLBACK
               END-IF
           END-IF
           IF NOT WS-REFUSED
               PERFORM COMPARE-TABLES
               PERFORM WRITE-ROLLBACK-GENERATION
               PERFORM WRITE-LIVE-TABLE
               PERFORM PRINT-OUTCOME-LINES
           ELSE
               PERFORM PRINT-REFUSAL-LINE
           END-IF
           CLOSE REPORT-FILE
           PERFORM APPEND-LOG-RECORD
           PERFORM DISPLAY-RUN-SUMMARY
           IF WS-REFUSED
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *****************************************************************
      * The request: a known table, a known action, and two different  *
      * people asking and approving.                                   *
      *****************************************************************
       READ-PROMOTION-REQUEST.
           MOVE SPACES TO PROMOTION-REQUEST-RECORD
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-FILE-STATUS = "35"
               MOVE "Y" TO WS-REFUSED-SWITCH
               MOVE "NO PROMOTION REQUEST ON CALCPROQ"
                   TO WS-REFUSAL-REASON
           ELSE
               READ REQUEST-FILE
                   AT END
                       MOVE "Y" TO WS-REFUSED-SWITCH
                       MOVE "PROMOTION REQUEST FILE IS EMPTY"
                           TO WS-REFUSAL-REASON
               END-READ
               CLOSE REQUEST-FILE
           END-IF
           MOVE PROQ-TABLE TO WS-TABLE-NAME
           EVALUATE TRUE
               WHEN WS-REFUSED
                   CONTINUE
               WHEN NOT PROQ-PROMOTE AND NOT PROQ-ROLLBACK
                   MOVE "Y" TO WS-REFUSED-SWITCH
                   MOVE "ACTION MUST BE P (PROMOTE) OR R (ROLL BACK)"
                       TO WS-REFUSAL-REASON
               WHEN NOT WS-TABLE-KNOWN
                   MOVE "Y" TO WS-REFUSED-SWITCH
                   MOVE "TABLE MUST BE CALCXRTE, CALCTAXR OR CALCHOL"
                       TO WS-REFUSAL-REASON
               WHEN PROQ-APPROVED-BY = SPACES
                   MOVE "Y" TO WS-REFUSED-SWITCH
                   MOVE "NO APPROVING USER NAMED ON THE REQUEST"
                       TO WS-REFUSAL-REASON
               WHEN PROQ-APPROVED-BY = PROQ-REQUESTED-BY
                   MOVE "Y" TO WS-REFUSED-SWITCH
                   MOVE "APPROVER MUST BE A DIFFERENT USER"
                       TO WS-REFUSAL-REASON
           END-EVALUATE
           IF NOT WS-REFUSED
               PERFORM SET-TABLE-PROFILE
           END-IF.

       SET-TABLE-PROFILE.
           EVALUATE TRUE
               WHEN WS-TABLE-RATE
                   MOVE "CALCXRTA" TO WS-CANDIDATE-NAME
                   MOVE "CALCXRTB" TO WS-ROLLBACK-NAME
                   MOVE "CALCSIM" TO WS-EVIDENCE-PROGRAM
                   MOVE 14 TO WS-KEY-LENGTH
               WHEN WS-TABLE-TAX
                   MOVE "CALCTAXA" TO WS-CANDIDATE-NAME
                   MOVE "CALCTAXB" TO WS-ROLLBACK-NAME
                   MOVE "CALCSIM" TO WS-EVIDENCE-PROGRAM
                   MOVE 12 TO WS-KEY-LENGTH
               WHEN WS-TABLE-HOLIDAY
                   MOVE "CALCHOLN" TO WS-CANDIDATE-NAME
                   MOVE "CALCHOLB" TO WS-ROLLBACK-NAME
                   MOVE "CALCHGEN" TO WS-EVIDENCE-PROGRAM
                   MOVE 11 TO WS-KEY-LENGTH
           END-EVALUATE
      *    A named evidence run must be named in full.
           IF PROQ-EVIDENCE-DATE NOT = SPACES AND
              PROQ-EVIDENCE-DATE NOT = ZEROS
               IF PROQ-EVIDENCE-DATE NOT NUMERIC OR
                  PROQ-EVIDENCE-TIME NOT NUMERIC
                   MOVE "Y" TO WS-REFUSED-SWITCH
                   MOVE "EVIDENCE RUN MUST BE DATE YYYYMMDD AND HHMMSS"
                       TO WS-REFUSAL-REASON
               ELSE
                   MOVE "Y" TO WS-NAMED-RUN-SWITCH
               END-IF
           END-IF.

      *****************************************************************
      * The live table, loaded whole.                                  *
      *****************************************************************
       LOAD-LIVE-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "N" TO WS-TABLE-FULL-SWITCH
           EVALUATE TRUE
               WHEN WS-TABLE-RATE
                   OPEN INPUT LIVE-RATE-FILE
               WHEN WS-TABLE-TAX
                   OPEN INPUT LIVE-TAX-FILE
               WHEN WS-TABLE-HOLIDAY
                   OPEN INPUT LIVE-HOLIDAY-FILE
           END-EVALUATE
      *    A live table that does not exist yet is simply empty;
      *    the first promotion creates it.
           IF WS-TABLE-FILE-STATUS NOT = "35"
               PERFORM READ-LIVE-RECORD
               PERFORM STORE-LIVE-RECORD UNTIL WS-END-OF-FILE
               EVALUATE TRUE
                   WHEN WS-TABLE-RATE
                       CLOSE LIVE-RATE-FILE
                   WHEN WS-TABLE-TAX
                       CLOSE LIVE-TAX-FILE
                   WHEN WS-TABLE-HOLIDAY
                       CLOSE LIVE-HOLIDAY-FILE
               END-EVALUATE
           END-IF
           IF WS-TABLE-FULL
               MOVE "Y" TO WS-REFUSED-SWITCH
               MOVE "LIVE TABLE EXCEEDS 3000 RECORDS"
                   TO WS-REFUSAL-REASON
           END-IF.

       READ-LIVE-RECORD.
           EVALUATE TRUE
               WHEN WS-TABLE-RATE
                   READ LIVE-RATE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
               WHEN WS-TABLE-TAX
                   READ LIVE-TAX-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
               WHEN WS-TABLE-HOLIDAY
                   READ LIVE-HOLIDAY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
           END-EVALUATE.

       STORE-LIVE-RECORD.
           IF WS-OLD-COUNT < 3000
               ADD 1 TO WS-OLD-COUNT
               MOVE SPACES TO WS-OLD-ENTRY(WS-OLD-COUNT)
               EVALUATE TRUE
                   WHEN WS-TABLE-RATE
                       MOVE XRT-RECORD TO WS-OLD-ROW(WS-OLD-COUNT)
                   WHEN WS-TABLE-TAX
                       MOVE TAX-RECORD TO WS-OLD-ROW(WS-OLD-COUNT)
                   WHEN WS-TABLE-HOLIDAY
                       MOVE HOL-RECORD TO WS-OLD-ROW(WS-OLD-COUNT)
               END-EVALUATE
           ELSE
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
           END-IF
           PERFORM READ-LIVE-RECORD.

      *****************************************************************
      * Promotion: load and fingerprint the candidate, match it to     *
      * its evidence run, then build the table that goes live.         *
      *****************************************************************
       PREPARE-PROMOTION.
           PERFORM LOAD-CANDIDATE-TABLE
           IF NOT WS-REFUSED
               PERFORM FIND-EVIDENCE-RUN
           END-IF
           IF NOT WS-REFUSED AND WS-TABLE-HOLIDAY
               PERFORM KEEP-OTHER-CALENDAR-YEARS
               PERFORM SORT-OUTER-PASS
                   VARYING WS-SORT-SUB-1 FROM 1 BY 1
                   UNTIL WS-SORT-SUB-1 >= WS-NEW-COUNT
           END-IF.

       LOAD-CANDIDATE-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "N" TO WS-TABLE-FULL-SWITCH
           MOVE ZEROS TO WS-CANDIDATE-CHECK
           MOVE ZEROS TO WS-CANDIDATE-RECORDS
           EVALUATE TRUE
               WHEN WS-TABLE-RATE
                   OPEN INPUT CANDIDATE-RATE-FILE
               WHEN WS-TABLE-TAX
                   OPEN INPUT CANDIDATE-TAX-FILE
               WHEN WS-TABLE-HOLIDAY
                   OPEN INPUT CANDIDATE-HOLIDAY-FILE
           END-EVALUATE
           IF WS-TABLE-FILE-STATUS NOT = "35"
               PERFORM READ-CANDIDATE-RECORD
               PERFORM STORE-CANDIDATE-RECORD UNTIL WS-END-OF-FILE
               EVALUATE TRUE
                   WHEN WS-TABLE-RATE
                       CLOSE CANDIDATE-RATE-FILE
                   WHEN WS-TABLE-TAX
                       CLOSE CANDIDATE-TAX-FILE
                   WHEN WS-TABLE-HOLIDAY
                       CLOSE CANDIDATE-HOLIDAY-FILE
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN WS-CANDIDATE-RECORDS = ZERO
                   MOVE "Y" TO WS-REFUSED-SWITCH
                   MOVE SPACES TO WS-REFUSAL-REASON
                   STRING "CANDIDATE " WS-CANDIDATE-NAME
                          " IS ABSENT OR EMPTY"
                       DELIMITED BY SIZE INTO WS-REFUSAL-REASON
                   END-STRING
               WHEN WS-TABLE-FULL
                   MOVE "Y" TO WS-REFUSED-SWITCH
                   MOVE "CANDIDATE TABLE EXCEEDS 3000 RECORDS"
                       TO WS-REFUSAL-REASON
           END-EVALUATE.

       READ-CANDIDATE-RECORD.
           EVALUATE TRUE
               WHEN WS-TABLE-RATE
                   READ CANDIDATE-RATE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
               WHEN WS-TABLE-TAX
                   READ CANDIDATE-TAX-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
               WHEN WS-TABLE-HOLIDAY
                   READ CANDIDATE-HOLIDAY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
           END-EVALUATE.

       STORE-CANDIDATE-RECORD.
      *    Folded exactly as CALCSIM and CALCHGEN fold it: the record
      *    alone, space-filled, in file order.
           ADD 1 TO WS-CANDIDATE-RECORDS
           MOVE SPACES TO HASH-RECORD-IMAGE
           EVALUATE TRUE
               WHEN WS-TABLE-RATE
                   MOVE CXR-RECORD TO HASH-RECORD-IMAGE
               WHEN WS-TABLE-TAX
                   MOVE CTX-RECORD TO HASH-RECORD-IMAGE
               WHEN WS-TABLE-HOLIDAY
                   MOVE CHL-RECORD TO HASH-RECORD-IMAGE
           END-EVALUATE
           MOVE WS-CANDIDATE-CHECK TO HASH-PREVIOUS-CHECK
           CALL "CALCHASH" USING HASH-INPUT HASH-OUTPUT
           MOVE HASH-CHECK-VALUE TO WS-CANDIDATE-CHECK
           IF WS-NEW-COUNT < 3000
               ADD 1 TO WS-NEW-COUNT
               MOVE SPACES TO WS-NEW-ENTRY(WS-NEW-COUNT)
               MOVE HASH-RECORD-IMAGE(1:40) TO WS-NEW-ROW(WS-NEW-COUNT)
               IF WS-TABLE-HOLIDAY
                   MOVE CHL-DATE(1:4) TO WS-CHECK-YEAR
                   PERFORM NOTE-CANDIDATE-YEAR
               END-IF
           ELSE
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
           END-IF
           PERFORM READ-CANDIDATE-RECORD.

       NOTE-CANDIDATE-YEAR.
           PERFORM FIND-CANDIDATE-YEAR
           IF NOT WS-YEAR-FOUND AND WS-YEAR-COUNT < 10
               ADD 1 TO WS-YEAR-COUNT
               MOVE WS-CHECK-YEAR TO WS-YEAR-ENTRY(WS-YEAR-COUNT)
           END-IF.

       FIND-CANDIDATE-YEAR.
           MOVE "N" TO WS-YEAR-FOUND-SWITCH
           PERFORM MATCH-CANDIDATE-YEAR
               VARYING WS-YEAR-SUB FROM 1 BY 1
               UNTIL WS-YEAR-SUB > WS-YEAR-COUNT
                  OR WS-YEAR-FOUND.

       MATCH-CANDIDATE-YEAR.
           IF WS-YEAR-ENTRY(WS-YEAR-SUB) = WS-CHECK-YEAR
               MOVE "Y" TO WS-YEAR-FOUND-SWITCH
           END-IF.

       FIND-EVIDENCE-RUN.
      *    The latest clean run whose fingerprint matches wins, unless
      *    the request named a run - then it must be that one.
           MOVE "N" TO WS-EVIDENCE-SEEN-SWITCH
           MOVE "N" TO WS-EVIDENCE-FOUND-SWITCH
           MOVE SPACES TO WS-EVIDENCE-REASON
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT EVIDENCE-FILE
           IF WS-EVIDENCE-FILE-STATUS NOT = "35"
               PERFORM READ-EVIDENCE-RECORD
               PERFORM JUDGE-EVIDENCE-RECORD UNTIL WS-END-OF-FILE
               CLOSE EVIDENCE-FILE
           END-IF
           IF NOT WS-EVIDENCE-FOUND
               MOVE "Y" TO WS-REFUSED-SWITCH
               EVALUATE TRUE
                   WHEN WS-EVIDENCE-REASON NOT = SPACES
                       MOVE WS-EVIDENCE-REASON TO WS-REFUSAL-REASON
                   WHEN WS-NAMED-RUN
                       MOVE "NAMED EVIDENCE RUN IS NOT ON CALCCEVL"
                           TO WS-REFUSAL-REASON
                   WHEN WS-EVIDENCE-SEEN AND WS-TABLE-HOLIDAY
                       MOVE "CALENDAR CHANGED SINCE LAST CLEAN CALCHGEN"
                           TO WS-REFUSAL-REASON
                   WHEN WS-EVIDENCE-SEEN
                       MOVE "CANDIDATE CHANGED SINCE LAST CLEAN CALCSIM"
                           TO WS-REFUSAL-REASON
                   WHEN WS-TABLE-HOLIDAY
                       MOVE "CALENDAR NEVER GENERATED CLEAN BY CALCHGEN"
                           TO WS-REFUSAL-REASON
                   WHEN OTHER
                       MOVE "CANDIDATE HAS NEVER BEEN SIMULATED CLEAN"
                           TO WS-REFUSAL-REASON
               END-EVALUATE
           END-IF.

       READ-EVIDENCE-RECORD.
           READ EVIDENCE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       JUDGE-EVIDENCE-RECORD.
           IF CEV-PROGRAM = WS-EVIDENCE-PROGRAM AND
              CEV-CANDIDATE = WS-CANDIDATE-NAME
               IF WS-NAMED-RUN
                   IF CEV-RUN-DATE = PROQ-EVIDENCE-DATE AND
                      CEV-RUN-TIME = PROQ-EVIDENCE-TIME
                       PERFORM JUDGE-NAMED-RUN
                   END-IF
               ELSE
                   IF CEV-OUTCOME-CLEAN
                       MOVE "Y" TO WS-EVIDENCE-SEEN-SWITCH
                       IF CEV-RECORD-COUNT = WS-CANDIDATE-RECORDS AND
                          CEV-CHECK-VALUE = WS-CANDIDATE-CHECK
                           PERFORM TAKE-EVIDENCE-RUN
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-EVIDENCE-RECORD.

       JUDGE-NAMED-RUN.
           EVALUATE TRUE
               WHEN NOT CEV-OUTCOME-CLEAN
                   MOVE "NAMED EVIDENCE RUN DID NOT COME OUT CLEAN"
                       TO WS-EVIDENCE-REASON
               WHEN CEV-RECORD-COUNT NOT = WS-CANDIDATE-RECORDS OR
                    CEV-CHECK-VALUE NOT = WS-CANDIDATE-CHECK
                   MOVE "CANDIDATE CHANGED SINCE THE NAMED EVIDENCE RUN"
                       TO WS-EVIDENCE-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-EVIDENCE-REASON
                   PERFORM TAKE-EVIDENCE-RUN
           END-EVALUATE.

       TAKE-EVIDENCE-RUN.
           MOVE "Y" TO WS-EVIDENCE-FOUND-SWITCH
           MOVE CEV-RUN-DATE TO WS-EVIDENCE-DATE
           MOVE CEV-RUN-TIME TO WS-EVIDENCE-TIME
           MOVE CEV-DETAIL TO WS-EVIDENCE-DETAIL.

       KEEP-OTHER-CALENDAR-YEARS.
      *    Live holiday dates outside the generated year(s) stay as
      *    they are.
           PERFORM KEEP-ONE-LIVE-DATE
               VARYING WS-OLD-SUB FROM 1 BY 1
               UNTIL WS-OLD-SUB > WS-OLD-COUNT.

       KEEP-ONE-LIVE-DATE.
           MOVE WS-OLD-ROW(WS-OLD-SUB)(4:4) TO WS-CHECK-YEAR
           PERFORM FIND-CANDIDATE-YEAR
           IF NOT WS-YEAR-FOUND
               IF WS-NEW-COUNT < 3000
                   ADD 1 TO WS-NEW-COUNT
                   MOVE SPACES TO WS-NEW-ENTRY(WS-NEW-COUNT)
                   MOVE WS-OLD-ROW(WS-OLD-SUB)
                       TO WS-NEW-ROW(WS-NEW-COUNT)
               ELSE
                   MOVE "Y" TO WS-REFUSED-SWITCH
                   MOVE "PROMOTED CALENDAR WOULD EXCEED 3000 RECORDS"
                       TO WS-REFUSAL-REASON
               END-IF
           END-IF.

       SORT-OUTER-PASS.
           COMPUTE WS-SORT-SUB-2 = WS-SORT-SUB-1 + 1
           PERFORM SORT-COMPARE-PAIR
               UNTIL WS-SORT-SUB-2 > WS-NEW-COUNT.

       SORT-COMPARE-PAIR.
           IF WS-NEW-ROW(WS-SORT-SUB-2)(1:WS-KEY-LENGTH) <
              WS-NEW-ROW(WS-SORT-SUB-1)(1:WS-KEY-LENGTH)
               MOVE WS-NEW-ENTRY(WS-SORT-SUB-1) TO WS-SORT-HOLD
               MOVE WS-NEW-ENTRY(WS-SORT-SUB-2)
                   TO WS-NEW-ENTRY(WS-SORT-SUB-1)
               MOVE WS-SORT-HOLD TO WS-NEW-ENTRY(WS-SORT-SUB-2)
           END-IF
           ADD 1 TO WS-SORT-SUB-2.

      *****************************************************************
      * Rollback: the kept generation becomes the table that goes      *
      * live.                                                          *
      *****************************************************************
       PREPARE-ROLLBACK.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "N" TO WS-TABLE-FULL-SWITCH
           MOVE SPACES TO RBK-HEADER-RECORD
           EVALUATE TRUE
               WHEN WS-TABLE-RATE
                   OPEN INPUT ROLLBACK-RATE-FILE
               WHEN WS-TABLE-TAX
                   OPEN INPUT ROLLBACK-TAX-FILE
               WHEN WS-TABLE-HOLIDAY
                   OPEN INPUT ROLLBACK-HOLIDAY-FILE
           END-EVALUATE
           IF WS-TABLE-FILE-STATUS NOT = "35"
               PERFORM READ-ROLLBACK-LINE
               IF NOT WS-END-OF-FILE
                   PERFORM GET-ROLLBACK-HEADER
               END-IF
               PERFORM STORE-ROLLBACK-LINE UNTIL WS-END-OF-FILE
               EVALUATE TRUE
                   WHEN WS-TABLE-RATE
                       CLOSE ROLLBACK-RATE-FILE
                   WHEN WS-TABLE-TAX
                       CLOSE ROLLBACK-TAX-FILE
                   WHEN WS-TABLE-HOLIDAY
                       CLOSE ROLLBACK-HOLIDAY-FILE
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN NOT RBK-HDR-PRESENT
                   MOVE "Y" TO WS-REFUSED-SWITCH
                   MOVE SPACES TO WS-REFUSAL-REASON
                   STRING "NO ROLLBACK GENERATION ON " WS-ROLLBACK-NAME
                       DELIMITED BY SIZE INTO WS-REFUSAL-REASON
                   END-STRING
               WHEN RBK-HDR-TABLE NOT = WS-TABLE-NAME
                   MOVE "Y" TO WS-REFUSED-SWITCH
                   MOVE "ROLLBACK GENERATION BELONGS TO ANOTHER TABLE"
                       TO WS-REFUSAL-REASON
               WHEN RBK-HDR-RECORD-COUNT NOT = WS-NEW-COUNT
                   MOVE "Y" TO WS-REFUSED-SWITCH
                   MOVE "ROLLBACK GENERATION IS INCOMPLETE"
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   MOVE RBK-HDR-DATE TO WS-RESTORED-DATE
                   MOVE RBK-HDR-TIME TO WS-RESTORED-TIME
           END-EVALUATE.

       READ-ROLLBACK-LINE.
           EVALUATE TRUE
               WHEN WS-TABLE-RATE
                   READ ROLLBACK-RATE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
               WHEN WS-TABLE-TAX
                   READ ROLLBACK-TAX-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
               WHEN WS-TABLE-HOLIDAY
                   READ ROLLBACK-HOLIDAY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
           END-EVALUATE.

       GET-ROLLBACK-HEADER.
           EVALUATE TRUE
               WHEN WS-TABLE-RATE
                   MOVE ROLLBACK-RATE-LINE TO RBK-HEADER-RECORD
               WHEN WS-TABLE-TAX
                   MOVE ROLLBACK-TAX-LINE TO RBK-HEADER-RECORD
               WHEN WS-TABLE-HOLIDAY
                   MOVE ROLLBACK-HOLIDAY-LINE TO RBK-HEADER-RECORD
           END-EVALUATE
           IF RBK-HDR-PRESENT
               PERFORM READ-ROLLBACK-LINE
           ELSE
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       STORE-ROLLBACK-LINE.
           IF WS-NEW-COUNT < 3000
               ADD 1 TO WS-NEW-COUNT
               MOVE SPACES TO WS-NEW-ENTRY(WS-NEW-COUNT)
               EVALUATE TRUE
                   WHEN WS-TABLE-RATE
                       MOVE ROLLBACK-RATE-LINE
                           TO WS-NEW-ROW(WS-NEW-COUNT)
                   WHEN WS-TABLE-TAX
                       MOVE ROLLBACK-TAX-LINE
                           TO WS-NEW-ROW(WS-NEW-COUNT)
                   WHEN WS-TABLE-HOLIDAY
                       MOVE ROLLBACK-HOLIDAY-LINE
                           TO WS-NEW-ROW(WS-NEW-COUNT)
               END-EVALUATE
           END-IF
           PERFORM READ-ROLLBACK-LINE.

      *****************************************************************
      * Difference: every row going live against the live table, by    *
      * key, then whatever of the live table is left over.             *
      *****************************************************************
       COMPARE-TABLES.
           PERFORM COMPARE-ONE-NEW-ROW
               VARYING WS-NEW-SUB FROM 1 BY 1
               UNTIL WS-NEW-SUB > WS-NEW-COUNT
           PERFORM REPORT-REMOVED-ROW
               VARYING WS-OLD-SUB FROM 1 BY 1
               UNTIL WS-OLD-SUB > WS-OLD-COUNT.

       COMPARE-ONE-NEW-ROW.
           MOVE ZEROS TO WS-MATCH-SUB
           PERFORM MATCH-OLD-ROW
               VARYING WS-OLD-SUB FROM 1 BY 1
               UNTIL WS-OLD-SUB > WS-OLD-COUNT
                  OR WS-MATCH-SUB > ZERO
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-MATCH-SUB = ZERO
               ADD 1 TO WS-ADDED-COUNT
               MOVE "ADDED" TO WS-DTL-CHANGE
               MOVE WS-NEW-ROW(WS-NEW-SUB) TO WS-FORMAT-IMAGE
               PERFORM FORMAT-ROW-IMAGE
               MOVE WS-FORMAT-LINE TO WS-DTL-AFTER
               PERFORM WRITE-DETAIL-LINE
           ELSE
               MOVE "Y" TO WS-OLD-MATCHED(WS-MATCH-SUB)
               IF WS-OLD-ROW(WS-MATCH-SUB) = WS-NEW-ROW(WS-NEW-SUB)
                   ADD 1 TO WS-UNCHANGED-COUNT
               ELSE
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE "CHANGED" TO WS-DTL-CHANGE
                   MOVE WS-OLD-ROW(WS-MATCH-SUB) TO WS-FORMAT-IMAGE
                   PERFORM FORMAT-ROW-IMAGE
                   MOVE WS-FORMAT-LINE TO WS-DTL-BEFORE
                   MOVE WS-NEW-ROW(WS-NEW-SUB) TO WS-FORMAT-IMAGE
                   PERFORM FORMAT-ROW-IMAGE
                   MOVE WS-FORMAT-LINE TO WS-DTL-AFTER
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-IF.

       MATCH-OLD-ROW.
           IF WS-OLD-MATCHED(WS-OLD-SUB) NOT = "Y" AND
              WS-OLD-ROW(WS-OLD-SUB)(1:WS-KEY-LENGTH) =
              WS-NEW-ROW(WS-NEW-SUB)(1:WS-KEY-LENGTH)
               MOVE WS-OLD-SUB TO WS-MATCH-SUB
           END-IF.

       REPORT-REMOVED-ROW.
           IF WS-OLD-MATCHED(WS-OLD-SUB) NOT = "Y"
               ADD 1 TO WS-REMOVED-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "REMOVED" TO WS-DTL-CHANGE
               MOVE WS-OLD-ROW(WS-OLD-SUB) TO WS-FORMAT-IMAGE
               PERFORM FORMAT-ROW-IMAGE
               MOVE WS-FORMAT-LINE TO WS-DTL-BEFORE
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       FORMAT-ROW-IMAGE.
           MOVE SPACES TO WS-FORMAT-LINE
           EVALUATE TRUE
               WHEN WS-TABLE-RATE
                   MOVE WS-FORMAT-IMAGE TO IMG-XRT-RECORD
                   MOVE IMG-XRT-RATE TO WS-DISPLAY-XRT-RATE
                   STRING IMG-XRT-CURRENCY-FROM "/"
                          IMG-XRT-CURRENCY-TO
                          "  EFFECTIVE " IMG-XRT-EFFECTIVE-DATE
                          "  RATE " WS-DISPLAY-XRT-RATE
                       DELIMITED BY SIZE INTO WS-FORMAT-LINE
                   END-STRING
               WHEN WS-TABLE-TAX
                   MOVE WS-FORMAT-IMAGE TO IMG-TAX-RECORD
                   MOVE IMG-TAX-RATE TO WS-DISPLAY-TAX-RATE
                   STRING IMG-TAX-JURISDICTION
                          "  EFFECTIVE " IMG-TAX-EFFECTIVE-DATE
                          "  RATE " WS-DISPLAY-TAX-RATE
                       DELIMITED BY SIZE INTO WS-FORMAT-LINE
                   END-STRING
               WHEN WS-TABLE-HOLIDAY
                   MOVE WS-FORMAT-IMAGE TO IMG-HOL-RECORD
                   STRING "MARKET " IMG-HOL-MARKET-CODE
                          "  HOLIDAY " IMG-HOL-DATE
                       DELIMITED BY SIZE INTO WS-FORMAT-LINE
                   END-STRING
           END-EVALUATE.

      *****************************************************************
      * The swap: the live table goes to the rollback file first, so   *
      * it is safe before anything live is touched.                    *
      *****************************************************************
       WRITE-ROLLBACK-GENERATION.
           MOVE SPACES TO RBK-HEADER-RECORD
           MOVE "RBK" TO RBK-HDR-ID
           MOVE WS-RUN-DATE TO RBK-HDR-DATE
           MOVE WS-RUN-TIME TO RBK-HDR-TIME
           MOVE WS-TABLE-NAME TO RBK-HDR-TABLE
           IF PROQ-PROMOTE
               MOVE "PROMOTE" TO RBK-HDR-REPLACED-BY
           ELSE
               MOVE "ROLLBACK" TO RBK-HDR-REPLACED-BY
           END-IF
           MOVE PROQ-APPROVED-BY TO RBK-HDR-APPROVED-BY
           MOVE WS-OLD-COUNT TO RBK-HDR-RECORD-COUNT
           EVALUATE TRUE
               WHEN WS-TABLE-RATE
                   OPEN OUTPUT ROLLBACK-RATE-FILE
                   MOVE RBK-HEADER-RECORD TO ROLLBACK-RATE-LINE
                   WRITE ROLLBACK-RATE-LINE
               WHEN WS-TABLE-TAX
                   OPEN OUTPUT ROLLBACK-TAX-FILE
                   MOVE RBK-HEADER-RECORD TO ROLLBACK-TAX-LINE
                   WRITE ROLLBACK-TAX-LINE
               WHEN WS-TABLE-HOLIDAY
                   OPEN OUTPUT ROLLBACK-HOLIDAY-FILE
                   MOVE RBK-HEADER-RECORD TO ROLLBACK-HOLIDAY-LINE
                   WRITE ROLLBACK-HOLIDAY-LINE
           END-EVALUATE
           PERFORM WRITE-ONE-ROLLBACK-LINE
               VARYING WS-OLD-SUB FROM 1 BY 1
               UNTIL WS-OLD-SUB > WS-OLD-COUNT
           EVALUATE TRUE
               WHEN WS-TABLE-RATE
                   CLOSE ROLLBACK-RATE-FILE
               WHEN WS-TABLE-TAX
                   CLOSE ROLLBACK-TAX-FILE
               WHEN WS-TABLE-HOLIDAY
                   CLOSE ROLLBACK-HOLIDAY-FILE
           END-EVALUATE.

       WRITE-ONE-ROLLBACK-LINE.
           EVALUATE TRUE
               WHEN WS-TABLE-RATE
                   MOVE WS-OLD-ROW(WS-OLD-SUB) TO ROLLBACK-RATE-LINE
                   WRITE ROLLBACK-RATE-LINE
               WHEN WS-TABLE-TAX
                   MOVE WS-OLD-ROW(WS-OLD-SUB) TO ROLLBACK-TAX-LINE
                   WRITE ROLLBACK-TAX-LINE
               WHEN WS-TABLE-HOLIDAY
                   MOVE WS-OLD-ROW(WS-OLD-SUB) TO ROLLBACK-HOLIDAY-LINE
                   WRITE ROLLBACK-HOLIDAY-LINE
           END-EVALUATE.

       WRITE-LIVE-TABLE.
           EVALUATE TRUE
               WHEN WS-TABLE-RATE
                   OPEN OUTPUT LIVE-RATE-FILE
               WHEN WS-TABLE-TAX
                   OPEN OUTPUT LIVE-TAX-FILE
               WHEN WS-TABLE-HOLIDAY
                   OPEN OUTPUT LIVE-HOLIDAY-FILE
           END-EVALUATE
           PERFORM WRITE-ONE-LIVE-RECORD
               VARYING WS-NEW-SUB FROM 1 BY 1
               UNTIL WS-NEW-SUB > WS-NEW-COUNT
           EVALUATE TRUE
               WHEN WS-TABLE-RATE
                   CLOSE LIVE-RATE-FILE
               WHEN WS-TABLE-TAX
                   CLOSE LIVE-TAX-FILE
               WHEN WS-TABLE-HOLIDAY
                   CLOSE LIVE-HOLIDAY-FILE
           END-EVALUATE
      *    CALCULATOR holds the rate and tax tables in storage; bump
      *    the change stamp so online calls reload the new table.
           IF NOT WS-TABLE-HOLIDAY
               MOVE WS-TABLE-NAME TO TVER-TABLE-NAME
               MOVE "CALCPROM" TO TVER-CHANGED-BY
               CALL "CALCTVUP" USING TVER-RECORD
           END-IF.

       WRITE-ONE-LIVE-RECORD.
           EVALUATE TRUE
               WHEN WS-TABLE-RATE
                   MOVE WS-NEW-ROW(WS-NEW-SUB) TO XRT-RECORD
                   WRITE XRT-RECORD
               WHEN WS-TABLE-TAX
                   MOVE WS-NEW-ROW(WS-NEW-SUB) TO TAX-RECORD
                   WRITE TAX-RECORD
               WHEN WS-TABLE-HOLIDAY
                   MOVE WS-NEW-ROW(WS-NEW-SUB) TO HOL-RECORD
                   WRITE HOL-RECORD
           END-EVALUATE.

      *****************************************************************
      * Report and log.                                                *
      *****************************************************************
       PRINT-REQUEST-LINES.
           MOVE SPACES TO REPORT-LINE
           STRING "REQUEST: ACTION " PROQ-ACTION
                  "  TABLE " PROQ-TABLE
                  "  REQUESTED BY " PROQ-REQUESTED-BY
                  "  APPROVED BY " PROQ-APPROVED-BY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-OUTCOME-LINES.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF PROQ-PROMOTE
               STRING "PROMOTED " WS-CANDIDATE-NAME " TO "
                      WS-TABLE-NAME " ON " WS-EVIDENCE-PROGRAM
                      " RUN " WS-EVIDENCE-DATE " " WS-EVIDENCE-TIME
                      " - " WS-EVIDENCE-DETAIL
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "ROLLED BACK " WS-TABLE-NAME
                      " TO THE GENERATION KEPT " WS-RESTORED-DATE
                      " " WS-RESTORED-TIME
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ADDED " WS-ADDED-COUNT
                  "  CHANGED " WS-CHANGED-COUNT
                  "  REMOVED " WS-REMOVED-COUNT
                  "  UNCHANGED " WS-UNCHANGED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REPLACED TABLE KEPT ON " WS-ROLLBACK-NAME
                  " AS GENERATION " WS-RUN-DATE " " WS-RUN-TIME
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       PRINT-REFUSAL-LINE.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REQUEST REFUSED - " WS-REFUSAL-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       APPEND-LOG-RECORD.
           INITIALIZE PRL-RECORD
           MOVE WS-RUN-DATE TO PRL-LOG-DATE
           MOVE WS-RUN-TIME TO PRL-LOG-TIME
           EVALUATE TRUE
               WHEN WS-REFUSED
                   MOVE "REFUSED" TO PRL-ACTION
                   MOVE WS-REFUSAL-REASON TO PRL-REASON
               WHEN PROQ-PROMOTE
                   MOVE "PROMOTE" TO PRL-ACTION
                   MOVE WS-EVIDENCE-DETAIL TO PRL-REASON
               WHEN OTHER
                   MOVE "ROLLBACK" TO PRL-ACTION
                   STRING "RESTORED GENERATION " WS-RESTORED-DATE
                          " " WS-RESTORED-TIME
                       DELIMITED BY SIZE INTO PRL-REASON
                   END-STRING
           END-EVALUATE
           MOVE PROQ-TABLE TO PRL-TABLE
           MOVE PROQ-REQUESTED-BY TO PRL-REQUESTED-BY
           MOVE PROQ-APPROVED-BY TO PRL-APPROVED-BY
           IF PROQ-PROMOTE
               MOVE WS-CANDIDATE-NAME TO PRL-CANDIDATE
               MOVE WS-EVIDENCE-PROGRAM TO PRL-EVIDENCE-PROGRAM
               MOVE WS-EVIDENCE-DATE TO PRL-EVIDENCE-DATE
               MOVE WS-EVIDENCE-TIME TO PRL-EVIDENCE-TIME
           ELSE
               MOVE WS-ROLLBACK-NAME TO PRL-CANDIDATE
           END-IF
           IF NOT WS-REFUSED
               MOVE WS-ADDED-COUNT TO PRL-ADDED-COUNT
               MOVE WS-CHANGED-COUNT TO PRL-CHANGED-COUNT
               MOVE WS-REMOVED-COUNT TO PRL-REMOVED-COUNT
               MOVE WS-NEW-COUNT TO PRL-LIVE-RECORD-COUNT
               MOVE WS-RUN-DATE TO PRL-ROLLBACK-DATE
               MOVE WS-RUN-TIME TO PRL-ROLLBACK-TIME
           END-IF
           OPEN EXTEND LOG-FILE
           IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF
           WRITE PRL-RECORD
           CLOSE LOG-FILE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-DATE
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
           DISPLAY "CALCPROM - TABLE PROMOTION SUMMARY"
           DISPLAY "========================================"
           DISPLAY "Table:                " PROQ-TABLE
           DISPLAY "Action:               " PROQ-ACTION
           DISPLAY "Approved by:          " PROQ-APPROVED-BY
           IF WS-REFUSED
               DISPLAY "Outcome:              REFUSED"
               DISPLAY "Reason:               " WS-REFUSAL-REASON
           ELSE
               DISPLAY "Outcome:              DONE"
               DISPLAY "Records added:        " WS-ADDED-COUNT
               DISPLAY "Records changed:      " WS-CHANGED-COUNT
               DISPLAY "Records removed:      " WS-REMOVED-COUNT
               DISPLAY "Live records now:     " WS-NEW-COUNT
               DISPLAY "Rollback kept on:     " WS-ROLLBACK-NAME
           END-IF
           DISPLAY "Difference report:    CALCPRMR"
           DISPLAY "========================================".

       END PROGRAM CALCPROM.
