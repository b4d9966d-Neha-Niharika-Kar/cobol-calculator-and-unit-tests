      * a doctored or truncated log must not produce a               *
      * plausible-looking summary. CALCEOD's end-of-day SEAL records  *
      * take part in the chain but are excluded from the counts.      *
      * Volume is also shown by channel from AUDIT-CHANNEL: batch,    *
      * online (CICS and web) and the CALCMSGQ message queue.         *
      * The per-caller section is grouped by legal entity - the one   *
      * stamped on the audit record or, for a blank stamp, the        *
      * caller's CALCENTY assignment through CALCENTL - and each      *
      * entity closes with a total line of calls, successes, errors   *
      * and successful-result sum as its control total. Calls with no *
      * entity print under (NONE) and set return code 4.              *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  WS-STAT-INVOPERAND-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-STAT-OTHER-COUNT       PIC 9(7) VALUE ZEROS.

       01  WS-CHANNEL-COUNTS.
           05  WS-CHAN-BATCH-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-CHAN-ONLINE-COUNT PIC 9(7) VALUE ZEROS.
           05  WS-CHAN-QUEUE-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-CHAN-OTHER-COUNT  PIC 9(7) VALUE ZEROS.

       01  WS-RESULT-STATS.
           05  WS-RESULT-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-RESULT-SUM        PIC S9(11)V99 VALUE ZEROS.
       01  WS-FIRST-SUCCESS-SWITCH  PIC X VALUE "N".
           88  WS-FIRST-SUCCESS     VALUE "Y".

      *    Per-caller section: one row per distinct legal entity and
      *    AUDIT-CALLER-ID seen on the day's log.
       01  WS-CALLER-TABLE.
           05  WS-CALLER-COUNT     PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-CALLER-ENTRY OCCURS 200 TIMES.
               10  WS-CAL-KEY.
                   15  WS-CAL-ENTITY       PIC X(4).
                   15  WS-CAL-ID           PIC X(8).
               10  WS-CAL-CALLS        PIC 9(7).
               10  WS-CAL-SUCCESSES    PIC 9(7).
               10  WS-CAL-ERRORS       PIC 9(7).
               10  WS-CAL-RESULT-SUM   PIC S9(11)V99.
       01  WS-CALLER-SUB           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-CALLER-MATCH-SUB     PIC 9(3) COMP-3 VALUE ZEROS.

       01  WS-SORT-SUB-1           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-SORT-SUB-2           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-SORT-HOLD            PIC X(46).

      *    Legal entity of the record in hand, and the entity group
      *    being printed with its control totals.
       01  WS-RECORD-ENTITY        PIC X(4) VALUE SPACES.
       01  WS-UNASSIGNED-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-CURRENT-ENTITY       PIC X(4) VALUE SPACES.
       01  WS-ENTITY-GROUP-SWITCH  PIC X VALUE "N".
           88  WS-ENTITY-GROUP-OPEN VALUE "Y".
       01  WS-ENTITY-TOTALS.
           05  WS-ENT-CALLS        PIC 9(7).
           05  WS-ENT-SUCCESSES    PIC 9(7).
           05  WS-ENT-ERRORS       PIC 9(7).
           05  WS-ENT-RESULT-SUM   PIC S9(11)V99.

           COPY CALCENL.

      *    Print control.
       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
           05  WS-CAL-LINE-SUCC    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2).
           05  WS-CAL-LINE-ERRS    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2).
           05  WS-CAL-LINE-SUM     PIC -(11)9.99.
           05  FILLER              PIC X(68).

       PROCEDURE DIVISION.

               PERFORM PRINT-REPORT
               DISPLAY "CALCRPT - " WS-RECORD-COUNT
                   " AUDIT RECORDS REPORTED TO CALCRPTF"
               IF WS-UNASSIGNED-COUNT > ZERO
                   DISPLAY "CALCRPT - " WS-UNASSIGNED-COUNT
                       " AUDIT RECORDS HAVE NO LEGAL ENTITY"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

               ADD 1 TO WS-RECORD-COUNT
               PERFORM TALLY-OPERATION
               PERFORM TALLY-STATUS
               PERFORM TALLY-CHANNEL
               PERFORM TALLY-RESULT
               PERFORM TALLY-CALLER
           END-IF
                   ADD 1 TO WS-STAT-OTHER-COUNT
           END-EVALUATE.

       TALLY-CHANNEL.
           EVALUATE AUDIT-CHANNEL
               WHEN SPACE
                   ADD 1 TO WS-CHAN-BATCH-COUNT
               WHEN "O"
                   ADD 1 TO WS-CHAN-ONLINE-COUNT
               WHEN "Q"
                   ADD 1 TO WS-CHAN-QUEUE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CHAN-OTHER-COUNT
           END-EVALUATE.

       TALLY-RESULT.
           IF AUDIT-STATUS = "SUCCESS"
               ADD 1 TO WS-RESULT-COUNT
           END-IF.

       TALLY-CALLER.
           PERFORM RESOLVE-RECORD-ENTITY
           MOVE ZEROS TO WS-CALLER-MATCH-SUB
           PERFORM MATCH-CALLER-ENTRY
               VARYING WS-CALLER-SUB FROM 1 BY 1
           IF WS-CALLER-MATCH-SUB = ZERO
               IF WS-CALLER-COUNT < 200
                   ADD 1 TO WS-CALLER-COUNT
                   MOVE WS-RECORD-ENTITY
                       TO WS-CAL-ENTITY(WS-CALLER-COUNT)
                   MOVE AUDIT-CALLER-ID TO WS-CAL-ID(WS-CALLER-COUNT)
                   MOVE WS-CALLER-COUNT TO WS-CALLER-MATCH-SUB
               END-IF
           END-IF
           IF WS-CALLER-MATCH-SUB > ZERO
               ADD 1 TO WS-CAL-CALLS(WS-CALLER-MATCH-SUB)
               IF AUDIT-STATUS = "SUCCESS"
                   ADD AUDIT-RESULT
                       TO WS-CAL-RESULT-SUM(WS-CALLER-MATCH-SUB)
               END-IF
               IF AUDIT-STATUS = "SUCCESS" OR
                  AUDIT-STATUS = "GREATER" OR
                  AUDIT-STATUS = "NOT GREATER" OR
           END-IF.

       MATCH-CALLER-ENTRY.
           IF WS-CAL-ENTITY(WS-CALLER-SUB) = WS-RECORD-ENTITY AND
              WS-CAL-ID(WS-CALLER-SUB) = AUDIT-CALLER-ID
               MOVE WS-CALLER-SUB TO WS-CALLER-MATCH-SUB
           END-IF.

       RESOLVE-RECORD-ENTITY.
      *    The entity stamped at call time stands; a blank stamp takes
      *    the caller's assignment on the record's business date.
           IF AUDIT-ENTITY NOT = SPACES
               MOVE AUDIT-ENTITY TO WS-RECORD-ENTITY
           ELSE
               MOVE AUDIT-CALLER-ID TO ENTL-CALLER-ID
               IF AUDIT-BUSINESS-DATE NUMERIC AND
                  AUDIT-BUSINESS-DATE > ZERO
                   MOVE AUDIT-BUSINESS-DATE TO ENTL-AS-OF-DATE
               ELSE
                   MOVE WS-RUN-DATE TO ENTL-AS-OF-DATE
               END-IF
               CALL "CALCENTL" USING ENTL-REQUEST ENTL-REPLY
               MOVE ENTL-ENTITY-CODE TO WS-RECORD-ENTITY
               IF NOT ENTL-FOUND
                   ADD 1 TO WS-UNASSIGNED-COUNT
               END-IF
           END-IF.

       SORT-CALLER-TABLE.
      *    Straight exchange sort on entity then caller, so each
      *    entity's callers print together under their total.
           IF WS-CALLER-COUNT > 1
               PERFORM SORT-OUTER-PASS
                   VARYING WS-SORT-SUB-1 FROM 1 BY 1
                   UNTIL WS-SORT-SUB-1 >= WS-CALLER-COUNT
           END-IF.

       SORT-OUTER-PASS.
           COMPUTE WS-SORT-SUB-2 = WS-SORT-SUB-1 + 1
           PERFORM SORT-COMPARE-PAIR
               UNTIL WS-SORT-SUB-2 > WS-CALLER-COUNT.

       SORT-COMPARE-PAIR.
           IF WS-CAL-KEY(WS-SORT-SUB-2) < WS-CAL-KEY(WS-SORT-SUB-1)
               MOVE WS-CALLER-ENTRY(WS-SORT-SUB-1) TO WS-SORT-HOLD
               MOVE WS-CALLER-ENTRY(WS-SORT-SUB-2)
                   TO WS-CALLER-ENTRY(WS-SORT-SUB-1)
               MOVE WS-SORT-HOLD TO WS-CALLER-ENTRY(WS-SORT-SUB-2)
           END-IF
           ADD 1 TO WS-SORT-SUB-2.

       PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE
           PERFORM START-NEW-PAGE
           PERFORM WRITE-DETAIL-LINE
           PERFORM WRITE-BLANK-LINE

           PERFORM WRITE-CHANNEL-HEADING
           MOVE "  BATCH" TO WS-DTL-LABEL
           MOVE WS-CHAN-BATCH-COUNT TO WS-DTL-COUNT
           PERFORM WRITE-DETAIL-LINE
           MOVE "  ONLINE (CICS/WEB)" TO WS-DTL-LABEL
           MOVE WS-CHAN-ONLINE-COUNT TO WS-DTL-COUNT
           PERFORM WRITE-DETAIL-LINE
           MOVE "  MESSAGE QUEUE" TO WS-DTL-LABEL
           MOVE WS-CHAN-QUEUE-COUNT TO WS-DTL-COUNT
           PERFORM WRITE-DETAIL-LINE
           MOVE "  OTHER/UNKNOWN" TO WS-DTL-LABEL
           MOVE WS-CHAN-OTHER-COUNT TO WS-DTL-COUNT
           PERFORM WRITE-DETAIL-LINE
           PERFORM WRITE-BLANK-LINE

           PERFORM WRITE-RESULT-HEADING
           MOVE "  COUNT" TO WS-DTL-LABEL
           MOVE WS-RESULT-COUNT TO WS-DTL-COUNT
           PERFORM WRITE-AMOUNT-LINE
           PERFORM WRITE-BLANK-LINE

           PERFORM SORT-CALLER-TABLE
           PERFORM WRITE-CALLER-HEADINGS
           MOVE "N" TO WS-ENTITY-GROUP-SWITCH
           PERFORM PRINT-CALLER-LINE
               VARYING WS-CALLER-SUB FROM 1 BY 1
               UNTIL WS-CALLER-SUB > WS-CALLER-COUNT
           IF WS-ENTITY-GROUP-OPEN
               PERFORM PRINT-ENTITY-TOTAL-LINE
           END-IF
           IF WS-UNASSIGNED-COUNT > ZERO
               MOVE "RECORDS WITH NO ENTITY" TO WS-DTL-LABEL
               MOVE WS-UNASSIGNED-COUNT TO WS-DTL-COUNT
               PERFORM WRITE-DETAIL-LINE
           END-IF

           CLOSE REPORT-FILE.

           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NUMBER.

       WRITE-CHANNEL-HEADING.
           PERFORM CHECK-PAGE-BREAK
           MOVE "COUNTS BY CHANNEL" TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NUMBER.

       WRITE-RESULT-HEADING.
           PERFORM CHECK-PAGE-BREAK
           MOVE "SUCCESSFUL-CALL RESULT STATISTICS" TO REPORT-LINE

       WRITE-CALLER-HEADINGS.
           PERFORM CHECK-PAGE-BREAK
           MOVE "PER-CALLER ACTIVITY BY LEGAL ENTITY" TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NUMBER
           PERFORM CHECK-PAGE-BREAK
           MOVE "CALLER          CALLS     SUCCESSES       ERRORS"
               TO REPORT-LINE
           MOVE "      RESULT SUM" TO REPORT-LINE(49:16)
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NUMBER.

       PRINT-CALLER-LINE.
           IF WS-ENTITY-GROUP-OPEN AND
              WS-CAL-ENTITY(WS-CALLER-SUB) NOT = WS-CURRENT-ENTITY
               PERFORM PRINT-ENTITY-TOTAL-LINE
           END-IF
           IF NOT WS-ENTITY-GROUP-OPEN
               MOVE WS-CAL-ENTITY(WS-CALLER-SUB) TO WS-CURRENT-ENTITY
               INITIALIZE WS-ENTITY-TOTALS
               MOVE "Y" TO WS-ENTITY-GROUP-SWITCH
               PERFORM WRITE-ENTITY-HEADING
           END-IF
           ADD WS-CAL-CALLS(WS-CALLER-SUB) TO WS-ENT-CALLS
           ADD WS-CAL-SUCCESSES(WS-CALLER-SUB) TO WS-ENT-SUCCESSES
           ADD WS-CAL-ERRORS(WS-CALLER-SUB) TO WS-ENT-ERRORS
           ADD WS-CAL-RESULT-SUM(WS-CALLER-SUB) TO WS-ENT-RESULT-SUM
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO WS-CALLER-LINE
           IF WS-CAL-ID(WS-CALLER-SUB) = SPACES
           MOVE WS-CAL-CALLS(WS-CALLER-SUB) TO WS-CAL-LINE-CALLS
           MOVE WS-CAL-SUCCESSES(WS-CALLER-SUB) TO WS-CAL-LINE-SUCC
           MOVE WS-CAL-ERRORS(WS-CALLER-SUB) TO WS-CAL-LINE-ERRS
           MOVE WS-CAL-RESULT-SUM(WS-CALLER-SUB) TO WS-CAL-LINE-SUM
           MOVE WS-CALLER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NUMBER.

       WRITE-ENTITY-HEADING.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO REPORT-LINE
           MOVE "ENTITY" TO REPORT-LINE(1:6)
           IF WS-CURRENT-ENTITY = SPACES
               MOVE "(NONE)" TO REPORT-LINE(8:6)
           ELSE
               MOVE WS-CURRENT-ENTITY TO REPORT-LINE(8:4)
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NUMBER.

       PRINT-ENTITY-TOTAL-LINE.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO WS-CALLER-LINE
           MOVE "  TOTAL" TO WS-CAL-LINE-ID
           MOVE WS-ENT-CALLS TO WS-CAL-LINE-CALLS
           MOVE WS-ENT-SUCCESSES TO WS-CAL-LINE-SUCC
           MOVE WS-ENT-ERRORS TO WS-CAL-LINE-ERRS
           MOVE WS-ENT-RESULT-SUM TO WS-CAL-LINE-SUM
           MOVE WS-CALLER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NUMBER
           PERFORM WRITE-BLANK-LINE
           MOVE "N" TO WS-ENTITY-GROUP-SWITCH.

       CLOSE-FILES.
           CLOSE AUDIT-FILE.

