       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCBVAL.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Daily Back-Valued Transaction Report                           *
      * Lists every call on the day's audit log that executed with a   *
      * value date before the business date - the AUDIT-BACK-VALUE-    *
      * IND CALCULATOR stamps once the closed-month ban and the        *
      * caller's CALCPARM back-value window have been passed - so      *
      * finance sees each item priced into an earlier period before    *
      * the month's chargeback and GL figures are signed. Items        *
      * inside the window and items released beyond it through the     *
      * CALCAPRV approval queue are listed and totaled separately. A   *
      * member of an atomic set later voided on the log is listed      *
      * with VOIDED against it: it did not post. The audit chain is    *
      * verified while reading, the same way CALCRPT verifies it; a    *
      * log whose chain does not hold is refused (return code 16).     *
      * SEAL and simulation records are never listed. Return code 4    *
      * when there is no log to report.                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "CALCAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCBVLP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY CALCAUD.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY CALCBDT.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-BDAT-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".

       01  WS-CHAIN-VALUE          PIC 9(9) VALUE ZEROS.
       01  WS-CHAIN-FAIL-SWITCH    PIC X VALUE "N".
           88  WS-CHAIN-FAILED     VALUE "Y".
       01  WS-CHAIN-FAIL-SEQ       PIC 9(9) VALUE ZEROS.

           COPY CALCHSH.

       01  WS-RECORD-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-WITHIN-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-APPROVED-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-VOIDED-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-DROPPED-COUNT        PIC 9(7) VALUE ZEROS.

      *    One row per back-valued call, held until the whole log has
      *    been read so a VOIDED marker further down can still be
      *    applied to the members of its set.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-COUNT       PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-ITEM-ENTRY OCCURS 2000 TIMES.
               10  WS-ITM-SEQUENCE-NO  PIC 9(9).
               10  WS-ITM-CALLER-ID    PIC X(8).
               10  WS-ITM-OPERATION    PIC X.
               10  WS-ITM-VALUE-DATE   PIC 9(8).
               10  WS-ITM-DAYS-BACK    PIC 9(4).
               10  WS-ITM-INDICATOR    PIC X.
                   88  WS-ITM-APPROVED VALUE "A".
               10  WS-ITM-RESULT       PIC S9(9)V99 COMP-3.
               10  WS-ITM-SET-ID       PIC X(8).
               10  WS-ITM-CORR-ID      PIC X(16).
               10  WS-ITM-VOIDED       PIC X.
                   88  WS-ITM-IS-VOIDED VALUE "Y".
       01  WS-ITEM-SUB             PIC 9(4) COMP-3 VALUE ZEROS.

       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
       01  WS-LINE-NUMBER          PIC 9(2) VALUE 99.
       01  WS-PAGE-LIMIT           PIC 9(2) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(44) VALUE
               "CALCBVAL - DAILY BACK-VALUED ITEMS REPORT   ".
           05  FILLER              PIC X(17) VALUE "   BUSINESS DATE ".
           05  WS-HDG-DATE         PIC 9(8).
           05  FILLER              PIC X(8) VALUE "    PAGE".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(51) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-SEQUENCE     PIC 9(9).
           05  FILLER              PIC X(2).
           05  WS-DTL-CALLER       PIC X(8).
           05  FILLER              PIC X(2).
           05  WS-DTL-OPERATION    PIC X.
           05  FILLER              PIC X(3).
           05  WS-DTL-VALUE-DATE   PIC 9(8).
           05  FILLER              PIC X(2).
           05  WS-DTL-DAYS-BACK    PIC ZZZ9.
           05  FILLER              PIC X(2).
           05  WS-DTL-BASIS        PIC X(8).
           05  FILLER              PIC X(2).
           05  WS-DTL-RESULT       PIC -(9)9.99.
           05  FILLER              PIC X(2).
           05  WS-DTL-SET-ID       PIC X(8).
           05  FILLER              PIC X(2).
           05  WS-DTL-CORR-ID      PIC X(16).
           05  FILLER              PIC X(2).
           05  WS-DTL-NOTE         PIC X(6).
           05  FILLER              PIC X(32).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL        PIC X(32).
           05  WS-TOT-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           INITIALIZE WS-ITEM-TABLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM GET-BUSINESS-DATE
           PERFORM SCAN-AUDIT-LOG
           IF WS-CHAIN-FAILED
               DISPLAY "CALCBVAL - AUDIT CHAIN DOES NOT VERIFY AT "
                   "SEQUENCE " WS-CHAIN-FAIL-SEQ
               DISPLAY "CALCBVAL - LOG REFUSED, NO REPORT PRODUCED"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM PRINT-BACK-VALUE-REPORT
               PERFORM DISPLAY-RUN-SUMMARY
           END-IF
           GOBACK.

       GET-BUSINESS-DATE.
      *    The stream's business date from the CALCBDAT register;
      *    with no register the run date applies.
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
           END-IF.

       SCAN-AUDIT-LOG.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               DISPLAY "CALCBVAL - NO AUDIT LOG TO REPORT"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-AUDIT-RECORD
           PERFORM SCAN-ONE-RECORD UNTIL WS-END-OF-FILE
           CLOSE AUDIT-FILE.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       SCAN-ONE-RECORD.
           PERFORM VERIFY-CHAIN-RECORD
           IF AUDIT-STATUS NOT = "SEAL" AND
              AUDIT-SIM-MARKER NOT = "S"
               ADD 1 TO WS-RECORD-COUNT
               EVALUATE TRUE
                   WHEN AUDIT-STATUS = "VOIDED"
                       PERFORM VOID-SET-ITEMS
                           VARYING WS-ITEM-SUB FROM 1 BY 1
                           UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                   WHEN AUDIT-BACK-VALUE-IND = "W" OR
                        AUDIT-BACK-VALUE-IND = "A"
                       PERFORM STORE-BACK-VALUE-ITEM
               END-EVALUATE
           END-IF
           PERFORM READ-AUDIT-RECORD.

       VERIFY-CHAIN-RECORD.
           MOVE WS-CHAIN-VALUE TO HASH-PREVIOUS-CHECK
           MOVE AUDIT-RECORD TO HASH-RECORD-IMAGE
           CALL "CALCHASH" USING HASH-INPUT HASH-OUTPUT
           IF HASH-CHECK-VALUE NOT = AUDIT-CHAIN-CHECK
               IF NOT WS-CHAIN-FAILED
                   MOVE "Y" TO WS-CHAIN-FAIL-SWITCH
                   MOVE AUDIT-SEQUENCE-NO TO WS-CHAIN-FAIL-SEQ
               END-IF
           END-IF
           MOVE HASH-CHECK-VALUE TO WS-CHAIN-VALUE.

       STORE-BACK-VALUE-ITEM.
           IF WS-ITEM-COUNT < 2000
               ADD 1 TO WS-ITEM-COUNT
               MOVE AUDIT-SEQUENCE-NO
                   TO WS-ITM-SEQUENCE-NO(WS-ITEM-COUNT)
               MOVE AUDIT-CALLER-ID TO WS-ITM-CALLER-ID(WS-ITEM-COUNT)
               MOVE AUDIT-OPERATION TO WS-ITM-OPERATION(WS-ITEM-COUNT)
               MOVE AUDIT-VALUE-DATE
                   TO WS-ITM-VALUE-DATE(WS-ITEM-COUNT)
               MOVE AUDIT-BACK-VALUE-DAYS
                   TO WS-ITM-DAYS-BACK(WS-ITEM-COUNT)
               MOVE AUDIT-BACK-VALUE-IND
                   TO WS-ITM-INDICATOR(WS-ITEM-COUNT)
      *        A high-precision call carries its result in the wide
      *        field; the ordinary one is zero on such a record.
               IF AUDIT-PRECISION-MODE = "H"
                   COMPUTE WS-ITM-RESULT(WS-ITEM-COUNT) ROUNDED =
                           AUDIT-RESULT-EXT
               ELSE
                   MOVE AUDIT-RESULT TO WS-ITM-RESULT(WS-ITEM-COUNT)
               END-IF
               MOVE AUDIT-SET-ID TO WS-ITM-SET-ID(WS-ITEM-COUNT)
               MOVE AUDIT-CORR-ID TO WS-ITM-CORR-ID(WS-ITEM-COUNT)
               MOVE "N" TO WS-ITM-VOIDED(WS-ITEM-COUNT)
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
               DISPLAY "CALCBVAL - ITEM TABLE FULL, RECORD "
                   AUDIT-SEQUENCE-NO " NOT LISTED"
           END-IF.

       VOID-SET-ITEMS.
           IF AUDIT-SET-ID NOT = SPACES AND
              WS-ITM-SET-ID(WS-ITEM-SUB) = AUDIT-SET-ID
               MOVE "Y" TO WS-ITM-VOIDED(WS-ITEM-SUB)
           END-IF.

       PRINT-BACK-VALUE-REPORT.
           OPEN OUTPUT REPORT-FILE
           PERFORM START-NEW-PAGE
           MOVE "SEQUENCE   CALLER    OP VALUE DT  DAYS  BASIS       "
               TO REPORT-LINE
           MOVE "     RESULT  SET-ID    CORRELATION-ID"
               TO REPORT-LINE(53:)
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-ONE-ITEM-LINE
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           PERFORM WRITE-BLANK-LINE
           MOVE "INSIDE BACK-VALUE WINDOW" TO WS-TOT-LABEL
           MOVE WS-WITHIN-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "APPROVED BEYOND WINDOW" TO WS-TOT-LABEL
           MOVE WS-APPROVED-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "VOIDED WITH THEIR SET" TO WS-TOT-LABEL
           MOVE WS-VOIDED-COUNT TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           CLOSE REPORT-FILE.

       PRINT-ONE-ITEM-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-ITM-SEQUENCE-NO(WS-ITEM-SUB) TO WS-DTL-SEQUENCE
           IF WS-ITM-CALLER-ID(WS-ITEM-SUB) = SPACES
               MOVE "(NONE)" TO WS-DTL-CALLER
           ELSE
               MOVE WS-ITM-CALLER-ID(WS-ITEM-SUB) TO WS-DTL-CALLER
           END-IF
           MOVE WS-ITM-OPERATION(WS-ITEM-SUB) TO WS-DTL-OPERATION
           MOVE WS-ITM-VALUE-DATE(WS-ITEM-SUB) TO WS-DTL-VALUE-DATE
           MOVE WS-ITM-DAYS-BACK(WS-ITEM-SUB) TO WS-DTL-DAYS-BACK
           IF WS-ITM-APPROVED(WS-ITEM-SUB)
               MOVE "APPROVED" TO WS-DTL-BASIS
           ELSE
               MOVE "WINDOW" TO WS-DTL-BASIS
           END-IF
           MOVE WS-ITM-RESULT(WS-ITEM-SUB) TO WS-DTL-RESULT
           MOVE WS-ITM-SET-ID(WS-ITEM-SUB) TO WS-DTL-SET-ID
           MOVE WS-ITM-CORR-ID(WS-ITEM-SUB) TO WS-DTL-CORR-ID
           IF WS-ITM-IS-VOIDED(WS-ITEM-SUB)
               MOVE "VOIDED" TO WS-DTL-NOTE
               ADD 1 TO WS-VOIDED-COUNT
           ELSE
               IF WS-ITM-APPROVED(WS-ITEM-SUB)
                   ADD 1 TO WS-APPROVED-COUNT
               ELSE
                   ADD 1 TO WS-WITHIN-COUNT
               END-IF
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

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

       WRITE-BLANK-LINE.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NUMBER.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCBVAL - BACK-VALUED ITEMS SUMMARY"
           DISPLAY "========================================"
           DISPLAY "Audit records read:   " WS-RECORD-COUNT
           DISPLAY "Inside window:        " WS-WITHIN-COUNT
           DISPLAY "Approved beyond:      " WS-APPROVED-COUNT
           DISPLAY "Voided with set:      " WS-VOIDED-COUNT
           DISPLAY "Not listed (full):    " WS-DROPPED-COUNT
           DISPLAY "Report written to:    CALCBVLP"
           DISPLAY "========================================".

       END PROGRAM CALCBVAL.
