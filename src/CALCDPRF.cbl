       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDPRF.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * TRANSIN Disposition Proof                                      *
      * CALCDRV proves TRANSIN against its trailer before it runs;     *
      * this job proves, after it has run, where every detail went.    *
      * Each detail must end on exactly one outcome: a successful      *
      * TRANSOUT record, a TRANSREV review item, a hold on the         *
      * CALCPEND approval queue, a reject on CALCEXCP, a CALCDUPS      *
      * duplicate, or VOIDED with a failed set. Details and outcomes   *
      * are matched on TRANS-KEY through the CALCDPWK work store (see  *
      * CALCDPR), and every key that reached more or fewer outcomes    *
      * than it arrived is listed. Held and rejected TRANSOUT records  *
      * are then traced by TRANS-CORR-ID to the CALCPEND or CALCEXCP   *
      * entry behind them. Per TRANS-SOURCE-ID and in total, the       *
      * detail count must equal the sum of the outcome counts and the  *
      * operand hash totals in must equal the operand hash totals out. *
      * A DUPLICATE KEY record on TRANSOUT is the voided-set echo of   *
      * a member already on CALCDUPS and is counted there only; an     *
      * operator hold (HELD - RETRY LATER) stays off CALCEXCP by       *
      * design, so it counts as a reject with no trace to find.        *
      * After a parallel night (CALCPART, the partition drivers and    *
      * CALCPCON) the CALCDPRC control record names the partition      *
      * count, and each partition is proved the same way - TRANSPn     *
      * against TRANSOn, TRANSRn and CALCDUPn - besides the            *
      * consolidated night against TRANSIN. No control record, or a    *
      * count of zero, proves a single run.                            *
      * Runs as a CALCNITE step after CALCDRV and ahead of CALCRPT     *
      * and CALCEOD. The findings go to the CALCDPRP report; any       *
      * imbalance ends the job with return code 16, which stops the    *
      * stream before the night is reported on or cut.                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CALCDPRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

      *    File 0 of each kind is the whole night's; files 1-5 are
      *    the partition-private files of a parallel night.
           SELECT INBOUND-FILE-0 ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT INBOUND-FILE-1 ASSIGN TO "TRANSP1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT INBOUND-FILE-2 ASSIGN TO "TRANSP2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT INBOUND-FILE-3 ASSIGN TO "TRANSP3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT INBOUND-FILE-4 ASSIGN TO "TRANSP4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT INBOUND-FILE-5 ASSIGN TO "TRANSP5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT RESULT-FILE-0 ASSIGN TO "TRANSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT RESULT-FILE-1 ASSIGN TO "TRANSO1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT RESULT-FILE-2 ASSIGN TO "TRANSO2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT RESULT-FILE-3 ASSIGN TO "TRANSO3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT RESULT-FILE-4 ASSIGN TO "TRANSO4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT RESULT-FILE-5 ASSIGN TO "TRANSO5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT REVIEW-FILE-0 ASSIGN TO "TRANSREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT REVIEW-FILE-1 ASSIGN TO "TRANSR1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT REVIEW-FILE-2 ASSIGN TO "TRANSR2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT REVIEW-FILE-3 ASSIGN TO "TRANSR3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT REVIEW-FILE-4 ASSIGN TO "TRANSR4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT REVIEW-FILE-5 ASSIGN TO "TRANSR5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT DUPLICATE-FILE-0 ASSIGN TO "CALCDUPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT DUPLICATE-FILE-1 ASSIGN TO "CALCDUP1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT DUPLICATE-FILE-2 ASSIGN TO "CALCDUP2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT DUPLICATE-FILE-3 ASSIGN TO "CALCDUP3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT DUPLICATE-FILE-4 ASSIGN TO "CALCDUP4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT DUPLICATE-FILE-5 ASSIGN TO "CALCDUP5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "CALCEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "CALCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT PROOF-WORK-FILE ASSIGN TO "CALCDPWK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPRF-KEY
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT TRACE-WORK-FILE ASSIGN TO "CALCDPWC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRACE-KEY
               FILE STATUS IS WS-TRACE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCDPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  PROOF-CONTROL-RECORD.
           05  DPRC-PARTITION-COUNT    PIC 9.

      *    Every inbound and outcome file is read as raw line images
      *    onto shared work areas, the CALCPCON pattern.
       FD  INBOUND-FILE-0.
       01  I0-LINE                 PIC X(130).
       FD  INBOUND-FILE-1.
       01  I1-LINE                 PIC X(130).
       FD  INBOUND-FILE-2.
       01  I2-LINE                 PIC X(130).
       FD  INBOUND-FILE-3.
       01  I3-LINE                 PIC X(130).
       FD  INBOUND-FILE-4.
       01  I4-LINE                 PIC X(130).
       FD  INBOUND-FILE-5.
       01  I5-LINE                 PIC X(130).

       FD  RESULT-FILE-0.
       01  R0-LINE                 PIC X(100).
       FD  RESULT-FILE-1.
       01  R1-LINE                 PIC X(100).
       FD  RESULT-FILE-2.
       01  R2-LINE                 PIC X(100).
       FD  RESULT-FILE-3.
       01  R3-LINE                 PIC X(100).
       FD  RESULT-FILE-4.
       01  R4-LINE                 PIC X(100).
       FD  RESULT-FILE-5.
       01  R5-LINE                 PIC X(100).

       FD  REVIEW-FILE-0.
       01  V0-LINE                 PIC X(100).
       FD  REVIEW-FILE-1.
       01  V1-LINE                 PIC X(100).
       FD  REVIEW-FILE-2.
       01  V2-LINE                 PIC X(100).
       FD  REVIEW-FILE-3.
       01  V3-LINE                 PIC X(100).
       FD  REVIEW-FILE-4.
       01  V4-LINE                 PIC X(100).
       FD  REVIEW-FILE-5.
       01  V5-LINE                 PIC X(100).

       FD  DUPLICATE-FILE-0.
       01  D0-LINE                 PIC X(100).
       FD  DUPLICATE-FILE-1.
       01  D1-LINE                 PIC X(100).
       FD  DUPLICATE-FILE-2.
       01  D2-LINE                 PIC X(100).
       FD  DUPLICATE-FILE-3.
       01  D3-LINE                 PIC X(100).
       FD  DUPLICATE-FILE-4.
       01  D4-LINE                 PIC X(100).
       FD  DUPLICATE-FILE-5.
       01  D5-LINE                 PIC X(100).

       FD  EXCEPTION-FILE.
           COPY CALCEXC.

       FD  PENDING-FILE.
           COPY CALCPND.

       FD  PROOF-WORK-FILE.
           COPY CALCDPR.

      *    One entry per correlation ID found on the approval queue
      *    ("P") or the exception log ("E").
       FD  TRACE-WORK-FILE.
       01  TRACE-RECORD.
           05  TRACE-KEY.
               10  TRACE-CORR-ID       PIC X(16).
               10  TRACE-QUEUE         PIC X.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY CALCBDT.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-SOURCE-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-EXCEPTION-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-PENDING-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-WORK-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-TRACE-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-BDAT-FILE-STATUS     PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-WORK-EOF-SWITCH      PIC X VALUE "N".
           88  WS-WORK-EOF         VALUE "Y".
       01  WS-ENTRY-NEW-SWITCH     PIC X VALUE "N".
           88  WS-ENTRY-IS-NEW     VALUE "Y".
       01  WS-PROOF-FAIL-SWITCH    PIC X VALUE "N".
           88  WS-PROOF-FAILED     VALUE "Y".
       01  WS-SOURCE-FULL-SWITCH   PIC X VALUE "N".
           88  WS-SOURCE-TABLE-FULL VALUE "Y".

      *    The current record off whichever file is open. TRANSOUT
      *    and TRANSREV records share one shape.
           COPY CALCTRN REPLACING LEADING ==TRANS-== BY ==WRK-==.

       01  WS-RESULT-WORK.
           05  WS-RES-KEY          PIC X(10).
           05  WS-RES-VALUE        PIC S9(9)V99.
           05  WS-RES-STATUS       PIC X(20).
               88  WS-RES-SUCCESSFUL VALUE "SUCCESS" "GREATER"
                   "NOT GREATER" "LESS" "NOT LESS" "EQUAL" "NOT EQUAL".
           05  WS-RES-SOURCE-ID    PIC X(8).
           05  WS-RES-CORR-ID      PIC X(16).
           05  WS-RES-OPERAND-1    PIC S9(9)V99.
           05  WS-RES-OPERAND-2    PIC S9(9)V99.
           05  FILLER              PIC X(13).

       01  WS-DUP-WORK.
           05  WS-DUP-KEY          PIC X(10).
           05  FILLER              PIC X.
           05  WS-DUP-REASON       PIC X(30).
           05  WS-DUP-SOURCE-ID    PIC X(8).
           05  WS-DUP-CORR-ID      PIC X(16).
           05  WS-DUP-OPERAND-1    PIC S9(9)V99.
           05  WS-DUP-OPERAND-2    PIC S9(9)V99.
           05  FILLER              PIC X(13).

      *    The outcome being counted, whichever file it came from;
      *    WS-OUT-KIND indexes the outcome kinds as CALCDPR orders
      *    them.
       01  WS-OUTCOME.
           05  WS-OUT-KEY          PIC X(10).
           05  WS-OUT-SOURCE-ID    PIC X(8).
           05  WS-OUT-CORR-ID      PIC X(16).
           05  WS-OUT-OPERAND-1    PIC S9(9)V99.
           05  WS-OUT-OPERAND-2    PIC S9(9)V99.
           05  WS-OUT-KIND         PIC 9.

       01  WS-PARTITION-COUNT      PIC 9 VALUE ZERO.
       01  WS-FILE-NO              PIC 9 VALUE ZERO.
       01  WS-SCOPE-SUB            PIC 9 VALUE ZERO.
       01  WS-KIND-SUB             PIC 9 VALUE ZERO.
       01  WS-FETCH-KEY            PIC X(10) VALUE SPACES.

      *    Totals per proof scope: entry 1 is the whole night,
      *    entries 2-6 partitions 1-5.
       01  WS-SCOPE-TABLE.
           05  WS-SCOPE-ENTRY OCCURS 6 TIMES.
               10  WS-SCP-TOTALS.
                   15  WS-SCP-IN-COUNT     PIC 9(9).
                   15  WS-SCP-IN-HASH-1    PIC S9(13)V99.
                   15  WS-SCP-IN-HASH-2    PIC S9(13)V99.
                   15  WS-SCP-OUT-COUNT    PIC 9(9).
                   15  WS-SCP-OUT-HASH-1   PIC S9(13)V99.
                   15  WS-SCP-OUT-HASH-2   PIC S9(13)V99.
                   15  WS-SCP-KIND-COUNT   PIC 9(9) OCCURS 6 TIMES.

      *    The same totals per TRANS-SOURCE-ID, whole night only.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-COUNT     PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-SOURCE-ENTRY OCCURS 100 TIMES.
               10  WS-SRC-ID               PIC X(8).
               10  WS-SRC-TOTALS.
                   15  WS-SRC-IN-COUNT     PIC 9(9).
                   15  WS-SRC-IN-HASH-1    PIC S9(13)V99.
                   15  WS-SRC-IN-HASH-2    PIC S9(13)V99.
                   15  WS-SRC-OUT-COUNT    PIC 9(9).
                   15  WS-SRC-OUT-HASH-1   PIC S9(13)V99.
                   15  WS-SRC-OUT-HASH-2   PIC S9(13)V99.
                   15  WS-SRC-KIND-COUNT   PIC 9(9) OCCURS 6 TIMES.
       01  WS-SOURCE-SUB           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-SRC-SCAN-SUB         PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-FIND-SOURCE-ID       PIC X(8) VALUE SPACES.

      *    The one set of totals being printed.
       01  WS-BAL-LABEL            PIC X(8) VALUE SPACES.
       01  WS-BAL-TOTALS.
           05  WS-BAL-IN-COUNT     PIC 9(9).
           05  WS-BAL-IN-HASH-1    PIC S9(13)V99.
           05  WS-BAL-IN-HASH-2    PIC S9(13)V99.
           05  WS-BAL-OUT-COUNT    PIC 9(9).
           05  WS-BAL-OUT-HASH-1   PIC S9(13)V99.
           05  WS-BAL-OUT-HASH-2   PIC S9(13)V99.
           05  WS-BAL-KIND-COUNT   PIC 9(9) OCCURS 6 TIMES.

       01  WS-MISSING-KEY-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-DOUBLE-KEY-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-STRAY-KEY-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-KEY-FINDING-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-UNTRACED-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-UNBALANCED-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-MISSING-FILE-COUNT   PIC 9 VALUE ZERO.

       01  WS-LABEL-PARTITION      PIC 9 VALUE ZERO.
       01  WS-SCOPE-LABEL.
           05  WS-SCOPE-LABEL-WORD PIC X(5).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-SCOPE-LABEL-NO   PIC X.

       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
       01  WS-LINE-NUMBER          PIC 9(2) VALUE 99.
       01  WS-PAGE-LIMIT           PIC 9(2) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(44) VALUE
               "CALCDPRF - TRANSIN DISPOSITION PROOF        ".
           05  FILLER              PIC X(17) VALUE "   BUSINESS DATE ".
           05  WS-HDG-DATE         PIC 9(8).
           05  FILLER              PIC X(8) VALUE "    PAGE".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(51) VALUE SPACES.

       01  WS-TRACE-LINE.
           05  WS-TRC-KEY          PIC X(10).
           05  FILLER              PIC X(2).
           05  WS-TRC-SOURCE       PIC X(8).
           05  FILLER              PIC X(2).
           05  WS-TRC-CORR-ID      PIC X(16).
           05  FILLER              PIC X(2).
           05  WS-TRC-STATUS       PIC X(20).
           05  FILLER              PIC X(2).
           05  WS-TRC-FINDING      PIC X(16).
           05  FILLER              PIC X(54).

       01  WS-KEY-LINE.
           05  WS-KEY-SCOPE        PIC X(7).
           05  FILLER              PIC X(2).
           05  WS-KEY-TRANS-KEY    PIC X(10).
           05  FILLER              PIC X(2).
           05  WS-KEY-SOURCE       PIC X(8).
           05  FILLER              PIC X(2).
           05  WS-KEY-CORR-ID      PIC X(16).
           05  FILLER              PIC X(2).
           05  WS-KEY-IN           PIC ZZZZ9.
           05  FILLER              PIC X(2).
           05  WS-KEY-OUT          PIC ZZZZ9.
           05  WS-KEY-KIND-GROUP OCCURS 6 TIMES.
               10  FILLER          PIC X.
               10  WS-KEY-KIND     PIC ZZZZ9.
           05  FILLER              PIC X(2).
           05  WS-KEY-FINDING      PIC X(14).
           05  FILLER              PIC X(19).

       01  WS-BALANCE-LINE-1.
           05  WS-BL1-LABEL        PIC X(8).
           05  FILLER              PIC X(2).
           05  WS-BL1-IN           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X.
           05  WS-BL1-OUT          PIC ZZZ,ZZZ,ZZ9.
           05  WS-BL1-KIND-GROUP OCCURS 6 TIMES.
               10  FILLER          PIC X.
               10  WS-BL1-KIND     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2).
           05  WS-BL1-VERDICT      PIC X(14).
           05  FILLER              PIC X(11).

       01  WS-BALANCE-LINE-2.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(18) VALUE
               "OPERAND-1 HASH IN ".
           05  WS-BL2-IN-HASH-1    PIC -(13)9.99.
           05  FILLER              PIC X(5) VALUE " OUT ".
           05  WS-BL2-OUT-HASH-1   PIC -(13)9.99.
           05  FILLER              PIC X(21) VALUE
               "   OPERAND-2 HASH IN ".
           05  WS-BL2-IN-HASH-2    PIC -(13)9.99.
           05  FILLER              PIC X(5) VALUE " OUT ".
           05  WS-BL2-OUT-HASH-2   PIC -(13)9.99.
           05  FILLER              PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           INITIALIZE WS-SCOPE-TABLE
           INITIALIZE WS-SOURCE-TABLE
           PERFORM GET-BUSINESS-DATE
           PERFORM READ-PROOF-CONTROL
           PERFORM OPEN-WORK-STORES
           PERFORM LOAD-TRACE-STORE
           OPEN OUTPUT REPORT-FILE
           PERFORM START-NEW-PAGE
           PERFORM PROVE-ONE-SCOPE
               VARYING WS-FILE-NO FROM 0 BY 1
               UNTIL WS-FILE-NO > WS-PARTITION-COUNT
           PERFORM LIST-KEY-DISCREPANCIES
           PERFORM PRINT-SOURCE-BALANCES
           IF WS-PARTITION-COUNT > ZERO
               PERFORM PRINT-PARTITION-BALANCES
           END-IF
           PERFORM PRINT-PROOF-VERDICT
           CLOSE REPORT-FILE
           CLOSE PROOF-WORK-FILE
           CLOSE TRACE-WORK-FILE
           PERFORM DISPLAY-RUN-SUMMARY
           IF WS-PROOF-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
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

       READ-PROOF-CONTROL.
      *    No control record is the ordinary single-driver night.
           MOVE ZERO TO WS-PARTITION-COUNT
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "35"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DPRC-PARTITION-COUNT NUMERIC
                           MOVE DPRC-PARTITION-COUNT
                               TO WS-PARTITION-COUNT
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-PARTITION-COUNT > 5
               DISPLAY "CALCDPRF - PARTITION COUNT MUST BE 0 TO 5"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       OPEN-WORK-STORES.
      *    Both stores are scratch, rebuilt empty on every run.
           OPEN OUTPUT PROOF-WORK-FILE
           CLOSE PROOF-WORK-FILE
           OPEN I-O PROOF-WORK-FILE
           OPEN OUTPUT TRACE-WORK-FILE
           CLOSE TRACE-WORK-FILE
           OPEN I-O TRACE-WORK-FILE.

       LOAD-TRACE-STORE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCEPTION-FILE-STATUS NOT = "35"
               PERFORM READ-EXCEPTION-RECORD
               PERFORM TRACE-ONE-EXCEPTION UNTIL WS-END-OF-FILE
               CLOSE EXCEPTION-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-STATUS NOT = "35"
               PERFORM READ-PENDING-RECORD
               PERFORM TRACE-ONE-PENDING UNTIL WS-END-OF-FILE
               CLOSE PENDING-FILE
           END-IF.

       READ-EXCEPTION-RECORD.
           READ EXCEPTION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       TRACE-ONE-EXCEPTION.
           IF EXC-CORR-ID NOT = SPACES
               MOVE EXC-CORR-ID TO TRACE-CORR-ID
               MOVE "E" TO TRACE-QUEUE
               PERFORM WRITE-TRACE-RECORD
           END-IF
           PERFORM READ-EXCEPTION-RECORD.

       READ-PENDING-RECORD.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       TRACE-ONE-PENDING.
           IF PEND-CORR-ID NOT = SPACES
               MOVE PEND-CORR-ID TO TRACE-CORR-ID
               MOVE "P" TO TRACE-QUEUE
               PERFORM WRITE-TRACE-RECORD
           END-IF
           PERFORM READ-PENDING-RECORD.

       WRITE-TRACE-RECORD.
           WRITE TRACE-RECORD
               INVALID KEY
      *            Already on file: one entry per ID is enough.
                   CONTINUE
           END-WRITE.

       PROVE-ONE-SCOPE.
           COMPUTE WS-SCOPE-SUB = WS-FILE-NO + 1
           PERFORM LOAD-INBOUND-DETAILS
           PERFORM LOAD-RESULT-OUTCOMES
           PERFORM LOAD-REVIEW-OUTCOMES
           PERFORM LOAD-DUPLICATE-OUTCOMES.

       LOAD-INBOUND-DETAILS.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM OPEN-CURRENT-INBOUND
           IF WS-SOURCE-FILE-STATUS = "35"
      *        Nothing to prove against is itself a failed proof.
               ADD 1 TO WS-MISSING-FILE-COUNT
               MOVE "Y" TO WS-PROOF-FAIL-SWITCH
               MOVE WS-FILE-NO TO WS-LABEL-PARTITION
               PERFORM SET-SCOPE-LABEL
               DISPLAY "CALCDPRF - " WS-SCOPE-LABEL
                   " HAS NO INBOUND FILE TO PROVE"
           ELSE
               PERFORM READ-CURRENT-INBOUND
               PERFORM TAKE-ONE-INBOUND-RECORD UNTIL WS-END-OF-FILE
               PERFORM CLOSE-CURRENT-INBOUND
           END-IF.

       TAKE-ONE-INBOUND-RECORD.
      *    Header and trailer were proved by the driver; only the
      *    details need a disposition.
           IF WRK-RECORD(1:3) NOT = "HDR" AND
              WRK-RECORD(1:3) NOT = "TLR"
               ADD 1 TO WS-SCP-IN-COUNT(WS-SCOPE-SUB)
               ADD WRK-OPERAND-1 TO WS-SCP-IN-HASH-1(WS-SCOPE-SUB)
               ADD WRK-OPERAND-2 TO WS-SCP-IN-HASH-2(WS-SCOPE-SUB)
               IF WS-FILE-NO = ZERO
                   MOVE WRK-SOURCE-ID TO WS-FIND-SOURCE-ID
                   PERFORM FIND-SOURCE-ENTRY
                   IF WS-SOURCE-SUB > ZERO
                       ADD 1 TO WS-SRC-IN-COUNT(WS-SOURCE-SUB)
                       ADD WRK-OPERAND-1
                           TO WS-SRC-IN-HASH-1(WS-SOURCE-SUB)
                       ADD WRK-OPERAND-2
                           TO WS-SRC-IN-HASH-2(WS-SOURCE-SUB)
                   END-IF
               END-IF
               MOVE WRK-KEY TO WS-FETCH-KEY
               PERFORM FETCH-WORK-ENTRY
               IF WS-ENTRY-IS-NEW
                   MOVE WRK-SOURCE-ID TO DPRF-SOURCE-ID
                   MOVE WRK-CORR-ID TO DPRF-CORR-ID
               END-IF
               ADD 1 TO DPRF-IN-COUNT
               PERFORM STORE-WORK-ENTRY
           END-IF
           PERFORM READ-CURRENT-INBOUND.

       LOAD-RESULT-OUTCOMES.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM OPEN-CURRENT-RESULT
           IF WS-SOURCE-FILE-STATUS = "35"
      *        Every detail of the scope then lists as missing.
               MOVE WS-FILE-NO TO WS-LABEL-PARTITION
               PERFORM SET-SCOPE-LABEL
               DISPLAY "CALCDPRF - " WS-SCOPE-LABEL
                   " HAS NO RESULT FILE"
           ELSE
               PERFORM READ-CURRENT-RESULT
               PERFORM TAKE-ONE-RESULT-RECORD UNTIL WS-END-OF-FILE
               PERFORM CLOSE-CURRENT-RESULT
           END-IF.

       TAKE-ONE-RESULT-RECORD.
      *    A DUPLICATE KEY member of a voided set is the echo of its
      *    CALCDUPS reject, which is where it is counted.
           IF WS-RES-STATUS NOT = "DUPLICATE KEY"
               MOVE WS-RES-KEY TO WS-OUT-KEY
               MOVE WS-RES-SOURCE-ID TO WS-OUT-SOURCE-ID
               MOVE WS-RES-CORR-ID TO WS-OUT-CORR-ID
               MOVE WS-RES-OPERAND-1 TO WS-OUT-OPERAND-1
               MOVE WS-RES-OPERAND-2 TO WS-OUT-OPERAND-2
               EVALUATE TRUE
                   WHEN WS-RES-SUCCESSFUL
                       MOVE 1 TO WS-OUT-KIND
                   WHEN WS-RES-STATUS = "HELD FOR APPROVAL"
                       MOVE 3 TO WS-OUT-KIND
                   WHEN WS-RES-STATUS = "VOIDED"
                       MOVE 6 TO WS-OUT-KIND
                   WHEN OTHER
                       MOVE 4 TO WS-OUT-KIND
               END-EVALUATE
               PERFORM COUNT-OUTCOME
               IF WS-FILE-NO = ZERO
                   PERFORM TRACE-HELD-OR-REJECTED
               END-IF
           END-IF
           PERFORM READ-CURRENT-RESULT.

       TRACE-HELD-OR-REJECTED.
      *    A hold must have left its entry on the approval queue and
      *    a reject its entry on the exception log. A blank
      *    correlation ID cannot be traced, and an operator hold is
      *    never logged.
           IF (WS-OUT-KIND = 3 OR WS-OUT-KIND = 4) AND
              WS-OUT-CORR-ID NOT = SPACES AND
              WS-RES-STATUS NOT = "HELD - RETRY LATER"
               MOVE WS-OUT-CORR-ID TO TRACE-CORR-ID
               IF WS-OUT-KIND = 3
                   MOVE "P" TO TRACE-QUEUE
               ELSE
                   MOVE "E" TO TRACE-QUEUE
               END-IF
               READ TRACE-WORK-FILE
                   INVALID KEY
                       PERFORM REPORT-UNTRACED-OUTCOME
               END-READ
           END-IF.

       REPORT-UNTRACED-OUTCOME.
           ADD 1 TO WS-UNTRACED-COUNT
           MOVE "Y" TO WS-PROOF-FAIL-SWITCH
           IF WS-UNTRACED-COUNT = 1
               PERFORM WRITE-BLANK-LINE
               MOVE "HELD OR REJECTED ON TRANSOUT WITH NO ENTRY ON THE "
                   TO REPORT-LINE
               MOVE "APPROVAL QUEUE OR EXCEPTION LOG"
                   TO REPORT-LINE(51:)
               PERFORM WRITE-REPORT-LINE
               MOVE "TRANS-KEY   SOURCE    CORRELATION-ID    TRANSOUT"
                   TO REPORT-LINE
               MOVE " STATUS       FINDING"
                   TO REPORT-LINE(49:)
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-TRACE-LINE
           MOVE WS-OUT-KEY TO WS-TRC-KEY
           MOVE WS-OUT-SOURCE-ID TO WS-TRC-SOURCE
           MOVE WS-OUT-CORR-ID TO WS-TRC-CORR-ID
           MOVE WS-RES-STATUS TO WS-TRC-STATUS
           IF WS-OUT-KIND = 3
               MOVE "NOT ON CALCPEND" TO WS-TRC-FINDING
           ELSE
               MOVE "NOT ON CALCEXCP" TO WS-TRC-FINDING
           END-IF
           MOVE WS-TRACE-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       LOAD-REVIEW-OUTCOMES.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM OPEN-CURRENT-REVIEW
           IF WS-SOURCE-FILE-STATUS = "35"
      *        Nothing routed to review is normal.
               CONTINUE
           ELSE
               PERFORM READ-CURRENT-REVIEW
               PERFORM TAKE-ONE-REVIEW-RECORD UNTIL WS-END-OF-FILE
               PERFORM CLOSE-CURRENT-REVIEW
           END-IF.

       TAKE-ONE-REVIEW-RECORD.
           MOVE WS-RES-KEY TO WS-OUT-KEY
           MOVE WS-RES-SOURCE-ID TO WS-OUT-SOURCE-ID
           MOVE WS-RES-CORR-ID TO WS-OUT-CORR-ID
           MOVE WS-RES-OPERAND-1 TO WS-OUT-OPERAND-1
           MOVE WS-RES-OPERAND-2 TO WS-OUT-OPERAND-2
           MOVE 2 TO WS-OUT-KIND
           PERFORM COUNT-OUTCOME
           PERFORM READ-CURRENT-REVIEW.

       LOAD-DUPLICATE-OUTCOMES.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM OPEN-CURRENT-DUPLICATE
           IF WS-SOURCE-FILE-STATUS = "35"
      *        No duplicates is the good case.
               CONTINUE
           ELSE
               PERFORM READ-CURRENT-DUPLICATE
               PERFORM TAKE-ONE-DUPLICATE-RECORD
                   UNTIL WS-END-OF-FILE
               PERFORM CLOSE-CURRENT-DUPLICATE
           END-IF.

       TAKE-ONE-DUPLICATE-RECORD.
           MOVE WS-DUP-KEY TO WS-OUT-KEY
           MOVE WS-DUP-SOURCE-ID TO WS-OUT-SOURCE-ID
           MOVE WS-DUP-CORR-ID TO WS-OUT-CORR-ID
           MOVE WS-DUP-OPERAND-1 TO WS-OUT-OPERAND-1
           MOVE WS-DUP-OPERAND-2 TO WS-OUT-OPERAND-2
           MOVE 5 TO WS-OUT-KIND
           PERFORM COUNT-OUTCOME
           PERFORM READ-CURRENT-DUPLICATE.

       COUNT-OUTCOME.
           ADD 1 TO WS-SCP-OUT-COUNT(WS-SCOPE-SUB)
           ADD 1 TO WS-SCP-KIND-COUNT(WS-SCOPE-SUB, WS-OUT-KIND)
           ADD WS-OUT-OPERAND-1 TO WS-SCP-OUT-HASH-1(WS-SCOPE-SUB)
           ADD WS-OUT-OPERAND-2 TO WS-SCP-OUT-HASH-2(WS-SCOPE-SUB)
           IF WS-FILE-NO = ZERO
               MOVE WS-OUT-SOURCE-ID TO WS-FIND-SOURCE-ID
               PERFORM FIND-SOURCE-ENTRY
               IF WS-SOURCE-SUB > ZERO
                   ADD 1 TO WS-SRC-OUT-COUNT(WS-SOURCE-SUB)
                   ADD 1 TO WS-SRC-KIND-COUNT(WS-SOURCE-SUB,
                                              WS-OUT-KIND)
                   ADD WS-OUT-OPERAND-1
                       TO WS-SRC-OUT-HASH-1(WS-SOURCE-SUB)
                   ADD WS-OUT-OPERAND-2
                       TO WS-SRC-OUT-HASH-2(WS-SOURCE-SUB)
               END-IF
           END-IF
           MOVE WS-OUT-KEY TO WS-FETCH-KEY
           PERFORM FETCH-WORK-ENTRY
           IF WS-ENTRY-IS-NEW
               MOVE WS-OUT-SOURCE-ID TO DPRF-SOURCE-ID
               MOVE WS-OUT-CORR-ID TO DPRF-CORR-ID
           END-IF
           ADD 1 TO DPRF-OUT-COUNT
           ADD 1 TO DPRF-OUTCOME-COUNT(WS-OUT-KIND)
           PERFORM STORE-WORK-ENTRY.

       FETCH-WORK-ENTRY.
           MOVE WS-FILE-NO TO DPRF-PARTITION
           MOVE WS-FETCH-KEY TO DPRF-TRANS-KEY
           MOVE "N" TO WS-ENTRY-NEW-SWITCH
           READ PROOF-WORK-FILE
               INVALID KEY
                   MOVE "Y" TO WS-ENTRY-NEW-SWITCH
           END-READ
           IF WS-ENTRY-IS-NEW
               INITIALIZE DPRF-RECORD
               MOVE WS-FILE-NO TO DPRF-PARTITION
               MOVE WS-FETCH-KEY TO DPRF-TRANS-KEY
           END-IF.

       STORE-WORK-ENTRY.
           IF WS-ENTRY-IS-NEW
               WRITE DPRF-RECORD
                   INVALID KEY
                       PERFORM WORK-STORE-FAILURE
               END-WRITE
           ELSE
               REWRITE DPRF-RECORD
                   INVALID KEY
                       PERFORM WORK-STORE-FAILURE
               END-REWRITE
           END-IF.

       WORK-STORE-FAILURE.
      *    A key the store cannot hold is a key the proof cannot
      *    vouch for.
           MOVE "Y" TO WS-PROOF-FAIL-SWITCH
           DISPLAY "CALCDPRF - WORK STORE UPDATE FAILED FOR KEY "
               DPRF-TRANS-KEY ", STATUS " WS-WORK-FILE-STATUS.

       FIND-SOURCE-ENTRY.
           MOVE ZEROS TO WS-SOURCE-SUB
           PERFORM MATCH-SOURCE-ENTRY
               VARYING WS-SRC-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SRC-SCAN-SUB > WS-SOURCE-COUNT
                  OR WS-SOURCE-SUB > ZERO
           IF WS-SOURCE-SUB = ZERO
               IF WS-SOURCE-COUNT < 100
                   ADD 1 TO WS-SOURCE-COUNT
                   MOVE WS-SOURCE-COUNT TO WS-SOURCE-SUB
                   MOVE WS-FIND-SOURCE-ID TO WS-SRC-ID(WS-SOURCE-SUB)
               ELSE
                   IF NOT WS-SOURCE-TABLE-FULL
                       MOVE "Y" TO WS-SOURCE-FULL-SWITCH
                       DISPLAY "CALCDPRF - MORE THAN 100 SOURCES; "
                           "THE REST ARE PROVED IN THE TOTAL ONLY"
                   END-IF
               END-IF
           END-IF.

       MATCH-SOURCE-ENTRY.
           IF WS-SRC-ID(WS-SRC-SCAN-SUB) = WS-FIND-SOURCE-ID
               MOVE WS-SRC-SCAN-SUB TO WS-SOURCE-SUB
           END-IF.

       SET-SCOPE-LABEL.
           IF WS-LABEL-PARTITION = ZERO
               MOVE "TOTAL" TO WS-SCOPE-LABEL-WORD
               MOVE SPACE TO WS-SCOPE-LABEL-NO
           ELSE
               MOVE "PART" TO WS-SCOPE-LABEL-WORD
               MOVE WS-LABEL-PARTITION TO WS-SCOPE-LABEL-NO
           END-IF.

       LIST-KEY-DISCREPANCIES.
      *    Reopened for input so the scan starts at the lowest key:
      *    the whole night first, then each partition in turn.
           CLOSE PROOF-WORK-FILE
           OPEN INPUT PROOF-WORK-FILE
           MOVE "N" TO WS-WORK-EOF-SWITCH
           PERFORM READ-NEXT-WORK-ENTRY
           PERFORM CHECK-ONE-WORK-ENTRY UNTIL WS-WORK-EOF
           IF WS-KEY-FINDING-COUNT = ZERO
               PERFORM WRITE-BLANK-LINE
               MOVE "NO MISSING OR DOUBLE-COUNTED KEYS" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       READ-NEXT-WORK-ENTRY.
           READ PROOF-WORK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-WORK-EOF-SWITCH
           END-READ.

       CHECK-ONE-WORK-ENTRY.
           IF DPRF-IN-COUNT NOT = DPRF-OUT-COUNT
               PERFORM REPORT-KEY-DISCREPANCY
           END-IF
           PERFORM READ-NEXT-WORK-ENTRY.

       REPORT-KEY-DISCREPANCY.
           ADD 1 TO WS-KEY-FINDING-COUNT
           MOVE "Y" TO WS-PROOF-FAIL-SWITCH
           IF WS-KEY-FINDING-COUNT = 1
               PERFORM WRITE-BLANK-LINE
               MOVE "KEYS NOT ACCOUNTED FOR EXACTLY ONCE" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "SCOPE    TRANS-KEY   SOURCE    CORRELATION-ID   "
                   TO REPORT-LINE
               MOVE "    IN    OUT  SUCC   REV  PEND   EXC   DUP  VOI"
                   TO REPORT-LINE(49:)
               MOVE "D  FINDING"
                   TO REPORT-LINE(97:)
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-KEY-LINE
           MOVE DPRF-PARTITION TO WS-LABEL-PARTITION
           PERFORM SET-SCOPE-LABEL
           MOVE WS-SCOPE-LABEL TO WS-KEY-SCOPE
           MOVE DPRF-TRANS-KEY TO WS-KEY-TRANS-KEY
           MOVE DPRF-SOURCE-ID TO WS-KEY-SOURCE
           MOVE DPRF-CORR-ID TO WS-KEY-CORR-ID
           MOVE DPRF-IN-COUNT TO WS-KEY-IN
           MOVE DPRF-OUT-COUNT TO WS-KEY-OUT
           PERFORM MOVE-KEY-KIND-COUNT
               VARYING WS-KIND-SUB FROM 1 BY 1
               UNTIL WS-KIND-SUB > 6
           EVALUATE TRUE
               WHEN DPRF-IN-COUNT = ZERO
                   MOVE "NOT ON INBOUND" TO WS-KEY-FINDING
                   ADD 1 TO WS-STRAY-KEY-COUNT
               WHEN DPRF-OUT-COUNT < DPRF-IN-COUNT
                   MOVE "MISSING" TO WS-KEY-FINDING
                   ADD 1 TO WS-MISSING-KEY-COUNT
               WHEN OTHER
                   MOVE "DOUBLE-COUNTED" TO WS-KEY-FINDING
                   ADD 1 TO WS-DOUBLE-KEY-COUNT
           END-EVALUATE
           MOVE WS-KEY-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       MOVE-KEY-KIND-COUNT.
           MOVE DPRF-OUTCOME-COUNT(WS-KIND-SUB)
               TO WS-KEY-KIND(WS-KIND-SUB).

       PRINT-SOURCE-BALANCES.
           PERFORM WRITE-BLANK-LINE
           MOVE "BALANCE BY TRANS-SOURCE-ID" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BALANCE-HEADING
           PERFORM PRINT-ONE-SOURCE-BALANCE
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
           MOVE "TOTAL" TO WS-BAL-LABEL
           MOVE WS-SCP-TOTALS(1) TO WS-BAL-TOTALS
           PERFORM PRINT-BALANCE-LINES.

       PRINT-ONE-SOURCE-BALANCE.
           IF WS-SRC-ID(WS-SOURCE-SUB) = SPACES
               MOVE "(NONE)" TO WS-BAL-LABEL
           ELSE
               MOVE WS-SRC-ID(WS-SOURCE-SUB) TO WS-BAL-LABEL
           END-IF
           MOVE WS-SRC-TOTALS(WS-SOURCE-SUB) TO WS-BAL-TOTALS
           PERFORM PRINT-BALANCE-LINES.

       PRINT-PARTITION-BALANCES.
           PERFORM WRITE-BLANK-LINE
           MOVE "BALANCE BY PARTITION" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BALANCE-HEADING
           PERFORM PRINT-ONE-PARTITION-BALANCE
               VARYING WS-FILE-NO FROM 1 BY 1
               UNTIL WS-FILE-NO > WS-PARTITION-COUNT.

       PRINT-ONE-PARTITION-BALANCE.
           COMPUTE WS-SCOPE-SUB = WS-FILE-NO + 1
           MOVE WS-FILE-NO TO WS-LABEL-PARTITION
           PERFORM SET-SCOPE-LABEL
           MOVE WS-SCOPE-LABEL TO WS-BAL-LABEL
           MOVE WS-SCP-TOTALS(WS-SCOPE-SUB) TO WS-BAL-TOTALS
           PERFORM PRINT-BALANCE-LINES.

       WRITE-BALANCE-HEADING.
           MOVE "           DETAILS IN    OUTCOMES     SUCCESS   "
               TO REPORT-LINE
           MOVE "   REVIEW     PENDING   EXCEPTION   DUPLICATE   "
               TO REPORT-LINE(49:)
           MOVE "   VOIDED  VERDICT"
               TO REPORT-LINE(97:)
           PERFORM WRITE-REPORT-LINE.

       PRINT-BALANCE-LINES.
           MOVE SPACES TO WS-BALANCE-LINE-1
           MOVE WS-BAL-LABEL TO WS-BL1-LABEL
           MOVE WS-BAL-IN-COUNT TO WS-BL1-IN
           MOVE WS-BAL-OUT-COUNT TO WS-BL1-OUT
           PERFORM MOVE-BALANCE-KIND-COUNT
               VARYING WS-KIND-SUB FROM 1 BY 1
               UNTIL WS-KIND-SUB > 6
           IF WS-BAL-IN-COUNT = WS-BAL-OUT-COUNT AND
              WS-BAL-IN-HASH-1 = WS-BAL-OUT-HASH-1 AND
              WS-BAL-IN-HASH-2 = WS-BAL-OUT-HASH-2
               MOVE "BALANCED" TO WS-BL1-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-BL1-VERDICT
               MOVE "Y" TO WS-PROOF-FAIL-SWITCH
               ADD 1 TO WS-UNBALANCED-COUNT
           END-IF
           MOVE WS-BALANCE-LINE-1 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BAL-IN-HASH-1 TO WS-BL2-IN-HASH-1
           MOVE WS-BAL-OUT-HASH-1 TO WS-BL2-OUT-HASH-1
           MOVE WS-BAL-IN-HASH-2 TO WS-BL2-IN-HASH-2
           MOVE WS-BAL-OUT-HASH-2 TO WS-BL2-OUT-HASH-2
           MOVE WS-BALANCE-LINE-2 TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       MOVE-BALANCE-KIND-COUNT.
           MOVE WS-BAL-KIND-COUNT(WS-KIND-SUB)
               TO WS-BL1-KIND(WS-KIND-SUB).

       PRINT-PROOF-VERDICT.
           PERFORM WRITE-BLANK-LINE
           IF WS-PROOF-FAILED
               MOVE "DISPOSITION NOT PROVEN - SEE THE FINDINGS ABOVE"
                   TO REPORT-LINE
           ELSE
               MOVE "DISPOSITION PROVEN - EVERY DETAIL ACCOUNTED FOR "
                   TO REPORT-LINE
               MOVE "EXACTLY ONCE" TO REPORT-LINE(49:)
           END-IF
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
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       OPEN-CURRENT-INBOUND.
           EVALUATE WS-FILE-NO
               WHEN 0
                   OPEN INPUT INBOUND-FILE-0
               WHEN 1
                   OPEN INPUT INBOUND-FILE-1
               WHEN 2
                   OPEN INPUT INBOUND-FILE-2
               WHEN 3
                   OPEN INPUT INBOUND-FILE-3
               WHEN 4
                   OPEN INPUT INBOUND-FILE-4
               WHEN 5
                   OPEN INPUT INBOUND-FILE-5
           END-EVALUATE.

       READ-CURRENT-INBOUND.
           MOVE SPACES TO WRK-RECORD
           EVALUATE WS-FILE-NO
               WHEN 0
                   READ INBOUND-FILE-0
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE I0-LINE TO WRK-RECORD
                   END-READ
               WHEN 1
                   READ INBOUND-FILE-1
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE I1-LINE TO WRK-RECORD
                   END-READ
               WHEN 2
                   READ INBOUND-FILE-2
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE I2-LINE TO WRK-RECORD
                   END-READ
               WHEN 3
                   READ INBOUND-FILE-3
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE I3-LINE TO WRK-RECORD
                   END-READ
               WHEN 4
                   READ INBOUND-FILE-4
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE I4-LINE TO WRK-RECORD
                   END-READ
               WHEN 5
                   READ INBOUND-FILE-5
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE I5-LINE TO WRK-RECORD
                   END-READ
           END-EVALUATE.

       CLOSE-CURRENT-INBOUND.
           EVALUATE WS-FILE-NO
               WHEN 0
                   CLOSE INBOUND-FILE-0
               WHEN 1
                   CLOSE INBOUND-FILE-1
               WHEN 2
                   CLOSE INBOUND-FILE-2
               WHEN 3
                   CLOSE INBOUND-FILE-3
               WHEN 4
                   CLOSE INBOUND-FILE-4
               WHEN 5
                   CLOSE INBOUND-FILE-5
           END-EVALUATE.

       OPEN-CURRENT-RESULT.
           EVALUATE WS-FILE-NO
               WHEN 0
                   OPEN INPUT RESULT-FILE-0
               WHEN 1
                   OPEN INPUT RESULT-FILE-1
               WHEN 2
                   OPEN INPUT RESULT-FILE-2
               WHEN 3
                   OPEN INPUT RESULT-FILE-3
               WHEN 4
                   OPEN INPUT RESULT-FILE-4
               WHEN 5
                   OPEN INPUT RESULT-FILE-5
           END-EVALUATE.

       READ-CURRENT-RESULT.
           MOVE SPACES TO WS-RESULT-WORK
           EVALUATE WS-FILE-NO
               WHEN 0
                   READ RESULT-FILE-0
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE R0-LINE TO WS-RESULT-WORK
                   END-READ
               WHEN 1
                   READ RESULT-FILE-1
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE R1-LINE TO WS-RESULT-WORK
                   END-READ
               WHEN 2
                   READ RESULT-FILE-2
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE R2-LINE TO WS-RESULT-WORK
                   END-READ
               WHEN 3
                   READ RESULT-FILE-3
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE R3-LINE TO WS-RESULT-WORK
                   END-READ
               WHEN 4
                   READ RESULT-FILE-4
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE R4-LINE TO WS-RESULT-WORK
                   END-READ
               WHEN 5
                   READ RESULT-FILE-5
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE R5-LINE TO WS-RESULT-WORK
                   END-READ
           END-EVALUATE.

       CLOSE-CURRENT-RESULT.
           EVALUATE WS-FILE-NO
               WHEN 0
                   CLOSE RESULT-FILE-0
               WHEN 1
                   CLOSE RESULT-FILE-1
               WHEN 2
                   CLOSE RESULT-FILE-2
               WHEN 3
                   CLOSE RESULT-FILE-3
               WHEN 4
                   CLOSE RESULT-FILE-4
               WHEN 5
                   CLOSE RESULT-FILE-5
           END-EVALUATE.

       OPEN-CURRENT-REVIEW.
           EVALUATE WS-FILE-NO
               WHEN 0
                   OPEN INPUT REVIEW-FILE-0
               WHEN 1
                   OPEN INPUT REVIEW-FILE-1
               WHEN 2
                   OPEN INPUT REVIEW-FILE-2
               WHEN 3
                   OPEN INPUT REVIEW-FILE-3
               WHEN 4
                   OPEN INPUT REVIEW-FILE-4
               WHEN 5
                   OPEN INPUT REVIEW-FILE-5
           END-EVALUATE.

       READ-CURRENT-REVIEW.
           MOVE SPACES TO WS-RESULT-WORK
           EVALUATE WS-FILE-NO
               WHEN 0
                   READ REVIEW-FILE-0
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE V0-LINE TO WS-RESULT-WORK
                   END-READ
               WHEN 1
                   READ REVIEW-FILE-1
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE V1-LINE TO WS-RESULT-WORK
                   END-READ
               WHEN 2
                   READ REVIEW-FILE-2
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE V2-LINE TO WS-RESULT-WORK
                   END-READ
               WHEN 3
                   READ REVIEW-FILE-3
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE V3-LINE TO WS-RESULT-WORK
                   END-READ
               WHEN 4
                   READ REVIEW-FILE-4
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE V4-LINE TO WS-RESULT-WORK
                   END-READ
               WHEN 5
                   READ REVIEW-FILE-5
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE V5-LINE TO WS-RESULT-WORK
                   END-READ
           END-EVALUATE.

       CLOSE-CURRENT-REVIEW.
           EVALUATE WS-FILE-NO
               WHEN 0
                   CLOSE REVIEW-FILE-0
               WHEN 1
                   CLOSE REVIEW-FILE-1
               WHEN 2
                   CLOSE REVIEW-FILE-2
               WHEN 3
                   CLOSE REVIEW-FILE-3
               WHEN 4
                   CLOSE REVIEW-FILE-4
               WHEN 5
                   CLOSE REVIEW-FILE-5
           END-EVALUATE.

       OPEN-CURRENT-DUPLICATE.
           EVALUATE WS-FILE-NO
               WHEN 0
                   OPEN INPUT DUPLICATE-FILE-0
               WHEN 1
                   OPEN INPUT DUPLICATE-FILE-1
               WHEN 2
                   OPEN INPUT DUPLICATE-FILE-2
               WHEN 3
                   OPEN INPUT DUPLICATE-FILE-3
               WHEN 4
                   OPEN INPUT DUPLICATE-FILE-4
               WHEN 5
                   OPEN INPUT DUPLICATE-FILE-5
           END-EVALUATE.

       READ-CURRENT-DUPLICATE.
           MOVE SPACES TO WS-DUP-WORK
           EVALUATE WS-FILE-NO
               WHEN 0
                   READ DUPLICATE-FILE-0
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE D0-LINE TO WS-DUP-WORK
                   END-READ
               WHEN 1
                   READ DUPLICATE-FILE-1
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE D1-LINE TO WS-DUP-WORK
                   END-READ
               WHEN 2
                   READ DUPLICATE-FILE-2
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE D2-LINE TO WS-DUP-WORK
                   END-READ
               WHEN 3
                   READ DUPLICATE-FILE-3
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE D3-LINE TO WS-DUP-WORK
                   END-READ
               WHEN 4
                   READ DUPLICATE-FILE-4
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE D4-LINE TO WS-DUP-WORK
                   END-READ
               WHEN 5
                   READ DUPLICATE-FILE-5
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE D5-LINE TO WS-DUP-WORK
                   END-READ
           END-EVALUATE.

       CLOSE-CURRENT-DUPLICATE.
           EVALUATE WS-FILE-NO
               WHEN 0
                   CLOSE DUPLICATE-FILE-0
               WHEN 1
                   CLOSE DUPLICATE-FILE-1
               WHEN 2
                   CLOSE DUPLICATE-FILE-2
               WHEN 3
                   CLOSE DUPLICATE-FILE-3
               WHEN 4
                   CLOSE DUPLICATE-FILE-4
               WHEN 5
                   CLOSE DUPLICATE-FILE-5
           END-EVALUATE.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCDPRF - DISPOSITION PROOF SUMMARY"
           DISPLAY "========================================"
           DISPLAY "Partitions proved:    " WS-PARTITION-COUNT
           DISPLAY "Details in:           " WS-SCP-IN-COUNT(1)
           DISPLAY "Outcomes:             " WS-SCP-OUT-COUNT(1)
           DISPLAY "  Success:            " WS-SCP-KIND-COUNT(1, 1)
           DISPLAY "  Review:             " WS-SCP-KIND-COUNT(1, 2)
           DISPLAY "  Pending approval:   " WS-SCP-KIND-COUNT(1, 3)
           DISPLAY "  Exception:          " WS-SCP-KIND-COUNT(1, 4)
           DISPLAY "  Duplicate:          " WS-SCP-KIND-COUNT(1, 5)
           DISPLAY "  Voided:             " WS-SCP-KIND-COUNT(1, 6)
           DISPLAY "Keys missing:         " WS-MISSING-KEY-COUNT
           DISPLAY "Keys double-counted:  " WS-DOUBLE-KEY-COUNT
           DISPLAY "Keys not on inbound:  " WS-STRAY-KEY-COUNT
           DISPLAY "Untraced holds/rejects: " WS-UNTRACED-COUNT
           DISPLAY "Totals out of balance: " WS-UNBALANCED-COUNT
           DISPLAY "Inbound files missing: " WS-MISSING-FILE-COUNT
           IF WS-PROOF-FAILED
               DISPLAY "Result:               NOT PROVEN"
           ELSE
               DISPLAY "Result:               PROVEN"
           END-IF
           DISPLAY "Report on:            CALCDPRP"
           DISPLAY "========================================".

       END PROGRAM CALCDPRF.
