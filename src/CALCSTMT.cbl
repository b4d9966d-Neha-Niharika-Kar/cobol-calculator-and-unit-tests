       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSTMT.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Monthly Caller Activity Statements                             *
      * Prints one statement per caller of everything it ran through   *
      * the calculator in a month, off the keyed audit master          *
      * CALCAUDM, in place of the helpdesk pulling it a caller at a    *
      * time through CALCAUDQ mode "C". The month must be closed: the  *
      * run is refused (return code 16) unless CALCMCLS carries a      *
      * CLOSED record for it and CALCAUDM holds exactly the records    *
      * that close proved (its total less one CALCEOD seal per         *
      * generation, which CALCAUDL never loads) - a statement run      *
      * before the last day is loaded would quietly be short.          *
      * Each statement starts on its own page, numbered from 1, and    *
      * carries:                                                       *
      *   - call counts and value totals by operation and currency     *
      *   - every rejected call with its CALCEXCP error code and what  *
      *     became of it on CALCDISP (replayed, retried, or never)     *
      *   - every call held for approval and its CALCAPDS outcome, or  *
      *     that it is still waiting on CALCPEND                       *
      *   - opening and closing balances of the caller's CALCREGF      *
      *     named registers, from the CALCRGHS daily snapshots         *
      *   - quota usage from CALCQHIS against PARM-DAILY-QUOTA         *
      *   - optionally, the full transaction listing.                  *
      * The CALCSTMC control names the month (an "M" record, with "Y"  *
      * to list every caller's transactions) and any callers whose     *
      * listing is wanted on its own ("L" records). Calls are grouped  *
      * under the caller ID they were recorded with. Every statement   *
      * is indexed on CALCSTMI (see CALCSTI) by its lines on CALCSTMR  *
      * so CALCBNDL can route each department its own pages.           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CALCSTMC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "CALCAUDM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDM-PRIMARY-KEY
               ALTERNATE RECORD KEY IS AUDM-CALLER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT CLOSE-FILE ASSIGN TO "CALCMCLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT QUOTA-HISTORY-FILE ASSIGN TO "CALCQHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QHIS-FILE-STATUS.

           SELECT REGISTER-HISTORY-FILE ASSIGN TO "CALCRGHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGHS-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "CALCEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

           SELECT DISPOSITION-FILE ASSIGN TO "CALCDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "CALCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "CALCAPDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "CALCSTMR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-FILE-STATUS.

           SELECT INDEX-FILE ASSIGN TO "CALCSTMI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    An "M" record names the month and whether every caller
      *    gets the full listing; an "L" record asks for one
      *    caller's listing.
       FD  CONTROL-FILE.
       01  STATEMENT-CONTROL-RECORD.
           05  STMC-RECORD-TYPE        PIC X.
               88  STMC-MONTH-RECORD   VALUE "M".
               88  STMC-LISTING-RECORD VALUE "L".
           05  STMC-MONTH-DETAILS.
               10  STMC-YEAR-MONTH     PIC X(6).
               10  STMC-LIST-ALL       PIC X.
                   88  STMC-LIST-EVERY-CALLER VALUE "Y".
               10  FILLER              PIC X.
           05  STMC-LISTING-DETAILS REDEFINES STMC-MONTH-DETAILS.
               10  STMC-CALLER-ID      PIC X(8).

       FD  MASTER-FILE.
           COPY CALCAUDM.

       FD  CLOSE-FILE.
           COPY CALCMCL.

       FD  PARM-FILE.
           COPY CALCPARM.

       FD  QUOTA-HISTORY-FILE.
           COPY CALCQHS.

       FD  REGISTER-HISTORY-FILE.
           COPY CALCRGH.

       FD  EXCEPTION-FILE.
           COPY CALCEXC.

       FD  DISPOSITION-FILE.
           COPY CALCDSP.

       FD  PENDING-FILE.
           COPY CALCPND.

       FD  APPROVAL-FILE.
           COPY CALCAPD.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(132).

       FD  INDEX-FILE.
           COPY CALCSTI.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-MASTER-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-CLOSE-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-QHIS-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-RGHS-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-EXCEPTION-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-DISPOSITION-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-PENDING-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-APPROVAL-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-STATEMENT-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-INDEX-FILE-STATUS    PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-AUX-EOF-SWITCH       PIC X VALUE "N".
           88  WS-AUX-EOF          VALUE "Y".
       01  WS-BROWSE-DONE-SWITCH   PIC X VALUE "N".
           88  WS-BROWSE-DONE      VALUE "Y".
       01  WS-MASTER-EOF-SWITCH    PIC X VALUE "N".
           88  WS-MASTER-EOF       VALUE "Y".

       01  WS-REFUSE-SWITCH        PIC X VALUE "N".
           88  WS-RUN-REFUSED      VALUE "Y".
       01  WS-REFUSE-REASON        PIC X(70) VALUE SPACES.
       01  WS-RUN-STAMP            PIC X(21) VALUE SPACES.

       01  WS-YEAR-MONTH           PIC 9(6) VALUE ZEROS.
       01  WS-MONTH-SEEN-SWITCH    PIC X VALUE "N".
           88  WS-MONTH-SEEN       VALUE "Y".
       01  WS-LIST-ALL-SWITCH      PIC X VALUE "N".
           88  WS-LIST-ALL         VALUE "Y".

      *    Callers whose transaction listing was asked for by name.
       01  WS-LISTING-TABLE.
           05  WS-LISTING-COUNT    PIC 9(3) VALUE ZEROS.
           05  WS-LISTING-CALLER OCCURS 200 TIMES PIC X(8).
       01  WS-LISTING-SUB          PIC 9(3) COMP VALUE ZEROS.
       01  WS-LIST-SWITCH          PIC X VALUE "N".
           88  WS-LIST-THIS-CALLER VALUE "Y".

      *    The close the master must agree with.
       01  WS-CLOSE-FOUND-SWITCH   PIC X VALUE "N".
           88  WS-CLOSE-FOUND      VALUE "Y".
       01  WS-CLOSE-DATE           PIC 9(8) VALUE ZEROS.
       01  WS-CLOSE-EXPECTED       PIC 9(9) VALUE ZEROS.
       01  WS-MASTER-MONTH-COUNT   PIC 9(9) VALUE ZEROS.

      *    Daily quota and the month's quota usage, per caller. Every
      *    CALCPARM caller is loaded; a caller seen only on CALCQHIS
      *    is added without a quota.
       01  WS-CALLER-TABLE.
           05  WS-CALLER-COUNT     PIC 9(4) VALUE ZEROS.
           05  WS-CALLER-ENTRY OCCURS 2000 TIMES.
               10  WS-CT-CALLER-ID     PIC X(8).
               10  WS-CT-ON-PARM       PIC X.
               10  WS-CT-DAILY-QUOTA   PIC 9(7).
               10  WS-CT-QUOTA-DAYS    PIC 9(3).
               10  WS-CT-QUOTA-CALLS   PIC 9(9).
               10  WS-CT-PEAK-CALLS    PIC 9(7).
               10  WS-CT-PEAK-DATE     PIC 9(8).
               10  WS-CT-DAYS-AT-QUOTA PIC 9(3).
       01  WS-CALLER-SUB           PIC 9(4) COMP VALUE ZEROS.
       01  WS-FOUND-CALLER-SUB     PIC 9(4) COMP VALUE ZEROS.
       01  WS-MATCH-CALLER-ID      PIC X(8) VALUE SPACES.

      *    Opening (last snapshot before the month) and closing (last
      *    snapshot inside it) balance of every named register.
       01  WS-REGISTER-TABLE.
           05  WS-REGISTER-COUNT   PIC 9(4) VALUE ZEROS.
           05  WS-REGISTER-ENTRY OCCURS 3000 TIMES.
               10  WS-RG-CALLER-ID     PIC X(8).
               10  WS-RG-NAME          PIC X(8).
               10  WS-RG-OPEN-DATE     PIC 9(8).
               10  WS-RG-OPEN-VALUE    PIC S9(9)V99.
               10  WS-RG-CLOSE-DATE    PIC 9(8).
               10  WS-RG-CLOSE-VALUE   PIC S9(9)V99.
       01  WS-REGISTER-SUB         PIC 9(4) COMP VALUE ZEROS.
       01  WS-FOUND-REGISTER-SUB   PIC 9(4) COMP VALUE ZEROS.
       01  WS-LAST-REGISTER-SUB    PIC 9(4) COMP VALUE ZEROS.
       01  WS-CALLER-REGISTERS     PIC 9(3) VALUE ZEROS.
       01  WS-OPEN-AS-AT           PIC X(8) VALUE SPACES.
       01  WS-TABLE-FULL-COUNT     PIC 9(7) VALUE ZEROS.

      *    The caller whose statement is being built.
       01  WS-STMT-CALLER-ID       PIC X(8) VALUE SPACES.
       01  WS-STMT-CURRENT-ID      PIC X(8) VALUE SPACES.
       01  WS-NEXT-CALLER-ID       PIC X(8) VALUE SPACES.
       01  WS-CALLER-CALLS         PIC 9(9) VALUE ZEROS.
       01  WS-CALLER-OK            PIC 9(9) VALUE ZEROS.
       01  WS-CALLER-REJECTED      PIC 9(7) VALUE ZEROS.
       01  WS-CALLER-HELD          PIC 9(7) VALUE ZEROS.
       01  WS-CALLER-SIMULATED     PIC 9(7) VALUE ZEROS.
       01  WS-CALLER-VOID-NOTES    PIC 9(7) VALUE ZEROS.
       01  WS-CALLER-QUOTA-REJECTS PIC 9(7) VALUE ZEROS.
       01  WS-CALLER-REPLAYED      PIC 9(7) VALUE ZEROS.
       01  WS-CALLER-FIRST-DATE    PIC 9(8) VALUE ZEROS.
       01  WS-CALLER-LAST-DATE     PIC 9(8) VALUE ZEROS.

      *    Activity rows: one per operation code and currency.
       01  WS-ROW-TABLE.
           05  WS-ROW-COUNT        PIC 9(3) VALUE ZEROS.
           05  WS-ROW-ENTRY OCCURS 200 TIMES.
               10  WS-ROW-OPERATION    PIC X.
               10  WS-ROW-CURRENCY     PIC X(3).
               10  WS-ROW-CALLS        PIC 9(9).
               10  WS-ROW-OK           PIC 9(9).
               10  WS-ROW-REJECTED     PIC 9(7).
               10  WS-ROW-HELD         PIC 9(7).
               10  WS-ROW-OPERAND-TOTAL PIC S9(15)V99.
               10  WS-ROW-RESULT-TOTAL PIC S9(15)V99.
       01  WS-ROW-SUB              PIC 9(3) COMP VALUE ZEROS.
       01  WS-FOUND-ROW-SUB        PIC 9(3) COMP VALUE ZEROS.
       01  WS-ROW-CURRENCY-KEY     PIC X(3) VALUE SPACES.
       01  WS-ROW-OVERFLOW-SWITCH  PIC X VALUE "N".
           88  WS-ROW-OVERFLOW     VALUE "Y".
       01  WS-TOTAL-OPERAND        PIC S9(15)V99 VALUE ZEROS.
       01  WS-TOTAL-RESULT         PIC S9(15)V99 VALUE ZEROS.
       01  WS-CALL-AMOUNT          PIC S9(15)V99 VALUE ZEROS.
       01  WS-CALL-RESULT          PIC S9(15)V99 VALUE ZEROS.

      *    How a call ended: "S" successful, "R" rejected, "H" held
      *    for approval, "M" a simulation that never posted, "V" the
      *    note CALCULATOR writes when a whole set is voided.
       01  WS-CALL-CLASS           PIC X VALUE SPACE.
           88  WS-CALL-SUCCESSFUL  VALUE "S".
           88  WS-CALL-REJECTED    VALUE "R".
           88  WS-CALL-HELD        VALUE "H".
           88  WS-CALL-SIMULATED   VALUE "M".
           88  WS-CALL-VOID-NOTE   VALUE "V".
       01  WS-BROWSE-HIT-SWITCH    PIC X VALUE "N".
           88  WS-BROWSE-HIT       VALUE "Y".

      *    The caller's exception, disposition, approval and queue
      *    records, loaded once per caller that needs them.
       01  WS-EXC-TABLE.
           05  WS-EXC-COUNT        PIC 9(4) VALUE ZEROS.
           05  WS-EXC-ENTRY OCCURS 1000 TIMES.
               10  WS-EXC-SEQUENCE-NO  PIC 9(9).
               10  WS-EXC-OPERATION    PIC X.
               10  WS-EXC-OPERAND-1    PIC S9(9)V99.
               10  WS-EXC-STATUS       PIC X(20).
               10  WS-EXC-ERROR-CODE   PIC X(8).
               10  WS-EXC-CORR-ID      PIC X(16).
               10  WS-EXC-USED         PIC X.
       01  WS-EXC-SUB              PIC 9(4) COMP VALUE ZEROS.
       01  WS-FOUND-EXC-SUB        PIC 9(4) COMP VALUE ZEROS.

       01  WS-DSP-TABLE.
           05  WS-DSP-COUNT        PIC 9(4) VALUE ZEROS.
           05  WS-DSP-ENTRY OCCURS 1000 TIMES.
               10  WS-DSP-SEQUENCE-NO  PIC 9(9).
               10  WS-DSP-DISPOSITION  PIC X(15).
               10  WS-DSP-NEW-STATUS   PIC X(20).
               10  WS-DSP-LOG-DATE     PIC 9(8).
               10  WS-DSP-CORR-ID      PIC X(16).
       01  WS-DSP-SUB              PIC 9(4) COMP VALUE ZEROS.
       01  WS-FOUND-DSP-SUB        PIC 9(4) COMP VALUE ZEROS.

       01  WS-APD-TABLE.
           05  WS-APD-COUNT        PIC 9(4) VALUE ZEROS.
           05  WS-APD-ENTRY OCCURS 500 TIMES.
               10  WS-APD-ACTION       PIC X.
               10  WS-APD-APPROVER-ID  PIC X(8).
               10  WS-APD-STATUS       PIC X(20).
               10  WS-APD-DATE         PIC 9(8).
               10  WS-APD-CORR-ID      PIC X(16).
       01  WS-APD-SUB              PIC 9(4) COMP VALUE ZEROS.
       01  WS-FOUND-APD-SUB        PIC 9(4) COMP VALUE ZEROS.

       01  WS-PND-TABLE.
           05  WS-PND-COUNT        PIC 9(4) VALUE ZEROS.
           05  WS-PND-ENTRY OCCURS 500 TIMES.
               10  WS-PND-SEQUENCE-NO  PIC 9(9).
               10  WS-PND-HELD-DATE    PIC 9(8).
               10  WS-PND-CORR-ID      PIC X(16).
       01  WS-PND-SUB              PIC 9(4) COMP VALUE ZEROS.
       01  WS-FOUND-PND-SUB        PIC 9(4) COMP VALUE ZEROS.

       01  WS-OUTCOME-TEXT         PIC X(60) VALUE SPACES.

           COPY CALCALL.

      *    Run totals.
       01  WS-STATEMENT-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-LISTED-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-RUN-CALLS            PIC 9(9) VALUE ZEROS.
       01  WS-RUN-REJECTED         PIC 9(9) VALUE ZEROS.
       01  WS-RUN-HELD             PIC 9(9) VALUE ZEROS.

       01  WS-TEXT-LINE            PIC X(132) VALUE SPACES.
       01  WS-DISPLAY-AMOUNT       PIC -(9)9.99.
       01  WS-DISPLAY-AMOUNT-2     PIC -(9)9.99.
       01  WS-DISPLAY-AMOUNT-3     PIC -(9)9.99.
       01  WS-DISPLAY-COUNT        PIC Z(8)9.
       01  WS-DISPLAY-COUNT-2      PIC Z(8)9.
       01  WS-DISPLAY-COUNT-3      PIC Z(8)9.

      *    Statement lines on CALCSTMR, for the distribution index.
       01  WS-OUTPUT-LINE-NO       PIC 9(9) VALUE ZEROS.
       01  WS-STMT-FIRST-LINE      PIC 9(9) VALUE ZEROS.
       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
       01  WS-LINE-NUMBER          PIC 9(2) VALUE 99.
       01  WS-PAGE-LIMIT           PIC 9(2) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(36) VALUE
               "CALCSTMT - CALLER ACTIVITY STATEMENT".
           05  FILLER              PIC X(10) VALUE "   CALLER ".
           05  WS-HDG-CALLER       PIC X(8).
           05  FILLER              PIC X(10) VALUE "    MONTH ".
           05  WS-HDG-MONTH        PIC 9(6).
           05  FILLER              PIC X(12) VALUE "    RUN DATE".
           05  FILLER              PIC X VALUE SPACE.
           05  WS-HDG-DATE         PIC X(8).
           05  FILLER              PIC X(8) VALUE "    PAGE".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(29) VALUE SPACES.

       01  WS-ROW-HEADING-LINE.
           05  FILLER              PIC X(6) VALUE "  OP".
           05  FILLER              PIC X(6) VALUE "CCY".
           05  FILLER              PIC X(10) VALUE "     CALLS".
           05  FILLER              PIC X(10) VALUE "        OK".
           05  FILLER              PIC X(10) VALUE "  REJECTED".
           05  FILLER              PIC X(10) VALUE "      HELD".
           05  FILLER              PIC X(21) VALUE
               "        OPERAND TOTAL".
           05  FILLER              PIC X(21) VALUE
               "    RESULT TOTAL (OK)".
           05  FILLER              PIC X(38) VALUE SPACES.

       01  WS-ROW-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RL-OPERATION     PIC X.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-RL-CURRENCY      PIC X(3).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-RL-CALLS         PIC Z(8)9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-RL-OK            PIC Z(8)9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-RL-REJECTED      PIC Z(8)9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-RL-HELD          PIC Z(8)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RL-OPERAND-TOTAL PIC -(15)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RL-RESULT-TOTAL  PIC -(15)9.99.
           05  FILLER              PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           PERFORM READ-STATEMENT-CONTROLS
           IF NOT WS-RUN-REFUSED
               PERFORM FIND-CLOSE-RECORD
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM CHECK-MASTER-AGAINST-CLOSE THRU CHECK-MASTER-EXIT
           END-IF
           IF WS-RUN-REFUSED
               DISPLAY "CALCSTMT - " WS-REFUSE-REASON
               DISPLAY "CALCSTMT - NO STATEMENTS PRODUCED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-CALLER-QUOTAS
           PERFORM LOAD-QUOTA-HISTORY
           PERFORM LOAD-REGISTER-HISTORY
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT INDEX-FILE
           PERFORM PRODUCE-ALL-STATEMENTS
           CLOSE STATEMENT-FILE
           CLOSE INDEX-FILE
           CLOSE MASTER-FILE
           PERFORM DISPLAY-RUN-SUMMARY
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * Month and listing options.                                     *
      *****************************************************************
       READ-STATEMENT-CONTROLS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "35"
               MOVE "Y" TO WS-REFUSE-SWITCH
               MOVE "NO STATEMENT CONTROL RECORDS ON CALCSTMC"
                   TO WS-REFUSE-REASON
           ELSE
               PERFORM READ-CONTROL-RECORD
               PERFORM TAKE-CONTROL-RECORD
                   UNTIL WS-END-OF-FILE OR WS-RUN-REFUSED
               CLOSE CONTROL-FILE
           END-IF
           IF NOT WS-RUN-REFUSED AND NOT WS-MONTH-SEEN
               MOVE "Y" TO WS-REFUSE-SWITCH
               MOVE "NO MONTH RECORD ON CALCSTMC" TO WS-REFUSE-REASON
           END-IF.

       READ-CONTROL-RECORD.
           READ CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       TAKE-CONTROL-RECORD.
           EVALUATE TRUE
               WHEN STMC-MONTH-RECORD
                   MOVE "Y" TO WS-MONTH-SEEN-SWITCH
                   IF STMC-YEAR-MONTH NUMERIC AND
                      STMC-YEAR-MONTH(5:2) >= "01" AND
                      STMC-YEAR-MONTH(5:2) <= "12"
                       MOVE STMC-YEAR-MONTH TO WS-YEAR-MONTH
                   ELSE
                       MOVE "Y" TO WS-REFUSE-SWITCH
                       MOVE "MONTH ON CALCSTMC IS NOT A VALID CCYYMM"
                           TO WS-REFUSE-REASON
                   END-IF
                   IF STMC-LIST-EVERY-CALLER
                       MOVE "Y" TO WS-LIST-ALL-SWITCH
                   END-IF
               WHEN STMC-LISTING-RECORD
                   IF WS-LISTING-COUNT < 200 AND
                      STMC-CALLER-ID NOT = SPACES
                       ADD 1 TO WS-LISTING-COUNT
                       MOVE STMC-CALLER-ID
                           TO WS-LISTING-CALLER(WS-LISTING-COUNT)
                   END-IF
               WHEN STATEMENT-CONTROL-RECORD = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE "Y" TO WS-REFUSE-SWITCH
                   STRING "UNKNOWN CONTROL RECORD TYPE "
                          STMC-RECORD-TYPE
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   END-STRING
           END-EVALUATE
           PERFORM READ-CONTROL-RECORD.

       FIND-CLOSE-RECORD.
      *    The latest CLOSED record for the month stands.
           MOVE "N" TO WS-AUX-EOF-SWITCH
           OPEN INPUT CLOSE-FILE
           IF WS-CLOSE-FILE-STATUS NOT = "35"
               PERFORM READ-CLOSE-RECORD
               PERFORM MATCH-CLOSE-RECORD UNTIL WS-AUX-EOF
               CLOSE CLOSE-FILE
           END-IF
           IF NOT WS-CLOSE-FOUND
               MOVE "Y" TO WS-REFUSE-SWITCH
               STRING "MONTH " WS-YEAR-MONTH
                      " IS NOT CLOSED ON CALCMCLS - RUN CALCMEND FIRST"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               END-STRING
           END-IF.

       READ-CLOSE-RECORD.
           READ CLOSE-FILE
               AT END
                   MOVE "Y" TO WS-AUX-EOF-SWITCH
           END-READ.

       MATCH-CLOSE-RECORD.
           IF MCLS-YEAR-MONTH = WS-YEAR-MONTH AND MCLS-CLOSED
               MOVE "Y" TO WS-CLOSE-FOUND-SWITCH
               MOVE MCLS-CLOSE-DATE TO WS-CLOSE-DATE
      *        CALCAUDL loads every record but the seals.
               COMPUTE WS-CLOSE-EXPECTED =
                       MCLS-TOTAL-RECORDS - MCLS-GENERATIONS
           END-IF
           PERFORM READ-CLOSE-RECORD.

       CHECK-MASTER-AGAINST-CLOSE.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "35"
               MOVE "Y" TO WS-REFUSE-SWITCH
               MOVE "AUDIT MASTER NOT FOUND, RUN CALCAUDL FIRST"
                   TO WS-REFUSE-REASON
               GO TO CHECK-MASTER-EXIT
           END-IF
           MOVE ZEROS TO WS-MASTER-MONTH-COUNT
           MOVE "N" TO WS-BROWSE-DONE-SWITCH
           COMPUTE AUDM-BUSINESS-DATE = WS-YEAR-MONTH * 100
           MOVE ZEROS TO AUDM-SEQUENCE-NO
           MOVE ZEROS TO AUDM-RUN-TIME
           START MASTER-FILE KEY IS >= AUDM-PRIMARY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BROWSE-DONE-SWITCH
           END-START
           PERFORM COUNT-MONTH-RECORD UNTIL WS-BROWSE-DONE
           IF WS-MASTER-MONTH-COUNT NOT = WS-CLOSE-EXPECTED
               MOVE "Y" TO WS-REFUSE-SWITCH
               STRING "CALCAUDM HAS " WS-MASTER-MONTH-COUNT
                      " RECORDS FOR THE MONTH, CLOSE PROVED "
                      WS-CLOSE-EXPECTED
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               END-STRING
               CLOSE MASTER-FILE
           END-IF.

       CHECK-MASTER-EXIT.
           EXIT.

       COUNT-MONTH-RECORD.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BROWSE-DONE-SWITCH
               NOT AT END
                   IF AUDM-BUSINESS-DATE(1:6) NOT = WS-YEAR-MONTH
                       MOVE "Y" TO WS-BROWSE-DONE-SWITCH
                   ELSE
                       ADD 1 TO WS-MASTER-MONTH-COUNT
                   END-IF
           END-READ.

      *****************************************************************
      * Quotas, quota usage and register balances.                     *
      *****************************************************************
       LOAD-CALLER-QUOTAS.
           MOVE "N" TO WS-AUX-EOF-SWITCH
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "35"
               PERFORM READ-PARM-RECORD
               PERFORM STORE-PARM-RECORD UNTIL WS-AUX-EOF
               CLOSE PARM-FILE
           END-IF.

       READ-PARM-RECORD.
           READ PARM-FILE
               AT END
                   MOVE "Y" TO WS-AUX-EOF-SWITCH
           END-READ.

       STORE-PARM-RECORD.
           MOVE PARM-CALLER-ID TO WS-MATCH-CALLER-ID
           PERFORM FIND-CALLER-ENTRY
           IF WS-FOUND-CALLER-SUB > ZERO
               MOVE "Y" TO WS-CT-ON-PARM(WS-FOUND-CALLER-SUB)
               IF PARM-DAILY-QUOTA NUMERIC
                   MOVE PARM-DAILY-QUOTA
                       TO WS-CT-DAILY-QUOTA(WS-FOUND-CALLER-SUB)
               END-IF
           END-IF
           PERFORM READ-PARM-RECORD.

       FIND-CALLER-ENTRY.
      *    Finds WS-MATCH-CALLER-ID, adding it the first time.
           MOVE ZERO TO WS-FOUND-CALLER-SUB
           PERFORM MATCH-CALLER-ENTRY
               VARYING WS-CALLER-SUB FROM 1 BY 1
               UNTIL WS-CALLER-SUB > WS-CALLER-COUNT
                  OR WS-FOUND-CALLER-SUB > ZERO
           IF WS-FOUND-CALLER-SUB = ZERO
               IF WS-CALLER-COUNT < 2000
                   ADD 1 TO WS-CALLER-COUNT
                   MOVE WS-CALLER-COUNT TO WS-FOUND-CALLER-SUB
                   INITIALIZE WS-CALLER-ENTRY(WS-CALLER-COUNT)
                   MOVE WS-MATCH-CALLER-ID
                       TO WS-CT-CALLER-ID(WS-CALLER-COUNT)
                   MOVE "N" TO WS-CT-ON-PARM(WS-CALLER-COUNT)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF.

       MATCH-CALLER-ENTRY.
           IF WS-CT-CALLER-ID(WS-CALLER-SUB) = WS-MATCH-CALLER-ID
               MOVE WS-CALLER-SUB TO WS-FOUND-CALLER-SUB
           END-IF.

       LOAD-QUOTA-HISTORY.
           MOVE "N" TO WS-AUX-EOF-SWITCH
           OPEN INPUT QUOTA-HISTORY-FILE
           IF WS-QHIS-FILE-STATUS NOT = "35"
               PERFORM READ-QUOTA-HISTORY
               PERFORM STORE-QUOTA-HISTORY UNTIL WS-AUX-EOF
               CLOSE QUOTA-HISTORY-FILE
           END-IF.

       READ-QUOTA-HISTORY.
           READ QUOTA-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-AUX-EOF-SWITCH
           END-READ.

       STORE-QUOTA-HISTORY.
           IF QHIS-DATE(1:6) = WS-YEAR-MONTH
               MOVE QHIS-CALLER-ID TO WS-MATCH-CALLER-ID
               PERFORM FIND-CALLER-ENTRY
               IF WS-FOUND-CALLER-SUB > ZERO
                   MOVE WS-FOUND-CALLER-SUB TO WS-CALLER-SUB
                   ADD 1 TO WS-CT-QUOTA-DAYS(WS-CALLER-SUB)
                   ADD QHIS-CALL-COUNT
                       TO WS-CT-QUOTA-CALLS(WS-CALLER-SUB)
                   IF QHIS-CALL-COUNT > WS-CT-PEAK-CALLS(WS-CALLER-SUB)
                       MOVE QHIS-CALL-COUNT
                           TO WS-CT-PEAK-CALLS(WS-CALLER-SUB)
                       MOVE QHIS-DATE TO WS-CT-PEAK-DATE(WS-CALLER-SUB)
                   END-IF
                   IF WS-CT-DAILY-QUOTA(WS-CALLER-SUB) > ZERO AND
                      QHIS-CALL-COUNT >=
                          WS-CT-DAILY-QUOTA(WS-CALLER-SUB)
                       ADD 1 TO WS-CT-DAYS-AT-QUOTA(WS-CALLER-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-QUOTA-HISTORY.

       LOAD-REGISTER-HISTORY.
           MOVE "N" TO WS-AUX-EOF-SWITCH
           MOVE ZERO TO WS-LAST-REGISTER-SUB
           OPEN INPUT REGISTER-HISTORY-FILE
           IF WS-RGHS-FILE-STATUS NOT = "35"
               PERFORM READ-REGISTER-HISTORY
               PERFORM STORE-REGISTER-HISTORY THRU STORE-REGISTER-NEXT
                   UNTIL WS-AUX-EOF
               CLOSE REGISTER-HISTORY-FILE
           END-IF.

       READ-REGISTER-HISTORY.
           READ REGISTER-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-AUX-EOF-SWITCH
           END-READ.

       STORE-REGISTER-HISTORY.
      *    Snapshots after the month say nothing about it.
           IF RGHS-DATE(1:6) > WS-YEAR-MONTH
               GO TO STORE-REGISTER-NEXT
           END-IF
           PERFORM FIND-REGISTER-ENTRY
           IF WS-FOUND-REGISTER-SUB = ZERO
               GO TO STORE-REGISTER-NEXT
           END-IF
           MOVE WS-FOUND-REGISTER-SUB TO WS-REGISTER-SUB
           IF RGHS-DATE(1:6) < WS-YEAR-MONTH
               IF RGHS-DATE >= WS-RG-OPEN-DATE(WS-REGISTER-SUB)
                   MOVE RGHS-DATE TO WS-RG-OPEN-DATE(WS-REGISTER-SUB)
                   MOVE RGHS-VALUE TO WS-RG-OPEN-VALUE(WS-REGISTER-SUB)
               END-IF
           ELSE
               IF RGHS-DATE >= WS-RG-CLOSE-DATE(WS-REGISTER-SUB)
                   MOVE RGHS-DATE TO WS-RG-CLOSE-DATE(WS-REGISTER-SUB)
                   MOVE RGHS-VALUE
                       TO WS-RG-CLOSE-VALUE(WS-REGISTER-SUB)
               END-IF
           END-IF.

       STORE-REGISTER-NEXT.
           PERFORM READ-REGISTER-HISTORY.

       FIND-REGISTER-ENTRY.
      *    CALCEOD writes each day's snapshot in register key order,
      *    so the entry after the last one found is tried first.
           MOVE ZERO TO WS-FOUND-REGISTER-SUB
           IF WS-LAST-REGISTER-SUB < WS-REGISTER-COUNT
               ADD 1 TO WS-LAST-REGISTER-SUB
               IF WS-RG-CALLER-ID(WS-LAST-REGISTER-SUB) =
                      RGHS-CALLER-ID AND
                  WS-RG-NAME(WS-LAST-REGISTER-SUB) =
                      RGHS-REGISTER-NAME
                   MOVE WS-LAST-REGISTER-SUB TO WS-FOUND-REGISTER-SUB
               END-IF
           END-IF
           IF WS-FOUND-REGISTER-SUB = ZERO
               PERFORM MATCH-REGISTER-ENTRY
                   VARYING WS-REGISTER-SUB FROM 1 BY 1
                   UNTIL WS-REGISTER-SUB > WS-REGISTER-COUNT
                      OR WS-FOUND-REGISTER-SUB > ZERO
           END-IF
           IF WS-FOUND-REGISTER-SUB = ZERO
               IF WS-REGISTER-COUNT < 3000
                   ADD 1 TO WS-REGISTER-COUNT
                   MOVE WS-REGISTER-COUNT TO WS-FOUND-REGISTER-SUB
                   INITIALIZE WS-REGISTER-ENTRY(WS-REGISTER-COUNT)
                   MOVE RGHS-CALLER-ID
                       TO WS-RG-CALLER-ID(WS-REGISTER-COUNT)
                   MOVE RGHS-REGISTER-NAME
                       TO WS-RG-NAME(WS-REGISTER-COUNT)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF
           MOVE WS-FOUND-REGISTER-SUB TO WS-LAST-REGISTER-SUB.

       MATCH-REGISTER-ENTRY.
           IF WS-RG-CALLER-ID(WS-REGISTER-SUB) = RGHS-CALLER-ID AND
              WS-RG-NAME(WS-REGISTER-SUB) = RGHS-REGISTER-NAME
               MOVE WS-REGISTER-SUB TO WS-FOUND-REGISTER-SUB
           END-IF.

      *****************************************************************
      * One statement per caller, in caller-ID order off the           *
      * alternate key.                                                 *
      *****************************************************************
       PRODUCE-ALL-STATEMENTS.
           MOVE "N" TO WS-MASTER-EOF-SWITCH
           MOVE LOW-VALUES TO AUDM-CALLER-ID
           START MASTER-FILE KEY IS >= AUDM-CALLER-ID
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-START
           IF NOT WS-MASTER-EOF
               PERFORM READ-NEXT-MASTER
           END-IF
           PERFORM PRODUCE-ONE-STATEMENT UNTIL WS-MASTER-EOF.

       READ-NEXT-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-READ.

       PRODUCE-ONE-STATEMENT.
           MOVE AUDM-CALLER-ID TO WS-STMT-CALLER-ID
           PERFORM RESET-CALLER-TOTALS
           PERFORM ACCUMULATE-CALLER-RECORD
               UNTIL WS-MASTER-EOF OR
                     AUDM-CALLER-ID NOT = WS-STMT-CALLER-ID
           MOVE AUDM-CALLER-ID TO WS-NEXT-CALLER-ID
      *    A caller with nothing in the month gets no statement.
           IF WS-CALLER-CALLS > ZERO AND WS-STMT-CALLER-ID NOT = SPACES
               PERFORM PRINT-CALLER-STATEMENT
      *        The statement's own browses moved the file; pick the
      *        next caller up where the totals pass left off.
               IF NOT WS-MASTER-EOF
                   MOVE WS-NEXT-CALLER-ID TO AUDM-CALLER-ID
                   START MASTER-FILE KEY IS = AUDM-CALLER-ID
                       INVALID KEY
                           MOVE "Y" TO WS-MASTER-EOF-SWITCH
                   END-START
                   IF NOT WS-MASTER-EOF
                       PERFORM READ-NEXT-MASTER
                   END-IF
               END-IF
           END-IF.

       RESET-CALLER-TOTALS.
           MOVE ZEROS TO WS-CALLER-CALLS
           MOVE ZEROS TO WS-CALLER-OK
           MOVE ZEROS TO WS-CALLER-REJECTED
           MOVE ZEROS TO WS-CALLER-HELD
           MOVE ZEROS TO WS-CALLER-SIMULATED
           MOVE ZEROS TO WS-CALLER-VOID-NOTES
           MOVE ZEROS TO WS-CALLER-QUOTA-REJECTS
           MOVE ZEROS TO WS-CALLER-REPLAYED
           MOVE ZEROS TO WS-CALLER-FIRST-DATE
           MOVE ZEROS TO WS-CALLER-LAST-DATE
           MOVE ZEROS TO WS-ROW-COUNT
           MOVE "N" TO WS-ROW-OVERFLOW-SWITCH
           MOVE ZEROS TO WS-TOTAL-OPERAND
           MOVE ZEROS TO WS-TOTAL-RESULT.

       ACCUMULATE-CALLER-RECORD.
           IF AUDM-BUSINESS-DATE(1:6) = WS-YEAR-MONTH
               PERFORM CLASSIFY-CALL
               ADD 1 TO WS-CALLER-CALLS
               IF WS-CALLER-FIRST-DATE = ZERO
                   MOVE AUDM-BOOKED-DATE TO WS-CALLER-FIRST-DATE
               END-IF
               IF AUDM-BOOKED-DATE < WS-CALLER-FIRST-DATE
                   MOVE AUDM-BOOKED-DATE TO WS-CALLER-FIRST-DATE
               END-IF
               IF AUDM-BOOKED-DATE > WS-CALLER-LAST-DATE
                   MOVE AUDM-BOOKED-DATE TO WS-CALLER-LAST-DATE
               END-IF
               EVALUATE TRUE
                   WHEN WS-CALL-SIMULATED
                       ADD 1 TO WS-CALLER-SIMULATED
                   WHEN WS-CALL-VOID-NOTE
                       ADD 1 TO WS-CALLER-VOID-NOTES
                   WHEN OTHER
                       PERFORM ADD-TO-ACTIVITY-ROW
                          THRU ADD-TO-ACTIVITY-EXIT
               END-EVALUATE
               IF AUDM-STATUS = "QUOTA EXCEEDED"
                   ADD 1 TO WS-CALLER-QUOTA-REJECTS
               END-IF
           END-IF
           PERFORM READ-NEXT-MASTER.

       CLASSIFY-CALL.
           EVALUATE TRUE
               WHEN AUDM-SIM-MARKER = "S"
                   MOVE "M" TO WS-CALL-CLASS
               WHEN AUDM-STATUS = "SUCCESS" OR
                    AUDM-STATUS = "GREATER" OR
                    AUDM-STATUS = "NOT GREATER" OR
                    AUDM-STATUS = "LESS" OR
                    AUDM-STATUS = "NOT LESS" OR
                    AUDM-STATUS = "EQUAL" OR
                    AUDM-STATUS = "NOT EQUAL"
                   MOVE "S" TO WS-CALL-CLASS
               WHEN AUDM-STATUS = "VOIDED"
                   MOVE "V" TO WS-CALL-CLASS
               WHEN AUDM-STATUS = "HELD FOR APPROVAL"
                   MOVE "H" TO WS-CALL-CLASS
               WHEN OTHER
                   MOVE "R" TO WS-CALL-CLASS
           END-EVALUATE.

       ADD-TO-ACTIVITY-ROW.
           IF AUDM-CURRENCY-1 = SPACES
               MOVE "---" TO WS-ROW-CURRENCY-KEY
           ELSE
               MOVE AUDM-CURRENCY-1 TO WS-ROW-CURRENCY-KEY
           END-IF
           MOVE ZERO TO WS-FOUND-ROW-SUB
           PERFORM MATCH-ACTIVITY-ROW
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
                  OR WS-FOUND-ROW-SUB > ZERO
           IF WS-FOUND-ROW-SUB = ZERO
               IF WS-ROW-COUNT < 200
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-ROW-COUNT TO WS-FOUND-ROW-SUB
                   INITIALIZE WS-ROW-ENTRY(WS-ROW-COUNT)
                   MOVE AUDM-OPERATION
                       TO WS-ROW-OPERATION(WS-ROW-COUNT)
                   MOVE WS-ROW-CURRENCY-KEY
                       TO WS-ROW-CURRENCY(WS-ROW-COUNT)
               ELSE
                   MOVE "Y" TO WS-ROW-OVERFLOW-SWITCH
               END-IF
           END-IF
      *    High-precision calls carry their amounts in the extended
      *    fields; totals are kept to the cent either way.
           IF AUDM-PRECISION-MODE = "H"
               COMPUTE WS-CALL-AMOUNT = AUDM-OPERAND-1-EXT
               COMPUTE WS-CALL-RESULT = AUDM-RESULT-EXT
           ELSE
               MOVE AUDM-OPERAND-1 TO WS-CALL-AMOUNT
               MOVE AUDM-RESULT TO WS-CALL-RESULT
           END-IF
           ADD WS-CALL-AMOUNT TO WS-TOTAL-OPERAND
           IF WS-CALL-SUCCESSFUL
               ADD 1 TO WS-CALLER-OK
               ADD WS-CALL-RESULT TO WS-TOTAL-RESULT
           END-IF
           IF WS-CALL-REJECTED
               ADD 1 TO WS-CALLER-REJECTED
           END-IF
           IF WS-CALL-HELD
               ADD 1 TO WS-CALLER-HELD
           END-IF
           IF WS-FOUND-ROW-SUB = ZERO
               GO TO ADD-TO-ACTIVITY-EXIT
           END-IF
           MOVE WS-FOUND-ROW-SUB TO WS-ROW-SUB
           ADD 1 TO WS-ROW-CALLS(WS-ROW-SUB)
           ADD WS-CALL-AMOUNT TO WS-ROW-OPERAND-TOTAL(WS-ROW-SUB)
           EVALUATE TRUE
               WHEN WS-CALL-SUCCESSFUL
                   ADD 1 TO WS-ROW-OK(WS-ROW-SUB)
                   ADD WS-CALL-RESULT
                       TO WS-ROW-RESULT-TOTAL(WS-ROW-SUB)
               WHEN WS-CALL-REJECTED
                   ADD 1 TO WS-ROW-REJECTED(WS-ROW-SUB)
               WHEN WS-CALL-HELD
                   ADD 1 TO WS-ROW-HELD(WS-ROW-SUB)
           END-EVALUATE.

       ADD-TO-ACTIVITY-EXIT.
           EXIT.

       MATCH-ACTIVITY-ROW.
           IF WS-ROW-OPERATION(WS-ROW-SUB) = AUDM-OPERATION AND
              WS-ROW-CURRENCY(WS-ROW-SUB) = WS-ROW-CURRENCY-KEY
               MOVE WS-ROW-SUB TO WS-FOUND-ROW-SUB
           END-IF.

      *****************************************************************
      * The statement for WS-STMT-CALLER-ID.                           *
      *****************************************************************
       PRINT-CALLER-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           ADD WS-CALLER-CALLS TO WS-RUN-CALLS
           ADD WS-CALLER-REJECTED TO WS-RUN-REJECTED
           ADD WS-CALLER-HELD TO WS-RUN-HELD
           MOVE "R" TO ALSL-FUNCTION
           MOVE WS-STMT-CALLER-ID TO ALSL-CALLER-ID
           CALL "CALCALSL" USING ALSL-REQUEST ALSL-REPLY
           MOVE ALSL-CURRENT-ID TO WS-STMT-CURRENT-ID
           PERFORM DECIDE-LISTING
           COMPUTE WS-STMT-FIRST-LINE = WS-OUTPUT-LINE-NO + 1
           MOVE ZEROS TO WS-PAGE-NUMBER
           PERFORM START-NEW-PAGE
           PERFORM PRINT-STATEMENT-HEADER
           PERFORM PRINT-ACTIVITY-SECTION
           PERFORM PRINT-REJECTED-SECTION THRU PRINT-REJECTED-EXIT
           PERFORM PRINT-HELD-SECTION THRU PRINT-HELD-EXIT
           PERFORM PRINT-REGISTER-SECTION
           PERFORM PRINT-QUOTA-SECTION THRU PRINT-QUOTA-EXIT
           IF WS-LIST-THIS-CALLER
               ADD 1 TO WS-LISTED-COUNT
               PERFORM PRINT-TRANSACTION-LISTING
           END-IF
           STRING "*** END OF STATEMENT FOR " WS-STMT-CALLER-ID
                  " - " WS-PAGE-NUMBER " PAGE(S) ***"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           PERFORM WRITE-INDEX-RECORD.

       DECIDE-LISTING.
           MOVE WS-LIST-ALL-SWITCH TO WS-LIST-SWITCH
           PERFORM MATCH-LISTING-CALLER
               VARYING WS-LISTING-SUB FROM 1 BY 1
               UNTIL WS-LISTING-SUB > WS-LISTING-COUNT
                  OR WS-LIST-THIS-CALLER.

       MATCH-LISTING-CALLER.
           IF WS-LISTING-CALLER(WS-LISTING-SUB) = WS-STMT-CALLER-ID OR
              WS-LISTING-CALLER(WS-LISTING-SUB) = WS-STMT-CURRENT-ID
               MOVE "Y" TO WS-LIST-SWITCH
           END-IF.

       PRINT-STATEMENT-HEADER.
           STRING "CALLER " WS-STMT-CALLER-ID
                  "    MONTH " WS-YEAR-MONTH
                  " - CLOSED " WS-CLOSE-DATE
                  "    ACTIVE " WS-CALLER-FIRST-DATE " TO "
                  WS-CALLER-LAST-DATE
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           IF WS-STMT-CURRENT-ID NOT = WS-STMT-CALLER-ID
               STRING "  THIS CALLER ID HAS SINCE BEEN RETIRED - "
                      "IT NOW RUNS AS " WS-STMT-CURRENT-ID
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           MOVE WS-CALLER-CALLS TO WS-DISPLAY-COUNT
           MOVE WS-CALLER-OK TO WS-DISPLAY-COUNT-2
           MOVE WS-CALLER-REJECTED TO WS-DISPLAY-COUNT-3
           STRING "  CALLS " WS-DISPLAY-COUNT
                  "    SUCCESSFUL " WS-DISPLAY-COUNT-2
                  "    REJECTED " WS-DISPLAY-COUNT-3
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           MOVE WS-CALLER-HELD TO WS-DISPLAY-COUNT
           MOVE WS-CALLER-SIMULATED TO WS-DISPLAY-COUNT-2
           MOVE WS-CALLER-VOID-NOTES TO WS-DISPLAY-COUNT-3
           STRING "    HELD " WS-DISPLAY-COUNT
                  "    SIMULATED " WS-DISPLAY-COUNT-2
                  "    SET VOIDS " WS-DISPLAY-COUNT-3
               DELIMITED BY SIZE INTO WS-TEXT-LINE(67:66)
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE.

       PRINT-ACTIVITY-SECTION.
           MOVE "ACTIVITY BY OPERATION AND CURRENCY" TO WS-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-ROW-HEADING-LINE TO WS-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           PERFORM PRINT-ACTIVITY-ROW
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
           MOVE SPACES TO WS-ROW-LINE
           MOVE "ALL" TO WS-RL-CURRENCY
           COMPUTE WS-RL-CALLS = WS-CALLER-CALLS -
                   WS-CALLER-SIMULATED - WS-CALLER-VOID-NOTES
           MOVE WS-CALLER-OK TO WS-RL-OK
           MOVE WS-CALLER-REJECTED TO WS-RL-REJECTED
           MOVE WS-CALLER-HELD TO WS-RL-HELD
           MOVE WS-TOTAL-OPERAND TO WS-RL-OPERAND-TOTAL
           MOVE WS-TOTAL-RESULT TO WS-RL-RESULT-TOTAL
           MOVE WS-ROW-LINE TO WS-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           IF WS-ROW-OVERFLOW
               STRING "  (MORE THAN 200 OPERATION/CURRENCY PAIRS - "
                      "THE TOTAL LINE COVERS THEM ALL)"
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           IF WS-CALLER-SIMULATED > ZERO
               MOVE WS-CALLER-SIMULATED TO WS-DISPLAY-COUNT
               STRING "  " WS-DISPLAY-COUNT
                      " SIMULATION CALL(S) NOT POSTED - NOT IN THE "
                      "TOTALS ABOVE"
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           PERFORM WRITE-STATEMENT-LINE.

       PRINT-ACTIVITY-ROW.
           MOVE SPACES TO WS-ROW-LINE
           MOVE WS-ROW-OPERATION(WS-ROW-SUB) TO WS-RL-OPERATION
           MOVE WS-ROW-CURRENCY(WS-ROW-SUB) TO WS-RL-CURRENCY
           MOVE WS-ROW-CALLS(WS-ROW-SUB) TO WS-RL-CALLS
           MOVE WS-ROW-OK(WS-ROW-SUB) TO WS-RL-OK
           MOVE WS-ROW-REJECTED(WS-ROW-SUB) TO WS-RL-REJECTED
           MOVE WS-ROW-HELD(WS-ROW-SUB) TO WS-RL-HELD
           MOVE WS-ROW-OPERAND-TOTAL(WS-ROW-SUB) TO WS-RL-OPERAND-TOTAL
           MOVE WS-ROW-RESULT-TOTAL(WS-ROW-SUB) TO WS-RL-RESULT-TOTAL
           MOVE WS-ROW-LINE TO WS-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE.

      *****************************************************************
      * Rejected calls and what became of them.                        *
      *****************************************************************
       PRINT-REJECTED-SECTION.
           MOVE "REJECTED CALLS" TO WS-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           IF WS-CALLER-REJECTED = ZERO
               MOVE "  NONE" TO WS-TEXT-LINE
               PERFORM WRITE-STATEMENT-LINE
               PERFORM WRITE-STATEMENT-LINE
               GO TO PRINT-REJECTED-EXIT
           END-IF
           PERFORM LOAD-CALLER-EXCEPTIONS
           PERFORM LOAD-CALLER-DISPOSITIONS
           STRING "  BOOKED    SEQUENCE   OP         OPERAND-1  "
                  "STATUS               ERROR     "
                  "REPLAY / RETRY OUTCOME"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           PERFORM START-CALLER-BROWSE
           PERFORM PRINT-ONE-REJECTED THRU PRINT-ONE-REJECTED-EXIT
               UNTIL WS-BROWSE-DONE
           MOVE WS-CALLER-REPLAYED TO WS-DISPLAY-COUNT
           MOVE WS-CALLER-REJECTED TO WS-DISPLAY-COUNT-2
           STRING "  " WS-DISPLAY-COUNT " OF " WS-DISPLAY-COUNT-2
                  " REJECTED CALL(S) LATER RUN CLEAN BY A REPLAY OR "
                  "RETRY"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE.

       PRINT-REJECTED-EXIT.
           EXIT.

       PRINT-ONE-REJECTED.
           PERFORM READ-CALLER-BROWSE
           IF WS-BROWSE-DONE
               GO TO PRINT-ONE-REJECTED-EXIT
           END-IF
           PERFORM CLASSIFY-CALL
           IF NOT WS-CALL-REJECTED
               GO TO PRINT-ONE-REJECTED-EXIT
           END-IF
           PERFORM FIND-CALL-EXCEPTION
           PERFORM FIND-CALL-DISPOSITION
           MOVE AUDM-OPERAND-1 TO WS-DISPLAY-AMOUNT
           IF WS-FOUND-EXC-SUB > ZERO
               STRING "  " AUDM-BOOKED-DATE "  " AUDM-SEQUENCE-NO
                      "  " AUDM-OPERATION "  " WS-DISPLAY-AMOUNT
                      "  " AUDM-STATUS
                      " " WS-EXC-ERROR-CODE(WS-FOUND-EXC-SUB)
                      "  " WS-OUTCOME-TEXT
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
           ELSE
               STRING "  " AUDM-BOOKED-DATE "  " AUDM-SEQUENCE-NO
                      "  " AUDM-OPERATION "  " WS-DISPLAY-AMOUNT
                      "  " AUDM-STATUS
                      " " "--------"
                      "  " WS-OUTCOME-TEXT
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-STATEMENT-LINE.

       PRINT-ONE-REJECTED-EXIT.
           EXIT.

       FIND-CALL-EXCEPTION.
      *    By correlation ID where the call had one; otherwise the
      *    first unclaimed exception for the same operation, operand
      *    and status - CALCULATOR logs the rejection as it audits it.
           MOVE ZERO TO WS-FOUND-EXC-SUB
           IF AUDM-CORR-ID NOT = SPACES
               PERFORM MATCH-EXCEPTION-BY-CORR-ID
                   VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-COUNT
                      OR WS-FOUND-EXC-SUB > ZERO
           END-IF
           IF WS-FOUND-EXC-SUB = ZERO
               PERFORM MATCH-EXCEPTION-BY-CONTENT
                   VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-COUNT
                      OR WS-FOUND-EXC-SUB > ZERO
           END-IF
           IF WS-FOUND-EXC-SUB > ZERO
               MOVE "Y" TO WS-EXC-USED(WS-FOUND-EXC-SUB)
           END-IF.

       MATCH-EXCEPTION-BY-CORR-ID.
           IF WS-EXC-CORR-ID(WS-EXC-SUB) = AUDM-CORR-ID AND
              WS-EXC-USED(WS-EXC-SUB) = "N"
               MOVE WS-EXC-SUB TO WS-FOUND-EXC-SUB
           END-IF.

       MATCH-EXCEPTION-BY-CONTENT.
           IF WS-EXC-USED(WS-EXC-SUB) = "N" AND
              WS-EXC-OPERATION(WS-EXC-SUB) = AUDM-OPERATION AND
              WS-EXC-OPERAND-1(WS-EXC-SUB) = AUDM-OPERAND-1 AND
              WS-EXC-STATUS(WS-EXC-SUB) = AUDM-STATUS
               MOVE WS-EXC-SUB TO WS-FOUND-EXC-SUB
           END-IF.

       FIND-CALL-DISPOSITION.
      *    The last disposition is the final word: a replay under the
      *    exception's sequence number, or a retry under the call's
      *    correlation ID.
           MOVE ZERO TO WS-FOUND-DSP-SUB
           PERFORM MATCH-CALL-DISPOSITION
               VARYING WS-DSP-SUB FROM 1 BY 1
               UNTIL WS-DSP-SUB > WS-DSP-COUNT
           IF WS-FOUND-DSP-SUB = ZERO
               MOVE "NOT REPLAYED OR RETRIED" TO WS-OUTCOME-TEXT
           ELSE
               MOVE WS-FOUND-DSP-SUB TO WS-DSP-SUB
               MOVE SPACES TO WS-OUTCOME-TEXT
               STRING WS-DSP-DISPOSITION(WS-DSP-SUB) " "
                      WS-DSP-LOG-DATE(WS-DSP-SUB) " "
                      WS-DSP-NEW-STATUS(WS-DSP-SUB)
                   DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
               END-STRING
               IF WS-DSP-DISPOSITION(WS-DSP-SUB) = "REPLAYED-OK" OR
                  WS-DSP-DISPOSITION(WS-DSP-SUB) = "RETRIED-OK"
                   ADD 1 TO WS-CALLER-REPLAYED
               END-IF
           END-IF.

       MATCH-CALL-DISPOSITION.
           IF (AUDM-CORR-ID NOT = SPACES AND
               WS-DSP-CORR-ID(WS-DSP-SUB) = AUDM-CORR-ID)
              OR
              (WS-FOUND-EXC-SUB > ZERO AND
               WS-DSP-SEQUENCE-NO(WS-DSP-SUB) =
                   WS-EXC-SEQUENCE-NO(WS-FOUND-EXC-SUB))
               MOVE WS-DSP-SUB TO WS-FOUND-DSP-SUB
           END-IF.

       LOAD-CALLER-EXCEPTIONS.
           MOVE ZEROS TO WS-EXC-COUNT
           MOVE "N" TO WS-AUX-EOF-SWITCH
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCEPTION-FILE-STATUS NOT = "35"
               PERFORM READ-EXCEPTION-RECORD
               PERFORM STORE-EXCEPTION-RECORD UNTIL WS-AUX-EOF
               CLOSE EXCEPTION-FILE
           END-IF.

       READ-EXCEPTION-RECORD.
           READ EXCEPTION-FILE
               AT END
                   MOVE "Y" TO WS-AUX-EOF-SWITCH
           END-READ.

       STORE-EXCEPTION-RECORD.
           IF EXC-CALLER-ID = WS-STMT-CALLER-ID
               IF WS-EXC-COUNT < 1000
                   ADD 1 TO WS-EXC-COUNT
                   MOVE EXC-SEQUENCE-NO
                       TO WS-EXC-SEQUENCE-NO(WS-EXC-COUNT)
                   MOVE EXC-OPERATION TO WS-EXC-OPERATION(WS-EXC-COUNT)
                   MOVE EXC-OPERAND-1 TO WS-EXC-OPERAND-1(WS-EXC-COUNT)
                   MOVE EXC-STATUS TO WS-EXC-STATUS(WS-EXC-COUNT)
                   MOVE EXC-ERROR-CODE
                       TO WS-EXC-ERROR-CODE(WS-EXC-COUNT)
                   MOVE EXC-CORR-ID TO WS-EXC-CORR-ID(WS-EXC-COUNT)
                   MOVE "N" TO WS-EXC-USED(WS-EXC-COUNT)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF
           PERFORM READ-EXCEPTION-RECORD.

       LOAD-CALLER-DISPOSITIONS.
           MOVE ZEROS TO WS-DSP-COUNT
           MOVE "N" TO WS-AUX-EOF-SWITCH
           OPEN INPUT DISPOSITION-FILE
           IF WS-DISPOSITION-FILE-STATUS NOT = "35"
               PERFORM READ-DISPOSITION-RECORD
               PERFORM STORE-DISPOSITION-RECORD UNTIL WS-AUX-EOF
               CLOSE DISPOSITION-FILE
           END-IF.

       READ-DISPOSITION-RECORD.
           READ DISPOSITION-FILE
               AT END
                   MOVE "Y" TO WS-AUX-EOF-SWITCH
           END-READ.

       STORE-DISPOSITION-RECORD.
           IF DISP-CALLER-ID = WS-STMT-CALLER-ID
               IF WS-DSP-COUNT < 1000
                   ADD 1 TO WS-DSP-COUNT
                   MOVE DISP-SEQUENCE-NO
                       TO WS-DSP-SEQUENCE-NO(WS-DSP-COUNT)
                   MOVE DISP-DISPOSITION
                       TO WS-DSP-DISPOSITION(WS-DSP-COUNT)
                   MOVE DISP-NEW-STATUS
                       TO WS-DSP-NEW-STATUS(WS-DSP-COUNT)
                   MOVE DISP-LOG-DATE TO WS-DSP-LOG-DATE(WS-DSP-COUNT)
                   MOVE DISP-CORR-ID TO WS-DSP-CORR-ID(WS-DSP-COUNT)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF
           PERFORM READ-DISPOSITION-RECORD.

      *****************************************************************
      * Calls held for approval and their outcome.                     *
      *****************************************************************
       PRINT-HELD-SECTION.
           MOVE "CALLS HELD FOR APPROVAL" TO WS-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           IF WS-CALLER-HELD = ZERO
               MOVE "  NONE" TO WS-TEXT-LINE
               PERFORM WRITE-STATEMENT-LINE
               PERFORM WRITE-STATEMENT-LINE
               GO TO PRINT-HELD-EXIT
           END-IF
           PERFORM LOAD-CALLER-APPROVALS
           PERFORM LOAD-CALLER-PENDING
           STRING "  BOOKED    SEQUENCE   OP         OPERAND-1  "
                  "CORRELATION ID    OUTCOME"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           PERFORM START-CALLER-BROWSE
           PERFORM PRINT-ONE-HELD THRU PRINT-ONE-HELD-EXIT
               UNTIL WS-BROWSE-DONE
           PERFORM WRITE-STATEMENT-LINE.

       PRINT-HELD-EXIT.
           EXIT.

       PRINT-ONE-HELD.
           PERFORM READ-CALLER-BROWSE
           IF WS-BROWSE-DONE
               GO TO PRINT-ONE-HELD-EXIT
           END-IF
           PERFORM CLASSIFY-CALL
           IF NOT WS-CALL-HELD
               GO TO PRINT-ONE-HELD-EXIT
           END-IF
           PERFORM FIND-HELD-OUTCOME THRU FIND-HELD-OUTCOME-EXIT
           MOVE AUDM-OPERAND-1 TO WS-DISPLAY-AMOUNT
           STRING "  " AUDM-BOOKED-DATE "  " AUDM-SEQUENCE-NO
                  "  " AUDM-OPERATION "  " WS-DISPLAY-AMOUNT
                  "  " AUDM-CORR-ID "  " WS-OUTCOME-TEXT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE.

       PRINT-ONE-HELD-EXIT.
           EXIT.

       FIND-HELD-OUTCOME.
      *    The supervisor's decision carries the queue item's
      *    correlation ID; an undecided item is still on the queue.
           MOVE SPACES TO WS-OUTCOME-TEXT
           IF AUDM-CORR-ID = SPACES
               MOVE "NO CORRELATION ID - SEE CALCAPDS"
                   TO WS-OUTCOME-TEXT
               GO TO FIND-HELD-OUTCOME-EXIT
           END-IF
           MOVE ZERO TO WS-FOUND-APD-SUB
           PERFORM MATCH-APPROVAL-OUTCOME
               VARYING WS-APD-SUB FROM 1 BY 1
               UNTIL WS-APD-SUB > WS-APD-COUNT
           IF WS-FOUND-APD-SUB > ZERO
               MOVE WS-FOUND-APD-SUB TO WS-APD-SUB
               IF WS-APD-ACTION(WS-APD-SUB) = "R"
                   STRING "RELEASED BY " WS-APD-APPROVER-ID(WS-APD-SUB)
                          " " WS-APD-DATE(WS-APD-SUB) " - "
                          WS-APD-STATUS(WS-APD-SUB)
                       DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
                   END-STRING
               ELSE
                   STRING "DECLINED BY " WS-APD-APPROVER-ID(WS-APD-SUB)
                          " " WS-APD-DATE(WS-APD-SUB)
                       DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
                   END-STRING
               END-IF
               GO TO FIND-HELD-OUTCOME-EXIT
           END-IF
           MOVE ZERO TO WS-FOUND-PND-SUB
           PERFORM MATCH-PENDING-ITEM
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT
                  OR WS-FOUND-PND-SUB > ZERO
           IF WS-FOUND-PND-SUB > ZERO
               MOVE WS-FOUND-PND-SUB TO WS-PND-SUB
               STRING "AWAITING APPROVAL SINCE "
                      WS-PND-HELD-DATE(WS-PND-SUB)
                      " - QUEUE ITEM " WS-PND-SEQUENCE-NO(WS-PND-SUB)
                   DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
               END-STRING
           ELSE
               MOVE "NO DECISION ON CALCAPDS" TO WS-OUTCOME-TEXT
           END-IF.

       FIND-HELD-OUTCOME-EXIT.
           EXIT.

       MATCH-APPROVAL-OUTCOME.
           IF WS-APD-CORR-ID(WS-APD-SUB) = AUDM-CORR-ID
               MOVE WS-APD-SUB TO WS-FOUND-APD-SUB
           END-IF.

       MATCH-PENDING-ITEM.
           IF WS-PND-CORR-ID(WS-PND-SUB) = AUDM-CORR-ID
               MOVE WS-PND-SUB TO WS-FOUND-PND-SUB
           END-IF.

       LOAD-CALLER-APPROVALS.
           MOVE ZEROS TO WS-APD-COUNT
           MOVE "N" TO WS-AUX-EOF-SWITCH
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-FILE-STATUS NOT = "35"
               PERFORM READ-APPROVAL-RECORD
               PERFORM STORE-APPROVAL-RECORD UNTIL WS-AUX-EOF
               CLOSE APPROVAL-FILE
           END-IF.

       READ-APPROVAL-RECORD.
           READ APPROVAL-FILE
               AT END
                   MOVE "Y" TO WS-AUX-EOF-SWITCH
           END-READ.

       STORE-APPROVAL-RECORD.
           IF APDS-CALLER-ID = WS-STMT-CALLER-ID AND
              APDS-CORR-ID NOT = SPACES
               IF WS-APD-COUNT < 500
                   ADD 1 TO WS-APD-COUNT
                   MOVE APDS-ACTION TO WS-APD-ACTION(WS-APD-COUNT)
                   MOVE APDS-APPROVER-ID
                       TO WS-APD-APPROVER-ID(WS-APD-COUNT)
                   MOVE APDS-STATUS TO WS-APD-STATUS(WS-APD-COUNT)
                   MOVE APDS-DECISION-DATE
                       TO WS-APD-DATE(WS-APD-COUNT)
                   MOVE APDS-CORR-ID TO WS-APD-CORR-ID(WS-APD-COUNT)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF
           PERFORM READ-APPROVAL-RECORD.

       LOAD-CALLER-PENDING.
           MOVE ZEROS TO WS-PND-COUNT
           MOVE "N" TO WS-AUX-EOF-SWITCH
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-STATUS NOT = "35"
               PERFORM READ-PENDING-RECORD
               PERFORM STORE-PENDING-RECORD UNTIL WS-AUX-EOF
               CLOSE PENDING-FILE
           END-IF.

       READ-PENDING-RECORD.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-AUX-EOF-SWITCH
           END-READ.

       STORE-PENDING-RECORD.
           IF PEND-CALLER-ID = WS-STMT-CALLER-ID AND
              PEND-CORR-ID NOT = SPACES
               IF WS-PND-COUNT < 500
                   ADD 1 TO WS-PND-COUNT
                   MOVE PEND-SEQUENCE-NO
                       TO WS-PND-SEQUENCE-NO(WS-PND-COUNT)
                   MOVE PEND-HELD-DATE TO WS-PND-HELD-DATE(WS-PND-COUNT)
                   MOVE PEND-CORR-ID TO WS-PND-CORR-ID(WS-PND-COUNT)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF
           PERFORM READ-PENDING-RECORD.

      *****************************************************************
      * Named registers and quota usage.                               *
      *****************************************************************
       PRINT-REGISTER-SECTION.
           MOVE "NAMED REGISTERS (CALCREGF)" TO WS-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE ZEROS TO WS-CALLER-REGISTERS
           STRING "  REGISTER    OPENING BALANCE  AS AT     "
                  "   CLOSING BALANCE  AS AT            MOVEMENT"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           PERFORM PRINT-ONE-REGISTER THRU PRINT-ONE-REGISTER-EXIT
               VARYING WS-REGISTER-SUB FROM 1 BY 1
               UNTIL WS-REGISTER-SUB > WS-REGISTER-COUNT
           IF WS-CALLER-REGISTERS = ZERO
               MOVE "  NONE" TO WS-TEXT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           PERFORM WRITE-STATEMENT-LINE.

       PRINT-ONE-REGISTER.
      *    A register first used during the month opens at zero; one
      *    with no snapshot inside the month has not moved since.
           IF WS-RG-CALLER-ID(WS-REGISTER-SUB) NOT = WS-STMT-CALLER-ID
               GO TO PRINT-ONE-REGISTER-EXIT
           END-IF
           ADD 1 TO WS-CALLER-REGISTERS
           IF WS-RG-CLOSE-DATE(WS-REGISTER-SUB) = ZERO
               MOVE WS-RG-OPEN-VALUE(WS-REGISTER-SUB)
                   TO WS-RG-CLOSE-VALUE(WS-REGISTER-SUB)
               MOVE WS-RG-OPEN-DATE(WS-REGISTER-SUB)
                   TO WS-RG-CLOSE-DATE(WS-REGISTER-SUB)
           END-IF
           IF WS-RG-OPEN-DATE(WS-REGISTER-SUB) = ZERO
               MOVE "--------" TO WS-OPEN-AS-AT
           ELSE
               MOVE WS-RG-OPEN-DATE(WS-REGISTER-SUB) TO WS-OPEN-AS-AT
           END-IF
           MOVE WS-RG-OPEN-VALUE(WS-REGISTER-SUB) TO WS-DISPLAY-AMOUNT
           MOVE WS-RG-CLOSE-VALUE(WS-REGISTER-SUB)
               TO WS-DISPLAY-AMOUNT-2
           COMPUTE WS-DISPLAY-AMOUNT-3 =
                   WS-RG-CLOSE-VALUE(WS-REGISTER-SUB) -
                   WS-RG-OPEN-VALUE(WS-REGISTER-SUB)
           STRING "  " WS-RG-NAME(WS-REGISTER-SUB)
                  "  " WS-DISPLAY-AMOUNT
                  "  " WS-OPEN-AS-AT
                  "  " WS-DISPLAY-AMOUNT-2
                  "  " WS-RG-CLOSE-DATE(WS-REGISTER-SUB)
                  "  " WS-DISPLAY-AMOUNT-3
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE.

       PRINT-ONE-REGISTER-EXIT.
           EXIT.

       PRINT-QUOTA-SECTION.
           MOVE "DAILY QUOTA USAGE (CALCQHIS)" TO WS-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-STMT-CALLER-ID TO WS-MATCH-CALLER-ID
           PERFORM FIND-CALLER-ENTRY
           IF WS-FOUND-CALLER-SUB = ZERO
               MOVE "  NOT AVAILABLE - CALLER TABLE FULL"
                   TO WS-TEXT-LINE
               PERFORM WRITE-STATEMENT-LINE
               PERFORM WRITE-STATEMENT-LINE
               GO TO PRINT-QUOTA-EXIT
           END-IF
           MOVE WS-FOUND-CALLER-SUB TO WS-CALLER-SUB
           EVALUATE TRUE
               WHEN WS-CT-ON-PARM(WS-CALLER-SUB) NOT = "Y"
                   MOVE "  DAILY QUOTA  NOT ON CALCPARM" TO WS-TEXT-LINE
               WHEN WS-CT-DAILY-QUOTA(WS-CALLER-SUB) = ZERO
                   MOVE "  DAILY QUOTA  UNLIMITED" TO WS-TEXT-LINE
               WHEN OTHER
                   MOVE WS-CT-DAILY-QUOTA(WS-CALLER-SUB)
                       TO WS-DISPLAY-COUNT
                   STRING "  DAILY QUOTA  " WS-DISPLAY-COUNT
                          " CALLS PER BUSINESS DAY"
                       DELIMITED BY SIZE INTO WS-TEXT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-CT-QUOTA-DAYS(WS-CALLER-SUB) TO WS-DISPLAY-COUNT
           MOVE WS-CT-QUOTA-CALLS(WS-CALLER-SUB) TO WS-DISPLAY-COUNT-2
           MOVE WS-CT-PEAK-CALLS(WS-CALLER-SUB) TO WS-DISPLAY-COUNT-3
           STRING "  DAYS USED " WS-DISPLAY-COUNT
                  "    CALLS COUNTED " WS-DISPLAY-COUNT-2
                  "    BUSIEST DAY " WS-DISPLAY-COUNT-3
                  " ON " WS-CT-PEAK-DATE(WS-CALLER-SUB)
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-CT-DAYS-AT-QUOTA(WS-CALLER-SUB) TO WS-DISPLAY-COUNT
           MOVE WS-CALLER-QUOTA-REJECTS TO WS-DISPLAY-COUNT-2
           STRING "  DAYS AT QUOTA " WS-DISPLAY-COUNT
                  "    CALLS REJECTED FOR QUOTA " WS-DISPLAY-COUNT-2
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE.

       PRINT-QUOTA-EXIT.
           EXIT.

      *****************************************************************
      * Full transaction listing.                                      *
      *****************************************************************
       PRINT-TRANSACTION-LISTING.
           MOVE "TRANSACTION LISTING" TO WS-TEXT-LINE
           PERFORM WRITE-STATEMENT-LINE
           STRING "  BOOKED    TIME    SEQUENCE   OP         "
                  "OPERAND-1     OPERAND-2        RESULT  CCY  "
                  "STATUS               CORRELATION ID"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           PERFORM START-CALLER-BROWSE
           PERFORM PRINT-ONE-TRANSACTION UNTIL WS-BROWSE-DONE
           PERFORM WRITE-STATEMENT-LINE.

       PRINT-ONE-TRANSACTION.
           PERFORM READ-CALLER-BROWSE
           IF NOT WS-BROWSE-DONE
               MOVE AUDM-OPERAND-1 TO WS-DISPLAY-AMOUNT
               MOVE AUDM-OPERAND-2 TO WS-DISPLAY-AMOUNT-2
               MOVE AUDM-RESULT TO WS-DISPLAY-AMOUNT-3
               STRING "  " AUDM-BOOKED-DATE "  " AUDM-CALL-TIME
                      "  " AUDM-SEQUENCE-NO "  " AUDM-OPERATION
                      "  " WS-DISPLAY-AMOUNT " " WS-DISPLAY-AMOUNT-2
                      " " WS-DISPLAY-AMOUNT-3 "  " AUDM-CURRENCY-1
                      "  " AUDM-STATUS " " AUDM-CORR-ID
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
           END-IF.

      *****************************************************************
      * Re-browse of the statement caller's month on the alternate     *
      * key. READ-CALLER-BROWSE returns only records inside the month  *
      * and sets WS-BROWSE-DONE past the caller's last record.         *
      *****************************************************************
       START-CALLER-BROWSE.
           MOVE "N" TO WS-BROWSE-DONE-SWITCH
           MOVE WS-STMT-CALLER-ID TO AUDM-CALLER-ID
           START MASTER-FILE KEY IS = AUDM-CALLER-ID
               INVALID KEY
                   MOVE "Y" TO WS-BROWSE-DONE-SWITCH
           END-START.

       READ-CALLER-BROWSE.
           MOVE "N" TO WS-BROWSE-HIT-SWITCH
           PERFORM READ-CALLER-RECORD
               UNTIL WS-BROWSE-HIT OR WS-BROWSE-DONE.

       READ-CALLER-RECORD.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BROWSE-DONE-SWITCH
               NOT AT END
                   IF AUDM-CALLER-ID NOT = WS-STMT-CALLER-ID
                       MOVE "Y" TO WS-BROWSE-DONE-SWITCH
                   ELSE
                       IF AUDM-BUSINESS-DATE(1:6) = WS-YEAR-MONTH
                           MOVE "Y" TO WS-BROWSE-HIT-SWITCH
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * Page handling, line counting and the distribution index.       *
      *****************************************************************
       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-STMT-CALLER-ID TO WS-HDG-CALLER
           MOVE WS-YEAR-MONTH TO WS-HDG-MONTH
           MOVE WS-RUN-STAMP(1:8) TO WS-HDG-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           MOVE WS-HEADING-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 2 TO WS-OUTPUT-LINE-NO
           MOVE 2 TO WS-LINE-NUMBER.

       CHECK-PAGE-BREAK.
           IF WS-LINE-NUMBER >= WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF.

       WRITE-STATEMENT-LINE.
           PERFORM CHECK-PAGE-BREAK
           MOVE WS-TEXT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 1 TO WS-OUTPUT-LINE-NO
           ADD 1 TO WS-LINE-NUMBER
           MOVE SPACES TO WS-TEXT-LINE.

       WRITE-INDEX-RECORD.
           MOVE WS-YEAR-MONTH TO STMI-YEAR-MONTH
           MOVE WS-STMT-CALLER-ID TO STMI-CALLER-ID
           MOVE WS-STMT-CURRENT-ID TO STMI-CURRENT-ID
           MOVE WS-STMT-FIRST-LINE TO STMI-FIRST-LINE
           COMPUTE STMI-LINE-COUNT =
                   WS-OUTPUT-LINE-NO - WS-STMT-FIRST-LINE + 1
           MOVE WS-PAGE-NUMBER TO STMI-PAGE-COUNT
           MOVE WS-CALLER-CALLS TO STMI-CALL-COUNT
           MOVE WS-CALLER-REJECTED TO STMI-REJECTED-COUNT
           MOVE WS-CALLER-HELD TO STMI-HELD-COUNT
           WRITE STMI-RECORD.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCSTMT - CALLER STATEMENT SUMMARY"
           DISPLAY "========================================"
           DISPLAY "Month:                " WS-YEAR-MONTH
           DISPLAY "Statements printed:   " WS-STATEMENT-COUNT
           DISPLAY "With full listing:    " WS-LISTED-COUNT
           DISPLAY "Calls reported:       " WS-RUN-CALLS
           DISPLAY "Rejected calls:       " WS-RUN-REJECTED
           DISPLAY "Held for approval:    " WS-RUN-HELD
           IF WS-TABLE-FULL-COUNT > ZERO
               DISPLAY "Table capacity hits:  " WS-TABLE-FULL-COUNT
           END-IF
           DISPLAY "Statements:           CALCSTMR"
           DISPLAY "Distribution index:   CALCSTMI"
           DISPLAY "========================================".

       END PROGRAM CALCSTMT.
