      * exceptions through CALCRPLY the next day. A missing CALCCURR   *
      * is reported but does not fail the gate, since CALCULATOR       *
      * falls back to the long-standing two-decimal behavior without   *
      * it; the other four tables are required outright. A listed      *
      * pair with no direct rate still passes when CALCULATOR can      *
      * price it as a cross through one of the CALCXPIV pivots - both  *
      * legs effective - and is reported as a CROSS line naming the    *
      * pivot, so the desk can see which pairs ride on a pivot.        *
      * The CALCFEES fee schedule is parse-checked the same way, and   *
      * "F" control records list the fee codes the desks charge        *
      * under: each must have a schedule entry effective on or before  *
      * the processing date, or every "4" call on it would fail        *
      * CALC-019. A missing CALCFEES is only a warning on its own -    *
      * nothing but the fee operation reads it - but any listed fee    *
      * code then fails for want of coverage.                          *
      * Reference-table changes keyed on CPRM, CTAX, CPRA, CCUR or     *
      * CHOL and still waiting on CALCSTGD for a second user's         *
      * approval are listed as PEND lines: the night runs on the       *
      * tables as they stand, without them. They are information for   *
      * the desk, not a warning, and never hold the stream.            *
      * Every CALCSTDO standing order that names a formula must find   *
      * an active version of it on the CALCFSTH status history (see    *
      * CALCFST) - otherwise CALCSTND's run of it would fail CALC-023  *
      * - and each one that does not is a failure.                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-FILE-STATUS.

           SELECT FEE-FILE ASSIGN TO "CALCFEES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT PIVOT-FILE ASSIGN TO "CALCXPIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIVOT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT STAGE-FILE ASSIGN TO "CALCSTGD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-FILE-STATUS.

           SELECT ORDER-FILE ASSIGN TO "CALCSTDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT FORMULA-STATUS-FILE ASSIGN TO "CALCFSTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSTS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       FD  CURRENCY-FILE.
           COPY CALCCUR.

       FD  FEE-FILE.
           COPY CALCFEE.

       FD  PIVOT-FILE.
           COPY CALCXPV.

       FD  BUSINESS-DATE-FILE.
           COPY CALCBDT.

               88  PRFC-JURISDICTION-ITEM VALUE "J".
               88  PRFC-PAIR-ITEM         VALUE "P".
               88  PRFC-MARKET-ITEM       VALUE "M".
               88  PRFC-FEE-ITEM          VALUE "F".
           05  PRFC-JURISDICTION       PIC X(4).
           05  PRFC-CURRENCY-FROM      PIC X(3).
           05  PRFC-CURRENCY-TO        PIC X(3).
           05  PRFC-MARKET-CODE        PIC X(3).
           05  PRFC-FEE-CODE           PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       FD  STAGE-FILE.
           COPY CALCSTG.

      *    Only the order ID and formula name are looked at here.
       FD  ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05  STDO-ORDER-ID           PIC X(8).
           05  FILLER                  PIC X(54).
           05  STDO-FORMULA-ID         PIC X(8).

       FD  FORMULA-STATUS-FILE.
           COPY CALCFST.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-RATE-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-CURRENCY-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-PIVOT-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-FEE-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  WS-STAGE-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-ORDER-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-FSTS-FILE-STATUS     PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-TAX-RECORDS          PIC 9(7) VALUE ZEROS.
       01  WS-HOLIDAY-RECORDS      PIC 9(7) VALUE ZEROS.
       01  WS-CURRENCY-RECORDS     PIC 9(7) VALUE ZEROS.
       01  WS-PIVOT-RECORDS        PIC 9(7) VALUE ZEROS.
       01  WS-FEE-RECORDS          PIC 9(7) VALUE ZEROS.
       01  WS-CROSS-COUNT          PIC 9(5) VALUE ZEROS.
       01  WS-PENDING-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-FORMULA-ORDER-COUNT  PIC 9(5) VALUE ZEROS.

      *    Pivot currencies off CALCXPIV, in the order CALCULATOR
      *    tries them.
       01  WS-PIVOT-TABLE.
           05  WS-PIVOT-COUNT      PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-PIVOT-ENTRY OCCURS 20 TIMES PIC X(3).
       01  WS-PIVOT-SUB            PIC 9(2) COMP-3 VALUE ZEROS.

      *    Each formula on CALCFSTH with its active version, zero
      *    when it has none.
       01  WS-FORMULA-TABLE.
           05  WS-FORMULA-COUNT    PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-FORMULA-ENTRY OCCURS 200 TIMES.
               10  WS-FRM-FORMULA-ID   PIC X(8).
               10  WS-FRM-ACTIVE-VERSION PIC 9(3).
       01  WS-FORMULA-SUB          PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-FORMULA-MATCH-SUB    PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-CHECK-FORMULA-ID     PIC X(8) VALUE SPACES.

      *    Coverage requirements off CALCPRFC.
       01  WS-REQUIRED-TABLE.
               10  WS-REQ-PAIR-TO      PIC X(3).
           05  WS-REQ-MARKET-COUNT PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-REQ-MARKET       OCCURS 50 TIMES PIC X(3).
           05  WS-REQ-FEE-COUNT    PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-REQ-FEE-CODE     OCCURS 100 TIMES PIC X(8).
       01  WS-REQ-SUB              PIC 9(3) COMP-3 VALUE ZEROS.

      *    Effective-coverage switches for the requirement currently
       01  WS-CHECK-PAIR-FROM      PIC X(3) VALUE SPACES.
       01  WS-CHECK-PAIR-TO        PIC X(3) VALUE SPACES.
       01  WS-CHECK-MARKET         PIC X(3) VALUE SPACES.
       01  WS-CHECK-FEE-CODE       PIC X(8) VALUE SPACES.
       01  WS-LEG-FROM             PIC X(3) VALUE SPACES.
       01  WS-LEG-TO               PIC X(3) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  WS-RPT-VERDICT      PIC X(5).

       MAIN-LOGIC.
           INITIALIZE WS-REQUIRED-TABLE
           INITIALIZE WS-PIVOT-TABLE
           INITIALIZE WS-FORMULA-TABLE
           MOVE SPACES TO WS-REPORT-DETAIL
           PERFORM GET-BUSINESS-DATE
           MOVE WS-PROCESSING-DATE(5:2) TO WS-RUN-MONTH
           MOVE WS-PROCESSING-DATE(1:4) TO WS-RUN-YEAR
           PERFORM CHECK-TAX-TABLE
           PERFORM CHECK-HOLIDAY-TABLE
           PERFORM CHECK-CURRENCY-TABLE
           PERFORM CHECK-FEE-TABLE
           PERFORM LOAD-PIVOT-TABLE
           PERFORM CHECK-JURISDICTION-COVERAGE
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-JUR-COUNT
           PERFORM CHECK-PAIR-COVERAGE
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-PAIR-COUNT
           PERFORM CHECK-FEE-COVERAGE
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-FEE-COUNT
           IF WS-RUN-MONTH >= 11
               PERFORM CHECK-MARKET-COVERAGE
                   VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-MARKET-COUNT
           END-IF
           PERFORM LOAD-ACTIVE-FORMULAS
           PERFORM CHECK-FORMULA-ORDERS
           PERFORM LIST-PENDING-CHANGES
           CLOSE REPORT-FILE
           PERFORM DISPLAY-RUN-SUMMARY
           IF WS-FAIL-COUNT > ZERO
                       MOVE PRFC-MARKET-CODE
                           TO WS-REQ-MARKET(WS-REQ-MARKET-COUNT)
                   END-IF
               WHEN PRFC-FEE-ITEM
                   IF WS-REQ-FEE-COUNT < 100
                       ADD 1 TO WS-REQ-FEE-COUNT
                       MOVE PRFC-FEE-CODE
                           TO WS-REQ-FEE-CODE(WS-REQ-FEE-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

       PARSE-PARM-RECORD.
           ADD 1 TO WS-PARM-RECORDS
      *    The quota and back-value window columns may be spaces on
      *    records from before they existed; CALCULATOR treats that as
      *    unlimited, so the gate allows it too.
           IF PARM-CALLER-ID = SPACES OR
              PARM-OPERAND-MAX NOT NUMERIC OR
              PARM-OPERAND-MIN NOT NUMERIC OR
              (PARM-DAILY-QUOTA NOT NUMERIC AND
               PARM-DAILY-QUOTA NOT = SPACES) OR
              (PARM-BACK-VALUE-DAYS NOT NUMERIC AND
               PARM-BACK-VALUE-DAYS NOT = SPACES)
               ADD 1 TO WS-FAIL-COUNT
               MOVE "FAIL" TO WS-RPT-VERDICT
               MOVE "CALCPARM" TO WS-RPT-TABLE
           END-IF
           PERFORM READ-CURRENCY-RECORD.

       CHECK-FEE-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT FEE-FILE
           IF WS-FEE-FILE-STATUS = "35"
               ADD 1 TO WS-WARN-COUNT
               MOVE "WARN" TO WS-RPT-VERDICT
               MOVE "CALCFEES" TO WS-RPT-TABLE
               MOVE SPACES TO WS-RPT-ITEM
               MOVE "TABLE ABSENT - FEE CALLS WILL FAIL CALC-019"
                   TO WS-RPT-TEXT
               PERFORM WRITE-REPORT-DETAIL
           ELSE
               PERFORM READ-FEE-RECORD
               PERFORM PARSE-FEE-RECORD UNTIL WS-END-OF-FILE
               CLOSE FEE-FILE
           END-IF.

       READ-FEE-RECORD.
           READ FEE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       PARSE-FEE-RECORD.
      *    CALCULATOR passes over an entry whose band count is out of
      *    range, so the gate fails it here where it can be seen.
           ADD 1 TO WS-FEE-RECORDS
           IF FEE-CODE = SPACES OR
              FEE-EFFECTIVE-DATE NOT NUMERIC OR
              FEE-MINIMUM NOT NUMERIC OR
              FEE-MAXIMUM NOT NUMERIC OR
              FEE-BAND-COUNT NOT NUMERIC OR
              FEE-BAND-COUNT = ZERO OR FEE-BAND-COUNT > 5
               ADD 1 TO WS-FAIL-COUNT
               MOVE "FAIL" TO WS-RPT-VERDICT
               MOVE "CALCFEES" TO WS-RPT-TABLE
               MOVE FEE-CODE TO WS-RPT-ITEM
               MOVE "RECORD DOES NOT PARSE TO CALCFEE LAYOUT"
                   TO WS-RPT-TEXT
               PERFORM WRITE-REPORT-DETAIL
           END-IF
           PERFORM READ-FEE-RECORD.

       LOAD-PIVOT-TABLE.
      *    The pivot list is optional: without it only direct pairs
      *    convert, exactly as CALCULATOR behaves.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PIVOT-FILE
           IF WS-PIVOT-FILE-STATUS NOT = "35"
               PERFORM READ-PIVOT-RECORD
               PERFORM STORE-PIVOT-RECORD UNTIL WS-END-OF-FILE
               CLOSE PIVOT-FILE
           END-IF.

       READ-PIVOT-RECORD.
           READ PIVOT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-PIVOT-RECORD.
           ADD 1 TO WS-PIVOT-RECORDS
           IF XPV-PIVOT-CURRENCY NOT = SPACES AND
              WS-PIVOT-COUNT < 20
               ADD 1 TO WS-PIVOT-COUNT
               MOVE XPV-PIVOT-CURRENCY
                   TO WS-PIVOT-ENTRY(WS-PIVOT-COUNT)
           END-IF
           PERFORM READ-PIVOT-RECORD.

       FAIL-MISSING-TABLE.
           ADD 1 TO WS-FAIL-COUNT
           MOVE "FAIL" TO WS-RPT-VERDICT
       CHECK-PAIR-COVERAGE.
           MOVE WS-REQ-PAIR-FROM(WS-REQ-SUB) TO WS-CHECK-PAIR-FROM
           MOVE WS-REQ-PAIR-TO(WS-REQ-SUB) TO WS-CHECK-PAIR-TO
           MOVE WS-CHECK-PAIR-FROM TO WS-LEG-FROM
           MOVE WS-CHECK-PAIR-TO TO WS-LEG-TO
           PERFORM SCAN-PAIR-COVER
           IF NOT WS-COVERED
               PERFORM TRY-PIVOT-COVER
                   VARYING WS-PIVOT-SUB FROM 1 BY 1
                   UNTIL WS-PIVOT-SUB > WS-PIVOT-COUNT
                      OR WS-COVERED
               IF WS-COVERED
      *            The VARYING has stepped one past the pivot that
      *            covered the pair.
                   SUBTRACT 1 FROM WS-PIVOT-SUB
                   ADD 1 TO WS-CROSS-COUNT
                   MOVE "CROSS" TO WS-RPT-VERDICT
                   MOVE "CALCXRTE" TO WS-RPT-TABLE
                   MOVE SPACES TO WS-RPT-ITEM
                   STRING WS-CHECK-PAIR-FROM "/" WS-CHECK-PAIR-TO
                       DELIMITED BY SIZE INTO WS-RPT-ITEM
                   END-STRING
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "NO DIRECT RATE - PRICED VIA PIVOT "
                       WS-PIVOT-ENTRY(WS-PIVOT-SUB)
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
                   END-STRING
                   PERFORM WRITE-REPORT-DETAIL
               END-IF
           END-IF
           IF NOT WS-COVERED
               ADD 1 TO WS-FAIL-COUNT
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

       TRY-PIVOT-COVER.
      *    Both legs must be effective, the way CALCULATOR needs
      *    them; a pivot equal to either side is the direct pair.
           IF WS-PIVOT-ENTRY(WS-PIVOT-SUB) NOT = WS-CHECK-PAIR-FROM
              AND WS-PIVOT-ENTRY(WS-PIVOT-SUB) NOT = WS-CHECK-PAIR-TO
               MOVE WS-CHECK-PAIR-FROM TO WS-LEG-FROM
               MOVE WS-PIVOT-ENTRY(WS-PIVOT-SUB) TO WS-LEG-TO
               PERFORM SCAN-PAIR-COVER
               IF WS-COVERED
                   MOVE WS-PIVOT-ENTRY(WS-PIVOT-SUB) TO WS-LEG-FROM
                   MOVE WS-CHECK-PAIR-TO TO WS-LEG-TO
                   PERFORM SCAN-PAIR-COVER
               END-IF
           END-IF.

       SCAN-PAIR-COVER.
           MOVE "N" TO WS-COVERED-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM READ-RATE-RECORD
               PERFORM MATCH-PAIR-COVER UNTIL WS-END-OF-FILE
               CLOSE RATE-FILE
           END-IF.

       MATCH-PAIR-COVER.
           IF XRT-CURRENCY-FROM = WS-LEG-FROM AND
              XRT-CURRENCY-TO = WS-LEG-TO AND
              XRT-EFFECTIVE-DATE NUMERIC AND
              XRT-EFFECTIVE-DATE <= WS-PROCESSING-DATE
               MOVE "Y" TO WS-COVERED-SWITCH
           END-IF
           PERFORM READ-RATE-RECORD.

       CHECK-FEE-COVERAGE.
           MOVE WS-REQ-FEE-CODE(WS-REQ-SUB) TO WS-CHECK-FEE-CODE
           MOVE "N" TO WS-COVERED-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT FEE-FILE
           IF WS-FEE-FILE-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM READ-FEE-RECORD
               PERFORM MATCH-FEE-COVER UNTIL WS-END-OF-FILE
               CLOSE FEE-FILE
           END-IF
           IF NOT WS-COVERED
               ADD 1 TO WS-FAIL-COUNT
               MOVE "FAIL" TO WS-RPT-VERDICT
               MOVE "CALCFEES" TO WS-RPT-TABLE
               MOVE WS-CHECK-FEE-CODE TO WS-RPT-ITEM
               MOVE "NO RECORD EFFECTIVE FOR PROCESSING DATE"
                   TO WS-RPT-TEXT
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

       MATCH-FEE-COVER.
           IF FEE-CODE = WS-CHECK-FEE-CODE AND
              FEE-EFFECTIVE-DATE NUMERIC AND
              FEE-EFFECTIVE-DATE <= WS-PROCESSING-DATE AND
              FEE-BAND-COUNT NUMERIC AND FEE-BAND-COUNT > ZERO AND
              FEE-BAND-COUNT NOT > 5
               MOVE "Y" TO WS-COVERED-SWITCH
           END-IF
           PERFORM READ-FEE-RECORD.

       CHECK-MARKET-COVERAGE.
      *    From November the next year's calendar must already be
      *    keyed, so January does not count through a missed holiday
           END-IF
           PERFORM READ-HOLIDAY-RECORD.

       LOAD-ACTIVE-FORMULAS.
      *    The history is in the order things happened: a formula's
      *    last ACTIVE record names its active version unless a later
      *    record for that version has moved it on - the rule CALCFRML
      *    applies to version zero. No CALCFSTH means nothing is
      *    active, and any formula order fails below.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT FORMULA-STATUS-FILE
           IF WS-FSTS-FILE-STATUS NOT = "35"
               PERFORM READ-FORMULA-STATUS-RECORD
               PERFORM NOTE-FORMULA-STATUS UNTIL WS-END-OF-FILE
               CLOSE FORMULA-STATUS-FILE
           END-IF.

       READ-FORMULA-STATUS-RECORD.
           READ FORMULA-STATUS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       NOTE-FORMULA-STATUS.
           MOVE FSTS-FORMULA-ID TO WS-CHECK-FORMULA-ID
           PERFORM FIND-FORMULA-ENTRY
           IF WS-FORMULA-MATCH-SUB = ZERO AND WS-FORMULA-COUNT < 200
               ADD 1 TO WS-FORMULA-COUNT
               MOVE WS-FORMULA-COUNT TO WS-FORMULA-MATCH-SUB
               MOVE FSTS-FORMULA-ID
                   TO WS-FRM-FORMULA-ID(WS-FORMULA-MATCH-SUB)
               MOVE ZEROS
                   TO WS-FRM-ACTIVE-VERSION(WS-FORMULA-MATCH-SUB)
           END-IF
           IF WS-FORMULA-MATCH-SUB > ZERO
               IF FSTS-ACTIVE
                   MOVE FSTS-VERSION
                       TO WS-FRM-ACTIVE-VERSION(WS-FORMULA-MATCH-SUB)
               ELSE
                   IF FSTS-VERSION =
                      WS-FRM-ACTIVE-VERSION(WS-FORMULA-MATCH-SUB)
                       MOVE ZEROS TO
                           WS-FRM-ACTIVE-VERSION(WS-FORMULA-MATCH-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-FORMULA-STATUS-RECORD.

       FIND-FORMULA-ENTRY.
           MOVE ZEROS TO WS-FORMULA-MATCH-SUB
           PERFORM MATCH-FORMULA-ENTRY
               VARYING WS-FORMULA-SUB FROM 1 BY 1
               UNTIL WS-FORMULA-SUB > WS-FORMULA-COUNT
                  OR WS-FORMULA-MATCH-SUB > ZERO.

       MATCH-FORMULA-ENTRY.
           IF WS-FRM-FORMULA-ID(WS-FORMULA-SUB) = WS-CHECK-FORMULA-ID
               MOVE WS-FORMULA-SUB TO WS-FORMULA-MATCH-SUB
           END-IF.

       CHECK-FORMULA-ORDERS.
      *    No CALCSTDO means no standing orders to run tonight.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-FILE-STATUS NOT = "35"
               PERFORM READ-ORDER-RECORD
               PERFORM CHECK-ONE-ORDER UNTIL WS-END-OF-FILE
               CLOSE ORDER-FILE
           END-IF.

       READ-ORDER-RECORD.
           READ ORDER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-ORDER.
           IF STDO-FORMULA-ID NOT = SPACES
               ADD 1 TO WS-FORMULA-ORDER-COUNT
               MOVE STDO-FORMULA-ID TO WS-CHECK-FORMULA-ID
               PERFORM FIND-FORMULA-ENTRY
               IF WS-FORMULA-MATCH-SUB = ZERO
                   MOVE "N" TO WS-COVERED-SWITCH
               ELSE
                   IF WS-FRM-ACTIVE-VERSION(WS-FORMULA-MATCH-SUB)
                      = ZERO
                       MOVE "N" TO WS-COVERED-SWITCH
                   ELSE
                       MOVE "Y" TO WS-COVERED-SWITCH
                   END-IF
               END-IF
               IF NOT WS-COVERED
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE "FAIL" TO WS-RPT-VERDICT
                   MOVE "CALCSTDO" TO WS-RPT-TABLE
                   MOVE STDO-ORDER-ID TO WS-RPT-ITEM
                   STRING "FORMULA " DELIMITED BY SIZE
                          STDO-FORMULA-ID DELIMITED BY SPACE
                          " HAS NO ACTIVE VERSION" DELIMITED BY SIZE
                       INTO WS-RPT-TEXT
                   END-STRING
                   PERFORM WRITE-REPORT-DETAIL
               END-IF
           END-IF
           PERFORM READ-ORDER-RECORD.

       LIST-PENDING-CHANGES.
      *    No CALCSTGD simply means nothing has ever been staged.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT STAGE-FILE
           IF WS-STAGE-FILE-STATUS NOT = "35"
               PERFORM READ-STAGE-RECORD
               PERFORM REPORT-PENDING-CHANGE UNTIL WS-END-OF-FILE
               CLOSE STAGE-FILE
           END-IF.

       READ-STAGE-RECORD.
           READ STAGE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       REPORT-PENDING-CHANGE.
           ADD 1 TO WS-PENDING-COUNT
           MOVE "PEND" TO WS-RPT-VERDICT
           MOVE STG-TABLE TO WS-RPT-TABLE
      *    The key runs to 16 bytes, wider than the item column, so
      *    it goes in the text.
           EVALUATE TRUE
               WHEN STG-ACTION-ADD
                   MOVE "ADD" TO WS-RPT-ITEM
               WHEN STG-ACTION-CHANGE
                   MOVE "CHANGE" TO WS-RPT-ITEM
               WHEN OTHER
                   MOVE "DELETE" TO WS-RPT-ITEM
           END-EVALUATE
           STRING "KEY " DELIMITED BY SIZE
                  STG-KEY DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  STG-MAKER-ID DELIMITED BY SPACE
                  " ON " DELIMITED BY SIZE
                  STG-MAKER-DATE DELIMITED BY SIZE
               INTO WS-RPT-TEXT
           END-STRING
           PERFORM WRITE-REPORT-DETAIL
           PERFORM READ-STAGE-RECORD.

       WRITE-REPORT-DETAIL.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "CALCTAXR records:     " WS-TAX-RECORDS
           DISPLAY "CALCHOL records:      " WS-HOLIDAY-RECORDS
           DISPLAY "CALCCURR records:     " WS-CURRENCY-RECORDS
           DISPLAY "CALCXPIV records:     " WS-PIVOT-RECORDS
           DISPLAY "CALCFEES records:     " WS-FEE-RECORDS
           DISPLAY "Pairs via pivot:      " WS-CROSS-COUNT
           DISPLAY "Pending changes:      " WS-PENDING-COUNT
           DISPLAY "Formula orders:       " WS-FORMULA-ORDER-COUNT
           DISPLAY "Warnings:             " WS-WARN-COUNT
           DISPLAY "Failures:             " WS-FAIL-COUNT
           IF WS-FAIL-COUNT = ZERO
