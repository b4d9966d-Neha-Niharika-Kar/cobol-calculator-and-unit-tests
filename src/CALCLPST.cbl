       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCLPST.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Nightly Loan Balance Posting for the loan portfolio            *
      * Keeps the running balances on the CALCLOAN master (see         *
      * CALCLON) that the lending desk used to keep in a spreadsheet.  *
      * Runs after CALCACCR on the same business date and, in order:  *
      *   - posts the night's CALCACRD accruals (see CALCACR) to each  *
      *     loan's accrued interest, refusing a file whose trailer     *
      *     does not balance and skipping an accrual date already      *
      *     posted to the loan;                                        *
      *   - applies the desk's CALCLACT activity (see CALCLAC):        *
      *     payments settle accrued interest first and principal       *
      *     after, extra disbursements add to principal, and a payoff  *
      *     must equal the whole outstanding balance;                  *
      *   - capitalizes unpaid accrued interest into principal on the  *
      *     product's CALCPRAT capitalization day;                     *
      *   - closes a loan the moment it is fully paid.                 *
      * Every balance movement is an add or subtract call through      *
      * CALCULATOR, so it is validated, audited and CALCRECN-          *
      * reconcilable like any other calculator number, and each one    *
      * appends a dated CALCLHST history record (see CALCLHS). The     *
      * CALCLPRP report lists every rejected accrual or activity and   *
      * proves, per currency, that opening balances plus the night's   *
      * movements equal the closing balances on the rewritten master;  *
      * a proof that fails ends the run with return code 16. The       *
      * CALCLPSC control record remembers the last business date       *
      * posted, so a rerun cannot apply the same activity twice.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "CALCLOAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO "CALCPRAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "CALCACRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-FILE-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO "CALCLACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "CALCLHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "CALCLPSC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCLPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY CALCLON.

       FD  PRODUCT-FILE.
           COPY CALCPRT.

       FD  BUSINESS-DATE-FILE.
           COPY CALCBDT.

       FD  ACCRUAL-FILE.
           COPY CALCACR.

       FD  ACTIVITY-FILE.
           COPY CALCLAC.

       FD  HISTORY-FILE.
           COPY CALCLHS.

       FD  RUN-CONTROL-FILE.
       01  LPSC-RECORD.
           05  LPSC-BUSINESS-DATE      PIC 9(8).
           05  LPSC-RUN-DATE           PIC 9(8).
           05  LPSC-RUN-TIME           PIC 9(6).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-PRODUCT-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-BDAT-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-ACCRUAL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-ACTIVITY-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.

       01  WS-LOAN-EOF-SWITCH      PIC X VALUE "N".
           88  WS-LOAN-EOF         VALUE "Y".
       01  WS-PRODUCT-EOF-SWITCH   PIC X VALUE "N".
           88  WS-PRODUCT-EOF      VALUE "Y".
       01  WS-ACCRUAL-EOF-SWITCH   PIC X VALUE "N".
           88  WS-ACCRUAL-EOF      VALUE "Y".
       01  WS-ACTIVITY-EOF-SWITCH  PIC X VALUE "N".
           88  WS-ACTIVITY-EOF     VALUE "Y".

       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-CURRENT-STAMP        PIC X(21) VALUE SPACES.

      *    The whole master in storage, each loan kept as its record
      *    image: CALCLOAN is rewritten from here at the end of the
      *    run, the way CALCPMNT rewrites CALCPARM.
       01  WS-LOAN-TABLE.
           05  WS-LOAN-COUNT       PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-LOAN-ENTRY OCCURS 2000 TIMES.
               10  WS-LN-ID            PIC X(10).
               10  WS-LN-IMAGE         PIC X(200).
       01  WS-LOAN-SUB             PIC 9(5) COMP-3 VALUE ZEROS.
       01  WS-LOAN-MATCH-SUB       PIC 9(5) COMP-3 VALUE ZEROS.
       01  WS-LOAN-TABLE-FULL-SWITCH PIC X VALUE "N".
           88  WS-LOAN-TABLE-FULL  VALUE "Y".

      *    The loan being worked on, in the CALCLON layout.
           COPY CALCLON REPLACING LEADING ==LOAN-== BY ==WK-LOAN-==.

      *    The product table in storage, for the capitalization day.
       01  WS-PRODUCT-TABLE.
           05  WS-PRODUCT-COUNT    PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-PRODUCT-ENTRY OCCURS 500 TIMES.
               10  WS-PRD-CODE         PIC X(8).
               10  WS-PRD-EFFECTIVE    PIC 9(8).
               10  WS-PRD-CAP-DAY      PIC 9(2).
       01  WS-PRODUCT-SUB          PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-BEST-DATE            PIC 9(8) VALUE ZEROS.
       01  WS-CAPITALIZE-DAY       PIC 9(2) VALUE ZEROS.

      *    This month's capitalization date for the loan's product.
       01  WS-CAP-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-CAP-DATE-PARTS REDEFINES WS-CAP-DATE.
           05  WS-CAP-YEAR         PIC 9(4).
           05  WS-CAP-MONTH        PIC 9(2).
           05  WS-CAP-DAY          PIC 9(2).
       01  WS-MONTH-END-DATE       PIC 9(8) VALUE ZEROS.
       01  WS-MONTH-END-PARTS REDEFINES WS-MONTH-END-DATE.
           05  WS-MEND-YEAR        PIC 9(4).
           05  WS-MEND-MONTH       PIC 9(2).
           05  WS-MEND-DAY         PIC 9(2).
       01  WS-WORK-INTEGER         PIC 9(8) COMP-3 VALUE ZEROS.

      *    CALCACRD trailer proof.
       01  WS-ACRD-DETAIL-COUNT    PIC 9(9) VALUE ZEROS.
       01  WS-ACRD-HASH            PIC S9(13)V99 VALUE ZEROS.
       01  WS-ACRD-TRAILER-SWITCH  PIC X VALUE "N".
           88  WS-ACRD-TRAILER-SEEN VALUE "Y".
       01  WS-ACRD-PRESENT-SWITCH  PIC X VALUE "N".
           88  WS-ACRD-PRESENT     VALUE "Y".

      *    One balance movement, as handed to CALCULATOR.
       01  WS-MOVE-OPERATION       PIC X VALUE SPACE.
       01  WS-MOVE-TYPE            PIC X(3) VALUE SPACES.
       01  WS-MOVE-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-MOVE-BALANCE         PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-MOVE-EFFECTIVE       PIC 9(8) VALUE ZEROS.
       01  WS-MOVE-REFERENCE       PIC X(16) VALUE SPACES.
       01  WS-POSTING-OK-SWITCH    PIC X VALUE "N".
           88  WS-POSTING-OK       VALUE "Y".

      *    Splitting a payment between interest and principal.
       01  WS-OUTSTANDING          PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-INTEREST-PART        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-PRINCIPAL-PART       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-CAPITAL-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZEROS.

      *    Rejection details for the exceptions section.
       01  WS-REJECT-SOURCE        PIC X(8) VALUE SPACES.
       01  WS-REJECT-TYPE          PIC X VALUE SPACE.
       01  WS-REJECT-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-REJECT-AMOUNT        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-REJECT-REFERENCE     PIC X(16) VALUE SPACES.
       01  WS-REJECT-REASON        PIC X(50) VALUE SPACES.

      *    Control totals per currency: opening balances, the
      *    night's movements and the closing balances the proof
      *    compares them with.
       01  WS-CONTROL-TABLE.
           05  WS-CONTROL-COUNT    PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-CONTROL-ENTRY OCCURS 50 TIMES.
               10  WS-CT-CURRENCY      PIC X(3).
               10  WS-CT-OPEN-PRIN     PIC S9(13)V99 COMP-3.
               10  WS-CT-OPEN-INT      PIC S9(13)V99 COMP-3.
               10  WS-CT-ACCRUED       PIC S9(13)V99 COMP-3.
               10  WS-CT-DISBURSED     PIC S9(13)V99 COMP-3.
               10  WS-CT-CAP-TO-PRIN   PIC S9(13)V99 COMP-3.
               10  WS-CT-CAP-FROM-INT  PIC S9(13)V99 COMP-3.
               10  WS-CT-PAID-PRIN     PIC S9(13)V99 COMP-3.
               10  WS-CT-PAID-INT      PIC S9(13)V99 COMP-3.
               10  WS-CT-CLOSE-PRIN    PIC S9(13)V99 COMP-3.
               10  WS-CT-CLOSE-INT     PIC S9(13)V99 COMP-3.
       01  WS-CONTROL-SUB          PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-CONTROL-MATCH-SUB    PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-CONTROL-CURRENCY     PIC X(3) VALUE SPACES.
       01  WS-EXPECTED-PRIN        PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-EXPECTED-INT         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-BALANCE-FAIL-SWITCH  PIC X VALUE "N".
           88  WS-OUT-OF-BALANCE   VALUE "Y".

       01  WS-LOANS-LOADED         PIC 9(7) VALUE ZEROS.
       01  WS-ACCRUALS-READ        PIC 9(7) VALUE ZEROS.
       01  WS-ACCRUALS-POSTED      PIC 9(7) VALUE ZEROS.
       01  WS-ACCRUALS-SKIPPED     PIC 9(7) VALUE ZEROS.
       01  WS-ACTIVITY-READ        PIC 9(7) VALUE ZEROS.
       01  WS-ACTIVITY-POSTED      PIC 9(7) VALUE ZEROS.
       01  WS-REJECT-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-CAPITALIZED-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-CLOSED-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-MOVEMENT-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-CALC-ERROR-COUNT     PIC 9(7) VALUE ZEROS.

       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
       01  WS-LINE-NUMBER          PIC 9(2) VALUE 99.
       01  WS-PAGE-LIMIT           PIC 9(2) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(44) VALUE
               "CALCLPST - LOAN BALANCE POSTING CONTROL     ".
           05  FILLER              PIC X(17) VALUE
               "   BUSINESS DATE ".
           05  WS-HDG-DATE         PIC 9(8).
           05  FILLER              PIC X(8) VALUE "    PAGE".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(51) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-EXC-LOAN-ID      PIC X(10).
           05  FILLER              PIC X(2).
           05  WS-EXC-SOURCE       PIC X(8).
           05  FILLER              PIC X(2).
           05  WS-EXC-TYPE         PIC X.
           05  FILLER              PIC X(2).
           05  WS-EXC-DATE         PIC 9(8).
           05  FILLER              PIC X(2).
           05  WS-EXC-AMOUNT       PIC -(9)9.99.
           05  FILLER              PIC X(2).
           05  WS-EXC-REFERENCE    PIC X(16).
           05  FILLER              PIC X(2).
           05  WS-EXC-REASON       PIC X(50).
           05  FILLER              PIC X(14).

       01  WS-EXCEPTION-HEADING.
           05  FILLER              PIC X(40) VALUE
               "LOAN ID     SOURCE    T  EFF DATE       ".
           05  FILLER              PIC X(40) VALUE
               "   AMOUNT  REFERENCE         REASON     ".
           05  FILLER              PIC X(52) VALUE SPACES.

       01  WS-CONTROL-HEADING.
           05  FILLER              PIC X(40) VALUE
               "CUR  BALANCE            OPENING ACCRUED/".
           05  FILLER              PIC X(40) VALUE
               "DISBURSE      CAPITALIZED             PA".
           05  FILLER              PIC X(40) VALUE
               "ID  OPENING+MOVEMENT          CLOSING  P".
           05  FILLER              PIC X(12) VALUE "ROOF".

       01  WS-CONTROL-LINE.
           05  WS-CTL-CURRENCY     PIC X(3).
           05  FILLER              PIC X(2).
           05  WS-CTL-BALANCE      PIC X(9).
           05  FILLER              PIC X.
           05  WS-CTL-OPENING      PIC -(12)9.99.
           05  FILLER              PIC X.
           05  WS-CTL-ADDED        PIC -(12)9.99.
           05  FILLER              PIC X.
           05  WS-CTL-CAPITALIZED  PIC -(12)9.99.
           05  FILLER              PIC X.
           05  WS-CTL-PAID         PIC -(12)9.99.
           05  FILLER              PIC X.
           05  WS-CTL-EXPECTED     PIC -(12)9.99.
           05  FILLER              PIC X.
           05  WS-CTL-CLOSING      PIC -(12)9.99.
           05  FILLER              PIC X(2).
           05  WS-CTL-PROOF        PIC X(14).

           COPY CALCREC.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           INITIALIZE WS-LOAN-TABLE
           INITIALIZE WS-PRODUCT-TABLE
           INITIALIZE WS-CONTROL-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-RUN-DATE
           PERFORM GET-BUSINESS-DATE
           PERFORM CHECK-RUN-CONTROL
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-LOAN-TABLE
           IF WS-LOAN-TABLE-FULL
               DISPLAY "CALCLPST - LOAN TABLE FULL, MASTER NOT POSTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VERIFY-ACCRUAL-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM START-NEW-PAGE
           MOVE "POSTING EXCEPTIONS" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EXCEPTION-HEADING TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           CALL "CALCULATOR-START-RUN"
           IF WS-ACRD-PRESENT
               PERFORM POST-ACCRUALS
           END-IF
           PERFORM PROCESS-ACTIVITY
           PERFORM CAPITALIZE-ONE-LOAN THRU CAPITALIZE-ONE-EXIT
               VARYING WS-LOAN-SUB FROM 1 BY 1
               UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
           CALL "CALCULATOR-END-RUN"
           CLOSE HISTORY-FILE
           IF WS-REJECT-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM REWRITE-LOAN-MASTER
           PERFORM PROVE-CONTROL-TOTALS
           CLOSE REPORT-FILE
           PERFORM WRITE-RUN-CONTROL
           PERFORM DISPLAY-RUN-SUMMARY
           IF WS-OUT-OF-BALANCE
               DISPLAY "CALCLPST - CONTROL TOTALS OUT OF BALANCE"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

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
           END-IF.

       CHECK-RUN-CONTROL.
      *    Accruals carry their own date guard, but the desk's
      *    activity does not: posting the same business date twice
      *    would take every payment twice.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "35"
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE ZEROS TO LPSC-BUSINESS-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
               IF LPSC-BUSINESS-DATE NUMERIC AND
                  LPSC-BUSINESS-DATE >= WS-BUSINESS-DATE
                   DISPLAY "CALCLPST - BUSINESS DATE " WS-BUSINESS-DATE
                       " ALREADY POSTED (LAST "
                       LPSC-BUSINESS-DATE ")"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       LOAD-PRODUCT-TABLE.
           MOVE "N" TO WS-PRODUCT-EOF-SWITCH
           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-FILE-STATUS = "35"
               DISPLAY "CALCLPST - NO PRODUCT RATE TABLE ON CALCPRAT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-PRODUCT-RECORD
           PERFORM STORE-PRODUCT-RECORD UNTIL WS-PRODUCT-EOF
           CLOSE PRODUCT-FILE.

       READ-PRODUCT-RECORD.
           READ PRODUCT-FILE
               AT END
                   MOVE "Y" TO WS-PRODUCT-EOF-SWITCH
           END-READ.

       STORE-PRODUCT-RECORD.
           IF WS-PRODUCT-COUNT < 500
               ADD 1 TO WS-PRODUCT-COUNT
               MOVE PRT-PRODUCT-CODE TO WS-PRD-CODE(WS-PRODUCT-COUNT)
               MOVE PRT-EFFECTIVE-DATE
                   TO WS-PRD-EFFECTIVE(WS-PRODUCT-COUNT)
               IF PRT-CAPITALIZE-DAY NUMERIC
                   MOVE PRT-CAPITALIZE-DAY
                       TO WS-PRD-CAP-DAY(WS-PRODUCT-COUNT)
               ELSE
                   MOVE ZEROS TO WS-PRD-CAP-DAY(WS-PRODUCT-COUNT)
               END-IF
           END-IF
           PERFORM READ-PRODUCT-RECORD.

       LOAD-LOAN-TABLE.
           MOVE "N" TO WS-LOAN-EOF-SWITCH
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "35"
               DISPLAY "CALCLPST - NO PORTFOLIO MASTER ON CALCLOAN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-LOAN-RECORD
           PERFORM STORE-LOAN-RECORD UNTIL WS-LOAN-EOF
           CLOSE LOAN-FILE.

       READ-LOAN-RECORD.
           READ LOAN-FILE
               AT END
                   MOVE "Y" TO WS-LOAN-EOF-SWITCH
           END-READ.

       STORE-LOAN-RECORD.
           IF WS-LOAN-COUNT < 2000
               ADD 1 TO WS-LOAN-COUNT
               ADD 1 TO WS-LOANS-LOADED
               MOVE LOAN-RECORD TO WK-LOAN-RECORD
      *        Balances added to an existing master arrive as spaces;
      *        they start from zero.
               IF WK-LOAN-ACCRUED-INTEREST NOT NUMERIC
                   MOVE ZEROS TO WK-LOAN-ACCRUED-INTEREST
               END-IF
               IF WK-LOAN-LAST-PAYMENT-DATE NOT NUMERIC
                   MOVE ZEROS TO WK-LOAN-LAST-PAYMENT-DATE
               END-IF
               IF WK-LOAN-LAST-ACCRUAL-DATE NOT NUMERIC
                   MOVE ZEROS TO WK-LOAN-LAST-ACCRUAL-DATE
               END-IF
               IF WK-LOAN-LAST-CAP-DATE NOT NUMERIC
                   MOVE ZEROS TO WK-LOAN-LAST-CAP-DATE
               END-IF
               IF WK-LOAN-PAID-PRINCIPAL NOT NUMERIC
                   MOVE ZEROS TO WK-LOAN-PAID-PRINCIPAL
               END-IF
               IF WK-LOAN-PAID-INTEREST NOT NUMERIC
                   MOVE ZEROS TO WK-LOAN-PAID-INTEREST
               END-IF
               MOVE WK-LOAN-ID TO WS-LN-ID(WS-LOAN-COUNT)
               MOVE WK-LOAN-RECORD TO WS-LN-IMAGE(WS-LOAN-COUNT)
               MOVE WK-LOAN-CURRENCY TO WS-CONTROL-CURRENCY
               PERFORM FIND-CONTROL-ENTRY
               IF WS-CONTROL-MATCH-SUB > ZERO
                   ADD WK-LOAN-PRINCIPAL
                       TO WS-CT-OPEN-PRIN(WS-CONTROL-MATCH-SUB)
                   ADD WK-LOAN-ACCRUED-INTEREST
                       TO WS-CT-OPEN-INT(WS-CONTROL-MATCH-SUB)
               END-IF
           ELSE
               MOVE "Y" TO WS-LOAN-TABLE-FULL-SWITCH
           END-IF
           PERFORM READ-LOAN-RECORD.

       VERIFY-ACCRUAL-FILE.
      *    The accrual file must balance to its own trailer before a
      *    single accrual is posted: a short or damaged file would
      *    understate every balance it touched.
           MOVE "N" TO WS-ACCRUAL-EOF-SWITCH
           MOVE "N" TO WS-ACRD-TRAILER-SWITCH
           MOVE ZEROS TO WS-ACRD-DETAIL-COUNT
           MOVE ZEROS TO WS-ACRD-HASH
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-FILE-STATUS = "35"
               DISPLAY "CALCLPST - NO ACCRUAL FILE ON CALCACRD, "
                   "NO ACCRUALS POSTED"
               MOVE "N" TO WS-ACRD-PRESENT-SWITCH
           ELSE
               MOVE "Y" TO WS-ACRD-PRESENT-SWITCH
               PERFORM READ-ACCRUAL-RECORD
               PERFORM CHECK-ACCRUAL-RECORD UNTIL WS-ACCRUAL-EOF
               CLOSE ACCRUAL-FILE
               IF NOT WS-ACRD-TRAILER-SEEN
                   DISPLAY "CALCLPST - CALCACRD HAS NO TRAILER"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF ACRD-TLR-RECORD-COUNT NOT = WS-ACRD-DETAIL-COUNT OR
                  ACRD-TLR-HASH-ACCRUAL NOT = WS-ACRD-HASH
                   DISPLAY "CALCLPST - CALCACRD TRAILER OUT OF BALANCE,"
                       " COUNT " WS-ACRD-DETAIL-COUNT
                       " TRAILER " ACRD-TLR-RECORD-COUNT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       READ-ACCRUAL-RECORD.
           READ ACCRUAL-FILE
               AT END
                   MOVE "Y" TO WS-ACCRUAL-EOF-SWITCH
           END-READ.

       CHECK-ACCRUAL-RECORD.
           IF ACRD-DETAIL
               ADD 1 TO WS-ACRD-DETAIL-COUNT
               ADD ACRD-ACCRUAL-AMOUNT TO WS-ACRD-HASH
               PERFORM READ-ACCRUAL-RECORD
           ELSE
               IF ACRD-TRAILER
                   MOVE "Y" TO WS-ACRD-TRAILER-SWITCH
                   MOVE "Y" TO WS-ACCRUAL-EOF-SWITCH
               ELSE
                   PERFORM READ-ACCRUAL-RECORD
               END-IF
           END-IF.

       POST-ACCRUALS.
           MOVE "N" TO WS-ACCRUAL-EOF-SWITCH
           OPEN INPUT ACCRUAL-FILE
           PERFORM READ-ACCRUAL-RECORD
           PERFORM POST-ONE-ACCRUAL THRU POST-ONE-ACCRUAL-EXIT
               UNTIL WS-ACCRUAL-EOF
           CLOSE ACCRUAL-FILE.

       POST-ONE-ACCRUAL.
           IF ACRD-TRAILER
               MOVE "Y" TO WS-ACCRUAL-EOF-SWITCH
               GO TO POST-ONE-ACCRUAL-EXIT
           END-IF
           IF NOT ACRD-DETAIL
               PERFORM READ-ACCRUAL-RECORD
               GO TO POST-ONE-ACCRUAL-EXIT
           END-IF
           ADD 1 TO WS-ACCRUALS-READ
           MOVE "CALCACRD" TO WS-REJECT-SOURCE
           MOVE SPACE TO WS-REJECT-TYPE
           MOVE ACRD-BUSINESS-DATE TO WS-REJECT-DATE
           MOVE ACRD-ACCRUAL-AMOUNT TO WS-REJECT-AMOUNT
           MOVE SPACES TO WS-REJECT-REFERENCE
           MOVE ACRD-LOAN-ID TO WK-LOAN-ID
           PERFORM FIND-LOAN-BY-ACCRUAL
           IF WS-LOAN-MATCH-SUB = ZERO
               MOVE "LOAN NOT ON CALCLOAN MASTER" TO WS-REJECT-REASON
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM READ-ACCRUAL-RECORD
               GO TO POST-ONE-ACCRUAL-EXIT
           END-IF
           MOVE WS-LN-IMAGE(WS-LOAN-MATCH-SUB) TO WK-LOAN-RECORD
           IF ACRD-BUSINESS-DATE <= WK-LOAN-LAST-ACCRUAL-DATE
               ADD 1 TO WS-ACCRUALS-SKIPPED
               PERFORM READ-ACCRUAL-RECORD
               GO TO POST-ONE-ACCRUAL-EXIT
           END-IF
           IF NOT WK-LOAN-OPEN
               MOVE "LOAN IS CLOSED" TO WS-REJECT-REASON
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM READ-ACCRUAL-RECORD
               GO TO POST-ONE-ACCRUAL-EXIT
           END-IF
           MOVE "A" TO WS-MOVE-OPERATION
           MOVE "ACR" TO WS-MOVE-TYPE
           MOVE ACRD-ACCRUAL-AMOUNT TO WS-MOVE-AMOUNT
           MOVE ACRD-BUSINESS-DATE TO WS-MOVE-EFFECTIVE
           MOVE SPACES TO WS-MOVE-REFERENCE
           PERFORM POST-INTEREST-MOVEMENT
           IF WS-POSTING-OK
               ADD 1 TO WS-ACCRUALS-POSTED
               MOVE ACRD-BUSINESS-DATE TO WK-LOAN-LAST-ACCRUAL-DATE
               MOVE WK-LOAN-RECORD TO WS-LN-IMAGE(WS-LOAN-MATCH-SUB)
           ELSE
               PERFORM WRITE-CALCULATOR-REJECT
           END-IF
           PERFORM READ-ACCRUAL-RECORD.

       POST-ONE-ACCRUAL-EXIT.
           EXIT.

       FIND-LOAN-BY-ACCRUAL.
           MOVE ZEROS TO WS-LOAN-MATCH-SUB
           PERFORM MATCH-ACCRUAL-LOAN
               VARYING WS-LOAN-SUB FROM 1 BY 1
               UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
                  OR WS-LOAN-MATCH-SUB > ZERO.

       MATCH-ACCRUAL-LOAN.
           IF WS-LN-ID(WS-LOAN-SUB) = ACRD-LOAN-ID
               MOVE WS-LOAN-SUB TO WS-LOAN-MATCH-SUB
           END-IF.

       PROCESS-ACTIVITY.
           MOVE "N" TO WS-ACTIVITY-EOF-SWITCH
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACTIVITY-FILE-STATUS = "35"
               DISPLAY "CALCLPST - NO ACTIVITY ON CALCLACT"
           ELSE
               PERFORM READ-ACTIVITY-RECORD
               PERFORM APPLY-ONE-ACTIVITY THRU APPLY-ONE-ACTIVITY-EXIT
                   UNTIL WS-ACTIVITY-EOF
               CLOSE ACTIVITY-FILE
           END-IF.

       READ-ACTIVITY-RECORD.
           READ ACTIVITY-FILE
               AT END
                   MOVE "Y" TO WS-ACTIVITY-EOF-SWITCH
           END-READ.

       APPLY-ONE-ACTIVITY.
           ADD 1 TO WS-ACTIVITY-READ
           MOVE "CALCLACT" TO WS-REJECT-SOURCE
           MOVE LACT-ACTIVITY-TYPE TO WS-REJECT-TYPE
           MOVE LACT-AMOUNT TO WS-REJECT-AMOUNT
           MOVE LACT-REFERENCE TO WS-REJECT-REFERENCE
           IF LACT-EFFECTIVE-DATE NOT NUMERIC OR
              LACT-EFFECTIVE-DATE = ZEROS
               MOVE WS-BUSINESS-DATE TO WS-MOVE-EFFECTIVE
           ELSE
               MOVE LACT-EFFECTIVE-DATE TO WS-MOVE-EFFECTIVE
           END-IF
           MOVE WS-MOVE-EFFECTIVE TO WS-REJECT-DATE
           MOVE LACT-REFERENCE TO WS-MOVE-REFERENCE
           MOVE LACT-LOAN-ID TO WK-LOAN-ID
           PERFORM FIND-LOAN-BY-ACTIVITY
           IF WS-LOAN-MATCH-SUB = ZERO
               MOVE "LOAN NOT ON CALCLOAN MASTER" TO WS-REJECT-REASON
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM READ-ACTIVITY-RECORD
               GO TO APPLY-ONE-ACTIVITY-EXIT
           END-IF
           MOVE WS-LN-IMAGE(WS-LOAN-MATCH-SUB) TO WK-LOAN-RECORD
           EVALUATE TRUE
               WHEN NOT LACT-TYPE-VALID
                   MOVE "INVALID ACTIVITY TYPE" TO WS-REJECT-REASON
               WHEN LACT-AMOUNT NOT NUMERIC OR LACT-AMOUNT <= ZERO
                   MOVE "AMOUNT MUST BE GREATER THAN ZERO"
                       TO WS-REJECT-REASON
               WHEN WS-MOVE-EFFECTIVE > WS-BUSINESS-DATE
                   MOVE "EFFECTIVE DATE AFTER BUSINESS DATE"
                       TO WS-REJECT-REASON
               WHEN NOT WK-LOAN-OPEN
                   MOVE "LOAN IS CLOSED" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM READ-ACTIVITY-RECORD
               GO TO APPLY-ONE-ACTIVITY-EXIT
           END-IF
           EVALUATE TRUE
               WHEN LACT-PAYMENT
                   PERFORM APPLY-PAYMENT THRU APPLY-PAYMENT-EXIT
               WHEN LACT-DISBURSEMENT
                   PERFORM APPLY-DISBURSEMENT
               WHEN LACT-PAYOFF
                   PERFORM APPLY-PAYOFF THRU APPLY-PAYOFF-EXIT
           END-EVALUATE
           MOVE WK-LOAN-RECORD TO WS-LN-IMAGE(WS-LOAN-MATCH-SUB)
           PERFORM READ-ACTIVITY-RECORD.

       APPLY-ONE-ACTIVITY-EXIT.
           EXIT.

       FIND-LOAN-BY-ACTIVITY.
           MOVE ZEROS TO WS-LOAN-MATCH-SUB
           PERFORM MATCH-ACTIVITY-LOAN
               VARYING WS-LOAN-SUB FROM 1 BY 1
               UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
                  OR WS-LOAN-MATCH-SUB > ZERO.

       MATCH-ACTIVITY-LOAN.
           IF WS-LN-ID(WS-LOAN-SUB) = LACT-LOAN-ID
               MOVE WS-LOAN-SUB TO WS-LOAN-MATCH-SUB
           END-IF.

       APPLY-PAYMENT.
      *    Interest first, principal after; a payment larger than
      *    the whole balance is the desk's to sort out, not ours to
      *    turn into a credit balance.
           COMPUTE WS-OUTSTANDING =
                   WK-LOAN-PRINCIPAL + WK-LOAN-ACCRUED-INTEREST
           IF LACT-AMOUNT > WS-OUTSTANDING
               MOVE "PAYMENT EXCEEDS OUTSTANDING BALANCE"
                   TO WS-REJECT-REASON
               PERFORM WRITE-EXCEPTION-LINE
               GO TO APPLY-PAYMENT-EXIT
           END-IF
           IF LACT-AMOUNT > WK-LOAN-ACCRUED-INTEREST
               MOVE WK-LOAN-ACCRUED-INTEREST TO WS-INTEREST-PART
           ELSE
               MOVE LACT-AMOUNT TO WS-INTEREST-PART
           END-IF
           IF WS-INTEREST-PART < ZERO
               MOVE ZEROS TO WS-INTEREST-PART
           END-IF
           COMPUTE WS-PRINCIPAL-PART = LACT-AMOUNT - WS-INTEREST-PART
           PERFORM APPLY-PAYMENT-LEGS
           IF WS-POSTING-OK
               ADD 1 TO WS-ACTIVITY-POSTED
               PERFORM CLOSE-IF-PAID
           END-IF.

       APPLY-PAYMENT-EXIT.
           EXIT.

       APPLY-PAYMENT-LEGS.
      *    Each leg is its own audited call. A leg CALCULATOR refuses
      *    stops the payment there; whatever already posted stays
      *    posted (it is on the audit trail and the history) and the
      *    rest is reported as not applied.
           MOVE "Y" TO WS-POSTING-OK-SWITCH
           IF WS-INTEREST-PART > ZERO
               MOVE "S" TO WS-MOVE-OPERATION
               MOVE "PYI" TO WS-MOVE-TYPE
               MOVE WS-INTEREST-PART TO WS-MOVE-AMOUNT
               PERFORM POST-INTEREST-MOVEMENT
               IF WS-POSTING-OK
                   ADD WS-INTEREST-PART TO WK-LOAN-PAID-INTEREST
                   MOVE WS-MOVE-EFFECTIVE TO WK-LOAN-LAST-PAYMENT-DATE
               ELSE
                   MOVE LACT-AMOUNT TO WS-REJECT-AMOUNT
                   PERFORM WRITE-CALCULATOR-REJECT
               END-IF
           END-IF
           IF WS-POSTING-OK AND WS-PRINCIPAL-PART > ZERO
               MOVE "S" TO WS-MOVE-OPERATION
               MOVE "PYP" TO WS-MOVE-TYPE
               MOVE WS-PRINCIPAL-PART TO WS-MOVE-AMOUNT
               PERFORM POST-PRINCIPAL-MOVEMENT
               IF WS-POSTING-OK
                   ADD WS-PRINCIPAL-PART TO WK-LOAN-PAID-PRINCIPAL
                   MOVE WS-MOVE-EFFECTIVE TO WK-LOAN-LAST-PAYMENT-DATE
               ELSE
                   MOVE WS-PRINCIPAL-PART TO WS-REJECT-AMOUNT
                   PERFORM WRITE-CALCULATOR-REJECT
               END-IF
           END-IF.

       APPLY-DISBURSEMENT.
           MOVE "A" TO WS-MOVE-OPERATION
           MOVE "DSB" TO WS-MOVE-TYPE
           MOVE LACT-AMOUNT TO WS-MOVE-AMOUNT
           PERFORM POST-PRINCIPAL-MOVEMENT
           IF WS-POSTING-OK
               ADD 1 TO WS-ACTIVITY-POSTED
           ELSE
               PERFORM WRITE-CALCULATOR-REJECT
           END-IF.

       APPLY-PAYOFF.
      *    A payoff settles the loan to the cent or not at all.
           COMPUTE WS-OUTSTANDING =
                   WK-LOAN-PRINCIPAL + WK-LOAN-ACCRUED-INTEREST
           IF LACT-AMOUNT NOT = WS-OUTSTANDING
               MOVE "PAYOFF AMOUNT DIFFERS FROM OUTSTANDING BALANCE"
                   TO WS-REJECT-REASON
               PERFORM WRITE-EXCEPTION-LINE
               GO TO APPLY-PAYOFF-EXIT
           END-IF
           MOVE WK-LOAN-ACCRUED-INTEREST TO WS-INTEREST-PART
           MOVE WK-LOAN-PRINCIPAL TO WS-PRINCIPAL-PART
           PERFORM APPLY-PAYMENT-LEGS
           IF WS-POSTING-OK
               ADD 1 TO WS-ACTIVITY-POSTED
               PERFORM CLOSE-IF-PAID
           END-IF.

       APPLY-PAYOFF-EXIT.
           EXIT.

       CLOSE-IF-PAID.
           IF WK-LOAN-PRINCIPAL = ZERO AND
              WK-LOAN-ACCRUED-INTEREST = ZERO
               MOVE "C" TO WK-LOAN-STATUS
               ADD 1 TO WS-CLOSED-COUNT
               MOVE "CLS" TO WS-MOVE-TYPE
               MOVE ZEROS TO WS-MOVE-AMOUNT
               PERFORM WRITE-HISTORY-RECORD
           END-IF.

       CAPITALIZE-ONE-LOAN.
           MOVE WS-LN-IMAGE(WS-LOAN-SUB) TO WK-LOAN-RECORD
           IF NOT WK-LOAN-OPEN
               GO TO CAPITALIZE-ONE-EXIT
           END-IF
           PERFORM RESOLVE-CAPITALIZE-DAY
           IF WS-CAPITALIZE-DAY = ZERO
               GO TO CAPITALIZE-ONE-EXIT
           END-IF
           PERFORM SET-CAPITALIZATION-DATE
      *    A capitalization day that fell on a weekend or holiday is
      *    caught up by the first posting run after it.
           IF WS-BUSINESS-DATE < WS-CAP-DATE OR
              WK-LOAN-LAST-CAP-DATE >= WS-CAP-DATE
               GO TO CAPITALIZE-ONE-EXIT
           END-IF
           MOVE WS-CAP-DATE TO WK-LOAN-LAST-CAP-DATE
           IF WK-LOAN-ACCRUED-INTEREST > ZERO
               MOVE "CALCPRAT" TO WS-REJECT-SOURCE
               MOVE SPACE TO WS-REJECT-TYPE
               MOVE WS-CAP-DATE TO WS-REJECT-DATE
               MOVE SPACES TO WS-REJECT-REFERENCE
               MOVE WK-LOAN-ACCRUED-INTEREST TO WS-CAPITAL-AMOUNT
               MOVE WS-CAPITAL-AMOUNT TO WS-REJECT-AMOUNT
               MOVE WS-CAP-DATE TO WS-MOVE-EFFECTIVE
               MOVE SPACES TO WS-MOVE-REFERENCE
               MOVE "A" TO WS-MOVE-OPERATION
               MOVE "CAP" TO WS-MOVE-TYPE
               MOVE WS-CAPITAL-AMOUNT TO WS-MOVE-AMOUNT
               PERFORM POST-PRINCIPAL-MOVEMENT
               IF WS-POSTING-OK
                   MOVE "S" TO WS-MOVE-OPERATION
                   MOVE "CAI" TO WS-MOVE-TYPE
                   PERFORM POST-INTEREST-MOVEMENT
               END-IF
               IF WS-POSTING-OK
                   ADD 1 TO WS-CAPITALIZED-COUNT
               ELSE
                   PERFORM WRITE-CALCULATOR-REJECT
               END-IF
           END-IF
           MOVE WK-LOAN-RECORD TO WS-LN-IMAGE(WS-LOAN-SUB).

       CAPITALIZE-ONE-EXIT.
           EXIT.

       RESOLVE-CAPITALIZE-DAY.
      *    Highest effective date not after the business date, the
      *    rule every CALCPRAT reader applies.
           MOVE ZEROS TO WS-BEST-DATE
           MOVE ZEROS TO WS-CAPITALIZE-DAY
           PERFORM MATCH-PRODUCT-CAP-DAY
               VARYING WS-PRODUCT-SUB FROM 1 BY 1
               UNTIL WS-PRODUCT-SUB > WS-PRODUCT-COUNT.

       MATCH-PRODUCT-CAP-DAY.
           IF WS-PRD-CODE(WS-PRODUCT-SUB) = WK-LOAN-PRODUCT-CODE AND
              WS-PRD-EFFECTIVE(WS-PRODUCT-SUB) <= WS-BUSINESS-DATE
              AND WS-PRD-EFFECTIVE(WS-PRODUCT-SUB) >= WS-BEST-DATE
               MOVE WS-PRD-EFFECTIVE(WS-PRODUCT-SUB) TO WS-BEST-DATE
               MOVE WS-PRD-CAP-DAY(WS-PRODUCT-SUB)
                   TO WS-CAPITALIZE-DAY
           END-IF.

       SET-CAPITALIZATION-DATE.
      *    The capitalization day in the business date's month, held
      *    to that month's last day.
           MOVE WS-BUSINESS-DATE TO WS-MONTH-END-DATE
           IF WS-MEND-MONTH = 12
               ADD 1 TO WS-MEND-YEAR
               MOVE 1 TO WS-MEND-MONTH
           ELSE
               ADD 1 TO WS-MEND-MONTH
           END-IF
           MOVE 1 TO WS-MEND-DAY
           COMPUTE WS-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-END-DATE) - 1
           COMPUTE WS-MONTH-END-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           MOVE WS-BUSINESS-DATE TO WS-CAP-DATE
           IF WS-CAPITALIZE-DAY > WS-MEND-DAY
               MOVE WS-MEND-DAY TO WS-CAP-DAY
           ELSE
               MOVE WS-CAPITALIZE-DAY TO WS-CAP-DAY
           END-IF.

       POST-PRINCIPAL-MOVEMENT.
           MOVE WK-LOAN-PRINCIPAL TO WS-MOVE-BALANCE
           PERFORM CALL-CALCULATOR-POSTING
           IF WS-POSTING-OK
               MOVE WS-MOVE-BALANCE TO WK-LOAN-PRINCIPAL
               PERFORM RECORD-MOVEMENT
           END-IF.

       POST-INTEREST-MOVEMENT.
           MOVE WK-LOAN-ACCRUED-INTEREST TO WS-MOVE-BALANCE
           PERFORM CALL-CALCULATOR-POSTING
           IF WS-POSTING-OK
               MOVE WS-MOVE-BALANCE TO WK-LOAN-ACCRUED-INTEREST
               PERFORM RECORD-MOVEMENT
           END-IF.

       CALL-CALCULATOR-POSTING.
      *    Balance in operand 1, movement in operand 2, both in the
      *    loan's currency; the loan ID correlates every movement of
      *    the loan on the audit trail.
           INITIALIZE LS-INPUT-DATA
           MOVE WS-MOVE-OPERATION TO LS-OPERATION
           MOVE WS-MOVE-BALANCE TO LS-OPERAND-1
           MOVE WS-MOVE-AMOUNT TO LS-OPERAND-2
           MOVE WK-LOAN-CALLER-ID TO LS-CALLER-ID
           MOVE WK-LOAN-CURRENCY TO LS-CURRENCY-1
           MOVE WK-LOAN-CURRENCY TO LS-CURRENCY-2
           MOVE WK-LOAN-PRODUCT-CODE TO LS-PRODUCT-CODE
           MOVE WK-LOAN-MARKET-CODE TO LS-MARKET-CODE
           MOVE WS-MOVE-EFFECTIVE TO LS-VALUE-DATE
           MOVE WK-LOAN-ID TO LS-CORR-ID

           CALL "CALCULATOR" USING LS-INPUT-DATA LS-OUTPUT-DATA

           IF LS-STATUS = "SUCCESS"
               MOVE "Y" TO WS-POSTING-OK-SWITCH
               MOVE LS-RESULT TO WS-MOVE-BALANCE
           ELSE
               MOVE "N" TO WS-POSTING-OK-SWITCH
               ADD 1 TO WS-CALC-ERROR-COUNT
           END-IF.

       RECORD-MOVEMENT.
           ADD 1 TO WS-MOVEMENT-COUNT
           PERFORM WRITE-HISTORY-RECORD
           MOVE WK-LOAN-CURRENCY TO WS-CONTROL-CURRENCY
           PERFORM FIND-CONTROL-ENTRY
           IF WS-CONTROL-MATCH-SUB > ZERO
               EVALUATE WS-MOVE-TYPE
                   WHEN "ACR"
                       ADD WS-MOVE-AMOUNT
                           TO WS-CT-ACCRUED(WS-CONTROL-MATCH-SUB)
                   WHEN "DSB"
                       ADD WS-MOVE-AMOUNT
                           TO WS-CT-DISBURSED(WS-CONTROL-MATCH-SUB)
                   WHEN "CAP"
                       ADD WS-MOVE-AMOUNT
                           TO WS-CT-CAP-TO-PRIN(WS-CONTROL-MATCH-SUB)
                   WHEN "CAI"
                       ADD WS-MOVE-AMOUNT
                           TO WS-CT-CAP-FROM-INT(WS-CONTROL-MATCH-SUB)
                   WHEN "PYP"
                       ADD WS-MOVE-AMOUNT
                           TO WS-CT-PAID-PRIN(WS-CONTROL-MATCH-SUB)
                   WHEN "PYI"
                       ADD WS-MOVE-AMOUNT
                           TO WS-CT-PAID-INT(WS-CONTROL-MATCH-SUB)
               END-EVALUATE
           END-IF.

       WRITE-HISTORY-RECORD.
           MOVE SPACES TO LHST-RECORD
           MOVE WK-LOAN-ID TO LHST-LOAN-ID
           MOVE WS-BUSINESS-DATE TO LHST-POSTING-DATE
           MOVE WS-MOVE-TYPE TO LHST-MOVEMENT-TYPE
           MOVE WS-MOVE-EFFECTIVE TO LHST-EFFECTIVE-DATE
           MOVE WS-MOVE-AMOUNT TO LHST-AMOUNT
           MOVE WK-LOAN-PRINCIPAL TO LHST-PRINCIPAL-AFTER
           MOVE WK-LOAN-ACCRUED-INTEREST TO LHST-ACCRUED-AFTER
           MOVE WK-LOAN-CURRENCY TO LHST-CURRENCY
           MOVE WS-MOVE-REFERENCE TO LHST-REFERENCE
           IF WS-MOVE-TYPE = "CLS"
               MOVE "CLOSED" TO LHST-CALC-STATUS
           ELSE
               MOVE LS-STATUS TO LHST-CALC-STATUS
           END-IF
           WRITE LHST-RECORD.

       FIND-CONTROL-ENTRY.
           MOVE ZEROS TO WS-CONTROL-MATCH-SUB
           PERFORM MATCH-CONTROL-ENTRY
               VARYING WS-CONTROL-SUB FROM 1 BY 1
               UNTIL WS-CONTROL-SUB > WS-CONTROL-COUNT
                  OR WS-CONTROL-MATCH-SUB > ZERO
           IF WS-CONTROL-MATCH-SUB = ZERO
               IF WS-CONTROL-COUNT < 50
                   ADD 1 TO WS-CONTROL-COUNT
                   MOVE WS-CONTROL-CURRENCY
                       TO WS-CT-CURRENCY(WS-CONTROL-COUNT)
                   MOVE WS-CONTROL-COUNT TO WS-CONTROL-MATCH-SUB
               ELSE
                   DISPLAY "CALCLPST - CURRENCY TABLE FULL, "
                       WS-CONTROL-CURRENCY " NOT CONTROLLED"
                   MOVE "Y" TO WS-BALANCE-FAIL-SWITCH
               END-IF
           END-IF.

       MATCH-CONTROL-ENTRY.
           IF WS-CT-CURRENCY(WS-CONTROL-SUB) = WS-CONTROL-CURRENCY
               MOVE WS-CONTROL-SUB TO WS-CONTROL-MATCH-SUB
           END-IF.

       WRITE-CALCULATOR-REJECT.
           MOVE SPACES TO WS-REJECT-REASON
           STRING "CALCULATOR " DELIMITED BY SIZE
                  LS-STATUS DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  LS-ERROR-CODE DELIMITED BY SPACE
                  " - NOT APPLIED" DELIMITED BY SIZE
               INTO WS-REJECT-REASON
           END-STRING
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-EXCEPTION-LINE
           MOVE WK-LOAN-ID TO WS-EXC-LOAN-ID
           MOVE WS-REJECT-SOURCE TO WS-EXC-SOURCE
           MOVE WS-REJECT-TYPE TO WS-EXC-TYPE
           MOVE WS-REJECT-DATE TO WS-EXC-DATE
           MOVE WS-REJECT-AMOUNT TO WS-EXC-AMOUNT
           MOVE WS-REJECT-REFERENCE TO WS-EXC-REFERENCE
           MOVE WS-REJECT-REASON TO WS-EXC-REASON
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       REWRITE-LOAN-MASTER.
           OPEN OUTPUT LOAN-FILE
           PERFORM WRITE-ONE-LOAN
               VARYING WS-LOAN-SUB FROM 1 BY 1
               UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
           CLOSE LOAN-FILE.

       WRITE-ONE-LOAN.
           MOVE WS-LN-IMAGE(WS-LOAN-SUB) TO WK-LOAN-RECORD
           MOVE WK-LOAN-RECORD TO LOAN-RECORD
           WRITE LOAN-RECORD
           MOVE WK-LOAN-CURRENCY TO WS-CONTROL-CURRENCY
           PERFORM FIND-CONTROL-ENTRY
           IF WS-CONTROL-MATCH-SUB > ZERO
               ADD WK-LOAN-PRINCIPAL
                   TO WS-CT-CLOSE-PRIN(WS-CONTROL-MATCH-SUB)
               ADD WK-LOAN-ACCRUED-INTEREST
                   TO WS-CT-CLOSE-INT(WS-CONTROL-MATCH-SUB)
           END-IF.

       PROVE-CONTROL-TOTALS.
           PERFORM WRITE-BLANK-LINE
           MOVE "CONTROL TOTALS BY CURRENCY" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CONTROL-HEADING TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM PROVE-ONE-CURRENCY
               VARYING WS-CONTROL-SUB FROM 1 BY 1
               UNTIL WS-CONTROL-SUB > WS-CONTROL-COUNT.

       PROVE-ONE-CURRENCY.
      *    Principal: opening + disbursed + capitalized - paid.
      *    Interest:  opening + accrued - capitalized - paid.
           COMPUTE WS-EXPECTED-PRIN =
                   WS-CT-OPEN-PRIN(WS-CONTROL-SUB)
                 + WS-CT-DISBURSED(WS-CONTROL-SUB)
                 + WS-CT-CAP-TO-PRIN(WS-CONTROL-SUB)
                 - WS-CT-PAID-PRIN(WS-CONTROL-SUB)
           COMPUTE WS-EXPECTED-INT =
                   WS-CT-OPEN-INT(WS-CONTROL-SUB)
                 + WS-CT-ACCRUED(WS-CONTROL-SUB)
                 - WS-CT-CAP-FROM-INT(WS-CONTROL-SUB)
                 - WS-CT-PAID-INT(WS-CONTROL-SUB)
           MOVE SPACES TO WS-CONTROL-LINE
           MOVE WS-CT-CURRENCY(WS-CONTROL-SUB) TO WS-CTL-CURRENCY
           MOVE "PRINCIPAL" TO WS-CTL-BALANCE
           MOVE WS-CT-OPEN-PRIN(WS-CONTROL-SUB) TO WS-CTL-OPENING
           MOVE WS-CT-DISBURSED(WS-CONTROL-SUB) TO WS-CTL-ADDED
           MOVE WS-CT-CAP-TO-PRIN(WS-CONTROL-SUB)
               TO WS-CTL-CAPITALIZED
           MOVE WS-CT-PAID-PRIN(WS-CONTROL-SUB) TO WS-CTL-PAID
           MOVE WS-EXPECTED-PRIN TO WS-CTL-EXPECTED
           MOVE WS-CT-CLOSE-PRIN(WS-CONTROL-SUB) TO WS-CTL-CLOSING
           IF WS-EXPECTED-PRIN = WS-CT-CLOSE-PRIN(WS-CONTROL-SUB)
               MOVE "BALANCED" TO WS-CTL-PROOF
           ELSE
               MOVE "OUT OF BALANCE" TO WS-CTL-PROOF
               MOVE "Y" TO WS-BALANCE-FAIL-SWITCH
           END-IF
           MOVE WS-CONTROL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-CONTROL-LINE
           MOVE "INTEREST" TO WS-CTL-BALANCE
           MOVE WS-CT-OPEN-INT(WS-CONTROL-SUB) TO WS-CTL-OPENING
           MOVE WS-CT-ACCRUED(WS-CONTROL-SUB) TO WS-CTL-ADDED
           COMPUTE WS-CTL-CAPITALIZED =
                   ZERO - WS-CT-CAP-FROM-INT(WS-CONTROL-SUB)
           MOVE WS-CT-PAID-INT(WS-CONTROL-SUB) TO WS-CTL-PAID
           MOVE WS-EXPECTED-INT TO WS-CTL-EXPECTED
           MOVE WS-CT-CLOSE-INT(WS-CONTROL-SUB) TO WS-CTL-CLOSING
           IF WS-EXPECTED-INT = WS-CT-CLOSE-INT(WS-CONTROL-SUB)
               MOVE "BALANCED" TO WS-CTL-PROOF
           ELSE
               MOVE "OUT OF BALANCE" TO WS-CTL-PROOF
               MOVE "Y" TO WS-BALANCE-FAIL-SWITCH
           END-IF
           MOVE WS-CONTROL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
      *    Interest capitalized must arrive in principal whole.
           IF WS-CT-CAP-TO-PRIN(WS-CONTROL-SUB) NOT =
              WS-CT-CAP-FROM-INT(WS-CONTROL-SUB)
               MOVE SPACES TO REPORT-LINE
               STRING WS-CT-CURRENCY(WS-CONTROL-SUB) DELIMITED BY SIZE
                      "  CAPITALIZED INTO PRINCIPAL DIFFERS FROM "
                      DELIMITED BY SIZE
                      "INTEREST CAPITALIZED - OUT OF BALANCE"
                      DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE "Y" TO WS-BALANCE-FAIL-SWITCH
           END-IF.

       WRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE WS-BUSINESS-DATE TO LPSC-BUSINESS-DATE
           MOVE WS-CURRENT-STAMP(1:8) TO LPSC-RUN-DATE
           MOVE WS-CURRENT-STAMP(9:6) TO LPSC-RUN-TIME
           WRITE LPSC-RECORD
           CLOSE RUN-CONTROL-FILE.

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
           DISPLAY "CALCLPST - LOAN BALANCE POSTING SUMMARY"
           DISPLAY "========================================"
           DISPLAY "Business date:        " WS-BUSINESS-DATE
           DISPLAY "Loans on master:      " WS-LOANS-LOADED
           DISPLAY "Accruals read:        " WS-ACCRUALS-READ
           DISPLAY "Accruals posted:      " WS-ACCRUALS-POSTED
           DISPLAY "Already posted:       " WS-ACCRUALS-SKIPPED
           DISPLAY "Activity read:        " WS-ACTIVITY-READ
           DISPLAY "Activity posted:      " WS-ACTIVITY-POSTED
           DISPLAY "Loans capitalized:    " WS-CAPITALIZED-COUNT
           DISPLAY "Loans closed:         " WS-CLOSED-COUNT
           DISPLAY "Balance movements:    " WS-MOVEMENT-COUNT
           DISPLAY "Calculator refusals:  " WS-CALC-ERROR-COUNT
           DISPLAY "Exceptions reported:  " WS-REJECT-COUNT
           DISPLAY "Report written to:    CALCLPRP"
           DISPLAY "========================================".

       END PROGRAM CALCLPST.
