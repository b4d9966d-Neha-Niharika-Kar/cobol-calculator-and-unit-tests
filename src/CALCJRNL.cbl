       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCJRNL.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Double-Entry Journal Builder for the GL feeds                  *
      * The ledger used to receive four single-sided feeds and have   *
      * the other side of every entry keyed by hand. This job turns   *
      * them all into balanced double-entry journal lines on CALCJRNL  *
      * (see CALCJRN):                                                 *
      *   GLEX  CALCGLIF  CALCGLEX results by caller and currency      *
      *   ACCR  CALCACGL  CALCACCR loan accruals                       *
      *   RNDR  CALCRNGL  CALCRNDR rounding residue                    *
      *   CHRG  CALCCHGO  CALCCHRG chargebacks, in the CALCBASE base   *
      *                   currency, for the month named on CALCCHGC    *
      * Each amount is priced to a debit account, a credit account    *
      * and a cost centre from the CALCGLMP mapping table (see         *
      * CALCGLM), most specific match first. An amount with no        *
      * mapping is not posted: it goes to the CALCJSUS suspense        *
      * report for finance to map. A feed is only journaled once its  *
      * own control totals prove - the CALCGLP trailer count and hash, *
      * or the chargeback grand total - and a feed that does not prove *
      * refuses the whole run with return code 16. The CALCJRNR        *
      * register remembers the last posting date (month, for the      *
      * chargebacks) journaled from each feed, so a feed left on disk  *
      * is never journaled twice. Debits equal credits per currency,   *
      * proven on the C control records and the T trailer.             *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAPPING-FILE ASSIGN TO "CALCGLMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAPPING-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT BASE-FILE ASSIGN TO "CALCBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-FILE-STATUS.

           SELECT GLEX-FEED-FILE ASSIGN TO "CALCGLIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT ACCR-FEED-FILE ASSIGN TO "CALCACGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT RNDR-FEED-FILE ASSIGN TO "CALCRNGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT CHARGE-FILE ASSIGN TO "CALCCHGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT BILLING-CONTROL-FILE ASSIGN TO "CALCCHGC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "CALCJRNR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CALCJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCJSUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAPPING-FILE.
           COPY CALCGLM.

       FD  BUSINESS-DATE-FILE.
           COPY CALCBDT.

       FD  BASE-FILE.
           COPY CALCBAS.

       FD  GLEX-FEED-FILE.
       01  GLEX-FEED-RECORD        PIC X(40).

       FD  ACCR-FEED-FILE.
       01  ACCR-FEED-RECORD        PIC X(40).

       FD  RNDR-FEED-FILE.
       01  RNDR-FEED-RECORD        PIC X(40).

       FD  CHARGE-FILE.
           COPY CALCCHG.

       FD  BILLING-CONTROL-FILE.
       01  BILLING-CONTROL-RECORD.
           05  CHGC-YEAR-MONTH         PIC 9(6).

       FD  REGISTER-FILE.
       01  JRNR-RECORD.
           05  JRNR-FEED-TYPE          PIC X(4).
           05  JRNR-LAST-KEY           PIC 9(8).
           05  JRNR-UPDATE-DATE        PIC 9(8).

       FD  JOURNAL-FILE.
           COPY CALCJRN.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MAPPING-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-BDAT-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-BASE-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-FEED-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-BILLING-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-REGISTER-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-JOURNAL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.

       01  WS-MAPPING-EOF-SWITCH   PIC X VALUE "N".
           88  WS-MAPPING-EOF      VALUE "Y".
       01  WS-FEED-EOF-SWITCH      PIC X VALUE "N".
           88  WS-FEED-EOF         VALUE "Y".
       01  WS-REGISTER-EOF-SWITCH  PIC X VALUE "N".
           88  WS-REGISTER-EOF     VALUE "Y".

       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-BASE-CURRENCY        PIC X(3) VALUE SPACES.
       01  WS-BILLING-MONTH        PIC 9(6) VALUE ZEROS.

      *    The three CALCGLP feeds are read into this one copy of the
      *    interface layout; the record type says which view holds.
       01  WS-FEED-RECORD          PIC X(40) VALUE SPACES.
           COPY CALCGLP.

      *    The four feeds and what this run does with each.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 4 TIMES.
               10  WS-FD-TYPE          PIC X(4).
               10  WS-FD-FILE-NAME     PIC X(8).
               10  WS-FD-STATE         PIC X.
                   88  WS-FD-ABSENT    VALUE "A".
                   88  WS-FD-DONE      VALUE "J".
                   88  WS-FD-READY     VALUE "R".
                   88  WS-FD-REFUSED   VALUE "X".
               10  WS-FD-KEY           PIC 9(8).
               10  WS-FD-LAST-KEY      PIC 9(8).
               10  WS-FD-DETAILS       PIC 9(7).
               10  WS-FD-HASH          PIC S9(15)V99 COMP-3.
               10  WS-FD-ENTRIES       PIC 9(7).
               10  WS-FD-SUSPENDED     PIC 9(7).
       01  WS-FEED-SUB             PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-FEED-TYPE            PIC X(4) VALUE SPACES.
       01  WS-TRAILER-SEEN-SWITCH  PIC X VALUE "N".
           88  WS-TRAILER-SEEN     VALUE "Y".
       01  WS-HEADER-SEEN-SWITCH   PIC X VALUE "N".
           88  WS-HEADER-SEEN      VALUE "Y".
       01  WS-CONTROL-COUNT-IN     PIC 9(9) VALUE ZEROS.
       01  WS-CONTROL-HASH-IN      PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-REFUSED-SWITCH       PIC X VALUE "N".
           88  WS-RUN-REFUSED      VALUE "Y".

      *    The mapping table in storage.
       01  WS-MAPPING-TABLE.
           05  WS-MAPPING-COUNT    PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-MAPPING-ENTRY OCCURS 500 TIMES.
               10  WS-MAP-FEED-TYPE    PIC X(4).
               10  WS-MAP-CALLER-ID    PIC X(8).
               10  WS-MAP-OPERATION    PIC X.
               10  WS-MAP-CURRENCY     PIC X(3).
               10  WS-MAP-DEBIT        PIC X(12).
               10  WS-MAP-CREDIT       PIC X(12).
               10  WS-MAP-COST-CENTRE  PIC X(6).
       01  WS-MAPPING-SUB          PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-MAPPING-MATCH-SUB    PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-MATCH-SCORE          PIC 9 VALUE ZEROS.
       01  WS-BEST-SCORE           PIC 9 VALUE ZEROS.
       01  WS-MATCH-SWITCH         PIC X VALUE "N".
           88  WS-ENTRY-QUALIFIES  VALUE "Y".

      *    The source amount being journaled.
       01  WS-SRC-CALLER-ID        PIC X(8) VALUE SPACES.
       01  WS-SRC-OPERATION        PIC X VALUE SPACE.
       01  WS-SRC-CURRENCY         PIC X(3) VALUE SPACES.
       01  WS-SRC-AMOUNT           PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-SRC-POSTING-DATE     PIC 9(8) VALUE ZEROS.
       01  WS-LINE-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-DEBIT-ACCOUNT        PIC X(12) VALUE SPACES.
       01  WS-CREDIT-ACCOUNT       PIC X(12) VALUE SPACES.
       01  WS-SUSPENSE-REASON      PIC X(40) VALUE SPACES.

      *    Debit and credit totals per currency.
       01  WS-CURRENCY-TABLE.
           05  WS-CURRENCY-COUNT   PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-CURRENCY-ENTRY OCCURS 50 TIMES.
               10  WS-CCY-CODE         PIC X(3).
               10  WS-CCY-LINES        PIC 9(7).
               10  WS-CCY-DEBITS       PIC S9(15)V99 COMP-3.
               10  WS-CCY-CREDITS      PIC S9(15)V99 COMP-3.
       01  WS-CURRENCY-SUB         PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-CURRENCY-MATCH-SUB   PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-UNBALANCED-SWITCH    PIC X VALUE "N".
           88  WS-UNBALANCED       VALUE "Y".

       01  WS-ENTRY-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(7) VALUE ZEROS.
       01  WS-HASH-DEBIT           PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-HASH-CREDIT          PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-SUSPENSE-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-ZERO-COUNT           PIC 9(7) VALUE ZEROS.

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
       01  WS-LINE-NUMBER          PIC 9(2) VALUE 99.
       01  WS-PAGE-LIMIT           PIC 9(2) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(44) VALUE
               "CALCJRNL - GL JOURNAL SUSPENSE REPORT       ".
           05  FILLER              PIC X(17) VALUE
               "   BUSINESS DATE ".
           05  WS-HDG-DATE         PIC 9(8).
           05  FILLER              PIC X(8) VALUE "    PAGE".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(51) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(40) VALUE
               "FEED  FILE      CALLER    OP  CUR       ".
           05  FILLER              PIC X(40) VALUE
               "         AMOUNT  REASON                 ".
           05  FILLER              PIC X(52) VALUE SPACES.

       01  WS-SUSPENSE-LINE.
           05  WS-SUS-FEED         PIC X(4).
           05  FILLER              PIC X(2).
           05  WS-SUS-FILE         PIC X(8).
           05  FILLER              PIC X(2).
           05  WS-SUS-CALLER       PIC X(8).
           05  FILLER              PIC X(2).
           05  WS-SUS-OPERATION    PIC X.
           05  FILLER              PIC X(3).
           05  WS-SUS-CURRENCY     PIC X(3).
           05  FILLER              PIC X(2).
           05  WS-SUS-AMOUNT       PIC -(12)9.99.
           05  FILLER              PIC X(2).
           05  WS-SUS-REASON       PIC X(40).
           05  FILLER              PIC X(39).

       01  WS-FEED-SUMMARY-LINE.
           05  WS-FSL-FEED         PIC X(4).
           05  FILLER              PIC X(2).
           05  WS-FSL-FILE         PIC X(8).
           05  FILLER              PIC X(2).
           05  WS-FSL-STATE        PIC X(20).
           05  FILLER              PIC X(2).
           05  WS-FSL-KEY          PIC 9(8).
           05  FILLER              PIC X(2).
           05  WS-FSL-ENTRIES      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4).
           05  WS-FSL-SUSPENDED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(66).

       01  WS-FEED-HEADING.
           05  FILLER              PIC X(40) VALUE
               "FEED  FILE      STATE                 KE".
           05  FILLER              PIC X(40) VALUE
               "Y       ENTRIES  SUSPENDED              ".
           05  FILLER              PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           INITIALIZE WS-MAPPING-TABLE
           INITIALIZE WS-CURRENCY-TABLE
           PERFORM INITIALIZE-FEED-TABLE
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-BASE-CURRENCY
           PERFORM LOAD-MAPPING-TABLE
           PERFORM LOAD-JOURNAL-REGISTER
           PERFORM VERIFY-ONE-FEED
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > 4
           IF WS-RUN-REFUSED
               DISPLAY "CALCJRNL - A FEED DOES NOT PROVE TO ITS "
                   "CONTROL TOTALS, NO JOURNAL PRODUCED"
               PERFORM DISPLAY-RUN-SUMMARY
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           MOVE SPACES TO JRN-HEADER-RECORD
           MOVE "H" TO JRN-HDR-TYPE
           MOVE WS-BUSINESS-DATE TO JRN-HDR-POSTING-DATE
           MOVE "CALCJRNL" TO JRN-HDR-SOURCE-SYSTEM
           WRITE JRN-HEADER-RECORD
           OPEN OUTPUT REPORT-FILE
           PERFORM START-NEW-PAGE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM JOURNAL-ONE-FEED
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > 4
           IF WS-SUSPENSE-COUNT = ZERO
               MOVE "  NO AMOUNTS IN SUSPENSE" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-JOURNAL-CONTROLS
           CLOSE JOURNAL-FILE
           PERFORM PRINT-FEED-SUMMARY
           CLOSE REPORT-FILE
           PERFORM REWRITE-JOURNAL-REGISTER
           PERFORM DISPLAY-RUN-SUMMARY
           IF WS-UNBALANCED
               DISPLAY "CALCJRNL - DEBITS DO NOT EQUAL CREDITS"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-SUSPENSE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       INITIALIZE-FEED-TABLE.
           INITIALIZE WS-FEED-TABLE
           MOVE "GLEX" TO WS-FD-TYPE(1)
           MOVE "CALCGLIF" TO WS-FD-FILE-NAME(1)
           MOVE "ACCR" TO WS-FD-TYPE(2)
           MOVE "CALCACGL" TO WS-FD-FILE-NAME(2)
           MOVE "RNDR" TO WS-FD-TYPE(3)
           MOVE "CALCRNGL" TO WS-FD-FILE-NAME(3)
           MOVE "CHRG" TO WS-FD-TYPE(4)
           MOVE "CALCCHGO" TO WS-FD-FILE-NAME(4).

       GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
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

       LOAD-BASE-CURRENCY.
           MOVE SPACES TO WS-BASE-CURRENCY
           OPEN INPUT BASE-FILE
           IF WS-BASE-FILE-STATUS NOT = "35"
               READ BASE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BASE-CURRENCY TO WS-BASE-CURRENCY
               END-READ
               CLOSE BASE-FILE
           END-IF.

       LOAD-MAPPING-TABLE.
           MOVE "N" TO WS-MAPPING-EOF-SWITCH
           OPEN INPUT MAPPING-FILE
           IF WS-MAPPING-FILE-STATUS = "35"
               DISPLAY "CALCJRNL - NO GL ACCOUNT MAPPING ON CALCGLMP"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-MAPPING-RECORD
           PERFORM STORE-MAPPING-RECORD UNTIL WS-MAPPING-EOF
           CLOSE MAPPING-FILE.

       READ-MAPPING-RECORD.
           READ MAPPING-FILE
               AT END
                   MOVE "Y" TO WS-MAPPING-EOF-SWITCH
           END-READ.

       STORE-MAPPING-RECORD.
           IF WS-MAPPING-COUNT < 500
               ADD 1 TO WS-MAPPING-COUNT
               MOVE GLM-FEED-TYPE
                   TO WS-MAP-FEED-TYPE(WS-MAPPING-COUNT)
               MOVE GLM-CALLER-ID
                   TO WS-MAP-CALLER-ID(WS-MAPPING-COUNT)
               MOVE GLM-OPERATION
                   TO WS-MAP-OPERATION(WS-MAPPING-COUNT)
               MOVE GLM-CURRENCY TO WS-MAP-CURRENCY(WS-MAPPING-COUNT)
               MOVE GLM-DEBIT-ACCOUNT
                   TO WS-MAP-DEBIT(WS-MAPPING-COUNT)
               MOVE GLM-CREDIT-ACCOUNT
                   TO WS-MAP-CREDIT(WS-MAPPING-COUNT)
               MOVE GLM-COST-CENTRE
                   TO WS-MAP-COST-CENTRE(WS-MAPPING-COUNT)
           ELSE
               DISPLAY "CALCJRNL - MAPPING TABLE FULL, "
                   GLM-FEED-TYPE " " GLM-CALLER-ID " IGNORED"
           END-IF
           PERFORM READ-MAPPING-RECORD.

       LOAD-JOURNAL-REGISTER.
           MOVE "N" TO WS-REGISTER-EOF-SWITCH
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS NOT = "35"
               PERFORM READ-REGISTER-RECORD
               PERFORM NOTE-REGISTER-RECORD UNTIL WS-REGISTER-EOF
               CLOSE REGISTER-FILE
           END-IF.

       READ-REGISTER-RECORD.
           READ REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF-SWITCH
           END-READ.

       NOTE-REGISTER-RECORD.
           PERFORM MATCH-REGISTER-FEED
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > 4
           PERFORM READ-REGISTER-RECORD.

       MATCH-REGISTER-FEED.
           IF WS-FD-TYPE(WS-FEED-SUB) = JRNR-FEED-TYPE AND
              JRNR-LAST-KEY NUMERIC
               MOVE JRNR-LAST-KEY TO WS-FD-LAST-KEY(WS-FEED-SUB)
           END-IF.

       VERIFY-ONE-FEED.
      *    Prove the feed to its own control totals before a single
      *    line of it is journaled, and decide whether it is new.
           MOVE WS-FD-TYPE(WS-FEED-SUB) TO WS-FEED-TYPE
           MOVE "N" TO WS-FEED-EOF-SWITCH
           MOVE "N" TO WS-TRAILER-SEEN-SWITCH
           MOVE "N" TO WS-HEADER-SEEN-SWITCH
           MOVE ZEROS TO WS-CONTROL-COUNT-IN
           MOVE ZEROS TO WS-CONTROL-HASH-IN
           PERFORM OPEN-FEED-FILE
           IF WS-FEED-FILE-STATUS = "35"
               MOVE "A" TO WS-FD-STATE(WS-FEED-SUB)
           ELSE
               PERFORM READ-FEED-RECORD
               PERFORM CHECK-FEED-RECORD UNTIL WS-FEED-EOF
               PERFORM CLOSE-FEED-FILE
               PERFORM JUDGE-FEED-CONTROLS
           END-IF.

       CHECK-FEED-RECORD.
           IF WS-FEED-TYPE = "CHRG"
               IF CHG-DETAIL-LINE
                   ADD 1 TO WS-FD-DETAILS(WS-FEED-SUB)
                   ADD CHG-CHARGE-AMOUNT TO WS-FD-HASH(WS-FEED-SUB)
               END-IF
               IF CHG-GRAND-TOTAL
                   MOVE "Y" TO WS-TRAILER-SEEN-SWITCH
                   MOVE CHG-CHARGE-AMOUNT TO WS-CONTROL-HASH-IN
                   MOVE WS-FD-DETAILS(WS-FEED-SUB)
                       TO WS-CONTROL-COUNT-IN
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN GLP-HEADER
                       MOVE "Y" TO WS-HEADER-SEEN-SWITCH
                       IF GLP-HDR-POSTING-DATE NUMERIC
                           MOVE GLP-HDR-POSTING-DATE
                               TO WS-FD-KEY(WS-FEED-SUB)
                       END-IF
                   WHEN GLP-DETAIL
                       ADD 1 TO WS-FD-DETAILS(WS-FEED-SUB)
                       ADD GLP-DTL-AMOUNT TO WS-FD-HASH(WS-FEED-SUB)
                   WHEN GLP-TRAILER
                       MOVE "Y" TO WS-TRAILER-SEEN-SWITCH
                       MOVE GLP-TLR-RECORD-COUNT
                           TO WS-CONTROL-COUNT-IN
                       MOVE GLP-TLR-HASH-AMOUNT TO WS-CONTROL-HASH-IN
               END-EVALUATE
           END-IF
           PERFORM READ-FEED-RECORD.

       JUDGE-FEED-CONTROLS.
           IF WS-FEED-TYPE = "CHRG"
               PERFORM GET-BILLING-MONTH
               MOVE "Y" TO WS-HEADER-SEEN-SWITCH
               COMPUTE WS-FD-KEY(WS-FEED-SUB) = WS-BILLING-MONTH * 100
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
                   MOVE "X" TO WS-FD-STATE(WS-FEED-SUB)
                   DISPLAY "CALCJRNL - " WS-FD-FILE-NAME(WS-FEED-SUB)
                       " IS MISSING ITS HEADER OR TRAILER"
               WHEN WS-CONTROL-COUNT-IN NOT = WS-FD-DETAILS(WS-FEED-SUB)
                 OR WS-CONTROL-HASH-IN NOT = WS-FD-HASH(WS-FEED-SUB)
                   MOVE "X" TO WS-FD-STATE(WS-FEED-SUB)
                   DISPLAY "CALCJRNL - " WS-FD-FILE-NAME(WS-FEED-SUB)
                       " OUT OF BALANCE, COUNT "
                       WS-FD-DETAILS(WS-FEED-SUB)
                       " CONTROL " WS-CONTROL-COUNT-IN
               WHEN WS-FD-KEY(WS-FEED-SUB) = ZERO
                   MOVE "X" TO WS-FD-STATE(WS-FEED-SUB)
                   DISPLAY "CALCJRNL - " WS-FD-FILE-NAME(WS-FEED-SUB)
                       " CARRIES NO POSTING DATE"
               WHEN WS-FD-KEY(WS-FEED-SUB) <=
                    WS-FD-LAST-KEY(WS-FEED-SUB)
                   MOVE "J" TO WS-FD-STATE(WS-FEED-SUB)
               WHEN OTHER
                   MOVE "R" TO WS-FD-STATE(WS-FEED-SUB)
           END-EVALUATE
           IF WS-FD-REFUSED(WS-FEED-SUB)
               MOVE "Y" TO WS-REFUSED-SWITCH
           END-IF.

       GET-BILLING-MONTH.
      *    The chargeback extract carries no date of its own; the
      *    CALCCHGC control record CALCCHRG priced it from does.
           MOVE ZEROS TO WS-BILLING-MONTH
           OPEN INPUT BILLING-CONTROL-FILE
           IF WS-BILLING-FILE-STATUS NOT = "35"
               READ BILLING-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHGC-YEAR-MONTH NUMERIC
                           MOVE CHGC-YEAR-MONTH TO WS-BILLING-MONTH
                       END-IF
               END-READ
               CLOSE BILLING-CONTROL-FILE
           END-IF.

       OPEN-FEED-FILE.
           EVALUATE WS-FEED-TYPE
               WHEN "GLEX"
                   OPEN INPUT GLEX-FEED-FILE
               WHEN "ACCR"
                   OPEN INPUT ACCR-FEED-FILE
               WHEN "RNDR"
                   OPEN INPUT RNDR-FEED-FILE
               WHEN "CHRG"
                   OPEN INPUT CHARGE-FILE
           END-EVALUATE.

       CLOSE-FEED-FILE.
           EVALUATE WS-FEED-TYPE
               WHEN "GLEX"
                   CLOSE GLEX-FEED-FILE
               WHEN "ACCR"
                   CLOSE ACCR-FEED-FILE
               WHEN "RNDR"
                   CLOSE RNDR-FEED-FILE
               WHEN "CHRG"
                   CLOSE CHARGE-FILE
           END-EVALUATE.

       READ-FEED-RECORD.
           MOVE SPACES TO WS-FEED-RECORD
           EVALUATE WS-FEED-TYPE
               WHEN "GLEX"
                   READ GLEX-FEED-FILE INTO WS-FEED-RECORD
                       AT END
                           MOVE "Y" TO WS-FEED-EOF-SWITCH
                   END-READ
               WHEN "ACCR"
                   READ ACCR-FEED-FILE INTO WS-FEED-RECORD
                       AT END
                           MOVE "Y" TO WS-FEED-EOF-SWITCH
                   END-READ
               WHEN "RNDR"
                   READ RNDR-FEED-FILE INTO WS-FEED-RECORD
                       AT END
                           MOVE "Y" TO WS-FEED-EOF-SWITCH
                   END-READ
               WHEN "CHRG"
                   READ CHARGE-FILE
                       AT END
                           MOVE "Y" TO WS-FEED-EOF-SWITCH
                   END-READ
           END-EVALUATE
           MOVE WS-FEED-RECORD TO GLP-HEADER-RECORD
           MOVE WS-FEED-RECORD TO GLP-DETAIL-RECORD
           MOVE WS-FEED-RECORD TO GLP-TRAILER-RECORD.

       JOURNAL-ONE-FEED.
           MOVE WS-FD-TYPE(WS-FEED-SUB) TO WS-FEED-TYPE
           IF WS-FD-READY(WS-FEED-SUB)
               MOVE "N" TO WS-FEED-EOF-SWITCH
               PERFORM OPEN-FEED-FILE
               PERFORM READ-FEED-RECORD
               PERFORM JOURNAL-FEED-RECORD UNTIL WS-FEED-EOF
               PERFORM CLOSE-FEED-FILE
           END-IF.

       JOURNAL-FEED-RECORD.
           IF WS-FEED-TYPE = "CHRG"
               IF CHG-DETAIL-LINE
                   MOVE CHG-CALLER-ID TO WS-SRC-CALLER-ID
                   MOVE CHG-OPERATION TO WS-SRC-OPERATION
                   MOVE WS-BASE-CURRENCY TO WS-SRC-CURRENCY
                   MOVE CHG-CHARGE-AMOUNT TO WS-SRC-AMOUNT
                   MOVE WS-BUSINESS-DATE TO WS-SRC-POSTING-DATE
                   PERFORM JOURNAL-SOURCE-AMOUNT
               END-IF
           ELSE
               IF GLP-DETAIL
                   MOVE GLP-DTL-CALLER-ID TO WS-SRC-CALLER-ID
                   MOVE SPACE TO WS-SRC-OPERATION
                   MOVE GLP-DTL-CURRENCY TO WS-SRC-CURRENCY
                   MOVE GLP-DTL-AMOUNT TO WS-SRC-AMOUNT
                   MOVE WS-FD-KEY(WS-FEED-SUB) TO WS-SRC-POSTING-DATE
                   PERFORM JOURNAL-SOURCE-AMOUNT
               END-IF
           END-IF
           PERFORM READ-FEED-RECORD.

       JOURNAL-SOURCE-AMOUNT.
           IF WS-SRC-AMOUNT = ZERO
               ADD 1 TO WS-ZERO-COUNT
           ELSE
               IF WS-SRC-CURRENCY = SPACES
                   MOVE "NO CURRENCY (CALCBASE NOT SET)"
                       TO WS-SUSPENSE-REASON
                   PERFORM WRITE-SUSPENSE-LINE
               ELSE
                   PERFORM RESOLVE-GL-MAPPING
                   IF WS-MAPPING-MATCH-SUB = ZERO
                       MOVE "NO GL ACCOUNT MAPPING"
                           TO WS-SUSPENSE-REASON
                       PERFORM WRITE-SUSPENSE-LINE
                   ELSE
                       PERFORM WRITE-JOURNAL-ENTRY
                   END-IF
               END-IF
           END-IF.

       RESOLVE-GL-MAPPING.
      *    Every record for the feed whose caller, operation and
      *    currency each match exactly or by "*" qualifies; the
      *    most specific one wins.
           MOVE ZEROS TO WS-MAPPING-MATCH-SUB
           MOVE ZEROS TO WS-BEST-SCORE
           PERFORM SCORE-MAPPING-ENTRY
               VARYING WS-MAPPING-SUB FROM 1 BY 1
               UNTIL WS-MAPPING-SUB > WS-MAPPING-COUNT.

       SCORE-MAPPING-ENTRY.
           MOVE "Y" TO WS-MATCH-SWITCH
           MOVE ZEROS TO WS-MATCH-SCORE
           IF WS-MAP-FEED-TYPE(WS-MAPPING-SUB) NOT = WS-FEED-TYPE
               MOVE "N" TO WS-MATCH-SWITCH
           END-IF
           IF WS-MAP-CALLER-ID(WS-MAPPING-SUB) = WS-SRC-CALLER-ID
               ADD 4 TO WS-MATCH-SCORE
           ELSE
               IF WS-MAP-CALLER-ID(WS-MAPPING-SUB) NOT = "*"
                   MOVE "N" TO WS-MATCH-SWITCH
               END-IF
           END-IF
           IF WS-MAP-OPERATION(WS-MAPPING-SUB) = WS-SRC-OPERATION
              AND WS-SRC-OPERATION NOT = SPACE
               ADD 2 TO WS-MATCH-SCORE
           ELSE
               IF WS-MAP-OPERATION(WS-MAPPING-SUB) NOT = "*"
                   MOVE "N" TO WS-MATCH-SWITCH
               END-IF
           END-IF
           IF WS-MAP-CURRENCY(WS-MAPPING-SUB) = WS-SRC-CURRENCY
               ADD 1 TO WS-MATCH-SCORE
           ELSE
               IF WS-MAP-CURRENCY(WS-MAPPING-SUB) NOT = "*"
                   MOVE "N" TO WS-MATCH-SWITCH
               END-IF
           END-IF
           IF WS-ENTRY-QUALIFIES AND
              (WS-MAPPING-MATCH-SUB = ZERO OR
               WS-MATCH-SCORE > WS-BEST-SCORE)
               MOVE WS-MAPPING-SUB TO WS-MAPPING-MATCH-SUB
               MOVE WS-MATCH-SCORE TO WS-BEST-SCORE
           END-IF.

       WRITE-JOURNAL-ENTRY.
      *    A negative source amount reverses the two sides; both
      *    lines always carry a positive amount.
           IF WS-SRC-AMOUNT < ZERO
               COMPUTE WS-LINE-AMOUNT = ZERO - WS-SRC-AMOUNT
               MOVE WS-MAP-CREDIT(WS-MAPPING-MATCH-SUB)
                   TO WS-DEBIT-ACCOUNT
               MOVE WS-MAP-DEBIT(WS-MAPPING-MATCH-SUB)
                   TO WS-CREDIT-ACCOUNT
           ELSE
               MOVE WS-SRC-AMOUNT TO WS-LINE-AMOUNT
               MOVE WS-MAP-DEBIT(WS-MAPPING-MATCH-SUB)
                   TO WS-DEBIT-ACCOUNT
               MOVE WS-MAP-CREDIT(WS-MAPPING-MATCH-SUB)
                   TO WS-CREDIT-ACCOUNT
           END-IF
           ADD 1 TO WS-ENTRY-COUNT
           ADD 1 TO WS-FD-ENTRIES(WS-FEED-SUB)
           PERFORM FIND-CURRENCY-ENTRY
           MOVE "D" TO JRN-DEBIT-CREDIT
           MOVE WS-DEBIT-ACCOUNT TO JRN-ACCOUNT
           PERFORM WRITE-JOURNAL-LINE
           MOVE "C" TO JRN-DEBIT-CREDIT
           MOVE WS-CREDIT-ACCOUNT TO JRN-ACCOUNT
           PERFORM WRITE-JOURNAL-LINE.

       WRITE-JOURNAL-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE "L" TO JRN-LINE-TYPE
           MOVE WS-ENTRY-COUNT TO JRN-ENTRY-NO
           MOVE WS-LINE-COUNT TO JRN-LINE-NO
           MOVE WS-SRC-POSTING-DATE TO JRN-POSTING-DATE
           MOVE WS-MAP-COST-CENTRE(WS-MAPPING-MATCH-SUB)
               TO JRN-COST-CENTRE
           MOVE WS-SRC-CURRENCY TO JRN-CURRENCY
           MOVE WS-LINE-AMOUNT TO JRN-AMOUNT
           MOVE WS-FEED-TYPE TO JRN-FEED-TYPE
           MOVE WS-SRC-CALLER-ID TO JRN-CALLER-ID
           MOVE WS-SRC-OPERATION TO JRN-OPERATION
           WRITE JRN-LINE-RECORD
           IF JRN-DEBIT
               ADD WS-LINE-AMOUNT TO WS-HASH-DEBIT
           ELSE
               ADD WS-LINE-AMOUNT TO WS-HASH-CREDIT
           END-IF
           IF WS-CURRENCY-MATCH-SUB > ZERO
               ADD 1 TO WS-CCY-LINES(WS-CURRENCY-MATCH-SUB)
               IF JRN-DEBIT
                   ADD WS-LINE-AMOUNT
                       TO WS-CCY-DEBITS(WS-CURRENCY-MATCH-SUB)
               ELSE
                   ADD WS-LINE-AMOUNT
                       TO WS-CCY-CREDITS(WS-CURRENCY-MATCH-SUB)
               END-IF
           END-IF.

       FIND-CURRENCY-ENTRY.
           MOVE ZEROS TO WS-CURRENCY-MATCH-SUB
           PERFORM MATCH-CURRENCY-ENTRY
               VARYING WS-CURRENCY-SUB FROM 1 BY 1
               UNTIL WS-CURRENCY-SUB > WS-CURRENCY-COUNT
                  OR WS-CURRENCY-MATCH-SUB > ZERO
           IF WS-CURRENCY-MATCH-SUB = ZERO
               IF WS-CURRENCY-COUNT < 50
                   ADD 1 TO WS-CURRENCY-COUNT
                   MOVE WS-SRC-CURRENCY
                       TO WS-CCY-CODE(WS-CURRENCY-COUNT)
                   MOVE WS-CURRENCY-COUNT TO WS-CURRENCY-MATCH-SUB
               ELSE
      *            Lines written without a control row cannot be
      *            proven; the run says so rather than passing them.
                   DISPLAY "CALCJRNL - CURRENCY TABLE FULL, "
                       WS-SRC-CURRENCY " NOT CONTROLLED"
                   MOVE "Y" TO WS-UNBALANCED-SWITCH
               END-IF
           END-IF.

       MATCH-CURRENCY-ENTRY.
           IF WS-CCY-CODE(WS-CURRENCY-SUB) = WS-SRC-CURRENCY
               MOVE WS-CURRENCY-SUB TO WS-CURRENCY-MATCH-SUB
           END-IF.

       WRITE-SUSPENSE-LINE.
           ADD 1 TO WS-SUSPENSE-COUNT
           ADD 1 TO WS-FD-SUSPENDED(WS-FEED-SUB)
           MOVE SPACES TO WS-SUSPENSE-LINE
           MOVE WS-FEED-TYPE TO WS-SUS-FEED
           MOVE WS-FD-FILE-NAME(WS-FEED-SUB) TO WS-SUS-FILE
           MOVE WS-SRC-CALLER-ID TO WS-SUS-CALLER
           MOVE WS-SRC-OPERATION TO WS-SUS-OPERATION
           MOVE WS-SRC-CURRENCY TO WS-SUS-CURRENCY
           MOVE WS-SRC-AMOUNT TO WS-SUS-AMOUNT
           MOVE WS-SUSPENSE-REASON TO WS-SUS-REASON
           MOVE WS-SUSPENSE-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-JOURNAL-CONTROLS.
           PERFORM WRITE-CURRENCY-CONTROL
               VARYING WS-CURRENCY-SUB FROM 1 BY 1
               UNTIL WS-CURRENCY-SUB > WS-CURRENCY-COUNT
           IF WS-HASH-DEBIT NOT = WS-HASH-CREDIT
               MOVE "Y" TO WS-UNBALANCED-SWITCH
           END-IF
           MOVE SPACES TO JRN-TRAILER-RECORD
           MOVE "T" TO JRN-TLR-TYPE
           MOVE WS-LINE-COUNT TO JRN-TLR-LINE-COUNT
           MOVE WS-ENTRY-COUNT TO JRN-TLR-ENTRY-COUNT
           MOVE WS-HASH-DEBIT TO JRN-TLR-HASH-DEBIT
           MOVE WS-HASH-CREDIT TO JRN-TLR-HASH-CREDIT
           WRITE JRN-TRAILER-RECORD.

       WRITE-CURRENCY-CONTROL.
           MOVE SPACES TO JRN-CONTROL-RECORD
           MOVE "C" TO JRN-CTL-TYPE
           MOVE WS-CCY-CODE(WS-CURRENCY-SUB) TO JRN-CTL-CURRENCY
           MOVE WS-CCY-LINES(WS-CURRENCY-SUB) TO JRN-CTL-LINE-COUNT
           MOVE WS-CCY-DEBITS(WS-CURRENCY-SUB) TO JRN-CTL-DEBIT-TOTAL
           MOVE WS-CCY-CREDITS(WS-CURRENCY-SUB)
               TO JRN-CTL-CREDIT-TOTAL
           WRITE JRN-CONTROL-RECORD
           IF WS-CCY-DEBITS(WS-CURRENCY-SUB) NOT =
              WS-CCY-CREDITS(WS-CURRENCY-SUB)
               DISPLAY "CALCJRNL - " WS-CCY-CODE(WS-CURRENCY-SUB)
                   " DEBITS DO NOT EQUAL CREDITS"
               MOVE "Y" TO WS-UNBALANCED-SWITCH
           END-IF.

       PRINT-FEED-SUMMARY.
           PERFORM WRITE-BLANK-LINE
           MOVE WS-FEED-HEADING TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-ONE-FEED-LINE
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > 4.

       PRINT-ONE-FEED-LINE.
           MOVE SPACES TO WS-FEED-SUMMARY-LINE
           MOVE WS-FD-TYPE(WS-FEED-SUB) TO WS-FSL-FEED
           MOVE WS-FD-FILE-NAME(WS-FEED-SUB) TO WS-FSL-FILE
           EVALUATE TRUE
               WHEN WS-FD-ABSENT(WS-FEED-SUB)
                   MOVE "NOT ON FILE" TO WS-FSL-STATE
               WHEN WS-FD-DONE(WS-FEED-SUB)
                   MOVE "ALREADY JOURNALED" TO WS-FSL-STATE
               WHEN WS-FD-READY(WS-FEED-SUB)
                   MOVE "JOURNALED" TO WS-FSL-STATE
               WHEN OTHER
                   MOVE "REFUSED" TO WS-FSL-STATE
           END-EVALUATE
           MOVE WS-FD-KEY(WS-FEED-SUB) TO WS-FSL-KEY
           MOVE WS-FD-ENTRIES(WS-FEED-SUB) TO WS-FSL-ENTRIES
           MOVE WS-FD-SUSPENDED(WS-FEED-SUB) TO WS-FSL-SUSPENDED
           MOVE WS-FEED-SUMMARY-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       REWRITE-JOURNAL-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           PERFORM WRITE-REGISTER-RECORD
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > 4
           CLOSE REGISTER-FILE.

       WRITE-REGISTER-RECORD.
           MOVE WS-FD-TYPE(WS-FEED-SUB) TO JRNR-FEED-TYPE
           IF WS-FD-READY(WS-FEED-SUB)
               MOVE WS-FD-KEY(WS-FEED-SUB) TO JRNR-LAST-KEY
           ELSE
               MOVE WS-FD-LAST-KEY(WS-FEED-SUB) TO JRNR-LAST-KEY
           END-IF
           MOVE WS-RUN-DATE TO JRNR-UPDATE-DATE
           WRITE JRNR-RECORD.

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
           DISPLAY "CALCJRNL - GL JOURNAL BUILD SUMMARY"
           DISPLAY "========================================"
           DISPLAY "Business date:        " WS-BUSINESS-DATE
           DISPLAY "Mapping records:      " WS-MAPPING-COUNT
           DISPLAY "Journal entries:      " WS-ENTRY-COUNT
           DISPLAY "Journal lines:        " WS-LINE-COUNT
           DISPLAY "Zero amounts skipped: " WS-ZERO-COUNT
           DISPLAY "Amounts in suspense:  " WS-SUSPENSE-COUNT
           DISPLAY "Suspense report:      CALCJSUS"
           DISPLAY "========================================".

       END PROGRAM CALCJRNL.
