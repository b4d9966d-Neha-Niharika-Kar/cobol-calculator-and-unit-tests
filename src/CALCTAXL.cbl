       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCTAXL.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Tax-Liability Return by Jurisdiction                           *
      * Builds the figures finance files its tax returns from, off    *
      * the sealed archive generations for the filing period           *
      * concatenated on CALCAUDC (the same input convention as         *
      * CALCTRND and CALCMEND: each generation is HDR / audit details  *
      * / TLR, the HDR dating what follows). The CALCTXLC control      *
      * record names the period - one month, or a from/to range of up  *
      * to twelve for a quarterly or annual return - and, like         *
      * CALCCHRG, the run refuses with return code 16 unless CALCMCLS  *
      * carries a CLOSED record for every month in it.                 *
      * Every successful tax add-on ("T") and back-out ("B") call is   *
      * split across its tax stack (see AUDIT-TAX-STACK; a record cut  *
      * before stacks existed is its one AUDIT-TAX-JURISDICTION) and   *
      * each level is totalled per jurisdiction and currency: the      *
      * taxable base it was charged on, the tax charged by add-on and  *
      * the tax recovered by back-out. Members of a VOIDED set and     *
      * CALCSIM simulation records are left out. Each record's tax is  *
      * recomputed from the CALCTAXR rate effective on its value date  *
      * (the generation's business date when the call carried none),  *
      * and any level whose rate used differs - or whose jurisdiction  *
      * has no rate in effect at all - is listed as a rate exception   *
      * with the tax that rate would have charged (return code 4).     *
      * Prints CALCTXLR and writes the CALCTXLO filing extract (see    *
      * CALCTXL) alongside it.                                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO "CALCAUDC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CALCTXLC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT CLOSE-FILE ASSIGN TO "CALCMCLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FILE-STATUS.

           SELECT TAX-FILE ASSIGN TO "CALCTAXR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-FILE-STATUS.

           SELECT BASE-FILE ASSIGN TO "CALCBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCTXLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "CALCTXLO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
           COPY CALCAGEN.
           COPY CALCAUD REPLACING LEADING ==AUDIT-== BY ==ARCH-AUD-==.

       FD  CONTROL-FILE.
       01  TAX-RETURN-CONTROL-RECORD.
           05  TXLC-FROM-MONTH         PIC 9(6).
           05  TXLC-TO-MONTH           PIC 9(6).

       FD  CLOSE-FILE.
           COPY CALCMCL.

       FD  TAX-FILE.
           COPY CALCTAX.

       FD  BASE-FILE.
           COPY CALCBAS.

       FD  BUSINESS-DATE-FILE.
           COPY CALCBDT.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       FD  EXTRACT-FILE.
           COPY CALCTXL.

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVE-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-CLOSE-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-TAX-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  WS-BASE-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-BDAT-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-EXTRACT-FILE-STATUS  PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".

       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-BASE-CURRENCY        PIC X(3) VALUE SPACES.

      *    Filing period, first and last month inclusive.
       01  WS-FROM-MONTH           PIC 9(6) VALUE ZEROS.
       01  WS-FROM-MONTH-PARTS REDEFINES WS-FROM-MONTH.
           05  WS-FROM-YEAR        PIC 9(4).
           05  WS-FROM-MM          PIC 9(2).
       01  WS-TO-MONTH             PIC 9(6) VALUE ZEROS.
       01  WS-TO-MONTH-PARTS REDEFINES WS-TO-MONTH.
           05  WS-TO-YEAR          PIC 9(4).
           05  WS-TO-MM            PIC 9(2).
       01  WS-CHECK-MONTH          PIC 9(6) VALUE ZEROS.
       01  WS-CHECK-MONTH-PARTS REDEFINES WS-CHECK-MONTH.
           05  WS-CHECK-YEAR       PIC 9(4).
           05  WS-CHECK-MM         PIC 9(2).
       01  WS-PERIOD-SPAN          PIC S9(5) VALUE ZEROS.

      *    Months CALCMEND has closed, off CALCMCLS.
       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-COUNT     PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-CLOSED-MONTH     OCCURS 240 TIMES PIC 9(6).
       01  WS-CLOSED-SUB           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-MONTH-CLOSED-SWITCH  PIC X VALUE "N".
           88  WS-MONTH-CLOSED     VALUE "Y".
       01  WS-UNCLOSED-COUNT       PIC 9(3) VALUE ZEROS.

      *    CALCTAXR, every jurisdiction and effective date.
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT       PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-RATE-ENTRY OCCURS 1000 TIMES.
               10  WS-TXR-JURISDICTION PIC X(4).
               10  WS-TXR-EFFECTIVE-DATE PIC 9(8).
               10  WS-TXR-RATE         PIC 9(3)V9(4).
       01  WS-RATE-SUB             PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-LOOKUP-JURISDICTION  PIC X(4) VALUE SPACES.
       01  WS-BEST-DATE            PIC 9(8) VALUE ZEROS.

      *    Set IDs voided on the archive (a VOIDED marker record);
      *    the members of a voided set never reach a return.
       01  WS-VOIDED-TABLE.
           05  WS-VOIDED-COUNT     PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-VOIDED-SET-ID    OCCURS 500 TIMES PIC X(8).
       01  WS-VOIDED-SUB           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-SET-VOID-SWITCH      PIC X VALUE "N".
           88  WS-SET-IS-VOIDED    VALUE "Y".

       01  WS-CURRENT-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-CURRENT-MONTH        PIC 9(6) VALUE ZEROS.
       01  WS-GENERATION-COUNT     PIC 9(5) VALUE ZEROS.

      *    The record being taken: its tax stack (the audit layout),
      *    the net and gross amounts either side of the tax, and per
      *    level the base it was charged on, the rate in effect on
      *    the value date and the tax that rate charges.
       01  WS-TAX-STACK.
           05  WS-TAX-LEVEL-COUNT  PIC 9 VALUE ZERO.
           05  WS-TAX-LEVEL OCCURS 5 TIMES.
               10  WS-TAX-LVL-JURISDICTION PIC X(4).
               10  WS-TAX-LVL-METHOD   PIC X.
                   88  WS-TAX-LVL-COMPOUND VALUE "C".
               10  WS-TAX-LVL-RATE     PIC 9(3)V9(4).
               10  WS-TAX-LVL-AMOUNT   PIC S9(9)V99.
       01  WS-LEVEL-CHECK-TABLE.
           05  WS-LEVEL-CHECK OCCURS 5 TIMES.
               10  WS-LVL-BASE         PIC S9(9)V99 COMP-3.
               10  WS-LVL-RATE-SWITCH  PIC X.
                   88  WS-LVL-RATE-FOUND VALUE "Y".
               10  WS-LVL-EFFECTIVE-RATE PIC 9(3)V9(4).
               10  WS-LVL-FRACTION     PIC 9V9(6) COMP-3.
               10  WS-LVL-RECOMPUTED   PIC S9(9)V99 COMP-3.
               10  WS-LVL-EXCEPTION-SWITCH PIC X.
                   88  WS-LVL-EXCEPTION VALUE "Y".
       01  WS-LEVEL-SUB            PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-RECORD-CURRENCY      PIC X(3) VALUE SPACES.
       01  WS-RECORD-VALUE-DATE    PIC 9(8) VALUE ZEROS.
       01  WS-RECORD-NET           PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-RECORD-GROSS         PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-TAX-SO-FAR           PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-RECOMPUTED-NET       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-STACK-FACTOR         PIC 9(3)V9(12) COMP-3 VALUE ZEROS.
       01  WS-LEVEL-FACTOR         PIC 9(3)V9(12) COMP-3 VALUE ZEROS.
       01  WS-TAX-DIVISOR          PIC 9(3)V9(12) COMP-3 VALUE ZEROS.
       01  WS-RECORD-FLAG-SWITCH   PIC X VALUE "N".
           88  WS-RECORD-FLAGGED   VALUE "Y".
       01  WS-EXCEPTION-NOTE       PIC X(20) VALUE SPACES.

      *    Liability per jurisdiction and currency.
       01  WS-LIABILITY-TABLE.
           05  WS-LIABILITY-COUNT  PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-LIABILITY-ENTRY OCCURS 300 TIMES.
               10  WS-LIA-KEY.
                   15  WS-LIA-JURISDICTION PIC X(4).
                   15  WS-LIA-CURRENCY     PIC X(3).
               10  WS-LIA-RECORD-COUNT PIC 9(7).
               10  WS-LIA-TAXABLE-BASE PIC S9(13)V99 COMP-3.
               10  WS-LIA-TAX-CHARGED  PIC S9(13)V99 COMP-3.
               10  WS-LIA-TAX-RECOVERED PIC S9(13)V99 COMP-3.
               10  WS-LIA-EXCEPTIONS   PIC 9(7).
       01  WS-LIABILITY-HOLD.
           05  WS-HOLD-KEY             PIC X(7).
           05  WS-HOLD-RECORD-COUNT    PIC 9(7).
           05  WS-HOLD-TAXABLE-BASE    PIC S9(13)V99 COMP-3.
           05  WS-HOLD-TAX-CHARGED     PIC S9(13)V99 COMP-3.
           05  WS-HOLD-TAX-RECOVERED   PIC S9(13)V99 COMP-3.
           05  WS-HOLD-EXCEPTIONS      PIC 9(7).
       01  WS-LIABILITY-SUB        PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-LIABILITY-MATCH-SUB  PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-SORT-SUB-1           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-SORT-SUB-2           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-NET-LIABILITY        PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01  WS-RECORD-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-ADD-ON-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-BACK-OUT-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-VOIDED-SKIP-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-SIM-SKIP-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-OUT-OF-PERIOD-COUNT  PIC 9(7) VALUE ZEROS.
       01  WS-EXCEPTION-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-UNPOSTED-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-HASH-BASE            PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-HASH-CHARGED         PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-HASH-RECOVERED       PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-HASH-RECORDS         PIC 9(9) VALUE ZEROS.

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
       01  WS-LINE-NUMBER          PIC 9(2) VALUE 99.
       01  WS-PAGE-LIMIT           PIC 9(2) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(44) VALUE
               "CALCTAXL - TAX LIABILITY RETURN             ".
           05  FILLER              PIC X(9) VALUE "  PERIOD ".
           05  WS-HDG-FROM         PIC 9(6).
           05  FILLER              PIC X(4) VALUE " TO ".
           05  WS-HDG-TO           PIC 9(6).
           05  FILLER              PIC X(13) VALUE "    RUN DATE ".
           05  WS-HDG-RUN-DATE     PIC 9(8).
           05  FILLER              PIC X(8) VALUE "    PAGE".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-EXCEPTION-HEADING.
           05  FILLER              PIC X(40) VALUE
               "BUS DATE  SEQUENCE CALLER   OP LV JURS C".
           05  FILLER              PIC X(40) VALUE
               "UR VAL DATE  RT USED   RT EFF   TAX CHAR".
           05  FILLER              PIC X(40) VALUE
               "GED TAX AT EFF RT NOTE                  ".
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-EXC-BUSINESS-DATE PIC 9(8).
           05  FILLER              PIC X.
           05  WS-EXC-SEQUENCE     PIC Z(8)9.
           05  FILLER              PIC X.
           05  WS-EXC-CALLER       PIC X(8).
           05  FILLER              PIC X.
           05  WS-EXC-OPERATION    PIC X.
           05  FILLER              PIC X(2).
           05  WS-EXC-LEVEL        PIC 9.
           05  FILLER              PIC X(2).
           05  WS-EXC-JURISDICTION PIC X(4).
           05  FILLER              PIC X.
           05  WS-EXC-CURRENCY     PIC X(3).
           05  FILLER              PIC X.
           05  WS-EXC-VALUE-DATE   PIC 9(8).
           05  FILLER              PIC X.
           05  WS-EXC-RATE-USED    PIC ZZ9.9999.
           05  FILLER              PIC X.
           05  WS-EXC-RATE-EFFECTIVE PIC ZZ9.9999.
           05  FILLER              PIC X.
           05  WS-EXC-TAX-CHARGED  PIC -(9)9.99.
           05  FILLER              PIC X.
           05  WS-EXC-TAX-EFFECTIVE PIC -(9)9.99.
           05  FILLER              PIC X.
           05  WS-EXC-NOTE         PIC X(20).
           05  FILLER              PIC X(14).

       01  WS-LIABILITY-HEADING.
           05  FILLER              PIC X(40) VALUE
               "JURS  CUR  RECORDS        TAXABLE BASE  ".
           05  FILLER              PIC X(40) VALUE
               "   TAX CHARGED (T)   TAX RECOVERED (B)  ".
           05  FILLER              PIC X(40) VALUE
               "     NET LIABILITY RATE EXC             ".
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-LIABILITY-LINE.
           05  WS-LIA-PRT-JURISDICTION PIC X(4).
           05  FILLER              PIC X(2).
           05  WS-LIA-PRT-CURRENCY PIC X(3).
           05  FILLER              PIC X(2).
           05  WS-LIA-PRT-RECORDS  PIC Z(6)9.
           05  FILLER              PIC X(2).
           05  WS-LIA-PRT-BASE     PIC -(14)9.99.
           05  FILLER              PIC X(2).
           05  WS-LIA-PRT-CHARGED  PIC -(14)9.99.
           05  FILLER              PIC X(2).
           05  WS-LIA-PRT-RECOVERED PIC -(14)9.99.
           05  FILLER              PIC X(2).
           05  WS-LIA-PRT-NET      PIC -(14)9.99.
           05  FILLER              PIC X(2).
           05  WS-LIA-PRT-EXCEPTIONS PIC Z(6)9.
           05  FILLER              PIC X(25).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           INITIALIZE WS-CLOSED-TABLE
           INITIALIZE WS-RATE-TABLE
           INITIALIZE WS-VOIDED-TABLE
           INITIALIZE WS-LIABILITY-TABLE
           MOVE SPACES TO WS-EXCEPTION-LINE
           MOVE SPACES TO WS-LIABILITY-LINE
           PERFORM GET-BUSINESS-DATE
           PERFORM READ-FILING-CONTROL
           PERFORM REQUIRE-CLOSED-PERIOD
           PERFORM LOAD-BASE-CURRENCY
           PERFORM LOAD-TAX-RATE-TABLE
           PERFORM COLLECT-VOIDED-SETS
           OPEN OUTPUT REPORT-FILE
           PERFORM START-NEW-PAGE
           MOVE "RATE EXCEPTIONS - RATE USED VS CALCTAXR ON VALUE DATE"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EXCEPTION-HEADING TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM ACCUMULATE-LIABILITY
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "  NO RATE EXCEPTIONS" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM SORT-LIABILITY-TABLE
           PERFORM PRINT-LIABILITY-TOTALS
           CLOSE REPORT-FILE
           PERFORM WRITE-FILING-EXTRACT
           PERFORM DISPLAY-RUN-SUMMARY
           IF WS-EXCEPTION-COUNT > ZERO OR WS-UNPOSTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
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
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF.

       READ-FILING-CONTROL.
      *    A zero or absent to-month files the from-month alone.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "35"
               DISPLAY "CALCTAXL - NO FILING PERIOD ON CALCTXLC"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ CONTROL-FILE
               AT END
                   DISPLAY "CALCTAXL - FILING CONTROL FILE EMPTY"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           CLOSE CONTROL-FILE
           IF TXLC-FROM-MONTH NOT NUMERIC
               MOVE ZEROS TO WS-FROM-MONTH
           ELSE
               MOVE TXLC-FROM-MONTH TO WS-FROM-MONTH
           END-IF
           IF TXLC-TO-MONTH NUMERIC AND TXLC-TO-MONTH > ZERO
               MOVE TXLC-TO-MONTH TO WS-TO-MONTH
           ELSE
               MOVE WS-FROM-MONTH TO WS-TO-MONTH
           END-IF
           COMPUTE WS-PERIOD-SPAN =
                   (WS-TO-YEAR * 12 + WS-TO-MM)
                 - (WS-FROM-YEAR * 12 + WS-FROM-MM) + 1
           IF WS-FROM-MM < 1 OR WS-FROM-MM > 12 OR
              WS-TO-MM < 1 OR WS-TO-MM > 12 OR
              WS-PERIOD-SPAN < 1 OR WS-PERIOD-SPAN > 12
               DISPLAY "CALCTAXL - FILING PERIOD " WS-FROM-MONTH
                   " TO " WS-TO-MONTH " INVALID"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       REQUIRE-CLOSED-PERIOD.
      *    Every month of the period must be proven whole by
      *    CALCMEND; a return is never filed off an unproven month.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CLOSE-FILE
           IF WS-CLOSE-FILE-STATUS NOT = "35"
               PERFORM READ-CLOSE-RECORD
               PERFORM STORE-CLOSE-RECORD UNTIL WS-END-OF-FILE
               CLOSE CLOSE-FILE
           END-IF
           MOVE WS-FROM-MONTH TO WS-CHECK-MONTH
           PERFORM CHECK-PERIOD-MONTH
               UNTIL WS-CHECK-MONTH > WS-TO-MONTH
           IF WS-UNCLOSED-COUNT > ZERO
               DISPLAY "CALCTAXL - FILING PERIOD NOT CLOSED - RUN "
                   "CALCMEND FIRST"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       READ-CLOSE-RECORD.
           READ CLOSE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-CLOSE-RECORD.
           IF MCLS-CLOSED AND WS-CLOSED-COUNT < 240
               ADD 1 TO WS-CLOSED-COUNT
               MOVE MCLS-YEAR-MONTH TO WS-CLOSED-MONTH(WS-CLOSED-COUNT)
           END-IF
           PERFORM READ-CLOSE-RECORD.

       CHECK-PERIOD-MONTH.
           MOVE "N" TO WS-MONTH-CLOSED-SWITCH
           PERFORM MATCH-CLOSED-MONTH
               VARYING WS-CLOSED-SUB FROM 1 BY 1
               UNTIL WS-CLOSED-SUB > WS-CLOSED-COUNT
                  OR WS-MONTH-CLOSED
           IF NOT WS-MONTH-CLOSED
               ADD 1 TO WS-UNCLOSED-COUNT
               DISPLAY "CALCTAXL - MONTH " WS-CHECK-MONTH
                   " IS NOT CLOSED ON CALCMCLS"
           END-IF
           IF WS-CHECK-MM = 12
               ADD 1 TO WS-CHECK-YEAR
               MOVE 1 TO WS-CHECK-MM
           ELSE
               ADD 1 TO WS-CHECK-MM
           END-IF.

       MATCH-CLOSED-MONTH.
           IF WS-CLOSED-MONTH(WS-CLOSED-SUB) = WS-CHECK-MONTH
               MOVE "Y" TO WS-MONTH-CLOSED-SWITCH
           END-IF.

       LOAD-BASE-CURRENCY.
      *    A call that named no currency was made in the base
      *    currency and files under it.
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

       LOAD-TAX-RATE-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT TAX-FILE
           IF WS-TAX-FILE-STATUS = "35"
               DISPLAY "CALCTAXL - TAX RATE FILE CALCTAXR NOT FOUND"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-TAX-RECORD
           PERFORM STORE-TAX-RECORD UNTIL WS-END-OF-FILE
           CLOSE TAX-FILE.

       READ-TAX-RECORD.
           READ TAX-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-TAX-RECORD.
           IF TAX-EFFECTIVE-DATE NUMERIC AND TAX-RATE NUMERIC
               IF WS-RATE-COUNT < 1000
                   ADD 1 TO WS-RATE-COUNT
                   MOVE TAX-JURISDICTION
                       TO WS-TXR-JURISDICTION(WS-RATE-COUNT)
                   MOVE TAX-EFFECTIVE-DATE
                       TO WS-TXR-EFFECTIVE-DATE(WS-RATE-COUNT)
                   MOVE TAX-RATE TO WS-TXR-RATE(WS-RATE-COUNT)
               ELSE
                   DISPLAY "CALCTAXL - RATE TABLE FULL, "
                       TAX-JURISDICTION " " TAX-EFFECTIVE-DATE
                       " NOT LOADED"
               END-IF
           END-IF
           PERFORM READ-TAX-RECORD.

       COLLECT-VOIDED-SETS.
      *    First pass: note every set the driver voided anywhere in
      *    the period before any record is taken.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS = "35"
               DISPLAY "CALCTAXL - NO ARCHIVE GENERATIONS ON CALCAUDC"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-ARCHIVE-RECORD
           PERFORM NOTE-ONE-VOIDED-SET UNTIL WS-END-OF-FILE
           CLOSE ARCHIVE-FILE.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-VOIDED-SET.
           IF ARCH-AUD-RECORD(1:3) NOT = "HDR" AND
              ARCH-AUD-RECORD(1:3) NOT = "TLR" AND
              ARCH-AUD-STATUS = "VOIDED" AND
              ARCH-AUD-SET-ID NOT = SPACES
               IF WS-VOIDED-COUNT < 500
                   ADD 1 TO WS-VOIDED-COUNT
                   MOVE ARCH-AUD-SET-ID
                       TO WS-VOIDED-SET-ID(WS-VOIDED-COUNT)
               ELSE
                   DISPLAY "CALCTAXL - VOIDED-SET TABLE FULL, SET "
                       ARCH-AUD-SET-ID " NOT EXCLUDED"
               END-IF
           END-IF
           PERFORM READ-ARCHIVE-RECORD.

       ACCUMULATE-LIABILITY.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE ZEROS TO WS-CURRENT-DATE
           OPEN INPUT ARCHIVE-FILE
           PERFORM READ-ARCHIVE-RECORD
           PERFORM TAKE-ARCHIVE-RECORD UNTIL WS-END-OF-FILE
           CLOSE ARCHIVE-FILE.

       TAKE-ARCHIVE-RECORD.
           EVALUATE ARCH-AUD-RECORD(1:3)
               WHEN "HDR"
                   ADD 1 TO WS-GENERATION-COUNT
                   MOVE ARCH-HDR-BUSINESS-DATE TO WS-CURRENT-DATE
                   COMPUTE WS-CURRENT-MONTH = WS-CURRENT-DATE / 100
               WHEN "TLR"
                   CONTINUE
               WHEN OTHER
                   IF (ARCH-AUD-OPERATION = "T" OR
                       ARCH-AUD-OPERATION = "B") AND
                      ARCH-AUD-STATUS = "SUCCESS" AND
                      WS-CURRENT-DATE > ZEROS
                       PERFORM TAKE-TAX-RECORD
                           THRU TAKE-TAX-RECORD-EXIT
                   END-IF
           END-EVALUATE
           PERFORM READ-ARCHIVE-RECORD.

       TAKE-TAX-RECORD.
      *    Simulated numbers never file; nor does a generation cut
      *    outside the period that was concatenated by mistake.
           IF ARCH-AUD-SIM-MARKER = "S"
               ADD 1 TO WS-SIM-SKIP-COUNT
               GO TO TAKE-TAX-RECORD-EXIT
           END-IF
           IF WS-CURRENT-MONTH < WS-FROM-MONTH OR
              WS-CURRENT-MONTH > WS-TO-MONTH
               ADD 1 TO WS-OUT-OF-PERIOD-COUNT
               GO TO TAKE-TAX-RECORD-EXIT
           END-IF
           PERFORM CHECK-SET-VOIDED
           IF WS-SET-IS-VOIDED
               ADD 1 TO WS-VOIDED-SKIP-COUNT
               GO TO TAKE-TAX-RECORD-EXIT
           END-IF
           ADD 1 TO WS-RECORD-COUNT
           IF ARCH-AUD-OPERATION = "T"
               ADD 1 TO WS-ADD-ON-COUNT
           ELSE
               ADD 1 TO WS-BACK-OUT-COUNT
           END-IF
           PERFORM LOAD-RECORD-STACK
           PERFORM DERIVE-LEVEL-BASE
               VARYING WS-LEVEL-SUB FROM WS-TAX-LEVEL-COUNT BY -1
               UNTIL WS-LEVEL-SUB < 1
           PERFORM RECOMPUTE-RECORD-TAX
           MOVE "N" TO WS-RECORD-FLAG-SWITCH
           PERFORM CHECK-LEVEL-RATE
               VARYING WS-LEVEL-SUB FROM 1 BY 1
               UNTIL WS-LEVEL-SUB > WS-TAX-LEVEL-COUNT
           IF WS-RECORD-FLAGGED
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           PERFORM POST-LEVEL-LIABILITY
               VARYING WS-LEVEL-SUB FROM 1 BY 1
               UNTIL WS-LEVEL-SUB > WS-TAX-LEVEL-COUNT.

       TAKE-TAX-RECORD-EXIT.
           EXIT.

       CHECK-SET-VOIDED.
           MOVE "N" TO WS-SET-VOID-SWITCH
           IF ARCH-AUD-SET-ID NOT = SPACES
               PERFORM MATCH-VOIDED-SET
                   VARYING WS-VOIDED-SUB FROM 1 BY 1
                   UNTIL WS-VOIDED-SUB > WS-VOIDED-COUNT
                      OR WS-SET-IS-VOIDED
           END-IF.

       MATCH-VOIDED-SET.
           IF WS-VOIDED-SET-ID(WS-VOIDED-SUB) = ARCH-AUD-SET-ID
               MOVE "Y" TO WS-SET-VOID-SWITCH
           END-IF.

       LOAD-RECORD-STACK.
      *    Operand-1 is the net on an add-on and the gross on a
      *    back-out; the result is the other side. A record with no
      *    stack on it is a single level at AUDIT-RATE.
           IF ARCH-AUD-VALUE-DATE NUMERIC AND
              ARCH-AUD-VALUE-DATE > ZERO
               MOVE ARCH-AUD-VALUE-DATE TO WS-RECORD-VALUE-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO WS-RECORD-VALUE-DATE
           END-IF
           IF ARCH-AUD-CURRENCY-1 = SPACES
               MOVE WS-BASE-CURRENCY TO WS-RECORD-CURRENCY
           ELSE
               MOVE ARCH-AUD-CURRENCY-1 TO WS-RECORD-CURRENCY
           END-IF
           IF ARCH-AUD-OPERATION = "T"
               MOVE ARCH-AUD-OPERAND-1 TO WS-RECORD-NET
               MOVE ARCH-AUD-RESULT TO WS-RECORD-GROSS
           ELSE
               MOVE ARCH-AUD-OPERAND-1 TO WS-RECORD-GROSS
               MOVE ARCH-AUD-RESULT TO WS-RECORD-NET
           END-IF
           INITIALIZE WS-LEVEL-CHECK-TABLE
           IF ARCH-AUD-TAX-LEVEL-COUNT NUMERIC AND
              ARCH-AUD-TAX-LEVEL-COUNT >= 1 AND
              ARCH-AUD-TAX-LEVEL-COUNT <= 5
               MOVE ARCH-AUD-TAX-STACK TO WS-TAX-STACK
           ELSE
               INITIALIZE WS-TAX-STACK
               MOVE 1 TO WS-TAX-LEVEL-COUNT
               MOVE ARCH-AUD-TAX-JURISDICTION
                   TO WS-TAX-LVL-JURISDICTION(1)
               MOVE "S" TO WS-TAX-LVL-METHOD(1)
               MOVE ARCH-AUD-RATE TO WS-TAX-LVL-RATE(1)
               COMPUTE WS-TAX-LVL-AMOUNT(1) =
                       WS-RECORD-GROSS - WS-RECORD-NET
           END-IF
           MOVE ZEROS TO WS-TAX-SO-FAR.

       DERIVE-LEVEL-BASE.
      *    Top parent down, as CALCULATOR charged them: a compound
      *    level's base includes the tax the levels above it charged.
           IF WS-TAX-LVL-COMPOUND(WS-LEVEL-SUB)
               COMPUTE WS-LVL-BASE(WS-LEVEL-SUB) =
                       WS-RECORD-NET + WS-TAX-SO-FAR
           ELSE
               MOVE WS-RECORD-NET TO WS-LVL-BASE(WS-LEVEL-SUB)
           END-IF
           ADD WS-TAX-LVL-AMOUNT(WS-LEVEL-SUB) TO WS-TAX-SO-FAR.

       RECOMPUTE-RECORD-TAX.
      *    The stack repriced at the rates effective on the value
      *    date, the way CALCULATOR prices it: an add-on charges each
      *    level on the same net; a back-out first takes the net out
      *    of the gross at the stack's combined rate, and level 1
      *    keeps the odd cent.
           PERFORM FIND-LEVEL-EFFECTIVE-RATE
               VARYING WS-LEVEL-SUB FROM 1 BY 1
               UNTIL WS-LEVEL-SUB > WS-TAX-LEVEL-COUNT
           IF ARCH-AUD-OPERATION = "T"
               MOVE WS-RECORD-NET TO WS-RECOMPUTED-NET
           ELSE
               MOVE ZEROS TO WS-STACK-FACTOR
               PERFORM ACCUMULATE-LEVEL-FACTOR
                   VARYING WS-LEVEL-SUB FROM WS-TAX-LEVEL-COUNT BY -1
                   UNTIL WS-LEVEL-SUB < 1
               COMPUTE WS-TAX-DIVISOR = 1 + WS-STACK-FACTOR
               COMPUTE WS-RECOMPUTED-NET ROUNDED =
                       WS-RECORD-GROSS / WS-TAX-DIVISOR
                   ON SIZE ERROR
                       MOVE WS-RECORD-NET TO WS-RECOMPUTED-NET
               END-COMPUTE
           END-IF
           MOVE ZEROS TO WS-TAX-SO-FAR
           PERFORM RECHARGE-LEVEL
               VARYING WS-LEVEL-SUB FROM WS-TAX-LEVEL-COUNT BY -1
               UNTIL WS-LEVEL-SUB < 1
           IF ARCH-AUD-OPERATION = "B"
               COMPUTE WS-LVL-RECOMPUTED(1) = WS-LVL-RECOMPUTED(1)
                       + (WS-RECORD-GROSS - WS-RECOMPUTED-NET)
                       - WS-TAX-SO-FAR
           END-IF.

       FIND-LEVEL-EFFECTIVE-RATE.
           MOVE WS-TAX-LVL-JURISDICTION(WS-LEVEL-SUB)
               TO WS-LOOKUP-JURISDICTION
           MOVE ZEROS TO WS-BEST-DATE
           MOVE "N" TO WS-LVL-RATE-SWITCH(WS-LEVEL-SUB)
           MOVE ZEROS TO WS-LVL-EFFECTIVE-RATE(WS-LEVEL-SUB)
           PERFORM MATCH-EFFECTIVE-RATE
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT
           COMPUTE WS-LVL-FRACTION(WS-LEVEL-SUB) ROUNDED =
                   WS-LVL-EFFECTIVE-RATE(WS-LEVEL-SUB) / 100.

       MATCH-EFFECTIVE-RATE.
           IF WS-TXR-JURISDICTION(WS-RATE-SUB) =
              WS-LOOKUP-JURISDICTION AND
              WS-TXR-EFFECTIVE-DATE(WS-RATE-SUB) <=
              WS-RECORD-VALUE-DATE AND
              WS-TXR-EFFECTIVE-DATE(WS-RATE-SUB) >= WS-BEST-DATE
               MOVE WS-TXR-EFFECTIVE-DATE(WS-RATE-SUB) TO WS-BEST-DATE
               MOVE WS-TXR-RATE(WS-RATE-SUB)
                   TO WS-LVL-EFFECTIVE-RATE(WS-LEVEL-SUB)
               MOVE "Y" TO WS-LVL-RATE-SWITCH(WS-LEVEL-SUB)
           END-IF.

       ACCUMULATE-LEVEL-FACTOR.
           IF WS-TAX-LVL-COMPOUND(WS-LEVEL-SUB)
               COMPUTE WS-LEVEL-FACTOR =
                       WS-LVL-FRACTION(WS-LEVEL-SUB)
                           * (1 + WS-STACK-FACTOR)
           ELSE
               MOVE WS-LVL-FRACTION(WS-LEVEL-SUB) TO WS-LEVEL-FACTOR
           END-IF
           ADD WS-LEVEL-FACTOR TO WS-STACK-FACTOR.

       RECHARGE-LEVEL.
           IF WS-TAX-LVL-COMPOUND(WS-LEVEL-SUB)
               COMPUTE WS-LVL-RECOMPUTED(WS-LEVEL-SUB) ROUNDED =
                       (WS-RECOMPUTED-NET + WS-TAX-SO-FAR)
                           * WS-LVL-FRACTION(WS-LEVEL-SUB)
           ELSE
               COMPUTE WS-LVL-RECOMPUTED(WS-LEVEL-SUB) ROUNDED =
                       WS-RECOMPUTED-NET
                           * WS-LVL-FRACTION(WS-LEVEL-SUB)
           END-IF
           ADD WS-LVL-RECOMPUTED(WS-LEVEL-SUB) TO WS-TAX-SO-FAR.

       CHECK-LEVEL-RATE.
           MOVE SPACES TO WS-EXCEPTION-NOTE
           IF NOT WS-LVL-RATE-FOUND(WS-LEVEL-SUB)
               MOVE "NO EFFECTIVE RATE" TO WS-EXCEPTION-NOTE
           ELSE
               IF WS-TAX-LVL-RATE(WS-LEVEL-SUB) NOT =
                  WS-LVL-EFFECTIVE-RATE(WS-LEVEL-SUB)
                   MOVE "RATE DIFFERS" TO WS-EXCEPTION-NOTE
               END-IF
           END-IF
           IF WS-EXCEPTION-NOTE NOT = SPACES
               MOVE "Y" TO WS-RECORD-FLAG-SWITCH
               MOVE "Y" TO WS-LVL-EXCEPTION-SWITCH(WS-LEVEL-SUB)
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO WS-EXCEPTION-LINE
           MOVE WS-CURRENT-DATE TO WS-EXC-BUSINESS-DATE
           MOVE ARCH-AUD-SEQUENCE-NO TO WS-EXC-SEQUENCE
           MOVE ARCH-AUD-CALLER-ID TO WS-EXC-CALLER
           MOVE ARCH-AUD-OPERATION TO WS-EXC-OPERATION
           MOVE WS-LEVEL-SUB TO WS-EXC-LEVEL
           MOVE WS-TAX-LVL-JURISDICTION(WS-LEVEL-SUB)
               TO WS-EXC-JURISDICTION
           MOVE WS-RECORD-CURRENCY TO WS-EXC-CURRENCY
           MOVE WS-RECORD-VALUE-DATE TO WS-EXC-VALUE-DATE
           MOVE WS-TAX-LVL-RATE(WS-LEVEL-SUB) TO WS-EXC-RATE-USED
           MOVE WS-LVL-EFFECTIVE-RATE(WS-LEVEL-SUB)
               TO WS-EXC-RATE-EFFECTIVE
           MOVE WS-TAX-LVL-AMOUNT(WS-LEVEL-SUB) TO WS-EXC-TAX-CHARGED
           MOVE WS-LVL-RECOMPUTED(WS-LEVEL-SUB)
               TO WS-EXC-TAX-EFFECTIVE
           MOVE WS-EXCEPTION-NOTE TO WS-EXC-NOTE
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       POST-LEVEL-LIABILITY.
           MOVE ZEROS TO WS-LIABILITY-MATCH-SUB
           PERFORM MATCH-LIABILITY-ENTRY
               VARYING WS-LIABILITY-SUB FROM 1 BY 1
               UNTIL WS-LIABILITY-SUB > WS-LIABILITY-COUNT
                  OR WS-LIABILITY-MATCH-SUB > ZERO
           IF WS-LIABILITY-MATCH-SUB = ZERO
               IF WS-LIABILITY-COUNT < 300
                   ADD 1 TO WS-LIABILITY-COUNT
                   MOVE WS-LIABILITY-COUNT TO WS-LIABILITY-MATCH-SUB
                   MOVE WS-TAX-LVL-JURISDICTION(WS-LEVEL-SUB)
                       TO WS-LIA-JURISDICTION(WS-LIABILITY-MATCH-SUB)
                   MOVE WS-RECORD-CURRENCY
                       TO WS-LIA-CURRENCY(WS-LIABILITY-MATCH-SUB)
               ELSE
                   ADD 1 TO WS-UNPOSTED-COUNT
                   DISPLAY "CALCTAXL - LIABILITY TABLE FULL, "
                       WS-TAX-LVL-JURISDICTION(WS-LEVEL-SUB) " "
                       WS-RECORD-CURRENCY " NOT TOTALLED"
               END-IF
           END-IF
           IF WS-LIABILITY-MATCH-SUB > ZERO
               ADD 1 TO WS-LIA-RECORD-COUNT(WS-LIABILITY-MATCH-SUB)
               ADD WS-LVL-BASE(WS-LEVEL-SUB)
                   TO WS-LIA-TAXABLE-BASE(WS-LIABILITY-MATCH-SUB)
               IF ARCH-AUD-OPERATION = "T"
                   ADD WS-TAX-LVL-AMOUNT(WS-LEVEL-SUB)
                       TO WS-LIA-TAX-CHARGED(WS-LIABILITY-MATCH-SUB)
               ELSE
                   ADD WS-TAX-LVL-AMOUNT(WS-LEVEL-SUB)
                       TO WS-LIA-TAX-RECOVERED(WS-LIABILITY-MATCH-SUB)
               END-IF
               IF WS-LVL-EXCEPTION(WS-LEVEL-SUB)
                   ADD 1 TO WS-LIA-EXCEPTIONS(WS-LIABILITY-MATCH-SUB)
               END-IF
           END-IF.

       MATCH-LIABILITY-ENTRY.
           IF WS-LIA-JURISDICTION(WS-LIABILITY-SUB) =
              WS-TAX-LVL-JURISDICTION(WS-LEVEL-SUB) AND
              WS-LIA-CURRENCY(WS-LIABILITY-SUB) = WS-RECORD-CURRENCY
               MOVE WS-LIABILITY-SUB TO WS-LIABILITY-MATCH-SUB
           END-IF.

       SORT-LIABILITY-TABLE.
      *    Straight exchange sort on jurisdiction then currency, the
      *    order the returns are filed in.
           IF WS-LIABILITY-COUNT > 1
               PERFORM SORT-OUTER-PASS
                   VARYING WS-SORT-SUB-1 FROM 1 BY 1
                   UNTIL WS-SORT-SUB-1 >= WS-LIABILITY-COUNT
           END-IF.

       SORT-OUTER-PASS.
           COMPUTE WS-SORT-SUB-2 = WS-SORT-SUB-1 + 1
           PERFORM SORT-COMPARE-PAIR
               UNTIL WS-SORT-SUB-2 > WS-LIABILITY-COUNT.

       SORT-COMPARE-PAIR.
           IF WS-LIA-KEY(WS-SORT-SUB-2) < WS-LIA-KEY(WS-SORT-SUB-1)
               MOVE WS-LIABILITY-ENTRY(WS-SORT-SUB-1)
                   TO WS-LIABILITY-HOLD
               MOVE WS-LIABILITY-ENTRY(WS-SORT-SUB-2)
                   TO WS-LIABILITY-ENTRY(WS-SORT-SUB-1)
               MOVE WS-LIABILITY-HOLD
                   TO WS-LIABILITY-ENTRY(WS-SORT-SUB-2)
           END-IF
           ADD 1 TO WS-SORT-SUB-2.

       PRINT-LIABILITY-TOTALS.
           PERFORM WRITE-BLANK-LINE
           MOVE "LIABILITY BY JURISDICTION AND CURRENCY" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-LIABILITY-HEADING TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-ONE-LIABILITY
               VARYING WS-LIABILITY-SUB FROM 1 BY 1
               UNTIL WS-LIABILITY-SUB > WS-LIABILITY-COUNT
           IF WS-LIABILITY-COUNT = ZERO
               MOVE "  NO TAX RECORDS IN THE PERIOD" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-ONE-LIABILITY.
           MOVE SPACES TO WS-LIABILITY-LINE
           MOVE WS-LIA-JURISDICTION(WS-LIABILITY-SUB)
               TO WS-LIA-PRT-JURISDICTION
           MOVE WS-LIA-CURRENCY(WS-LIABILITY-SUB)
               TO WS-LIA-PRT-CURRENCY
           MOVE WS-LIA-RECORD-COUNT(WS-LIABILITY-SUB)
               TO WS-LIA-PRT-RECORDS
           MOVE WS-LIA-TAXABLE-BASE(WS-LIABILITY-SUB)
               TO WS-LIA-PRT-BASE
           MOVE WS-LIA-TAX-CHARGED(WS-LIABILITY-SUB)
               TO WS-LIA-PRT-CHARGED
           MOVE WS-LIA-TAX-RECOVERED(WS-LIABILITY-SUB)
               TO WS-LIA-PRT-RECOVERED
           COMPUTE WS-NET-LIABILITY =
                   WS-LIA-TAX-CHARGED(WS-LIABILITY-SUB)
                 - WS-LIA-TAX-RECOVERED(WS-LIABILITY-SUB)
           MOVE WS-NET-LIABILITY TO WS-LIA-PRT-NET
           MOVE WS-LIA-EXCEPTIONS(WS-LIABILITY-SUB)
               TO WS-LIA-PRT-EXCEPTIONS
           MOVE WS-LIABILITY-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-FILING-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE
           MOVE SPACES TO TXL-HEADER-RECORD
           MOVE "HDR" TO TXL-HDR-TYPE
           MOVE WS-FROM-MONTH TO TXL-HDR-FROM-MONTH
           MOVE WS-TO-MONTH TO TXL-HDR-TO-MONTH
           MOVE WS-BUSINESS-DATE TO TXL-HDR-RUN-DATE
           WRITE TXL-HEADER-RECORD
           PERFORM WRITE-FILING-DETAIL
               VARYING WS-LIABILITY-SUB FROM 1 BY 1
               UNTIL WS-LIABILITY-SUB > WS-LIABILITY-COUNT
           MOVE SPACES TO TXL-TRAILER-RECORD
           MOVE "TLR" TO TXL-TLR-TYPE
           MOVE WS-LIABILITY-COUNT TO TXL-TLR-DETAIL-COUNT
           MOVE WS-HASH-RECORDS TO TXL-TLR-RECORD-COUNT
           MOVE WS-HASH-BASE TO TXL-TLR-HASH-BASE
           MOVE WS-HASH-CHARGED TO TXL-TLR-HASH-CHARGED
           MOVE WS-HASH-RECOVERED TO TXL-TLR-HASH-RECOVERED
           WRITE TXL-TRAILER-RECORD
           CLOSE EXTRACT-FILE.

       WRITE-FILING-DETAIL.
           MOVE SPACES TO TXL-DETAIL-RECORD
           MOVE "DTL" TO TXL-DTL-TYPE
           MOVE WS-LIA-JURISDICTION(WS-LIABILITY-SUB)
               TO TXL-DTL-JURISDICTION
           MOVE WS-LIA-CURRENCY(WS-LIABILITY-SUB) TO TXL-DTL-CURRENCY
           MOVE WS-LIA-RECORD-COUNT(WS-LIABILITY-SUB)
               TO TXL-DTL-RECORD-COUNT
           MOVE WS-LIA-TAXABLE-BASE(WS-LIABILITY-SUB)
               TO TXL-DTL-TAXABLE-BASE
           MOVE WS-LIA-TAX-CHARGED(WS-LIABILITY-SUB)
               TO TXL-DTL-TAX-CHARGED
           MOVE WS-LIA-TAX-RECOVERED(WS-LIABILITY-SUB)
               TO TXL-DTL-TAX-RECOVERED
           COMPUTE TXL-DTL-NET-LIABILITY =
                   WS-LIA-TAX-CHARGED(WS-LIABILITY-SUB)
                 - WS-LIA-TAX-RECOVERED(WS-LIABILITY-SUB)
           MOVE WS-LIA-EXCEPTIONS(WS-LIABILITY-SUB)
               TO TXL-DTL-RATE-EXCEPTIONS
           ADD WS-LIA-RECORD-COUNT(WS-LIABILITY-SUB) TO WS-HASH-RECORDS
           ADD WS-LIA-TAXABLE-BASE(WS-LIABILITY-SUB) TO WS-HASH-BASE
           ADD WS-LIA-TAX-CHARGED(WS-LIABILITY-SUB) TO WS-HASH-CHARGED
           ADD WS-LIA-TAX-RECOVERED(WS-LIABILITY-SUB)
               TO WS-HASH-RECOVERED
           WRITE TXL-DETAIL-RECORD.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-FROM-MONTH TO WS-HDG-FROM
           MOVE WS-TO-MONTH TO WS-HDG-TO
           MOVE WS-BUSINESS-DATE TO WS-HDG-RUN-DATE
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
           DISPLAY "CALCTAXL - TAX LIABILITY RETURN SUMMARY"
           DISPLAY "========================================"
           DISPLAY "Filing period:        " WS-FROM-MONTH " TO "
               WS-TO-MONTH
           DISPLAY "Generations read:     " WS-GENERATION-COUNT
           DISPLAY "Tax records taken:    " WS-RECORD-COUNT
           DISPLAY "  Add-on (T):         " WS-ADD-ON-COUNT
           DISPLAY "  Back-out (B):       " WS-BACK-OUT-COUNT
           DISPLAY "Voided set skipped:   " WS-VOIDED-SKIP-COUNT
           DISPLAY "Simulated skipped:    " WS-SIM-SKIP-COUNT
           DISPLAY "Outside period:       " WS-OUT-OF-PERIOD-COUNT
           DISPLAY "Rate exceptions:      " WS-EXCEPTION-COUNT
           DISPLAY "Jurisdiction lines:   " WS-LIABILITY-COUNT
           DISPLAY "Not totalled:         " WS-UNPOSTED-COUNT
           DISPLAY "Report:               CALCTXLR"
           DISPLAY "Filing extract:       CALCTXLO"
           DISPLAY "========================================".

       END PROGRAM CALCTAXL.
