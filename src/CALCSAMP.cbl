       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSAMP.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Internal-Audit Sampling Extract for a Closed Month             *
      * Draws internal audit's quarterly sample from a month CALCMEND  *
      * has closed, reproducibly, and prints the evidence for every    *
      * record drawn. Input is the month's archive generations         *
      * concatenated on CALCAUDC - the same input CALCMEND proved -    *
      * and the run is refused (return code 16) unless CALCMCLS holds  *
      * a CLOSED record for the month whose generation count and       *
      * record total the concatenation matches, so the sample can      *
      * only ever come from the population finance signed.             *
      * The CALCSMPC control records name the month, the seed and a    *
      * default sample size (25 when none is given), and optionally a  *
      * different size for any operation code. Every record CALCRECN   *
      * could replay is eligible; each takes the next value of the     *
      * Park-Miller stream (as CALCGEN uses) in CALCAUDC order, and    *
      * the records with the lowest values are the operation's sample. *
      * A record whose operand magnitude exceeds its caller's          *
      * PARM-REVIEW-LIMIT (the four-eyes threshold, tested as          *
      * CALCULATOR tests it) is always included and is not counted     *
      * against the operation's size. The seed, sizes, method and      *
      * population counts head the report, so an auditor re-running    *
      * with the same seed against the same closed month gets the      *
      * same sample; a seed left blank is taken from the run clock     *
      * and printed for the same purpose.                              *
      * For each record drawn the CALCSMPR evidence pack shows the     *
      * original audit fields; the CALCXRTE, CALCTAXR and CALCPRAT     *
      * rates in effect on its value date (the business date when the  *
      * call had none) against the rates it recorded; a recompute      *
      * through CALCULATOR with audit suppressed, fed exactly as       *
      * CALCRECN feeds a replay; the tamper-chain proof of its         *
      * generation, verified from zero, and of its own link; and       *
      * every CALCEXCP, CALCDISP and CALCPEND record under its         *
      * correlation ID. Each record drawn is also written to CALCSMPX  *
      * (see CALCSMP). Return code 8 when a generation's chain does    *
      * not verify, 4 when any recompute differs from the record,      *
      * otherwise 0.                                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CALCSMPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "CALCAUDC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT CLOSE-FILE ASSIGN TO "CALCMCLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "CALCXRTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT TAX-FILE ASSIGN TO "CALCTAXR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-FILE-STATUS.

           SELECT PRODUCT-RATE-FILE ASSIGN TO "CALCPRAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "CALCEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

           SELECT DISPOSITION-FILE ASSIGN TO "CALCDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "CALCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "CALCSMPX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCSMPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    An "M" record names the month, seed and default size; an
      *    "O" record sets one operation code's size.
       FD  CONTROL-FILE.
       01  SAMPLE-CONTROL-RECORD.
           05  SMPC-RECORD-TYPE        PIC X.
               88  SMPC-MONTH-RECORD   VALUE "M".
               88  SMPC-OPERATION-RECORD VALUE "O".
           05  SMPC-MONTH-DETAILS.
               10  SMPC-YEAR-MONTH     PIC X(6).
               10  SMPC-SEED           PIC X(10).
               10  SMPC-DEFAULT-SIZE   PIC X(3).
           05  SMPC-OPERATION-DETAILS REDEFINES SMPC-MONTH-DETAILS.
               10  SMPC-OPERATION      PIC X.
               10  SMPC-SAMPLE-SIZE    PIC X(3).
               10  FILLER              PIC X(15).

       FD  ARCHIVE-FILE.
           COPY CALCAGEN.
           COPY CALCAUD.

       FD  CLOSE-FILE.
           COPY CALCMCL.

       FD  PARM-FILE.
           COPY CALCPARM.

       FD  RATE-FILE.
           COPY CALCXRT.

       FD  TAX-FILE.
           COPY CALCTAX.

       FD  PRODUCT-RATE-FILE.
           COPY CALCPRT.

       FD  EXCEPTION-FILE.
           COPY CALCEXC.

       FD  DISPOSITION-FILE.
           COPY CALCDSP.

       FD  PENDING-FILE.
           COPY CALCPND.

       FD  EXTRACT-FILE.
           COPY CALCSMP.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-ARCHIVE-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-CLOSE-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-RATE-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-TAX-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  WS-PRODUCT-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-EXCEPTION-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-DISPOSITION-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-PENDING-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-EXTRACT-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-AUX-EOF-SWITCH       PIC X VALUE "N".
           88  WS-AUX-EOF          VALUE "Y".

       01  WS-REFUSE-SWITCH        PIC X VALUE "N".
           88  WS-RUN-REFUSED      VALUE "Y".
       01  WS-REFUSE-REASON        PIC X(70) VALUE SPACES.
       01  WS-RUN-STAMP            PIC X(21) VALUE SPACES.

      *    Selection parameters, as printed for reproduction.
       01  WS-YEAR-MONTH           PIC 9(6) VALUE ZEROS.
       01  WS-MONTH-SEEN-SWITCH    PIC X VALUE "N".
           88  WS-MONTH-SEEN       VALUE "Y".
       01  WS-STARTING-SEED        PIC 9(10) VALUE ZEROS.
       01  WS-SEED-SOURCE          PIC X(24) VALUE SPACES.
       01  WS-DEFAULT-SIZE         PIC 9(3) VALUE 25.
       01  WS-MAXIMUM-SIZE         PIC 9(3) VALUE 200.

      *    Park-Miller minimal standard stream, as CALCGEN.
       01  WS-SEED                 PIC 9(10) COMP-3 VALUE ZEROS.
       01  WS-SEED-WORK            PIC 9(15) COMP-3 VALUE ZEROS.
       01  WS-RANDOM-VALUE         PIC 9(10) VALUE ZEROS.

      *    Only records CALCULATOR itself produced can be recomputed
      *    through it - the same population CALCRECN replays.
       01  WS-VALID-OPERATIONS     PIC X(22)
                               VALUE "ASMDERQPCGLINFKJYZTB14".
       01  WS-OP-FOUND-COUNT       PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-ELIGIBLE-SWITCH      PIC X VALUE "N".
           88  WS-RECORD-ELIGIBLE  VALUE "Y".
       01  WS-HIGH-VALUE-SWITCH    PIC X VALUE "N".
           88  WS-RECORD-HIGH-VALUE VALUE "Y".

      *    One entry per operation code: its size, its population
      *    and the draws currently holding its sample slots. The
      *    largest draw held is tracked so a full operation is only
      *    re-scanned when a lower draw displaces it.
       01  WS-OP-TABLE.
           05  WS-OP-COUNT         PIC 9(2) VALUE ZEROS.
           05  WS-OP-ENTRY OCCURS 40 TIMES.
               10  WS-OP-CODE          PIC X.
               10  WS-OP-SIZE          PIC 9(3).
               10  WS-OP-SIZE-SOURCE   PIC X(8).
               10  WS-OP-POPULATION    PIC 9(9).
               10  WS-OP-HIGH-VALUE    PIC 9(7).
               10  WS-OP-DRAWN         PIC 9(3).
               10  WS-OP-MAX-SLOT      PIC 9(3).
               10  WS-OP-NEXT-SLOT     PIC 9(3).
               10  WS-OP-SLOT OCCURS 200 TIMES.
                   15  WS-SLOT-DRAW    PIC 9(10).
                   15  WS-SLOT-ORDINAL PIC 9(9).
       01  WS-OP-SUB               PIC 9(2) COMP VALUE ZEROS.
       01  WS-FOUND-OP-SUB         PIC 9(2) COMP VALUE ZEROS.
       01  WS-SLOT-SUB             PIC 9(3) COMP VALUE ZEROS.
       01  WS-SHIFT-SUB            PIC 9(3) COMP VALUE ZEROS.
       01  WS-HOLD-SLOT.
           05  WS-HOLD-DRAW        PIC 9(10).
           05  WS-HOLD-ORDINAL     PIC 9(9).

      *    Callers' review limits from CALCPARM, with the last caller
      *    looked up kept so a run of one caller's calls is cheap.
       01  WS-PARM-TABLE.
           05  WS-PARM-COUNT       PIC 9(4) VALUE ZEROS.
           05  WS-PARM-ENTRY OCCURS 2000 TIMES.
               10  WS-PARM-CALLER-ID   PIC X(8).
               10  WS-PARM-REVIEW-LIMIT PIC S9(9)V99.
       01  WS-PARM-SUB             PIC 9(4) COMP VALUE ZEROS.
       01  WS-LIMIT-CALLER-ID      PIC X(8) VALUE HIGH-VALUES.
       01  WS-LIMIT-MATCH-ID       PIC X(8) VALUE SPACES.
       01  WS-CALLER-REVIEW-LIMIT  PIC S9(9)V99 VALUE ZEROS.
       01  WS-LIMIT-FOUND-SWITCH   PIC X VALUE "N".
           88  WS-LIMIT-FOUND      VALUE "Y".

           COPY CALCALL.

      *    The close record the month must match.
       01  WS-CLOSE-FOUND-SWITCH   PIC X VALUE "N".
           88  WS-CLOSE-FOUND      VALUE "Y".
       01  WS-CLOSE-GENERATIONS    PIC 9(3) VALUE ZEROS.
       01  WS-CLOSE-TOTAL-RECORDS  PIC 9(9) VALUE ZEROS.
       01  WS-CLOSE-DATE           PIC 9(8) VALUE ZEROS.
       01  WS-CLOSE-TIME           PIC 9(6) VALUE ZEROS.

      *    The month's generations and each one's chain proof.
       01  WS-GEN-TABLE.
           05  WS-GEN-COUNT        PIC 9(3) VALUE ZEROS.
           05  WS-GEN-ENTRY OCCURS 100 TIMES.
               10  WS-GEN-BUSINESS-DATE PIC 9(8).
               10  WS-GEN-RUN-TIME     PIC 9(6).
               10  WS-GEN-RECORDS      PIC 9(9).
               10  WS-GEN-CHAIN-VALUE  PIC 9(9).
               10  WS-GEN-BREAK-SEQ    PIC 9(9).
               10  WS-GEN-CHAIN-SWITCH PIC X.
                   88  WS-GEN-CHAIN-BROKEN VALUE "B".
               10  WS-GEN-SEAL-SWITCH  PIC X.
                   88  WS-GEN-SEALED   VALUE "Y".
               10  WS-GEN-TRAILER-SWITCH PIC X.
                   88  WS-GEN-TRAILER-OK VALUE "Y".
       01  WS-GEN-SUB              PIC 9(3) COMP VALUE ZEROS.
       01  WS-IN-MONTH-SWITCH      PIC X VALUE "N".
           88  WS-IN-MONTH-GEN     VALUE "Y".
       01  WS-OTHER-GEN-COUNT      PIC 9(3) VALUE ZEROS.
       01  WS-CHAIN-VALUE          PIC 9(9) VALUE ZEROS.
       01  WS-PREVIOUS-CHECK       PIC 9(9) VALUE ZEROS.
       01  WS-BROKEN-GEN-COUNT     PIC 9(3) VALUE ZEROS.

       01  WS-RECORD-ORDINAL       PIC 9(9) VALUE ZEROS.
       01  WS-MONTH-RECORDS        PIC 9(9) VALUE ZEROS.
       01  WS-ELIGIBLE-COUNT       PIC 9(9) VALUE ZEROS.
       01  WS-HIGH-VALUE-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-SAMPLE-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-RANDOM-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-DIFFER-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-PICK-REASON          PIC X VALUE SPACE.
       01  WS-PICK-DRAW            PIC 9(10) VALUE ZEROS.

      *    Effective-dated reference lookups for one record.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE ZEROS.
       01  WS-EFFECTIVE-SOURCE     PIC X(13) VALUE SPACES.
       01  WS-LOOKUP-FROM          PIC X(3) VALUE SPACES.
       01  WS-LOOKUP-TO            PIC X(3) VALUE SPACES.
       01  WS-LOOKUP-KEY           PIC X(8) VALUE SPACES.
       01  WS-LOOKUP-BEST-DATE     PIC 9(8) VALUE ZEROS.
       01  WS-LOOKUP-FOUND-SWITCH  PIC X VALUE "N".
           88  WS-LOOKUP-FOUND     VALUE "Y".
       01  WS-LOOKUP-XRT-RATE      PIC S9(3)V9(6) VALUE ZEROS.
       01  WS-LOOKUP-TAX-RATE      PIC 9(3)V9(4) VALUE ZEROS.
       01  WS-LOOKUP-PRT-RATE      PIC S9(3)V9(4) VALUE ZEROS.
       01  WS-RATE-LINES           PIC 9(2) VALUE ZEROS.
       01  WS-TAX-LEVEL-SUB        PIC 9 VALUE ZERO.
       01  WS-AGREE-TEXT           PIC X(7) VALUE SPACES.

      *    Recompute and history for one record.
       01  WS-MATCH-SWITCH         PIC X VALUE "N".
           88  WS-RECOMPUTE-MATCHES VALUE "Y".
       01  WS-HISTORY-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-LINK-CHECK           PIC 9(9) VALUE ZEROS.

           COPY CALCHSH.

           COPY CALCREC.

       01  WS-TEXT-LINE            PIC X(132) VALUE SPACES.
       01  WS-DISPLAY-AMOUNT       PIC -(9)9.99.
       01  WS-DISPLAY-AMOUNT-2     PIC -(9)9.99.
       01  WS-DISPLAY-RESULT       PIC -(9)9.99.
       01  WS-DISPLAY-EXT-1        PIC -(15)9.9(6).
       01  WS-DISPLAY-EXT-2        PIC -(15)9.9(6).
       01  WS-DISPLAY-EXT-3        PIC -(15)9.9(6).
       01  WS-DISPLAY-XRT-RATE     PIC -(3)9.9(6).
       01  WS-DISPLAY-XRT-RATE-2   PIC -(3)9.9(6).
       01  WS-DISPLAY-RATE         PIC -(3)9.9(4).
       01  WS-DISPLAY-RATE-2       PIC -(3)9.9(4).
       01  WS-DISPLAY-COUNT        PIC Z(8)9.
       01  WS-DISPLAY-COUNT-2      PIC Z(8)9.
       01  WS-DISPLAY-COUNT-3      PIC Z(8)9.
       01  WS-DISPLAY-SIZE         PIC ZZ9.

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
       01  WS-LINE-NUMBER          PIC 9(2) VALUE 99.
       01  WS-PAGE-LIMIT           PIC 9(2) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(40) VALUE
               "CALCSAMP - INTERNAL-AUDIT SAMPLE".
           05  FILLER              PIC X(8) VALUE "MONTH   ".
           05  WS-HDG-MONTH        PIC 9(6).
           05  FILLER              PIC X(10) VALUE "    SEED  ".
           05  WS-HDG-SEED         PIC 9(10).
           05  FILLER              PIC X(12) VALUE "    RUN DATE".
           05  FILLER              PIC X VALUE SPACE.
           05  WS-HDG-DATE         PIC X(8).
           05  FILLER              PIC X(8) VALUE "    PAGE".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(25) VALUE SPACES.

       01  WS-OP-HEADING-LINE.
           05  FILLER              PIC X(14) VALUE "  OPERATION".
           05  FILLER              PIC X(8) VALUE "SIZE".
           05  FILLER              PIC X(12) VALUE "SIZE FROM".
           05  FILLER              PIC X(14) VALUE "   POPULATION".
           05  FILLER              PIC X(14) VALUE "   HIGH VALUE".
           05  FILLER              PIC X(14) VALUE "  RANDOM DRAWN".
           05  FILLER              PIC X(56) VALUE SPACES.

       01  WS-OP-LINE.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  WS-OL-CODE          PIC X.
           05  FILLER              PIC X(7) VALUE SPACES.
           05  WS-OL-SIZE          PIC ZZ9.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WS-OL-SOURCE        PIC X(8).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-OL-POPULATION    PIC Z(8)9.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WS-OL-HIGH-VALUE    PIC Z(8)9.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WS-OL-DRAWN         PIC Z(8)9.
           05  FILLER              PIC X(61) VALUE SPACES.

       01  WS-GEN-HEADING-LINE.
           05  FILLER              PIC X(14) VALUE "  GENERATION".
           05  FILLER              PIC X(10) VALUE "CUT AT".
           05  FILLER              PIC X(12) VALUE "     RECORDS".
           05  FILLER              PIC X(14) VALUE "   LAST CHECK".
           05  FILLER              PIC X(82) VALUE "  CHAIN PROOF".

       01  WS-GEN-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-GL-DATE          PIC 9(8).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-GL-TIME          PIC 9(6).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-GL-RECORDS       PIC Z(8)9.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WS-GL-CHECK         PIC 9(9).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-GL-VERDICT       PIC X(60).
           05  FILLER              PIC X(24) VALUE SPACES.

       01  WS-VERDICT-TEXT         PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           PERFORM READ-SAMPLE-CONTROLS
           IF NOT WS-RUN-REFUSED
               PERFORM FIND-CLOSE-RECORD
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM LOAD-REVIEW-LIMITS
               PERFORM DRAW-SAMPLE
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM CHECK-AGAINST-CLOSE
           END-IF
           IF WS-RUN-REFUSED
               DISPLAY "CALCSAMP - " WS-REFUSE-REASON
               DISPLAY "CALCSAMP - NO SAMPLE DRAWN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT EXTRACT-FILE
           PERFORM START-NEW-PAGE
           PERFORM PRINT-SELECTION-PARAMETERS
           PERFORM PRINT-GENERATION-PROOFS
           PERFORM ORDER-SAMPLE-SLOTS
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
           PERFORM WRITE-EVIDENCE-PACK
           PERFORM PRINT-CLOSING-TOTALS
           CLOSE EXTRACT-FILE
           CLOSE REPORT-FILE
           PERFORM DISPLAY-RUN-SUMMARY
           EVALUATE TRUE
               WHEN WS-BROKEN-GEN-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DIFFER-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *****************************************************************
      * Month, seed and sizes.                                         *
      *****************************************************************
       READ-SAMPLE-CONTROLS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "35"
               MOVE "Y" TO WS-REFUSE-SWITCH
               MOVE "NO SAMPLE CONTROL RECORDS ON CALCSMPC"
                   TO WS-REFUSE-REASON
           ELSE
               PERFORM READ-CONTROL-RECORD
               PERFORM TAKE-CONTROL-RECORD
                   UNTIL WS-END-OF-FILE OR WS-RUN-REFUSED
               CLOSE CONTROL-FILE
           END-IF
           IF NOT WS-RUN-REFUSED AND NOT WS-MONTH-SEEN
               MOVE "Y" TO WS-REFUSE-SWITCH
               MOVE "NO MONTH RECORD ON CALCSMPC" TO WS-REFUSE-REASON
           END-IF
           IF NOT WS-RUN-REFUSED AND WS-STARTING-SEED = ZERO
               PERFORM DERIVE-SEED-FROM-CLOCK
           END-IF
           MOVE WS-STARTING-SEED TO WS-SEED.

       READ-CONTROL-RECORD.
           READ CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       TAKE-CONTROL-RECORD.
           EVALUATE TRUE
               WHEN SMPC-MONTH-RECORD
                   PERFORM TAKE-MONTH-RECORD
               WHEN SMPC-OPERATION-RECORD
                   PERFORM TAKE-OPERATION-RECORD
                       THRU TAKE-OPERATION-EXIT
               WHEN SAMPLE-CONTROL-RECORD = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE "Y" TO WS-REFUSE-SWITCH
                   STRING "UNKNOWN CONTROL RECORD TYPE "
                          SMPC-RECORD-TYPE
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   END-STRING
           END-EVALUATE
           PERFORM READ-CONTROL-RECORD.

       TAKE-MONTH-RECORD.
           MOVE "Y" TO WS-MONTH-SEEN-SWITCH
           IF SMPC-YEAR-MONTH NUMERIC AND
              SMPC-YEAR-MONTH(5:2) >= "01" AND
              SMPC-YEAR-MONTH(5:2) <= "12"
               MOVE SMPC-YEAR-MONTH TO WS-YEAR-MONTH
           ELSE
               MOVE "Y" TO WS-REFUSE-SWITCH
               MOVE "MONTH ON CALCSMPC IS NOT A VALID CCYYMM"
                   TO WS-REFUSE-REASON
           END-IF
      *    A blank seed is taken from the clock after all controls
      *    are read; one outside the generator's range is refused
      *    rather than quietly altered, or the printed seed would
      *    not reproduce the sample.
           IF SMPC-SEED NUMERIC
               MOVE SMPC-SEED TO WS-STARTING-SEED
               MOVE "FROM CALCSMPC" TO WS-SEED-SOURCE
               IF WS-STARTING-SEED >= 2147483647
                   MOVE "Y" TO WS-REFUSE-SWITCH
                   MOVE "SEED MUST BE BELOW 2147483647"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF SMPC-DEFAULT-SIZE NUMERIC
               MOVE SMPC-DEFAULT-SIZE TO WS-DEFAULT-SIZE
               IF WS-DEFAULT-SIZE > WS-MAXIMUM-SIZE
                   MOVE "Y" TO WS-REFUSE-SWITCH
                   MOVE "DEFAULT SAMPLE SIZE ABOVE 200"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF.

       TAKE-OPERATION-RECORD.
           IF SMPC-OPERATION = SPACE OR
              SMPC-SAMPLE-SIZE NOT NUMERIC
               MOVE "Y" TO WS-REFUSE-SWITCH
               MOVE "OPERATION RECORD WITHOUT A CODE OR A SIZE"
                   TO WS-REFUSE-REASON
               GO TO TAKE-OPERATION-EXIT
           END-IF
           IF SMPC-SAMPLE-SIZE > WS-MAXIMUM-SIZE
               MOVE "Y" TO WS-REFUSE-SWITCH
               STRING "SAMPLE SIZE FOR OPERATION " SMPC-OPERATION
                      " ABOVE 200"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               END-STRING
               GO TO TAKE-OPERATION-EXIT
           END-IF
           MOVE SMPC-OPERATION TO AUDIT-OPERATION
           PERFORM FIND-OPERATION-ENTRY
           IF WS-FOUND-OP-SUB > ZERO
               MOVE SMPC-SAMPLE-SIZE TO WS-OP-SIZE(WS-FOUND-OP-SUB)
               MOVE "CALCSMPC" TO WS-OP-SIZE-SOURCE(WS-FOUND-OP-SUB)
           END-IF.

       TAKE-OPERATION-EXIT.
           EXIT.

       DERIVE-SEED-FROM-CLOCK.
           MOVE WS-RUN-STAMP(9:8) TO WS-STARTING-SEED
           IF WS-STARTING-SEED = ZERO
               MOVE 1 TO WS-STARTING-SEED
           END-IF
           MOVE "DERIVED FROM RUN CLOCK" TO WS-SEED-SOURCE.

       FIND-OPERATION-ENTRY.
      *    Finds AUDIT-OPERATION's entry, adding it at the default
      *    size the first time the code is seen.
           MOVE ZERO TO WS-FOUND-OP-SUB
           PERFORM MATCH-OPERATION-ENTRY
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT OR WS-FOUND-OP-SUB > ZERO
           IF WS-FOUND-OP-SUB = ZERO
               IF WS-OP-COUNT < 40
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-OP-COUNT TO WS-FOUND-OP-SUB
                   INITIALIZE WS-OP-ENTRY(WS-OP-COUNT)
                   MOVE AUDIT-OPERATION TO WS-OP-CODE(WS-OP-COUNT)
                   MOVE WS-DEFAULT-SIZE TO WS-OP-SIZE(WS-OP-COUNT)
                   MOVE "DEFAULT" TO WS-OP-SIZE-SOURCE(WS-OP-COUNT)
               ELSE
                   MOVE "Y" TO WS-REFUSE-SWITCH
                   MOVE "MORE THAN 40 OPERATION CODES"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF.

       MATCH-OPERATION-ENTRY.
           IF WS-OP-CODE(WS-OP-SUB) = AUDIT-OPERATION
               MOVE WS-OP-SUB TO WS-FOUND-OP-SUB
           END-IF.

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
               MOVE MCLS-GENERATIONS TO WS-CLOSE-GENERATIONS
               MOVE MCLS-TOTAL-RECORDS TO WS-CLOSE-TOTAL-RECORDS
               MOVE MCLS-CLOSE-DATE TO WS-CLOSE-DATE
               MOVE MCLS-CLOSE-TIME TO WS-CLOSE-TIME
           END-IF
           PERFORM READ-CLOSE-RECORD.

       LOAD-REVIEW-LIMITS.
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
      *    Only callers with a review threshold matter here.
           IF PARM-REVIEW-LIMIT NUMERIC AND
              PARM-REVIEW-LIMIT > ZERO AND
              WS-PARM-COUNT < 2000
               ADD 1 TO WS-PARM-COUNT
               MOVE PARM-CALLER-ID TO WS-PARM-CALLER-ID(WS-PARM-COUNT)
               MOVE PARM-REVIEW-LIMIT
                   TO WS-PARM-REVIEW-LIMIT(WS-PARM-COUNT)
           END-IF
           PERFORM READ-PARM-RECORD.

      *****************************************************************
      * First pass: prove each generation's chain and draw.            *
      *****************************************************************
       DRAW-SAMPLE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS = "35"
               MOVE "Y" TO WS-REFUSE-SWITCH
               MOVE "NO ARCHIVE GENERATIONS ON CALCAUDC"
                   TO WS-REFUSE-REASON
           ELSE
               PERFORM READ-ARCHIVE-RECORD
               PERFORM DRAW-FROM-ONE-RECORD
                   UNTIL WS-END-OF-FILE OR WS-RUN-REFUSED
               CLOSE ARCHIVE-FILE
           END-IF.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       DRAW-FROM-ONE-RECORD.
           EVALUATE AUDIT-RECORD(1:3)
               WHEN "HDR"
                   PERFORM START-GENERATION-PROOF
               WHEN "TLR"
                   IF WS-IN-MONTH-GEN
                       IF ARCH-TLR-RECORD-COUNT =
                              WS-GEN-RECORDS(WS-GEN-COUNT)
                           MOVE "Y" TO
                               WS-GEN-TRAILER-SWITCH(WS-GEN-COUNT)
                       END-IF
                   END-IF
                   MOVE "N" TO WS-IN-MONTH-SWITCH
               WHEN OTHER
                   IF WS-IN-MONTH-GEN
                       PERFORM PROVE-CHAIN-LINK
                       PERFORM JUDGE-ELIGIBILITY
                       IF WS-RECORD-ELIGIBLE
                           PERFORM DRAW-FOR-RECORD
                               THRU DRAW-FOR-RECORD-EXIT
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM READ-ARCHIVE-RECORD.

       START-GENERATION-PROOF.
           IF ARCH-HDR-BUSINESS-DATE(1:6) = WS-YEAR-MONTH
               IF WS-GEN-COUNT < 100
                   MOVE "Y" TO WS-IN-MONTH-SWITCH
                   ADD 1 TO WS-GEN-COUNT
                   INITIALIZE WS-GEN-ENTRY(WS-GEN-COUNT)
                   MOVE ARCH-HDR-BUSINESS-DATE
                       TO WS-GEN-BUSINESS-DATE(WS-GEN-COUNT)
                   MOVE ARCH-HDR-RUN-TIME
                       TO WS-GEN-RUN-TIME(WS-GEN-COUNT)
                   MOVE ZEROS TO WS-CHAIN-VALUE
               ELSE
                   MOVE "Y" TO WS-REFUSE-SWITCH
                   MOVE "MORE THAN 100 GENERATIONS FOR THE MONTH"
                       TO WS-REFUSE-REASON
               END-IF
           ELSE
               MOVE "N" TO WS-IN-MONTH-SWITCH
               ADD 1 TO WS-OTHER-GEN-COUNT
           END-IF.

       PROVE-CHAIN-LINK.
      *    Every generation CALCEOD cuts verifies from zero end to end
      *    (records held back are re-chained around), so the proof
      *    restarts at each header.
           ADD 1 TO WS-RECORD-ORDINAL
           ADD 1 TO WS-MONTH-RECORDS
           ADD 1 TO WS-GEN-RECORDS(WS-GEN-COUNT)
           MOVE WS-CHAIN-VALUE TO HASH-PREVIOUS-CHECK
           MOVE AUDIT-RECORD TO HASH-RECORD-IMAGE
           CALL "CALCHASH" USING HASH-INPUT HASH-OUTPUT
           IF HASH-CHECK-VALUE NOT = AUDIT-CHAIN-CHECK AND
              NOT WS-GEN-CHAIN-BROKEN(WS-GEN-COUNT)
               MOVE "B" TO WS-GEN-CHAIN-SWITCH(WS-GEN-COUNT)
               MOVE AUDIT-SEQUENCE-NO TO WS-GEN-BREAK-SEQ(WS-GEN-COUNT)
           END-IF
           MOVE HASH-CHECK-VALUE TO WS-CHAIN-VALUE
           MOVE HASH-CHECK-VALUE TO WS-GEN-CHAIN-VALUE(WS-GEN-COUNT)
           IF AUDIT-STATUS = "SEAL"
               MOVE "Y" TO WS-GEN-SEAL-SWITCH(WS-GEN-COUNT)
           ELSE
               MOVE "N" TO WS-GEN-SEAL-SWITCH(WS-GEN-COUNT)
           END-IF.

       JUDGE-ELIGIBILITY.
      *    The CALCRECN replay rules: the seal, simulations, calls
      *    that never executed and aggregate codes from other
      *    programs cannot be recomputed and are not sampled.
           MOVE "N" TO WS-ELIGIBLE-SWITCH
           MOVE "N" TO WS-HIGH-VALUE-SWITCH
           MOVE ZEROS TO WS-OP-FOUND-COUNT
           INSPECT WS-VALID-OPERATIONS
               TALLYING WS-OP-FOUND-COUNT FOR ALL AUDIT-OPERATION
           EVALUATE TRUE
               WHEN AUDIT-STATUS = "SEAL"
               WHEN AUDIT-SIM-MARKER = "S"
               WHEN AUDIT-STATUS = "QUOTA EXCEEDED"
               WHEN AUDIT-STATUS = "HELD - RETRY LATER"
               WHEN AUDIT-STATUS = "HELD FOR APPROVAL"
               WHEN WS-OP-FOUND-COUNT = ZERO
                   CONTINUE
               WHEN OTHER
                   MOVE "Y" TO WS-ELIGIBLE-SWITCH
                   PERFORM FIND-OPERATION-ENTRY
                   PERFORM JUDGE-HIGH-VALUE
                       THRU JUDGE-HIGH-VALUE-EXIT
           END-EVALUATE.

       JUDGE-HIGH-VALUE.
      *    The magnitude test CALCULATOR's CHECK-REVIEW-THRESHOLD
      *    applies; date and memory-register operations carry no
      *    reviewable amounts.
           IF AUDIT-CALLER-ID NOT = WS-LIMIT-CALLER-ID
               PERFORM FIND-REVIEW-LIMIT
           END-IF
           IF NOT WS-LIMIT-FOUND OR
              AUDIT-OPERATION = "N" OR AUDIT-OPERATION = "F" OR
              AUDIT-OPERATION = "Y" OR AUDIT-OPERATION = "Z"
               GO TO JUDGE-HIGH-VALUE-EXIT
           END-IF
           IF AUDIT-PRECISION-MODE = "H"
               IF AUDIT-OPERAND-1-EXT > WS-CALLER-REVIEW-LIMIT OR
                  AUDIT-OPERAND-2-EXT > WS-CALLER-REVIEW-LIMIT OR
                  AUDIT-OPERAND-1-EXT <
                      (ZERO - WS-CALLER-REVIEW-LIMIT) OR
                  AUDIT-OPERAND-2-EXT <
                      (ZERO - WS-CALLER-REVIEW-LIMIT)
                   MOVE "Y" TO WS-HIGH-VALUE-SWITCH
               END-IF
           ELSE
               IF AUDIT-OPERAND-1 > WS-CALLER-REVIEW-LIMIT OR
                  AUDIT-OPERAND-2 > WS-CALLER-REVIEW-LIMIT OR
                  AUDIT-OPERAND-1 <
                      (ZERO - WS-CALLER-REVIEW-LIMIT) OR
                  AUDIT-OPERAND-2 <
                      (ZERO - WS-CALLER-REVIEW-LIMIT)
                   MOVE "Y" TO WS-HIGH-VALUE-SWITCH
               END-IF
           END-IF.

       JUDGE-HIGH-VALUE-EXIT.
           EXIT.

       FIND-REVIEW-LIMIT.
      *    A caller ID retired by CALCMIGR is judged by the limit of
      *    the ID that replaced it.
           MOVE AUDIT-CALLER-ID TO WS-LIMIT-CALLER-ID
           MOVE "N" TO WS-LIMIT-FOUND-SWITCH
           MOVE AUDIT-CALLER-ID TO WS-LIMIT-MATCH-ID
           PERFORM MATCH-REVIEW-LIMIT
               VARYING WS-PARM-SUB FROM 1 BY 1
               UNTIL WS-PARM-SUB > WS-PARM-COUNT OR WS-LIMIT-FOUND
           IF NOT WS-LIMIT-FOUND
               MOVE "R" TO ALSL-FUNCTION
               MOVE AUDIT-CALLER-ID TO ALSL-CALLER-ID
               CALL "CALCALSL" USING ALSL-REQUEST ALSL-REPLY
               IF ALSL-CURRENT-ID NOT = AUDIT-CALLER-ID
                   MOVE ALSL-CURRENT-ID TO WS-LIMIT-MATCH-ID
                   PERFORM MATCH-REVIEW-LIMIT
                       VARYING WS-PARM-SUB FROM 1 BY 1
                       UNTIL WS-PARM-SUB > WS-PARM-COUNT
                          OR WS-LIMIT-FOUND
               END-IF
           END-IF.

       MATCH-REVIEW-LIMIT.
           IF WS-PARM-CALLER-ID(WS-PARM-SUB) = WS-LIMIT-MATCH-ID
               MOVE "Y" TO WS-LIMIT-FOUND-SWITCH
               MOVE WS-PARM-REVIEW-LIMIT(WS-PARM-SUB)
                   TO WS-CALLER-REVIEW-LIMIT
           END-IF.

       DRAW-FOR-RECORD.
      *    Every eligible record takes a draw, high-value or not, so
      *    the stream lines up with CALCAUDC order and nothing else.
           PERFORM NEXT-RANDOM-VALUE
           ADD 1 TO WS-ELIGIBLE-COUNT
           ADD 1 TO WS-OP-POPULATION(WS-FOUND-OP-SUB)
           IF WS-RECORD-HIGH-VALUE
               ADD 1 TO WS-HIGH-VALUE-COUNT
               ADD 1 TO WS-OP-HIGH-VALUE(WS-FOUND-OP-SUB)
               GO TO DRAW-FOR-RECORD-EXIT
           END-IF
           MOVE WS-FOUND-OP-SUB TO WS-OP-SUB
           IF WS-OP-SIZE(WS-OP-SUB) = ZERO
               GO TO DRAW-FOR-RECORD-EXIT
           END-IF
           IF WS-OP-DRAWN(WS-OP-SUB) < WS-OP-SIZE(WS-OP-SUB)
               ADD 1 TO WS-OP-DRAWN(WS-OP-SUB)
               MOVE WS-OP-DRAWN(WS-OP-SUB) TO WS-SLOT-SUB
               MOVE WS-RANDOM-VALUE
                   TO WS-SLOT-DRAW(WS-OP-SUB WS-SLOT-SUB)
               MOVE WS-RECORD-ORDINAL
                   TO WS-SLOT-ORDINAL(WS-OP-SUB WS-SLOT-SUB)
               IF WS-OP-DRAWN(WS-OP-SUB) = WS-OP-SIZE(WS-OP-SUB)
                   PERFORM FIND-LARGEST-DRAW
               END-IF
           ELSE
               MOVE WS-OP-MAX-SLOT(WS-OP-SUB) TO WS-SLOT-SUB
               IF WS-RANDOM-VALUE <
                      WS-SLOT-DRAW(WS-OP-SUB WS-SLOT-SUB)
                   MOVE WS-RANDOM-VALUE
                       TO WS-SLOT-DRAW(WS-OP-SUB WS-SLOT-SUB)
                   MOVE WS-RECORD-ORDINAL
                       TO WS-SLOT-ORDINAL(WS-OP-SUB WS-SLOT-SUB)
                   PERFORM FIND-LARGEST-DRAW
               END-IF
           END-IF.

       DRAW-FOR-RECORD-EXIT.
           EXIT.

       NEXT-RANDOM-VALUE.
      *    Park-Miller minimal standard: seed = seed * 48271
      *    modulo 2147483647. Deterministic for a given seed.
           COMPUTE WS-SEED-WORK = WS-SEED * 48271
           COMPUTE WS-SEED = FUNCTION MOD(WS-SEED-WORK, 2147483647)
           MOVE WS-SEED TO WS-RANDOM-VALUE.

       FIND-LARGEST-DRAW.
           MOVE 1 TO WS-OP-MAX-SLOT(WS-OP-SUB)
           PERFORM COMPARE-LARGEST-DRAW
               VARYING WS-SLOT-SUB FROM 2 BY 1
               UNTIL WS-SLOT-SUB > WS-OP-DRAWN(WS-OP-SUB).

       COMPARE-LARGEST-DRAW.
           MOVE WS-OP-MAX-SLOT(WS-OP-SUB) TO WS-SHIFT-SUB
           IF WS-SLOT-DRAW(WS-OP-SUB WS-SLOT-SUB) >
                  WS-SLOT-DRAW(WS-OP-SUB WS-SHIFT-SUB)
               MOVE WS-SLOT-SUB TO WS-OP-MAX-SLOT(WS-OP-SUB)
           END-IF.

       CHECK-AGAINST-CLOSE.
      *    The concatenation must be the month CALCMEND closed:
      *    same number of generations, same number of records.
           IF WS-GEN-COUNT NOT = WS-CLOSE-GENERATIONS OR
              WS-MONTH-RECORDS NOT = WS-CLOSE-TOTAL-RECORDS
               MOVE "Y" TO WS-REFUSE-SWITCH
               STRING "CALCAUDC DOES NOT MATCH THE CLOSE - "
                      WS-GEN-COUNT " GENERATIONS, "
                      WS-MONTH-RECORDS " RECORDS"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               END-STRING
           END-IF.

      *****************************************************************
      * Selection parameters and generation proofs.                    *
      *****************************************************************
       PRINT-SELECTION-PARAMETERS.
           MOVE "SELECTION PARAMETERS" TO WS-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING "  MONTH " WS-YEAR-MONTH
                  " - CLOSED ON CALCMCLS " WS-CLOSE-DATE " "
                  WS-CLOSE-TIME ", " WS-CLOSE-GENERATIONS
                  " GENERATIONS, " WS-CLOSE-TOTAL-RECORDS " RECORDS"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           STRING "  SEED " WS-STARTING-SEED " - " WS-SEED-SOURCE
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DEFAULT-SIZE TO WS-DISPLAY-SIZE
           STRING "  DEFAULT SAMPLE SIZE PER OPERATION "
                  WS-DISPLAY-SIZE
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           STRING "  METHOD    EACH ELIGIBLE RECORD, IN CALCAUDC ORDER,"
                  " TAKES THE NEXT VALUE OF "
                  "SEED = SEED * 48271 MOD 2147483647"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           STRING "            THE RECORDS WITH THE LOWEST VALUES ARE "
                  "EACH OPERATION'S SAMPLE"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           STRING "  ELIGIBLE  EVERY RECORD CALCRECN CAN REPLAY - NOT "
                  "SEAL, SIMULATION, HELD OR QUOTA-REJECTED CALLS"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           STRING "  ALWAYS IN AN OPERAND ABOVE THE CALLER'S "
                  "PARM-REVIEW-LIMIT ON CALCPARM - NOT COUNTED "
                  "AGAINST THE SIZE"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OP-HEADING-LINE TO WS-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-OPERATION-LINE
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
           MOVE WS-ELIGIBLE-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-MONTH-RECORDS TO WS-DISPLAY-COUNT-2
           STRING "  " WS-DISPLAY-COUNT " ELIGIBLE OF "
                  WS-DISPLAY-COUNT-2 " RECORDS IN THE MONTH"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-OPERATION-LINE.
           MOVE WS-OP-CODE(WS-OP-SUB) TO WS-OL-CODE
           MOVE WS-OP-SIZE(WS-OP-SUB) TO WS-OL-SIZE
           MOVE WS-OP-SIZE-SOURCE(WS-OP-SUB) TO WS-OL-SOURCE
           MOVE WS-OP-POPULATION(WS-OP-SUB) TO WS-OL-POPULATION
           MOVE WS-OP-HIGH-VALUE(WS-OP-SUB) TO WS-OL-HIGH-VALUE
           MOVE WS-OP-DRAWN(WS-OP-SUB) TO WS-OL-DRAWN
           ADD WS-OP-DRAWN(WS-OP-SUB) TO WS-RANDOM-COUNT
           MOVE WS-OP-LINE TO WS-TEXT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-GENERATION-PROOFS.
           IF WS-LINE-NUMBER + 6 > WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           MOVE "TAMPER-CHAIN PROOF BY GENERATION" TO WS-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-GEN-HEADING-LINE TO WS-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-GENERATION-LINE
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT
           IF WS-OTHER-GEN-COUNT > ZERO
               STRING "  " WS-OTHER-GEN-COUNT
                      " GENERATION(S) OUTSIDE THE MONTH ON CALCAUDC "
                      "IGNORED"
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       PRINT-GENERATION-LINE.
           PERFORM SET-GENERATION-VERDICT
           MOVE WS-GEN-BUSINESS-DATE(WS-GEN-SUB) TO WS-GL-DATE
           MOVE WS-GEN-RUN-TIME(WS-GEN-SUB) TO WS-GL-TIME
           MOVE WS-GEN-RECORDS(WS-GEN-SUB) TO WS-GL-RECORDS
           MOVE WS-GEN-CHAIN-VALUE(WS-GEN-SUB) TO WS-GL-CHECK
           MOVE WS-VERDICT-TEXT TO WS-GL-VERDICT
           IF WS-GEN-CHAIN-BROKEN(WS-GEN-SUB)
               ADD 1 TO WS-BROKEN-GEN-COUNT
           END-IF
           MOVE WS-GEN-LINE TO WS-TEXT-LINE
           PERFORM WRITE-REPORT-LINE.

       SET-GENERATION-VERDICT.
           MOVE SPACES TO WS-VERDICT-TEXT
           EVALUATE TRUE
               WHEN WS-GEN-CHAIN-BROKEN(WS-GEN-SUB)
                   STRING "CHAIN BROKEN AT SEQUENCE "
                          WS-GEN-BREAK-SEQ(WS-GEN-SUB)
                       DELIMITED BY SIZE INTO WS-VERDICT-TEXT
                   END-STRING
               WHEN NOT WS-GEN-SEALED(WS-GEN-SUB)
                   MOVE "CHAIN VERIFIES FROM ZERO - NOT SEALED"
                       TO WS-VERDICT-TEXT
               WHEN NOT WS-GEN-TRAILER-OK(WS-GEN-SUB)
                   STRING "CHAIN VERIFIES FROM ZERO - "
                          "TRAILER COUNT DIFFERS"
                       DELIMITED BY SIZE INTO WS-VERDICT-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE "CHAIN VERIFIES FROM ZERO TO THE SEAL"
                       TO WS-VERDICT-TEXT
           END-EVALUATE.

       ORDER-SAMPLE-SLOTS.
      *    Each operation's slots into CALCAUDC order, so the second
      *    pass meets them one after another.
           PERFORM INSERT-ONE-SLOT
               VARYING WS-SLOT-SUB FROM 2 BY 1
               UNTIL WS-SLOT-SUB > WS-OP-DRAWN(WS-OP-SUB)
           MOVE 1 TO WS-OP-NEXT-SLOT(WS-OP-SUB).

       INSERT-ONE-SLOT.
           MOVE WS-OP-SLOT(WS-OP-SUB WS-SLOT-SUB) TO WS-HOLD-SLOT
           MOVE WS-SLOT-SUB TO WS-SHIFT-SUB
           PERFORM SHIFT-ONE-SLOT
               UNTIL WS-SHIFT-SUB = 1 OR
                     WS-SLOT-ORDINAL(WS-OP-SUB WS-SHIFT-SUB - 1)
                         < WS-HOLD-ORDINAL
           MOVE WS-HOLD-SLOT TO WS-OP-SLOT(WS-OP-SUB WS-SHIFT-SUB).

       SHIFT-ONE-SLOT.
           MOVE WS-OP-SLOT(WS-OP-SUB WS-SHIFT-SUB - 1)
               TO WS-OP-SLOT(WS-OP-SUB WS-SHIFT-SUB)
           SUBTRACT 1 FROM WS-SHIFT-SUB.

      *****************************************************************
      * Second pass: the evidence for every record drawn.              *
      *****************************************************************
       WRITE-EVIDENCE-PACK.
           PERFORM START-NEW-PAGE
           MOVE "EVIDENCE FOR EACH RECORD DRAWN" TO WS-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ZEROS TO WS-RECORD-ORDINAL
           MOVE ZEROS TO WS-GEN-COUNT
           MOVE ZEROS TO WS-PREVIOUS-CHECK
           MOVE "N" TO WS-IN-MONTH-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ARCHIVE-FILE
           PERFORM READ-ARCHIVE-RECORD
           PERFORM EVIDENCE-FROM-ONE-RECORD UNTIL WS-END-OF-FILE
           CLOSE ARCHIVE-FILE.

       EVIDENCE-FROM-ONE-RECORD.
           EVALUATE AUDIT-RECORD(1:3)
               WHEN "HDR"
                   IF ARCH-HDR-BUSINESS-DATE(1:6) = WS-YEAR-MONTH
                       MOVE "Y" TO WS-IN-MONTH-SWITCH
                       ADD 1 TO WS-GEN-COUNT
                       MOVE ZEROS TO WS-PREVIOUS-CHECK
                   ELSE
                       MOVE "N" TO WS-IN-MONTH-SWITCH
                   END-IF
               WHEN "TLR"
                   MOVE "N" TO WS-IN-MONTH-SWITCH
               WHEN OTHER
                   IF WS-IN-MONTH-GEN
                       ADD 1 TO WS-RECORD-ORDINAL
                       PERFORM PICK-IF-DRAWN
                           THRU PICK-IF-DRAWN-EXIT
                       MOVE AUDIT-CHAIN-CHECK TO WS-PREVIOUS-CHECK
                   END-IF
           END-EVALUATE
           PERFORM READ-ARCHIVE-RECORD.

       PICK-IF-DRAWN.
           PERFORM JUDGE-ELIGIBILITY
           IF NOT WS-RECORD-ELIGIBLE
               GO TO PICK-IF-DRAWN-EXIT
           END-IF
           MOVE SPACE TO WS-PICK-REASON
           MOVE ZEROS TO WS-PICK-DRAW
           MOVE WS-FOUND-OP-SUB TO WS-OP-SUB
           IF WS-RECORD-HIGH-VALUE
               MOVE "H" TO WS-PICK-REASON
           ELSE
               MOVE WS-OP-NEXT-SLOT(WS-OP-SUB) TO WS-SLOT-SUB
               IF WS-SLOT-SUB <= WS-OP-DRAWN(WS-OP-SUB)
                   IF WS-SLOT-ORDINAL(WS-OP-SUB WS-SLOT-SUB) =
                          WS-RECORD-ORDINAL
                       MOVE "R" TO WS-PICK-REASON
                       MOVE WS-SLOT-DRAW(WS-OP-SUB WS-SLOT-SUB)
                           TO WS-PICK-DRAW
                       ADD 1 TO WS-OP-NEXT-SLOT(WS-OP-SUB)
                   END-IF
               END-IF
           END-IF
           IF WS-PICK-REASON NOT = SPACE
               PERFORM PRODUCE-EVIDENCE
           END-IF.

       PICK-IF-DRAWN-EXIT.
           EXIT.

       PRODUCE-EVIDENCE.
           ADD 1 TO WS-SAMPLE-COUNT
           IF WS-LINE-NUMBER + 12 > WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           PERFORM PRINT-SAMPLE-HEADING
           PERFORM PRINT-AUDIT-FIELDS
           PERFORM PRINT-REFERENCE-RATES
           PERFORM RECOMPUTE-RECORD
           PERFORM PRINT-CHAIN-PROOF
           PERFORM PRINT-CORRELATION-HISTORY
               THRU PRINT-CORRELATION-EXIT
           PERFORM WRITE-EXTRACT-RECORD
           PERFORM WRITE-REPORT-LINE.

       PRINT-SAMPLE-HEADING.
           IF WS-PICK-REASON = "H"
               STRING "SAMPLE " WS-SAMPLE-COUNT
                      "  HIGH VALUE - ALWAYS INCLUDED"
                      "         GENERATION "
                      WS-GEN-BUSINESS-DATE(WS-GEN-COUNT) " "
                      WS-GEN-RUN-TIME(WS-GEN-COUNT)
                      "  RECORD " WS-RECORD-ORDINAL " OF THE MONTH"
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
           ELSE
               STRING "SAMPLE " WS-SAMPLE-COUNT
                      "  RANDOM DRAW " WS-PICK-DRAW
                      " FOR OPERATION " AUDIT-OPERATION
                      "  GENERATION "
                      WS-GEN-BUSINESS-DATE(WS-GEN-COUNT) " "
                      WS-GEN-RUN-TIME(WS-GEN-COUNT)
                      "  RECORD " WS-RECORD-ORDINAL " OF THE MONTH"
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE.

       PRINT-AUDIT-FIELDS.
           STRING "  AUDIT      SEQ " AUDIT-SEQUENCE-NO
                  "  CALLER " AUDIT-CALLER-ID
                  "  OP " AUDIT-OPERATION
                  "  STATUS " AUDIT-STATUS
                  "  ENTITY " AUDIT-ENTITY
                  "  CORR ID " AUDIT-CORR-ID
                  "  SET " AUDIT-SET-ID
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF AUDIT-PRECISION-MODE = "H"
               MOVE AUDIT-OPERAND-1-EXT TO WS-DISPLAY-EXT-1
               MOVE AUDIT-OPERAND-2-EXT TO WS-DISPLAY-EXT-2
               MOVE AUDIT-RESULT-EXT TO WS-DISPLAY-EXT-3
               STRING "  AUDIT      HIGH PRECISION  OPERAND-1 "
                      WS-DISPLAY-EXT-1 "  OPERAND-2 "
                      WS-DISPLAY-EXT-2 "  RESULT " WS-DISPLAY-EXT-3
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
           ELSE
               MOVE AUDIT-OPERAND-1 TO WS-DISPLAY-AMOUNT
               MOVE AUDIT-OPERAND-2 TO WS-DISPLAY-AMOUNT-2
               MOVE AUDIT-RESULT TO WS-DISPLAY-RESULT
               STRING "  AUDIT      OPERAND-1 " WS-DISPLAY-AMOUNT
                      "  OPERAND-2 " WS-DISPLAY-AMOUNT-2
                      "  RESULT " WS-DISPLAY-RESULT
                      "  ROUND " AUDIT-ROUND-MODE
                      "  PERIODS " AUDIT-PERIODS
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE AUDIT-RATE TO WS-DISPLAY-RATE
           MOVE AUDIT-CONVERSION-RATE TO WS-DISPLAY-XRT-RATE
           STRING "  AUDIT      RATE " WS-DISPLAY-RATE
                  "  CURRENCIES " AUDIT-CURRENCY-1 "/"
                  AUDIT-CURRENCY-2
                  "  CONVERSION " WS-DISPLAY-XRT-RATE
                  "  VALUE DATE " AUDIT-VALUE-DATE
                  "  BUSINESS DATE " AUDIT-BUSINESS-DATE
                  "  TIME " AUDIT-CALL-TIME
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           STRING "  AUDIT      PRODUCT " AUDIT-PRODUCT-CODE
                  "  TAX " AUDIT-TAX-JURISDICTION
                  "  FEE " AUDIT-FEE-CODE
                  "  DATES " AUDIT-DATE-1 "/" AUDIT-DATE-2
                  "  MARKET " AUDIT-MARKET-CODE
                  "  CHANNEL " AUDIT-CHANNEL
                  "  CHECK " AUDIT-CHAIN-CHECK
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * Reference-table rates in effect on the record's value date.    *
      *****************************************************************
       PRINT-REFERENCE-RATES.
      *    The date CALCULATOR resolved its lookups on: the value
      *    date, or the business date when the wall clock decided.
           IF AUDIT-VALUE-DATE NUMERIC AND AUDIT-VALUE-DATE > ZERO
               MOVE AUDIT-VALUE-DATE TO WS-EFFECTIVE-DATE
               MOVE "VALUE DATE" TO WS-EFFECTIVE-SOURCE
           ELSE
               MOVE AUDIT-BUSINESS-DATE TO WS-EFFECTIVE-DATE
               MOVE "BUSINESS DATE" TO WS-EFFECTIVE-SOURCE
           END-IF
           MOVE ZEROS TO WS-RATE-LINES
           IF AUDIT-CURRENCY-1 NOT = SPACES AND
              AUDIT-CURRENCY-2 NOT = SPACES AND
              AUDIT-CURRENCY-1 NOT = AUDIT-CURRENCY-2
               PERFORM PRINT-EXCHANGE-RATES
           END-IF
           IF AUDIT-OPERATION = "T" OR AUDIT-OPERATION = "B"
               PERFORM PRINT-TAX-RATES
           END-IF
           IF AUDIT-PRODUCT-CODE NOT = SPACES
               PERFORM PRINT-PRODUCT-RATE
           END-IF
           IF WS-RATE-LINES = ZERO
               STRING "  RATES      NO CALCXRTE, CALCTAXR OR CALCPRAT "
                      "RATE APPLIES TO THIS CALL"
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-EXCHANGE-RATES.
      *    CALCULATOR prices the pair from CURRENCY-2 into CURRENCY-1,
      *    and a cross through its pivot the same way leg by leg.
           IF AUDIT-RATE-TRIANGULATED = "Y"
               MOVE AUDIT-CURRENCY-2 TO WS-LOOKUP-FROM
               MOVE AUDIT-PIVOT-CURRENCY TO WS-LOOKUP-TO
               PERFORM PRINT-ONE-EXCHANGE-RATE
               MOVE AUDIT-PIVOT-CURRENCY TO WS-LOOKUP-FROM
               MOVE AUDIT-CURRENCY-1 TO WS-LOOKUP-TO
               PERFORM PRINT-ONE-EXCHANGE-RATE
               MOVE AUDIT-CONVERSION-RATE TO WS-DISPLAY-XRT-RATE
               STRING "  CALCXRTE   RECORDED CROSS RATE VIA "
                      AUDIT-PIVOT-CURRENCY " " WS-DISPLAY-XRT-RATE
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE AUDIT-CURRENCY-2 TO WS-LOOKUP-FROM
               MOVE AUDIT-CURRENCY-1 TO WS-LOOKUP-TO
               PERFORM PRINT-ONE-EXCHANGE-RATE
           END-IF.

       PRINT-ONE-EXCHANGE-RATE.
           PERFORM LOOKUP-EXCHANGE-RATE
           ADD 1 TO WS-RATE-LINES
           IF WS-LOOKUP-FOUND
               MOVE WS-LOOKUP-XRT-RATE TO WS-DISPLAY-XRT-RATE
               MOVE AUDIT-CONVERSION-RATE TO WS-DISPLAY-XRT-RATE-2
               IF AUDIT-RATE-TRIANGULATED = "Y"
                   STRING "  CALCXRTE   " WS-LOOKUP-FROM " TO "
                          WS-LOOKUP-TO " IN EFFECT ON "
                          WS-EFFECTIVE-DATE " (" WS-EFFECTIVE-SOURCE
                          ")  EFFECTIVE " WS-LOOKUP-BEST-DATE
                          "  RATE " WS-DISPLAY-XRT-RATE
                       DELIMITED BY SIZE INTO WS-TEXT-LINE
                   END-STRING
               ELSE
                   IF WS-LOOKUP-XRT-RATE = AUDIT-CONVERSION-RATE
                       MOVE "AGREES" TO WS-AGREE-TEXT
                   ELSE
                       MOVE "DIFFERS" TO WS-AGREE-TEXT
                   END-IF
                   STRING "  CALCXRTE   " WS-LOOKUP-FROM " TO "
                          WS-LOOKUP-TO " IN EFFECT ON "
                          WS-EFFECTIVE-DATE " (" WS-EFFECTIVE-SOURCE
                          ")  EFFECTIVE " WS-LOOKUP-BEST-DATE
                          "  RATE " WS-DISPLAY-XRT-RATE
                          "  RECORDED " WS-DISPLAY-XRT-RATE-2
                          "  " WS-AGREE-TEXT
                       DELIMITED BY SIZE INTO WS-TEXT-LINE
                   END-STRING
               END-IF
           ELSE
               STRING "  CALCXRTE   " WS-LOOKUP-FROM " TO "
                      WS-LOOKUP-TO " - NO RATE IN EFFECT ON "
                      WS-EFFECTIVE-DATE " (" WS-EFFECTIVE-SOURCE ")"
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE.

       LOOKUP-EXCHANGE-RATE.
           MOVE "N" TO WS-LOOKUP-FOUND-SWITCH
           MOVE ZEROS TO WS-LOOKUP-BEST-DATE
           MOVE "N" TO WS-AUX-EOF-SWITCH
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = "35"
               PERFORM READ-RATE-RECORD
               PERFORM MATCH-RATE-RECORD UNTIL WS-AUX-EOF
               CLOSE RATE-FILE
           END-IF.

       READ-RATE-RECORD.
           READ RATE-FILE
               AT END
                   MOVE "Y" TO WS-AUX-EOF-SWITCH
           END-READ.

       MATCH-RATE-RECORD.
           IF XRT-CURRENCY-FROM = WS-LOOKUP-FROM AND
              XRT-CURRENCY-TO = WS-LOOKUP-TO AND
              XRT-EFFECTIVE-DATE <= WS-EFFECTIVE-DATE AND
              XRT-EFFECTIVE-DATE >= WS-LOOKUP-BEST-DATE
               MOVE XRT-EFFECTIVE-DATE TO WS-LOOKUP-BEST-DATE
               MOVE XRT-RATE TO WS-LOOKUP-XRT-RATE
               MOVE "Y" TO WS-LOOKUP-FOUND-SWITCH
           END-IF
           PERFORM READ-RATE-RECORD.

       PRINT-TAX-RATES.
      *    A stacked call carries one level per jurisdiction; a call
      *    from before stacking charged AUDIT-RATE for the one
      *    jurisdiction it named.
           IF AUDIT-TAX-LEVEL-COUNT NUMERIC AND
              AUDIT-TAX-LEVEL-COUNT > ZERO AND
              AUDIT-TAX-LEVEL-COUNT NOT > 5
               PERFORM PRINT-ONE-TAX-LEVEL
                   VARYING WS-TAX-LEVEL-SUB FROM 1 BY 1
                   UNTIL WS-TAX-LEVEL-SUB > AUDIT-TAX-LEVEL-COUNT
           ELSE
               IF AUDIT-TAX-JURISDICTION NOT = SPACES
                   MOVE AUDIT-TAX-JURISDICTION TO WS-LOOKUP-KEY
                   PERFORM LOOKUP-TAX-RATE
                   MOVE AUDIT-RATE TO WS-DISPLAY-RATE-2
                   IF WS-LOOKUP-FOUND AND
                      WS-LOOKUP-TAX-RATE = AUDIT-RATE
                       MOVE "AGREES" TO WS-AGREE-TEXT
                   ELSE
                       MOVE "DIFFERS" TO WS-AGREE-TEXT
                   END-IF
                   PERFORM PRINT-ONE-TAX-LINE
               END-IF
           END-IF.

       PRINT-ONE-TAX-LEVEL.
           MOVE AUDIT-TAX-LVL-JURISDICTION(WS-TAX-LEVEL-SUB)
               TO WS-LOOKUP-KEY
           PERFORM LOOKUP-TAX-RATE
           MOVE AUDIT-TAX-LVL-RATE(WS-TAX-LEVEL-SUB)
               TO WS-DISPLAY-RATE-2
           IF WS-LOOKUP-FOUND AND
              WS-LOOKUP-TAX-RATE =
                  AUDIT-TAX-LVL-RATE(WS-TAX-LEVEL-SUB)
               MOVE "AGREES" TO WS-AGREE-TEXT
           ELSE
               MOVE "DIFFERS" TO WS-AGREE-TEXT
           END-IF
           PERFORM PRINT-ONE-TAX-LINE.

       PRINT-ONE-TAX-LINE.
           ADD 1 TO WS-RATE-LINES
           IF WS-LOOKUP-FOUND
               MOVE WS-LOOKUP-TAX-RATE TO WS-DISPLAY-RATE
               STRING "  CALCTAXR   " WS-LOOKUP-KEY(1:4)
                      " IN EFFECT ON " WS-EFFECTIVE-DATE
                      " (" WS-EFFECTIVE-SOURCE ")  EFFECTIVE "
                      WS-LOOKUP-BEST-DATE "  RATE " WS-DISPLAY-RATE
                      "  RECORDED " WS-DISPLAY-RATE-2
                      "  " WS-AGREE-TEXT
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
           ELSE
               STRING "  CALCTAXR   " WS-LOOKUP-KEY(1:4)
                      " - NO RATE IN EFFECT ON " WS-EFFECTIVE-DATE
                      " (" WS-EFFECTIVE-SOURCE ")  RECORDED "
                      WS-DISPLAY-RATE-2
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE.

       LOOKUP-TAX-RATE.
           MOVE "N" TO WS-LOOKUP-FOUND-SWITCH
           MOVE ZEROS TO WS-LOOKUP-BEST-DATE
           MOVE "N" TO WS-AUX-EOF-SWITCH
           OPEN INPUT TAX-FILE
           IF WS-TAX-FILE-STATUS NOT = "35"
               PERFORM READ-TAX-RECORD
               PERFORM MATCH-TAX-RECORD UNTIL WS-AUX-EOF
               CLOSE TAX-FILE
           END-IF.

       READ-TAX-RECORD.
           READ TAX-FILE
               AT END
                   MOVE "Y" TO WS-AUX-EOF-SWITCH
           END-READ.

       MATCH-TAX-RECORD.
           IF TAX-JURISDICTION = WS-LOOKUP-KEY(1:4) AND
              TAX-EFFECTIVE-DATE <= WS-EFFECTIVE-DATE AND
              TAX-EFFECTIVE-DATE >= WS-LOOKUP-BEST-DATE
               MOVE TAX-EFFECTIVE-DATE TO WS-LOOKUP-BEST-DATE
               MOVE TAX-RATE TO WS-LOOKUP-TAX-RATE
               MOVE "Y" TO WS-LOOKUP-FOUND-SWITCH
           END-IF
           PERFORM READ-TAX-RECORD.

       PRINT-PRODUCT-RATE.
           MOVE AUDIT-PRODUCT-CODE TO WS-LOOKUP-KEY
           MOVE "N" TO WS-LOOKUP-FOUND-SWITCH
           MOVE ZEROS TO WS-LOOKUP-BEST-DATE
           MOVE "N" TO WS-AUX-EOF-SWITCH
           OPEN INPUT PRODUCT-RATE-FILE
           IF WS-PRODUCT-FILE-STATUS NOT = "35"
               PERFORM READ-PRODUCT-RECORD
               PERFORM MATCH-PRODUCT-RECORD UNTIL WS-AUX-EOF
               CLOSE PRODUCT-RATE-FILE
           END-IF
           ADD 1 TO WS-RATE-LINES
           MOVE AUDIT-RATE TO WS-DISPLAY-RATE-2
           IF WS-LOOKUP-FOUND
               MOVE WS-LOOKUP-PRT-RATE TO WS-DISPLAY-RATE
               IF WS-LOOKUP-PRT-RATE = AUDIT-RATE
                   MOVE "AGREES" TO WS-AGREE-TEXT
               ELSE
                   MOVE "DIFFERS" TO WS-AGREE-TEXT
               END-IF
               STRING "  CALCPRAT   " WS-LOOKUP-KEY
                      " IN EFFECT ON " WS-EFFECTIVE-DATE
                      " (" WS-EFFECTIVE-SOURCE ")  EFFECTIVE "
                      WS-LOOKUP-BEST-DATE "  RATE " WS-DISPLAY-RATE
                      "  RECORDED " WS-DISPLAY-RATE-2
                      "  " WS-AGREE-TEXT
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
           ELSE
               STRING "  CALCPRAT   " WS-LOOKUP-KEY
                      " - NO RATE IN EFFECT ON " WS-EFFECTIVE-DATE
                      " (" WS-EFFECTIVE-SOURCE ")  RECORDED "
                      WS-DISPLAY-RATE-2
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE.

       READ-PRODUCT-RECORD.
           READ PRODUCT-RATE-FILE
               AT END
                   MOVE "Y" TO WS-AUX-EOF-SWITCH
           END-READ.

       MATCH-PRODUCT-RECORD.
           IF PRT-PRODUCT-CODE = WS-LOOKUP-KEY AND
              PRT-EFFECTIVE-DATE <= WS-EFFECTIVE-DATE AND
              PRT-EFFECTIVE-DATE >= WS-LOOKUP-BEST-DATE
               MOVE PRT-EFFECTIVE-DATE TO WS-LOOKUP-BEST-DATE
               MOVE PRT-RATE TO WS-LOOKUP-PRT-RATE
               MOVE "Y" TO WS-LOOKUP-FOUND-SWITCH
           END-IF
           PERFORM READ-PRODUCT-RECORD.

      *****************************************************************
      * Recompute through CALCULATOR, fed as CALCRECN feeds a replay.  *
      *****************************************************************
       RECOMPUTE-RECORD.
           INITIALIZE LS-INPUT-DATA
           MOVE AUDIT-OPERAND-1 TO LS-OPERAND-1
           MOVE AUDIT-OPERAND-2 TO LS-OPERAND-2
           MOVE AUDIT-OPERATION TO LS-OPERATION
           MOVE SPACES TO LS-USE-PREVIOUS-RESULT
           MOVE AUDIT-RATE TO LS-RATE
           MOVE AUDIT-PERIODS TO LS-PERIODS
           MOVE SPACES TO LS-LOCALE
           MOVE AUDIT-CALLER-ID TO LS-CALLER-ID
           MOVE SPACES TO LS-FLAG-NEGATIVE-RESULT
           MOVE AUDIT-ROUND-MODE TO LS-ROUND-MODE
           MOVE AUDIT-DATE-1 TO LS-DATE-1
           MOVE AUDIT-DATE-2 TO LS-DATE-2
           MOVE AUDIT-DAY-COUNT TO LS-DAY-COUNT
           MOVE AUDIT-CURRENCY-1 TO LS-CURRENCY-1
           MOVE AUDIT-CURRENCY-2 TO LS-CURRENCY-2
           MOVE AUDIT-CONVERSION-RATE TO LS-CONVERSION-RATE
           MOVE AUDIT-PRECISION-MODE TO LS-PRECISION-MODE
           MOVE AUDIT-OPERAND-1-EXT TO LS-OPERAND-1-EXT
           MOVE AUDIT-OPERAND-2-EXT TO LS-OPERAND-2-EXT
           MOVE AUDIT-TAX-JURISDICTION TO LS-TAX-JURISDICTION
           MOVE AUDIT-DAY-BASIS TO LS-DAY-BASIS
           MOVE AUDIT-MARKET-CODE TO LS-MARKET-CODE
           MOVE AUDIT-PRODUCT-CODE TO LS-PRODUCT-CODE
           MOVE AUDIT-DAY-COUNT-CONV TO LS-DAY-COUNT-CONV
           MOVE ZERO TO LS-TAX-STACK-COUNT
           IF (AUDIT-OPERATION = "T" OR AUDIT-OPERATION = "B") AND
              AUDIT-TAX-LEVEL-COUNT NUMERIC AND
              AUDIT-TAX-LEVEL-COUNT > ZERO AND
              AUDIT-TAX-LEVEL-COUNT NOT > 5
               MOVE AUDIT-TAX-LEVEL-COUNT TO LS-TAX-STACK-COUNT
               PERFORM LOAD-RECOMPUTE-TAX-LEVEL
                   VARYING WS-TAX-LEVEL-SUB FROM 1 BY 1
                   UNTIL WS-TAX-LEVEL-SUB > LS-TAX-STACK-COUNT
           END-IF
      *    The month is closed and its tables have moved on, so a
      *    call the wall clock dated is pinned to the business date
      *    it booked to, the date its lookups resolved on.
           MOVE WS-EFFECTIVE-DATE TO LS-VALUE-DATE
           MOVE AUDIT-FEE-CODE TO LS-FEE-CODE
           IF AUDIT-OPERATION = "4" AND AUDIT-VALUE-DATE = ZERO AND
              AUDIT-FEE-SCHED-DATE NUMERIC
               MOVE AUDIT-FEE-SCHED-DATE TO LS-VALUE-DATE
           END-IF
           MOVE AUDIT-SET-ID TO LS-SET-ID
           MOVE AUDIT-CORR-ID TO LS-CORR-ID
           MOVE "Y" TO LS-SUPPRESS-AUDIT

           CALL "CALCULATOR" USING LS-INPUT-DATA LS-OUTPUT-DATA

           IF LS-RESULT = AUDIT-RESULT AND
              LS-RESULT-EXT = AUDIT-RESULT-EXT AND
              LS-STATUS = AUDIT-STATUS
               MOVE "Y" TO WS-MATCH-SWITCH
           ELSE
               MOVE "N" TO WS-MATCH-SWITCH
               ADD 1 TO WS-DIFFER-COUNT
           END-IF
           IF AUDIT-PRECISION-MODE = "H"
               MOVE LS-RESULT-EXT TO WS-DISPLAY-EXT-3
               STRING "  RECOMPUTE  CALCULATOR RESULT "
                      WS-DISPLAY-EXT-3 "  STATUS " LS-STATUS
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
           ELSE
               MOVE LS-RESULT TO WS-DISPLAY-RESULT
               STRING "  RECOMPUTE  CALCULATOR RESULT "
                      WS-DISPLAY-RESULT "  STATUS " LS-STATUS
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
           END-IF
           IF WS-RECOMPUTE-MATCHES
               MOVE "  MATCHES THE RECORD" TO WS-TEXT-LINE(90:43)
           ELSE
               MOVE "  DIFFERS FROM THE RECORD" TO WS-TEXT-LINE(90:43)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       LOAD-RECOMPUTE-TAX-LEVEL.
           MOVE AUDIT-TAX-LVL-JURISDICTION(WS-TAX-LEVEL-SUB)
               TO LS-TAX-STACK-JURISDICTION(WS-TAX-LEVEL-SUB)
           MOVE AUDIT-TAX-LVL-METHOD(WS-TAX-LEVEL-SUB)
               TO LS-TAX-STACK-METHOD(WS-TAX-LEVEL-SUB)
           MOVE AUDIT-TAX-LVL-RATE(WS-TAX-LEVEL-SUB)
               TO LS-TAX-STACK-RATE(WS-TAX-LEVEL-SUB).

      *****************************************************************
      * Chain proof of the generation and of the record's own link.    *
      *****************************************************************
       PRINT-CHAIN-PROOF.
           MOVE WS-GEN-COUNT TO WS-GEN-SUB
           PERFORM SET-GENERATION-VERDICT
           STRING "  CHAIN      GENERATION "
                  WS-GEN-BUSINESS-DATE(WS-GEN-SUB) ": "
                  WS-VERDICT-TEXT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PREVIOUS-CHECK TO HASH-PREVIOUS-CHECK
           MOVE AUDIT-RECORD TO HASH-RECORD-IMAGE
           CALL "CALCHASH" USING HASH-INPUT HASH-OUTPUT
           MOVE HASH-CHECK-VALUE TO WS-LINK-CHECK
           STRING "  CHAIN      THIS RECORD: PREVIOUS CHECK "
                  WS-PREVIOUS-CHECK " + RECORD = " WS-LINK-CHECK
                  ", RECORDED " AUDIT-CHAIN-CHECK
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           IF WS-LINK-CHECK = AUDIT-CHAIN-CHECK
               MOVE "  LINK HOLDS" TO WS-TEXT-LINE(100:33)
           ELSE
               MOVE "  LINK BROKEN" TO WS-TEXT-LINE(100:33)
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * History under the correlation ID, CALCTRCE style.              *
      *****************************************************************
       PRINT-CORRELATION-HISTORY.
           MOVE ZEROS TO WS-HISTORY-COUNT
           IF AUDIT-CORR-ID = SPACES
               MOVE "  HISTORY    NO CORRELATION ID ON THE RECORD"
                   TO WS-TEXT-LINE
               PERFORM WRITE-REPORT-LINE
               GO TO PRINT-CORRELATION-EXIT
           END-IF
           PERFORM TRACE-EXCEPTIONS
           PERFORM TRACE-DISPOSITIONS
           PERFORM TRACE-PENDING-QUEUE
           IF WS-HISTORY-COUNT = ZERO
               STRING "  HISTORY    NOTHING ON CALCEXCP, CALCDISP OR "
                      "CALCPEND FOR " AUDIT-CORR-ID
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-CORRELATION-EXIT.
           EXIT.

       TRACE-EXCEPTIONS.
           MOVE "N" TO WS-AUX-EOF-SWITCH
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCEPTION-FILE-STATUS NOT = "35"
               PERFORM READ-EXCEPTION-RECORD
               PERFORM MATCH-EXCEPTION-RECORD UNTIL WS-AUX-EOF
               CLOSE EXCEPTION-FILE
           END-IF.

       READ-EXCEPTION-RECORD.
           READ EXCEPTION-FILE
               AT END
                   MOVE "Y" TO WS-AUX-EOF-SWITCH
           END-READ.

       MATCH-EXCEPTION-RECORD.
           IF EXC-CORR-ID = AUDIT-CORR-ID
               ADD 1 TO WS-HISTORY-COUNT
               STRING "  HISTORY    CALCEXCP  SEQ " EXC-SEQUENCE-NO
                      "  " EXC-LOG-DATE "  " EXC-ERROR-CODE
                      " " EXC-ERROR-MSG
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM READ-EXCEPTION-RECORD.

       TRACE-DISPOSITIONS.
           MOVE "N" TO WS-AUX-EOF-SWITCH
           OPEN INPUT DISPOSITION-FILE
           IF WS-DISPOSITION-FILE-STATUS NOT = "35"
               PERFORM READ-DISPOSITION-RECORD
               PERFORM MATCH-DISPOSITION-RECORD UNTIL WS-AUX-EOF
               CLOSE DISPOSITION-FILE
           END-IF.

       READ-DISPOSITION-RECORD.
           READ DISPOSITION-FILE
               AT END
                   MOVE "Y" TO WS-AUX-EOF-SWITCH
           END-READ.

       MATCH-DISPOSITION-RECORD.
           IF DISP-CORR-ID = AUDIT-CORR-ID
               ADD 1 TO WS-HISTORY-COUNT
               MOVE DISP-NEW-RESULT TO WS-DISPLAY-AMOUNT
               STRING "  HISTORY    CALCDISP  SEQ " DISP-SEQUENCE-NO
                      "  " DISP-LOG-DATE "  " DISP-DISPOSITION
                      "  NEW RESULT " WS-DISPLAY-AMOUNT
                      "  " DISP-NEW-STATUS
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM READ-DISPOSITION-RECORD.

       TRACE-PENDING-QUEUE.
           MOVE "N" TO WS-AUX-EOF-SWITCH
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-STATUS NOT = "35"
               PERFORM READ-PENDING-RECORD
               PERFORM MATCH-PENDING-RECORD UNTIL WS-AUX-EOF
               CLOSE PENDING-FILE
           END-IF.

       READ-PENDING-RECORD.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-AUX-EOF-SWITCH
           END-READ.

       MATCH-PENDING-RECORD.
           IF PEND-CORR-ID = AUDIT-CORR-ID
               ADD 1 TO WS-HISTORY-COUNT
               MOVE PEND-OPERAND-1 TO WS-DISPLAY-AMOUNT
               STRING "  HISTORY    CALCPEND  SEQ " PEND-SEQUENCE-NO
                      "  HELD " PEND-HELD-DATE " " PEND-HELD-TIME
                      "  REASON " PEND-HOLD-REASON
                      "  OPERAND-1 " WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM READ-PENDING-RECORD.

       WRITE-EXTRACT-RECORD.
           INITIALIZE SMPX-RECORD
           MOVE WS-YEAR-MONTH TO SMPX-YEAR-MONTH
           MOVE WS-STARTING-SEED TO SMPX-SEED
           MOVE WS-SAMPLE-COUNT TO SMPX-SAMPLE-NO
           MOVE WS-PICK-REASON TO SMPX-REASON
           MOVE WS-PICK-DRAW TO SMPX-DRAW
           MOVE WS-GEN-BUSINESS-DATE(WS-GEN-COUNT)
               TO SMPX-GEN-BUSINESS-DATE
           MOVE WS-GEN-RUN-TIME(WS-GEN-COUNT) TO SMPX-GEN-RUN-TIME
           IF WS-GEN-CHAIN-BROKEN(WS-GEN-COUNT)
               MOVE "B" TO SMPX-CHAIN-VERDICT
           ELSE
               MOVE "V" TO SMPX-CHAIN-VERDICT
           END-IF
           MOVE LS-RESULT TO SMPX-RECOMPUTE-RESULT
           MOVE LS-RESULT-EXT TO SMPX-RECOMPUTE-RESULT-EXT
           MOVE LS-STATUS TO SMPX-RECOMPUTE-STATUS
           MOVE WS-MATCH-SWITCH TO SMPX-RECOMPUTE-MATCH
           MOVE WS-HISTORY-COUNT TO SMPX-HISTORY-COUNT
           MOVE AUDIT-RECORD TO SMPX-AUDIT-IMAGE
           WRITE SMPX-RECORD.

       PRINT-CLOSING-TOTALS.
           IF WS-LINE-NUMBER + 5 > WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           MOVE WS-SAMPLE-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-RANDOM-COUNT TO WS-DISPLAY-COUNT-2
           MOVE WS-HIGH-VALUE-COUNT TO WS-DISPLAY-COUNT-3
           STRING "RECORDS DRAWN " WS-DISPLAY-COUNT
                  "  (RANDOM " WS-DISPLAY-COUNT-2
                  ", HIGH VALUE " WS-DISPLAY-COUNT-3 ")"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DIFFER-COUNT TO WS-DISPLAY-COUNT
           STRING "RECOMPUTES DIFFERING FROM THE RECORD "
                  WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BROKEN-GEN-COUNT TO WS-DISPLAY-COUNT
           STRING "GENERATIONS WHOSE CHAIN DOES NOT VERIFY "
                  WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           STRING "TO REPRODUCE: MONTH " WS-YEAR-MONTH
                  ", SEED " WS-STARTING-SEED
                  ", THE SIZES ABOVE, AGAINST THE SAME CLOSED CALCAUDC"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * Report page handling and the run summary.                      *
      *****************************************************************
       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-YEAR-MONTH TO WS-HDG-MONTH
           MOVE WS-STARTING-SEED TO WS-HDG-SEED
           MOVE WS-RUN-STAMP(1:8) TO WS-HDG-DATE
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
           MOVE WS-TEXT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NUMBER
           MOVE SPACES TO WS-TEXT-LINE.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCSAMP - INTERNAL-AUDIT SAMPLE SUMMARY"
           DISPLAY "========================================"
           DISPLAY "Month:                " WS-YEAR-MONTH
           DISPLAY "Seed:                 " WS-STARTING-SEED
               " - " WS-SEED-SOURCE
           DISPLAY "Generations:          " WS-GEN-COUNT
           DISPLAY "Records in month:     " WS-MONTH-RECORDS
           DISPLAY "Eligible records:     " WS-ELIGIBLE-COUNT
           DISPLAY "Drawn at random:      " WS-RANDOM-COUNT
           DISPLAY "High value included:  " WS-HIGH-VALUE-COUNT
           DISPLAY "Recomputes differing: " WS-DIFFER-COUNT
           DISPLAY "Broken generations:   " WS-BROKEN-GEN-COUNT
           DISPLAY "Evidence pack:        CALCSMPR"
           DISPLAY "Extract:              CALCSMPX"
           DISPLAY "========================================".

       END PROGRAM CALCSAMP.
