       01  WS-RECORD-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-DIFF-COUNT           PIC 9(7) VALUE ZEROS.
       01  WS-BYPASSED-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-CROSS-RATE-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-TAX-LEVEL-SUB        PIC 9 VALUE ZERO.

      *    Only records CALCULATOR itself produced can be re-fed
      *    through it: CALCSTAT's aggregate codes are a different
      *    program, and a quota rejection reflects the day's counter
      *    position, which a replay can never reproduce.
       01  WS-VALID-OPERATIONS     PIC X(22)
                               VALUE "ASMDERQPCGLINFKJYZTB14".
       01  WS-OP-FOUND-COUNT       PIC 9(2) COMP-3 VALUE ZEROS.

       01  WS-CHAIN-VALUE          PIC 9(9) VALUE ZEROS.
           MOVE AUDIT-DAY-COUNT TO LS-DAY-COUNT
           MOVE AUDIT-CURRENCY-1 TO LS-CURRENCY-1
           MOVE AUDIT-CURRENCY-2 TO LS-CURRENCY-2
      *    The rate the original call used - direct or a cross
      *    through a pivot - goes back in as a supplied rate, so a
      *    triangulated price replays at the same number even after
      *    either leg has moved on the rate table.
           MOVE AUDIT-CONVERSION-RATE TO LS-CONVERSION-RATE
           IF AUDIT-RATE-TRIANGULATED = "Y"
               ADD 1 TO WS-CROSS-RATE-COUNT
           END-IF
           MOVE AUDIT-PRECISION-MODE TO LS-PRECISION-MODE
           MOVE AUDIT-OPERAND-1-EXT TO LS-OPERAND-1-EXT
           MOVE AUDIT-OPERAND-2-EXT TO LS-OPERAND-2-EXT
      *    never re-reads the product table; the code itself rides
      *    along for completeness.
           MOVE AUDIT-PRODUCT-CODE TO LS-PRODUCT-CODE
      *    Likewise the day-count convention a "1" call applied.
           MOVE AUDIT-DAY-COUNT-CONV TO LS-DAY-COUNT-CONV
      *    A tax call's levels go back in with the rates the
      *    original applied; a record from before stacking has no
      *    levels and replays off AUDIT-RATE as it always did.
           MOVE ZERO TO LS-TAX-STACK-COUNT
           IF (AUDIT-OPERATION = "T" OR AUDIT-OPERATION = "B") AND
              AUDIT-TAX-LEVEL-COUNT NUMERIC AND
              AUDIT-TAX-LEVEL-COUNT > ZERO AND
              AUDIT-TAX-LEVEL-COUNT NOT > 5
               MOVE AUDIT-TAX-LEVEL-COUNT TO LS-TAX-STACK-COUNT
               PERFORM LOAD-REPLAY-TAX-LEVEL
                   VARYING WS-TAX-LEVEL-SUB FROM 1 BY 1
                   UNTIL WS-TAX-LEVEL-SUB > LS-TAX-STACK-COUNT
           END-IF
      *    The value date re-drives the same effective-date
      *    selection the original call made.
           MOVE AUDIT-VALUE-DATE TO LS-VALUE-DATE
      *    A "4" call priced off the wall clock is pinned to the
      *    fee-schedule entry it actually used, so the replay does
      *    not pick up a band change made since.
           MOVE AUDIT-FEE-CODE TO LS-FEE-CODE
           IF AUDIT-OPERATION = "4" AND AUDIT-VALUE-DATE = ZERO AND
              AUDIT-FEE-SCHED-DATE NUMERIC
               MOVE AUDIT-FEE-SCHED-DATE TO LS-VALUE-DATE
           END-IF
           MOVE AUDIT-SET-ID TO LS-SET-ID
           MOVE AUDIT-CORR-ID TO LS-CORR-ID
      *    A reconciliation replay must not re-append to the live

           CALL "CALCULATOR" USING LS-INPUT-DATA LS-OUTPUT-DATA.

       LOAD-REPLAY-TAX-LEVEL.
           MOVE AUDIT-TAX-LVL-JURISDICTION(WS-TAX-LEVEL-SUB)
               TO LS-TAX-STACK-JURISDICTION(WS-TAX-LEVEL-SUB)
           MOVE AUDIT-TAX-LVL-METHOD(WS-TAX-LEVEL-SUB)
               TO LS-TAX-STACK-METHOD(WS-TAX-LEVEL-SUB)
           MOVE AUDIT-TAX-LVL-RATE(WS-TAX-LEVEL-SUB)
               TO LS-TAX-STACK-RATE(WS-TAX-LEVEL-SUB).

       COMPARE-RESULTS.
           IF LS-RESULT NOT = AUDIT-RESULT OR
              LS-RESULT-EXT NOT = AUDIT-RESULT-EXT OR
           DISPLAY "========================================"
           DISPLAY "Transactions re-run:     " WS-RECORD-COUNT
           DISPLAY "Not replayable:          " WS-BYPASSED-COUNT
           DISPLAY "Cross-rate replays:      " WS-CROSS-RATE-COUNT
           DISPLAY "Differences found:       " WS-DIFF-COUNT
           IF WS-DIFF-COUNT = ZERO
               DISPLAY "Status:  ALL TRANSACTIONS RECONCILE"
