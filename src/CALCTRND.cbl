      * many single-day CALCRPT outputs that always managed to lose    *
      * at least one day a month. Weeks end on Sunday. SEAL records    *
      * and the HDR/TLR control records are not counted.                *
      * Calls made under a caller ID since retired by CALCMIGR grow    *
      * the line of the ID in use today (through CALCALSL), so a       *
      * rename or merge does not read as one caller stopping and       *
      * another starting.                                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-SORT-SUB-1           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-SORT-SUB-2           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-HOLD-KEY             PIC 9(8) VALUE ZEROS.
       01  WS-GROWTH-CALLER-ID     PIC X(8) VALUE SPACES.

           COPY CALCALL.

      *    Print-order index tables: the week and month tables stay
      *    in discovery order (the caller-growth cells are pinned to
           END-EVALUATE.

       POST-CALLER-GROWTH.
           MOVE "R" TO ALSL-FUNCTION
           MOVE ARCH-AUD-CALLER-ID TO ALSL-CALLER-ID
           CALL "CALCALSL" USING ALSL-REQUEST ALSL-REPLY
           MOVE ALSL-CURRENT-ID TO WS-GROWTH-CALLER-ID
           MOVE ZEROS TO WS-MATCH-SUB
           PERFORM MATCH-CALLER-ENTRY
               VARYING WS-SORT-SUB-1 FROM 1 BY 1
           IF WS-MATCH-SUB = ZERO
               IF WS-CALLER-COUNT < 200
                   ADD 1 TO WS-CALLER-COUNT
                   MOVE WS-GROWTH-CALLER-ID
                       TO WS-CALLER-ID(WS-CALLER-COUNT)
                   MOVE WS-CALLER-COUNT TO WS-MATCH-SUB
               END-IF
           END-IF.

       MATCH-CALLER-ENTRY.
           IF WS-CALLER-ID(WS-SORT-SUB-1) = WS-GROWTH-CALLER-ID
               MOVE WS-SORT-SUB-1 TO WS-MATCH-SUB
           END-IF.

