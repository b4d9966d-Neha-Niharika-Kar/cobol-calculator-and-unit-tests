      * and the results are delivered grouped per caller on CALCSTDR - *
      * one HDR/detail/TLR bracket per caller with its own count and   *
      * result hash, so each desk balances what it got back.           *
      * An order naming a formula (STDO-FORMULA-ID) runs that          *
      * formula's active version through CALCFRML instead, with its    *
      * two operands as placeholders 1 and 2; the formula is one       *
      * result, not one driver transaction, so it is not expanded to   *
      * CALCSTDT. CALCPREF holds the night if any order names a        *
      * formula with no active version.                                *
      * Runs as a CALCNITE step between the CALCPREF gate and          *
      * CALCDRV.                                                       *
      *****************************************************************
               88  STDO-FREQ-WEEKLY    VALUE "W".
               88  STDO-FREQ-MONTH-END VALUE "E".
           05  STDO-WEEK-DAY           PIC 9.
      *    A formula order names a CALCFORM formula in place of the
      *    operation; its two operands are placeholders 1 and 2.
           05  STDO-FORMULA-ID         PIC X(8).
               88  STDO-SINGLE-OPERATION VALUE SPACES.

       FD  BUSINESS-DATE-FILE.
           COPY CALCBDT.
       01  WS-CALLER-HASH-RESULT   PIC S9(13)V99 VALUE ZEROS.

           COPY CALCREC.
           COPY CALCFRQ.

       PROCEDURE DIVISION.

           IF STDO-FREQ-DAILY OR
              (STDO-FREQ-WEEKLY AND STDO-WEEK-DAY = WS-WEEKDAY-NO) OR
              (STDO-FREQ-MONTH-END AND WS-IS-MONTH-END)
               PERFORM EXECUTE-DUE-ORDER THRU EXECUTE-DUE-EXIT
           END-IF
           PERFORM READ-ORDER-RECORD.

               MOVE STDO-OPERAND-1 TO LS-OPERAND-1
               MOVE STDO-OPERAND-2 TO LS-OPERAND-2
           END-IF
           IF STDO-SINGLE-OPERATION
               MOVE STDO-OPERATION TO LS-OPERATION
               MOVE STDO-CALLER-ID TO LS-CALLER-ID
               MOVE STDO-RATE TO LS-RATE
               MOVE STDO-PERIODS TO LS-PERIODS
               MOVE STDO-CURRENCY-1 TO LS-CURRENCY-1
               MOVE STDO-CURRENCY-2 TO LS-CURRENCY-2
               MOVE STDO-TAX-JURISDICTION TO LS-TAX-JURISDICTION
               PERFORM WRITE-EXPANDED-TRANSACTION

               CALL "CALCULATOR" USING LS-INPUT-DATA LS-OUTPUT-DATA
           ELSE
               PERFORM EXECUTE-FORMULA-ORDER
           END-IF

           IF LS-STATUS-SUCCESSFUL
               ADD 1 TO WS-SUCCESS-COUNT
       EXECUTE-DUE-EXIT.
           EXIT.

       EXECUTE-FORMULA-ORDER.
      *    Version zero: the formula's active version. The formula's
      *    answer comes back through the same output fields a single
      *    call fills, so it is counted and delivered alike.
           INITIALIZE FRML-INPUT-DATA
           MOVE STDO-FORMULA-ID TO FRML-FORMULA-ID
           MOVE ZEROS TO FRML-VERSION
           MOVE STDO-CALLER-ID TO FRML-CALLER-ID
           MOVE 2 TO FRML-OPERAND-COUNT
           MOVE LS-OPERAND-1 TO FRML-OPERANDS(1)
           MOVE LS-OPERAND-2 TO FRML-OPERANDS(2)
           MOVE ZEROS TO FRML-FLOW-COUNT

           CALL "CALCFRML" USING FRML-INPUT-DATA FRML-OUTPUT-DATA

           MOVE FRML-RESULT TO LS-RESULT
           MOVE FRML-STATUS TO LS-STATUS
           MOVE FRML-ERROR-CODE TO LS-ERROR-CODE.

       FIND-DAILY-AMOUNTS.
           MOVE ZEROS TO WS-AMOUNT-MATCH-SUB
           PERFORM MATCH-AMOUNT-ENTRY
