      * original transaction key) to a sequential output file.         *
      * Writes a checkpoint record at a configurable interval and      *
      * supports restarting from the last checkpoint on rerun, the way *
      * our other overnight batch suites do.                           *
      * The transaction file carries batch header/trailer control      *
      * records (see CALCTRN); the whole file is balanced against the  *
      * trailer's record count and operand hash totals before the      *
      * first CALCULATOR call, and an out-of-balance file abends the   *
      * run with return code 16 and nothing processed.                 *
      * CALCULATOR's in-storage reference tables are then sized        *
      * against their capacity (see CALCTCP) and reported; a table     *
      * that has outgrown its capacity stops the run the same way.     *
      * Every detail ends on exactly one outcome record - TRANSOUT,    *
      * TRANSREV or CALCDUPS (with CALCULATOR's own CALCEXCP and       *
      * CALCPEND entries behind the rejects and holds) - and each      *
      * outcome record carries the detail's source, correlation ID     *
      * and operands, so the CALCDPRF disposition proof can balance    *
      * the night back to TRANSIN after the run.                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  RESULT-STATUS           PIC X(20).
           05  RESULT-SOURCE-ID        PIC X(8).
           05  RESULT-CORR-ID          PIC X(16).
           05  RESULT-OPERAND-1        PIC S9(9)V99.
           05  RESULT-OPERAND-2        PIC S9(9)V99.

       FD  REVIEW-FILE.
       01  REVIEW-RECORD.
           05  REVIEW-STATUS           PIC X(20).
           05  REVIEW-SOURCE-ID        PIC X(8).
           05  REVIEW-CORR-ID          PIC X(16).
           05  REVIEW-OPERAND-1        PIC S9(9)V99.
           05  REVIEW-OPERAND-2        PIC S9(9)V99.

       FD  CHECKPOINT-FILE.
           COPY CALCCKPT.
           05  DUP-TRANS-KEY           PIC X(10).
           05  FILLER                  PIC X.
           05  DUP-REASON              PIC X(30).
           05  DUP-SOURCE-ID           PIC X(8).
           05  DUP-CORR-ID             PIC X(16).
           05  DUP-OPERAND-1           PIC S9(9)V99.
           05  DUP-OPERAND-2           PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
               10  WS-SET-NEG-FLAG     PIC X.
               10  WS-SET-SOURCE       PIC X(8).
               10  WS-SET-CORR-ID      PIC X(16).
               10  WS-SET-OPERAND-1    PIC S9(9)V99.
               10  WS-SET-OPERAND-2    PIC S9(9)V99.
       01  WS-SET-SUB                  PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-OPEN-SET-ID              PIC X(8) VALUE SPACES.
       01  WS-SET-FAIL-SWITCH          PIC X VALUE "N".
           88  WS-SKIPPING-FORWARD     VALUE "Y".
       01  WS-RESTART-KEY               PIC X(10) VALUE SPACES.

      *    CALCULATOR's in-storage reference tables, sized before the
      *    first transaction (see CALCTCP).
       01  WS-TCAP-SUB                 PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-DISPLAY-TABLE-RECORDS    PIC Z(6)9.
       01  WS-DISPLAY-TABLE-CAPACITY   PIC Z(6)9.

           COPY CALCREC.
           COPY CALCRSA.
           COPY CALCTCP.

       PROCEDURE DIVISION.

               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CHECK-TABLE-CAPACITY
           IF TCAP-OVERFLOW
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-FILES
           CALL "CALCULATOR-START-RUN"
           PERFORM READ-RESTART-CONTROL
               DISPLAY "CALCDRV - RUN ABENDED, NOTHING PROCESSED"
           END-IF.

       CHECK-TABLE-CAPACITY.
      *    CALCULATOR answers its reference lookups from storage; a
      *    table that has outgrown its in-storage capacity would
      *    refuse every call that needs it, so the night stops here,
      *    before TRANSOUT is opened, instead of rejecting its way
      *    through the file.
           CALL "CALCULATOR-TABLE-STATUS" USING TCAP-STATUS-AREA
           DISPLAY "CALCDRV - REFERENCE TABLES IN STORAGE"
           PERFORM DISPLAY-ONE-TABLE-CAPACITY
               VARYING WS-TCAP-SUB FROM 1 BY 1
               UNTIL WS-TCAP-SUB > TCAP-TABLE-COUNT
           IF TCAP-OVERFLOW
               DISPLAY "CALCDRV - REFERENCE TABLE EXCEEDS IN-STORAGE "
                   "CAPACITY"
               DISPLAY "CALCDRV - RUN ABENDED, NOTHING PROCESSED"
           END-IF.

       DISPLAY-ONE-TABLE-CAPACITY.
           MOVE TCAP-RECORDS(WS-TCAP-SUB) TO WS-DISPLAY-TABLE-RECORDS
           MOVE TCAP-CAPACITY(WS-TCAP-SUB) TO WS-DISPLAY-TABLE-CAPACITY
           IF NOT TCAP-TABLE-PRESENT(WS-TCAP-SUB)
               DISPLAY "  " TCAP-TABLE-NAME(WS-TCAP-SUB)
                   "  NOT ON FILE          CAPACITY "
                   WS-DISPLAY-TABLE-CAPACITY
           ELSE
               IF TCAP-TABLE-OVERFLOW(WS-TCAP-SUB)
                   DISPLAY "  " TCAP-TABLE-NAME(WS-TCAP-SUB)
                       "  RECORDS " WS-DISPLAY-TABLE-RECORDS
                       "  CAPACITY " WS-DISPLAY-TABLE-CAPACITY
                       "  OVER CAPACITY"
               ELSE
                   DISPLAY "  " TCAP-TABLE-NAME(WS-TCAP-SUB)
                       "  RECORDS " WS-DISPLAY-TABLE-RECORDS
                       "  CAPACITY " WS-DISPLAY-TABLE-CAPACITY
               END-IF
           END-IF.

       READ-BALANCE-RECORD.
           READ TRANS-FILE
               AT END
           END-IF
           MOVE TRANS-SET-ID TO LS-SET-ID
           MOVE TRANS-CORR-ID TO LS-CORR-ID
           MOVE TRANS-FEE-CODE TO LS-FEE-CODE

           CALL "CALCULATOR" USING LS-INPUT-DATA LS-OUTPUT-DATA

           MOVE SPACES TO DUPLICATE-RECORD
           MOVE TRANS-KEY TO DUP-TRANS-KEY
           MOVE "DUPLICATE TRANSACTION KEY" TO DUP-REASON
           MOVE TRANS-SOURCE-ID TO DUP-SOURCE-ID
           MOVE TRANS-CORR-ID TO DUP-CORR-ID
           MOVE TRANS-OPERAND-1 TO DUP-OPERAND-1
           MOVE TRANS-OPERAND-2 TO DUP-OPERAND-2
           WRITE DUPLICATE-RECORD.

       SAVE-PROCESSED-KEYS.
               MOVE "N" TO WS-SET-NEG-FLAG(WS-SET-COUNT)
               MOVE TRANS-SOURCE-ID TO WS-SET-SOURCE(WS-SET-COUNT)
               MOVE TRANS-CORR-ID TO WS-SET-CORR-ID(WS-SET-COUNT)
               MOVE TRANS-OPERAND-1 TO WS-SET-OPERAND-1(WS-SET-COUNT)
               MOVE TRANS-OPERAND-2 TO WS-SET-OPERAND-2(WS-SET-COUNT)
           END-IF.

       BUFFER-SET-MEMBER.
               MOVE LS-STATUS TO WS-SET-STATUS(WS-SET-COUNT)
               MOVE TRANS-SOURCE-ID TO WS-SET-SOURCE(WS-SET-COUNT)
               MOVE TRANS-CORR-ID TO WS-SET-CORR-ID(WS-SET-COUNT)
               MOVE TRANS-OPERAND-1 TO WS-SET-OPERAND-1(WS-SET-COUNT)
               MOVE TRANS-OPERAND-2 TO WS-SET-OPERAND-2(WS-SET-COUNT)
               MOVE LS-NEGATIVE-RESULT-IND
                   TO WS-SET-NEG-FLAG(WS-SET-COUNT)
               IF LS-STATUS-SUCCESSFUL
           MOVE TRANS-KEY TO RESULT-KEY
           MOVE TRANS-SOURCE-ID TO RESULT-SOURCE-ID
           MOVE TRANS-CORR-ID TO RESULT-CORR-ID
           MOVE TRANS-OPERAND-1 TO RESULT-OPERAND-1
           MOVE TRANS-OPERAND-2 TO RESULT-OPERAND-2
           IF LS-STATUS-SUCCESSFUL
               MOVE ZEROS TO RESULT-VALUE
               MOVE "VOIDED" TO RESULT-STATUS
               MOVE WS-SET-STATUS(WS-SET-SUB) TO REVIEW-STATUS
               MOVE WS-SET-SOURCE(WS-SET-SUB) TO REVIEW-SOURCE-ID
               MOVE WS-SET-CORR-ID(WS-SET-SUB) TO REVIEW-CORR-ID
               MOVE WS-SET-OPERAND-1(WS-SET-SUB) TO REVIEW-OPERAND-1
               MOVE WS-SET-OPERAND-2(WS-SET-SUB) TO REVIEW-OPERAND-2
               WRITE REVIEW-RECORD
           ELSE
               MOVE WS-SET-KEY(WS-SET-SUB) TO RESULT-KEY
               MOVE WS-SET-STATUS(WS-SET-SUB) TO RESULT-STATUS
               MOVE WS-SET-SOURCE(WS-SET-SUB) TO RESULT-SOURCE-ID
               MOVE WS-SET-CORR-ID(WS-SET-SUB) TO RESULT-CORR-ID
               MOVE WS-SET-OPERAND-1(WS-SET-SUB) TO RESULT-OPERAND-1
               MOVE WS-SET-OPERAND-2(WS-SET-SUB) TO RESULT-OPERAND-2
               WRITE RESULT-RECORD
           END-IF
           ADD 1 TO WS-SUCCESS-COUNT.
           MOVE WS-SET-KEY(WS-SET-SUB) TO RESULT-KEY
           MOVE WS-SET-SOURCE(WS-SET-SUB) TO RESULT-SOURCE-ID
           MOVE WS-SET-CORR-ID(WS-SET-SUB) TO RESULT-CORR-ID
           MOVE WS-SET-OPERAND-1(WS-SET-SUB) TO RESULT-OPERAND-1
           MOVE WS-SET-OPERAND-2(WS-SET-SUB) TO RESULT-OPERAND-2
           IF WS-SET-OK(WS-SET-SUB) = "Y"
               MOVE ZEROS TO RESULT-VALUE
               MOVE "VOIDED" TO RESULT-STATUS
               MOVE LS-STATUS TO RESULT-STATUS
               MOVE TRANS-SOURCE-ID TO RESULT-SOURCE-ID
               MOVE TRANS-CORR-ID TO RESULT-CORR-ID
               MOVE TRANS-OPERAND-1 TO RESULT-OPERAND-1
               MOVE TRANS-OPERAND-2 TO RESULT-OPERAND-2
               WRITE RESULT-RECORD
           END-IF

           MOVE LS-STATUS TO REVIEW-STATUS
           MOVE TRANS-SOURCE-ID TO REVIEW-SOURCE-ID
           MOVE TRANS-CORR-ID TO REVIEW-CORR-ID
           MOVE TRANS-OPERAND-1 TO REVIEW-OPERAND-1
           MOVE TRANS-OPERAND-2 TO REVIEW-OPERAND-2
           WRITE REVIEW-RECORD.

       DISPLAY-RUN-SUMMARY.
