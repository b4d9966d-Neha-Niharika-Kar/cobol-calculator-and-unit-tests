      * Formula Library Interpreter for CALCULATOR                     *
      * Executes a named, versioned formula from the CALCFORM          *
      * definition file (see CALCFRM): loads the steps for the        *
      * requested formula - version zero selects the formula's        *
      * active version on the CALCFSTH status history (see CALCFST),  *
      * an explicit version runs as asked - resolves each step's      *
      * operands from the caller's placeholder values, the step       *
      * literals, or the running result, and drives every step        *
      * through CALCULATOR so the whole sequence gets the standard    *
      * validation, audit trail and error codes. The first failing    *
      * step stops execution and its number and error come back to    *
      * the caller. CALC-011 reports a formula that is not on file,   *
      * CALC-023 one with no active version - a new version is only   *
      * run by version zero once CALCFCRT has certified it and a      *
      * second user has approved it. A cash-flow step ("2" NPV, "3"   *
      * IRR) goes to CALCFLOW with the caller's FRML-FLOWS instead,   *
      * audited and error-coded the same way. FRML-SUPPRESS-AUDIT is  *
      * passed on to every step, so CALCFCRT's certification cases    *
      * leave no audit trail.                                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORMULA-FILE-STATUS.

           SELECT STATUS-FILE ASSIGN TO "CALCFSTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORMULA-FILE.
           COPY CALCFRM.

       FD  STATUS-FILE.
           COPY CALCFST.

       WORKING-STORAGE SECTION.
       01  WS-FORMULA-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-FORMULA-EOF-SWITCH   PIC X VALUE "N".
           88  WS-FORMULA-EOF      VALUE "Y".
       01  WS-STATUS-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-STATUS-EOF-SWITCH    PIC X VALUE "N".
           88  WS-STATUS-EOF       VALUE "Y".
       01  WS-NO-ACTIVE-SWITCH     PIC X VALUE "N".
           88  WS-NO-ACTIVE-VERSION VALUE "Y".
       01  WS-FAILED-SWITCH        PIC X VALUE "N".
           88  WS-RUN-FAILED       VALUE "Y".

           COPY CALCERR.
           COPY CALCREC.
           COPY CALCCFL.

       01  WS-WANTED-VERSION       PIC 9(3) VALUE ZEROS.
       01  WS-BEST-VERSION         PIC 9(3) VALUE ZEROS.
       01  WS-RESOLVE-SOURCE       PIC X VALUE SPACE.
       01  WS-RESOLVE-INDEX        PIC 9(2) VALUE ZEROS.
       01  WS-RESOLVE-LITERAL      PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-FLOW-SUB             PIC 9(2) COMP-3 VALUE ZEROS.

       LINKAGE SECTION.
           COPY CALCFRQ.
           PERFORM LOAD-FORMULA-STEPS
           IF WS-STEP-COUNT = ZERO
               MOVE "ERROR" TO FRML-STATUS
               IF WS-NO-ACTIVE-VERSION
                   MOVE CALC-ERR-NO-ACTIVE-FORMULA TO FRML-ERROR-CODE
               ELSE
                   MOVE CALC-ERR-NO-FORMULA TO FRML-ERROR-CODE
               END-IF
           ELSE
               PERFORM SORT-STEPS-BY-NUMBER
               PERFORM EXECUTE-ONE-STEP

       INITIALIZE-EXECUTION.
           MOVE "N" TO WS-FAILED-SWITCH
           MOVE "N" TO WS-NO-ACTIVE-SWITCH
           MOVE ZEROS TO WS-STEP-COUNT
           MOVE ZEROS TO WS-RUNNING-RESULT
           MOVE ZEROS TO FRML-RESULT

       LOAD-FORMULA-STEPS.
      *    Version zero means "the current formula": a first pass
      *    finds the ID's active version on the status history, then
      *    the matching steps are collected.
           IF WS-WANTED-VERSION = ZERO
               PERFORM FIND-ACTIVE-VERSION
               MOVE WS-BEST-VERSION TO WS-WANTED-VERSION
               IF WS-WANTED-VERSION = ZERO
                   MOVE "Y" TO WS-NO-ACTIVE-SWITCH
               END-IF
           END-IF
           IF WS-WANTED-VERSION > ZERO
               PERFORM COLLECT-VERSION-STEPS
           END-IF.

       FIND-ACTIVE-VERSION.
      *    The history is in the order things happened, so the last
      *    ACTIVE record for the ID names the active version unless a
      *    later record for that same version has moved it on.
           MOVE ZEROS TO WS-BEST-VERSION
           MOVE "N" TO WS-STATUS-EOF-SWITCH
           OPEN INPUT STATUS-FILE
           IF WS-STATUS-FILE-STATUS = "35"
               MOVE "Y" TO WS-STATUS-EOF-SWITCH
           ELSE
               PERFORM READ-STATUS-RECORD
               PERFORM NOTE-STATUS-RECORD UNTIL WS-STATUS-EOF
               CLOSE STATUS-FILE
           END-IF.

       READ-STATUS-RECORD.
           READ STATUS-FILE
               AT END
                   MOVE "Y" TO WS-STATUS-EOF-SWITCH
           END-READ.

       NOTE-STATUS-RECORD.
           IF FSTS-FORMULA-ID = FRML-FORMULA-ID
               IF FSTS-ACTIVE
                   MOVE FSTS-VERSION TO WS-BEST-VERSION
               ELSE
                   IF FSTS-VERSION = WS-BEST-VERSION
                       MOVE ZEROS TO WS-BEST-VERSION
                   END-IF
               END-IF
           END-IF
           PERFORM READ-STATUS-RECORD.

       COLLECT-VERSION-STEPS.
           MOVE "N" TO WS-FORMULA-EOF-SWITCH

       EXECUTE-ONE-STEP.
           INITIALIZE LS-INPUT-DATA
           MOVE FRML-SUPPRESS-AUDIT TO LS-SUPPRESS-AUDIT
           IF WS-STEP-SUB = 1
               MOVE WS-STP-OP1-SOURCE(WS-STEP-SUB)
                   TO WS-RESOLVE-SOURCE
               PERFORM RESOLVE-OPERAND-SOURCE
               MOVE WS-RESOLVED-OPERAND TO LS-OPERAND-2
           END-IF
           IF NOT WS-RUN-FAILED AND
              (WS-STP-OPERATION(WS-STEP-SUB) = "2" OR
               WS-STP-OPERATION(WS-STEP-SUB) = "3")
               IF FRML-FLOW-COUNT > 60
                   MOVE "Y" TO WS-FAILED-SWITCH
                   MOVE "INVALID OPERAND" TO FRML-STATUS
                   MOVE CALC-ERR-OPERAND-RANGE TO FRML-ERROR-CODE
                   MOVE WS-STP-STEP-NO(WS-STEP-SUB)
                       TO FRML-FAILED-STEP
               ELSE
                   PERFORM EXECUTE-CASH-FLOW-STEP
               END-IF
           END-IF
           IF NOT WS-RUN-FAILED AND
              WS-STP-OPERATION(WS-STEP-SUB) NOT = "2" AND
              WS-STP-OPERATION(WS-STEP-SUB) NOT = "3"
               MOVE WS-STP-OPERATION(WS-STEP-SUB) TO LS-OPERATION
               MOVE WS-STP-RATE(WS-STEP-SUB) TO LS-RATE
               MOVE WS-STP-PERIODS(WS-STEP-SUB) TO LS-PERIODS
               END-IF
           END-IF.

       EXECUTE-CASH-FLOW-STEP.
      *    NPV at the step's rate, or IRR at CALCFLOW's default
      *    tolerance and iteration limit, over the caller's flows.
           INITIALIZE CFL-INPUT-DATA
           IF WS-STP-OPERATION(WS-STEP-SUB) = "2"
               MOVE "N" TO CFL-FUNCTION
               MOVE WS-STP-RATE(WS-STEP-SUB) TO CFL-RATE
           ELSE
               MOVE "I" TO CFL-FUNCTION
           END-IF
           MOVE FRML-CALLER-ID TO CFL-CALLER-ID
           MOVE FRML-SUPPRESS-AUDIT TO CFL-SUPPRESS-AUDIT
           MOVE FRML-FLOW-COUNT TO CFL-FLOW-COUNT
           PERFORM COPY-FORMULA-FLOW
               VARYING WS-FLOW-SUB FROM 1 BY 1
               UNTIL WS-FLOW-SUB > FRML-FLOW-COUNT

           CALL "CALCFLOW" USING CFL-INPUT-DATA CFL-OUTPUT-DATA

           IF CFL-STATUS = "SUCCESS"
               MOVE CFL-RESULT TO WS-RUNNING-RESULT
           ELSE
               MOVE "Y" TO WS-FAILED-SWITCH
               MOVE CFL-STATUS TO FRML-STATUS
               MOVE CFL-ERROR-CODE TO FRML-ERROR-CODE
               MOVE WS-STP-STEP-NO(WS-STEP-SUB) TO FRML-FAILED-STEP
           END-IF.

       COPY-FORMULA-FLOW.
           MOVE FRML-FLOW-DATE(WS-FLOW-SUB)
               TO CFL-FLOW-DATE(WS-FLOW-SUB)
           MOVE FRML-FLOW-AMOUNT(WS-FLOW-SUB)
               TO CFL-FLOW-AMOUNT(WS-FLOW-SUB).

       RESOLVE-OPERAND-SOURCE.
           EVALUATE WS-RESOLVE-SOURCE
               WHEN "P"
