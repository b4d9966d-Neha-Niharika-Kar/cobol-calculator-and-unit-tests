       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRTRY.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Retry-Queue Re-drive Batch for CALCULATOR                      *
      * Works the CALCRTRQ retry queue CALCULATOR parks its            *
      * not-the-transaction's-fault rejects on (CALC-ERR-RETRYABLE in  *
      * CALCERR: no rate, no jurisdiction, no minor units, no product, *
      * the daily quota, a batch caller's operator hold). Each queued  *
      * call is re-fed through CALCULATOR exactly as submitted,        *
      * carrying LS-RETRY-REDRIVE so a call still blocked is neither   *
      * parked again nor logged as a fresh exception, and every        *
      * attempt writes its own CALCDISP disposition:                   *
      *   RETRIED-OK      - the block has cleared and the call ran     *
      *   RETRIED-HELD    - it ran onto the CALCPEND approval queue    *
      *   RETRIED-FAILED  - refused for some other reason; off to the  *
      *                     ordinary repair path                       *
      *   RETRY-WAITING   - still blocked; stays queued                *
      *   RETRY-EXHAUSTED - still blocked after the CALCRTRC attempt   *
      *                     limit (default 5); off to the ordinary     *
      *                     repair path                                *
      * A reject already on CALCEXCP simply stays there for CALCRPLY   *
      * once it leaves the queue; an operator hold, which never        *
      * reached the exception log, is logged there as it leaves so     *
      * CALCEXAG and CALCRPLY can see it. The queue is rewritten with  *
      * only the items still waiting. Return code 4 when anything was  *
      * handed to the repair path.                                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRY-FILE ASSIGN TO "CALCRTRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRY-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CALCRTRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT DISPOSITION-FILE ASSIGN TO "CALCDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "CALCEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO "CALCRTRW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETRY-FILE.
           COPY CALCRTQ.

       FD  CONTROL-FILE.
       01  RETRY-CONTROL-RECORD.
           05  RTRC-MAX-ATTEMPTS       PIC 9(3).

       FD  DISPOSITION-FILE.
           COPY CALCDSP.

       FD  EXCEPTION-FILE.
           COPY CALCEXC.

       FD  WORK-FILE.
           COPY CALCRTQ REPLACING LEADING ==RTRQ-== BY ==WRK-==.

       WORKING-STORAGE SECTION.
       01  WS-RETRY-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-DISPOSITION-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-EXCEPTION-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-WORK-FILE-STATUS     PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-EXC-EOF-SWITCH       PIC X VALUE "N".
           88  WS-EXC-EOF          VALUE "Y".

       01  WS-MAX-ATTEMPTS         PIC 9(3) VALUE 5.
       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-EXCEPTION-SEQUENCE   PIC 9(9) VALUE ZEROS.
       01  WS-EXCEPTION-SEEDED-SWITCH PIC X VALUE "N".
           88  WS-EXCEPTION-SEEDED VALUE "Y".
       01  WS-DISP-SEQUENCE        PIC 9(9) VALUE ZEROS.

       01  WS-QUEUED-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-RETRIED-OK-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-RETRIED-HELD-COUNT   PIC 9(7) VALUE ZEROS.
       01  WS-RETRIED-FAILED-COUNT PIC 9(7) VALUE ZEROS.
       01  WS-WAITING-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-EXHAUSTED-COUNT      PIC 9(7) VALUE ZEROS.

           COPY CALCERR.

           COPY CALCREC.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-RETRY-CONTROLS
           PERFORM PROCESS-RETRY-QUEUE
           PERFORM COPY-WORK-TO-QUEUE
           PERFORM DISPLAY-RUN-SUMMARY
           IF WS-RETRIED-FAILED-COUNT > ZERO OR
              WS-EXHAUSTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-RETRY-CONTROLS.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "35"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RTRC-MAX-ATTEMPTS NUMERIC AND
                          RTRC-MAX-ATTEMPTS > ZERO
                           MOVE RTRC-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       PROCESS-RETRY-QUEUE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RETRY-FILE
           IF WS-RETRY-FILE-STATUS = "35"
      *        Nothing has ever been parked: a quiet night, not an
      *        error.
               DISPLAY "CALCRTRY - NO RETRY QUEUE ON CALCRTRQ"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT WORK-FILE
           OPEN EXTEND DISPOSITION-FILE
           IF WS-DISPOSITION-FILE-STATUS = "35"
               OPEN OUTPUT DISPOSITION-FILE
           END-IF
           PERFORM READ-RETRY-RECORD
           PERFORM REDRIVE-ONE-ITEM UNTIL WS-END-OF-FILE
           CLOSE RETRY-FILE
           CLOSE WORK-FILE
           CLOSE DISPOSITION-FILE.

       READ-RETRY-RECORD.
           READ RETRY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       REDRIVE-ONE-ITEM.
           ADD 1 TO WS-QUEUED-COUNT
           ADD 1 TO RTRQ-ATTEMPTS
           MOVE WS-RUN-DATE TO RTRQ-LAST-TRY-DATE
           PERFORM CALL-CALCULATOR
           MOVE RTRQ-EXC-SEQUENCE-NO TO WS-DISP-SEQUENCE
           MOVE LS-ERROR-CODE TO CALC-ERR-RETRY-CHECK
           EVALUATE TRUE
               WHEN LS-STATUS-SUCCESSFUL
                   ADD 1 TO WS-RETRIED-OK-COUNT
                   MOVE "RETRIED-OK" TO DISP-DISPOSITION
               WHEN LS-ERROR-CODE = CALC-ERR-HELD-APPROVAL
                   ADD 1 TO WS-RETRIED-HELD-COUNT
                   MOVE "RETRIED-HELD" TO DISP-DISPOSITION
               WHEN NOT CALC-ERR-RETRYABLE
                   ADD 1 TO WS-RETRIED-FAILED-COUNT
                   MOVE "RETRIED-FAILED" TO DISP-DISPOSITION
                   PERFORM HAND-TO-REPAIR-PATH
               WHEN RTRQ-ATTEMPTS < WS-MAX-ATTEMPTS
                   ADD 1 TO WS-WAITING-COUNT
                   MOVE "RETRY-WAITING" TO DISP-DISPOSITION
                   MOVE LS-ERROR-CODE TO RTRQ-LAST-ERROR-CODE
                   WRITE WRK-RECORD FROM RTRQ-RECORD
               WHEN OTHER
                   ADD 1 TO WS-EXHAUSTED-COUNT
                   MOVE "RETRY-EXHAUSTED" TO DISP-DISPOSITION
                   PERFORM HAND-TO-REPAIR-PATH
           END-EVALUATE
           PERFORM WRITE-RETRY-DISPOSITION
           PERFORM READ-RETRY-RECORD.

       CALL-CALCULATOR.
           INITIALIZE LS-INPUT-DATA
           MOVE RTRQ-OPERAND-1 TO LS-OPERAND-1
           MOVE RTRQ-OPERAND-2 TO LS-OPERAND-2
           MOVE RTRQ-OPERATION TO LS-OPERATION
           MOVE RTRQ-CALLER-ID TO LS-CALLER-ID
           MOVE RTRQ-RATE TO LS-RATE
           MOVE RTRQ-PERIODS TO LS-PERIODS
           MOVE RTRQ-ROUND-MODE TO LS-ROUND-MODE
           MOVE RTRQ-DATE-1 TO LS-DATE-1
           MOVE RTRQ-DATE-2 TO LS-DATE-2
           MOVE RTRQ-DAY-COUNT TO LS-DAY-COUNT
           MOVE RTRQ-CURRENCY-1 TO LS-CURRENCY-1
           MOVE RTRQ-CURRENCY-2 TO LS-CURRENCY-2
           MOVE RTRQ-CONVERSION-RATE TO LS-CONVERSION-RATE
           MOVE RTRQ-TAX-JURISDICTION TO LS-TAX-JURISDICTION
           MOVE RTRQ-DAY-BASIS TO LS-DAY-BASIS
           MOVE RTRQ-MARKET-CODE TO LS-MARKET-CODE
           MOVE RTRQ-PRECISION-MODE TO LS-PRECISION-MODE
           MOVE RTRQ-OPERAND-1-EXT TO LS-OPERAND-1-EXT
           MOVE RTRQ-OPERAND-2-EXT TO LS-OPERAND-2-EXT
           MOVE RTRQ-PRODUCT-CODE TO LS-PRODUCT-CODE
           MOVE RTRQ-VALUE-DATE TO LS-VALUE-DATE
           MOVE RTRQ-CORR-ID TO LS-CORR-ID
           MOVE RTRQ-DAY-COUNT-CONV TO LS-DAY-COUNT-CONV
           MOVE RTRQ-FEE-CODE TO LS-FEE-CODE
           MOVE RTRQ-REVIEW-OVERRIDE TO LS-REVIEW-OVERRIDE
           MOVE RTRQ-BACK-VALUE-OVERRIDE TO LS-BACK-VALUE-OVERRIDE
      *    The re-drive flag keeps a still-blocked call off the
      *    queue and the exception log; this program owns the item.
           MOVE "Y" TO LS-RETRY-REDRIVE

           CALL "CALCULATOR" USING LS-INPUT-DATA LS-OUTPUT-DATA.

       HAND-TO-REPAIR-PATH.
      *    The item leaves the queue. A reject is already on
      *    CALCEXCP under its original sequence and waits there for
      *    a CALCCORR correction; an operator hold never was, so it
      *    is logged now under the outcome of this last attempt.
           IF RTRQ-EXC-SEQUENCE-NO = ZERO
               PERFORM WRITE-EXCEPTION-RECORD
               MOVE WS-EXCEPTION-SEQUENCE TO WS-DISP-SEQUENCE
           END-IF.

       WRITE-RETRY-DISPOSITION.
           MOVE WS-DISP-SEQUENCE TO DISP-SEQUENCE-NO
           MOVE RTRQ-OPERATION TO DISP-ORIG-OPERATION
           MOVE RTRQ-ORIG-ERROR-CODE TO DISP-ORIG-ERROR-CODE
           MOVE LS-RESULT TO DISP-NEW-RESULT
           MOVE LS-STATUS TO DISP-NEW-STATUS
           MOVE RTRQ-CALLER-ID TO DISP-CALLER-ID
           MOVE WS-RUN-DATE TO DISP-LOG-DATE
           MOVE RTRQ-CORR-ID TO DISP-CORR-ID
           MOVE RTRQ-SEQUENCE-NO TO DISP-RETRY-SEQUENCE-NO
           MOVE RTRQ-ATTEMPTS TO DISP-RETRY-ATTEMPT
           WRITE DISP-RECORD.

       WRITE-EXCEPTION-RECORD.
      *    Numbered on from the highest sequence already on the log,
      *    so the CALCCORR correction keyed to it cannot collide.
           IF NOT WS-EXCEPTION-SEEDED
               PERFORM SEED-EXCEPTION-SEQUENCE
           END-IF
           ADD 1 TO WS-EXCEPTION-SEQUENCE
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCEPTION-FILE-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           INITIALIZE EXCEPTION-RECORD
           MOVE WS-EXCEPTION-SEQUENCE TO EXC-SEQUENCE-NO
           IF RTRQ-PRECISION-MODE = "H"
               MOVE RTRQ-OPERAND-1-EXT TO EXC-OPERAND-1
               MOVE RTRQ-OPERAND-2-EXT TO EXC-OPERAND-2
           ELSE
               MOVE RTRQ-OPERAND-1 TO EXC-OPERAND-1
               MOVE RTRQ-OPERAND-2 TO EXC-OPERAND-2
           END-IF
           MOVE RTRQ-OPERATION TO EXC-OPERATION
           MOVE LS-STATUS TO EXC-STATUS
           MOVE LS-ERROR-CODE TO EXC-ERROR-CODE
           IF DISP-RETRY-EXHAUSTED
               MOVE "RETRY QUEUE ATTEMPTS EXHAUSTED - REPAIR NEEDED"
                   TO EXC-ERROR-MSG
           ELSE
               MOVE "REFUSED ON RETRY QUEUE RE-DRIVE - REPAIR NEEDED"
                   TO EXC-ERROR-MSG
           END-IF
           MOVE RTRQ-CALLER-ID TO EXC-CALLER-ID
           MOVE WS-RUN-DATE TO EXC-LOG-DATE
           MOVE RTRQ-CORR-ID TO EXC-CORR-ID
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTION-FILE.

       SEED-EXCEPTION-SEQUENCE.
           MOVE ZEROS TO WS-EXCEPTION-SEQUENCE
           MOVE "N" TO WS-EXC-EOF-SWITCH
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCEPTION-FILE-STATUS = "35"
               MOVE "Y" TO WS-EXC-EOF-SWITCH
           ELSE
               PERFORM READ-EXCEPTION-TAIL
               PERFORM NOTE-EXCEPTION-SEQUENCE UNTIL WS-EXC-EOF
               CLOSE EXCEPTION-FILE
           END-IF
           MOVE "Y" TO WS-EXCEPTION-SEEDED-SWITCH.

       READ-EXCEPTION-TAIL.
           READ EXCEPTION-FILE
               AT END
                   MOVE "Y" TO WS-EXC-EOF-SWITCH
           END-READ.

       NOTE-EXCEPTION-SEQUENCE.
           IF EXC-SEQUENCE-NO NUMERIC AND
              EXC-SEQUENCE-NO > WS-EXCEPTION-SEQUENCE
               MOVE EXC-SEQUENCE-NO TO WS-EXCEPTION-SEQUENCE
           END-IF
           PERFORM READ-EXCEPTION-TAIL.

       COPY-WORK-TO-QUEUE.
      *    The rewritten queue holds only what is still waiting; an
      *    item that ran, or went to the repair path, never comes
      *    around again.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT WORK-FILE
           OPEN OUTPUT RETRY-FILE
           PERFORM READ-WORK-RECORD
           PERFORM COPY-ONE-ITEM-BACK UNTIL WS-END-OF-FILE
           CLOSE WORK-FILE
           CLOSE RETRY-FILE.

       READ-WORK-RECORD.
           READ WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       COPY-ONE-ITEM-BACK.
           WRITE RTRQ-RECORD FROM WRK-RECORD
           PERFORM READ-WORK-RECORD.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCRTRY - RETRY QUEUE SUMMARY"
           DISPLAY "========================================"
           DISPLAY "Queued items read:    " WS-QUEUED-COUNT
           DISPLAY "Retried OK:           " WS-RETRIED-OK-COUNT
           DISPLAY "Retried onto approval:" WS-RETRIED-HELD-COUNT
           DISPLAY "Retried and refused:  " WS-RETRIED-FAILED-COUNT
           DISPLAY "Still waiting:        " WS-WAITING-COUNT
           DISPLAY "Attempts exhausted:   " WS-EXHAUSTED-COUNT
           DISPLAY "Attempt limit:        " WS-MAX-ATTEMPTS
           DISPLAY "========================================".

       END PROGRAM CALCRTRY.
