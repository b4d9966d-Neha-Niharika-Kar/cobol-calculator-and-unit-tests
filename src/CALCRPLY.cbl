      * other transaction, so it is validated and audited normally;    *
      * the UNCORRECTED lines are the month-end list of rejects        *
      * nobody has come back for yet.                                   *
      * An exception still parked on the CALCRTRQ retry queue belongs  *
      * to CALCRTRY, not to ops: it is reported RETRY-QUEUED and any   *
      * correction for it is refused until the queue lets it go, so    *
      * the same call cannot run twice. One CALCRTRY already re-drove  *
      * clean (RETRIED-OK on CALCDISP) is closed and is skipped.       *
      * Dispositions are appended to CALCDISP, which also carries      *
      * CALCRTRY's attempt history.                                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-FILE-STATUS.

           SELECT RETRY-FILE ASSIGN TO "CALCRTRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
       FD  DISPOSITION-FILE.
           COPY CALCDSP.

       FD  RETRY-FILE.
           COPY CALCRTQ.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-CORRECTION-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-DISPOSITION-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-RETRY-FILE-STATUS    PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-COR-EOF-SWITCH       PIC X VALUE "N".
           88  WS-COR-EOF          VALUE "Y".
       01  WS-AUX-EOF-SWITCH       PIC X VALUE "N".
           88  WS-AUX-EOF          VALUE "Y".

       01  WS-EXCEPTION-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-REPLAYED-OK-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-REPLAYED-FAIL-COUNT  PIC 9(7) VALUE ZEROS.
       01  WS-UNCORRECTED-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-RETRY-QUEUED-COUNT   PIC 9(7) VALUE ZEROS.
       01  WS-RETRIED-OK-COUNT     PIC 9(7) VALUE ZEROS.

      *    Exceptions the retry queue still owns (sequence and log
      *    date, since the sequence alone restarts with each load of
      *    CALCULATOR), and those it already re-drove clean.
       01  WS-QUEUED-TABLE.
           05  WS-QUEUED-COUNT     PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-QUEUED-ENTRY OCCURS 2000 TIMES
                   INDEXED BY QUE-IDX.
               10  WS-QUE-SEQUENCE-NO  PIC 9(9).
               10  WS-QUE-LOG-DATE     PIC 9(8).
       01  WS-RETRIED-TABLE.
           05  WS-RETRIED-COUNT    PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-RETRIED-ENTRY OCCURS 5000 TIMES
                   INDEXED BY RTD-IDX.
               10  WS-RTD-SEQUENCE-NO  PIC 9(9).
               10  WS-RTD-CALLER-ID    PIC X(8).
               10  WS-RTD-CORR-ID      PIC X(16).
       01  WS-UNREPLAYED-DISPOSITION PIC X(15) VALUE SPACES.
       01  WS-QUEUED-SWITCH        PIC X VALUE "N".
           88  WS-ON-RETRY-QUEUE   VALUE "Y".
       01  WS-RETRIED-SWITCH       PIC X VALUE "N".
           88  WS-RETRIED-CLEAN    VALUE "Y".

       01  WS-CORRECTION-TABLE.
           05  WS-CORRECTION-COUNT PIC 9(5) COMP-3 VALUE ZEROS.

       MAIN-LOGIC.
           PERFORM LOAD-CORRECTION-TABLE
           PERFORM LOAD-RETRY-QUEUE
           PERFORM LOAD-RETRIED-DISPOSITIONS
           PERFORM PROCESS-EXCEPTION-LOG
           PERFORM DISPLAY-RUN-SUMMARY
           GOBACK.
           END-IF
           PERFORM READ-CORRECTION-RECORD.

       LOAD-RETRY-QUEUE.
           MOVE "N" TO WS-AUX-EOF-SWITCH
           OPEN INPUT RETRY-FILE
           IF WS-RETRY-FILE-STATUS NOT = "35"
               PERFORM READ-RETRY-RECORD
               PERFORM STORE-QUEUED-EXCEPTION UNTIL WS-AUX-EOF
               CLOSE RETRY-FILE
           END-IF.

       READ-RETRY-RECORD.
           READ RETRY-FILE
               AT END
                   MOVE "Y" TO WS-AUX-EOF-SWITCH
           END-READ.

       STORE-QUEUED-EXCEPTION.
      *    A queued operator hold has no exception of its own yet.
           IF RTRQ-EXC-SEQUENCE-NO NUMERIC AND
              RTRQ-EXC-SEQUENCE-NO > ZERO
               IF WS-QUEUED-COUNT < 2000
                   ADD 1 TO WS-QUEUED-COUNT
                   SET QUE-IDX TO WS-QUEUED-COUNT
                   MOVE RTRQ-EXC-SEQUENCE-NO
                       TO WS-QUE-SEQUENCE-NO(QUE-IDX)
                   MOVE RTRQ-PARKED-DATE TO WS-QUE-LOG-DATE(QUE-IDX)
               ELSE
                   DISPLAY "CALCRPLY - RETRY QUEUE TABLE FULL, "
                       "EXCEPTION " RTRQ-EXC-SEQUENCE-NO
                       " WILL REPORT AS UNCORRECTED"
               END-IF
           END-IF
           PERFORM READ-RETRY-RECORD.

       LOAD-RETRIED-DISPOSITIONS.
           MOVE "N" TO WS-AUX-EOF-SWITCH
           OPEN INPUT DISPOSITION-FILE
           IF WS-DISPOSITION-FILE-STATUS NOT = "35"
               PERFORM READ-DISPOSITION-RECORD
               PERFORM STORE-RETRIED-SEQUENCE UNTIL WS-AUX-EOF
               CLOSE DISPOSITION-FILE
           END-IF.

       READ-DISPOSITION-RECORD.
           READ DISPOSITION-FILE
               AT END
                   MOVE "Y" TO WS-AUX-EOF-SWITCH
           END-READ.

       STORE-RETRIED-SEQUENCE.
           IF DISP-RETRIED-OK AND DISP-SEQUENCE-NO > ZERO
               IF WS-RETRIED-COUNT < 5000
                   ADD 1 TO WS-RETRIED-COUNT
                   SET RTD-IDX TO WS-RETRIED-COUNT
                   MOVE DISP-SEQUENCE-NO TO WS-RTD-SEQUENCE-NO(RTD-IDX)
                   MOVE DISP-CALLER-ID TO WS-RTD-CALLER-ID(RTD-IDX)
                   MOVE DISP-CORR-ID TO WS-RTD-CORR-ID(RTD-IDX)
               ELSE
                   DISPLAY "CALCRPLY - RETRIED TABLE FULL, EXCEPTION "
                       DISP-SEQUENCE-NO " WILL REPORT AS UNCORRECTED"
               END-IF
           END-IF
           PERFORM READ-DISPOSITION-RECORD.

       PROCESS-EXCEPTION-LOG.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT EXCEPTION-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND DISPOSITION-FILE
           IF WS-DISPOSITION-FILE-STATUS = "35"
               OPEN OUTPUT DISPOSITION-FILE
           END-IF
           PERFORM READ-EXCEPTION-RECORD
           PERFORM REPLAY-ONE-EXCEPTION UNTIL WS-END-OF-FILE
           CLOSE EXCEPTION-FILE

       REPLAY-ONE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           PERFORM CHECK-RETRY-OWNERSHIP
           PERFORM FIND-CORRECTION
           EVALUATE TRUE
               WHEN WS-RETRIED-CLEAN
                   ADD 1 TO WS-RETRIED-OK-COUNT
               WHEN WS-ON-RETRY-QUEUE
                   ADD 1 TO WS-RETRY-QUEUED-COUNT
                   IF WS-MATCH-FOUND
                       DISPLAY "CALCRPLY - EXCEPTION " EXC-SEQUENCE-NO
                           " IS ON THE RETRY QUEUE, CORRECTION REFUSED"
                   END-IF
                   MOVE "RETRY-QUEUED" TO WS-UNREPLAYED-DISPOSITION
                   PERFORM WRITE-UNREPLAYED-DISPOSITION
               WHEN WS-MATCH-FOUND
                   PERFORM REPLAY-CORRECTED-TRANSACTION
               WHEN OTHER
                   ADD 1 TO WS-UNCORRECTED-COUNT
                   MOVE "UNCORRECTED" TO WS-UNREPLAYED-DISPOSITION
                   PERFORM WRITE-UNREPLAYED-DISPOSITION
           END-EVALUATE
           PERFORM READ-EXCEPTION-RECORD.

       CHECK-RETRY-OWNERSHIP.
           MOVE "N" TO WS-QUEUED-SWITCH
           MOVE "N" TO WS-RETRIED-SWITCH
           PERFORM MATCH-QUEUED-ENTRY
               VARYING QUE-IDX FROM 1 BY 1
               UNTIL QUE-IDX > WS-QUEUED-COUNT
                  OR WS-ON-RETRY-QUEUE
           PERFORM MATCH-RETRIED-ENTRY
               VARYING RTD-IDX FROM 1 BY 1
               UNTIL RTD-IDX > WS-RETRIED-COUNT
                  OR WS-RETRIED-CLEAN.

       MATCH-QUEUED-ENTRY.
           IF WS-QUE-SEQUENCE-NO(QUE-IDX) = EXC-SEQUENCE-NO AND
              WS-QUE-LOG-DATE(QUE-IDX) = EXC-LOG-DATE
               MOVE "Y" TO WS-QUEUED-SWITCH
           END-IF.

       MATCH-RETRIED-ENTRY.
           IF WS-RTD-SEQUENCE-NO(RTD-IDX) = EXC-SEQUENCE-NO AND
              WS-RTD-CALLER-ID(RTD-IDX) = EXC-CALLER-ID AND
              WS-RTD-CORR-ID(RTD-IDX) = EXC-CORR-ID
               MOVE "Y" TO WS-RETRIED-SWITCH
           END-IF.

       FIND-CORRECTION.
           MOVE "N" TO WS-MATCH-SWITCH
           MOVE ZEROS TO WS-MATCHED-ENTRY
           MOVE EXC-CALLER-ID TO DISP-CALLER-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO DISP-LOG-DATE
           MOVE EXC-CORR-ID TO DISP-CORR-ID
           MOVE ZEROS TO DISP-RETRY-SEQUENCE-NO
           MOVE ZEROS TO DISP-RETRY-ATTEMPT
           WRITE DISP-RECORD.

       WRITE-UNREPLAYED-DISPOSITION.
           MOVE EXC-SEQUENCE-NO TO DISP-SEQUENCE-NO
           MOVE EXC-OPERATION TO DISP-ORIG-OPERATION
           MOVE EXC-ERROR-CODE TO DISP-ORIG-ERROR-CODE
           MOVE WS-UNREPLAYED-DISPOSITION TO DISP-DISPOSITION
           MOVE ZEROS TO DISP-NEW-RESULT
           MOVE SPACES TO DISP-NEW-STATUS
           MOVE EXC-CALLER-ID TO DISP-CALLER-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO DISP-LOG-DATE
           MOVE EXC-CORR-ID TO DISP-CORR-ID
           MOVE ZEROS TO DISP-RETRY-SEQUENCE-NO
           MOVE ZEROS TO DISP-RETRY-ATTEMPT
           WRITE DISP-RECORD.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "Replayed OK:          " WS-REPLAYED-OK-COUNT
           DISPLAY "Replayed failed:      " WS-REPLAYED-FAIL-COUNT
           DISPLAY "Uncorrected:          " WS-UNCORRECTED-COUNT
           DISPLAY "On the retry queue:   " WS-RETRY-QUEUED-COUNT
           DISPLAY "Closed by retry:      " WS-RETRIED-OK-COUNT
           DISPLAY "========================================".

       END PROGRAM CALCRPLY.
