      * before the log-date column existed age as "unknown" and are    *
      * counted separately rather than guessed at. Printed to          *
      * CALCEXAP.                                                      *
      * Rejects parked on the CALCRTRQ retry queue are waiting for     *
      * CALCRTRY, not for a person: they are aged on a page of their   *
      * own by caller and original error code, from the date they were *
      * parked, and stay off the repair aging and the escalation page  *
      * until the queue hands them back. A RETRIED-OK disposition      *
      * closes an item the same as REPLAYED-OK.                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RETRY-FILE ASSIGN TO "CALCRTRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       FD  RETRY-FILE.
           COPY CALCRTQ.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-DISPOSITION-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-RETRY-FILE-STATUS    PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-DISP-EOF-SWITCH      PIC X VALUE "N".
           88  WS-DISP-EOF         VALUE "Y".
       01  WS-RETRY-EOF-SWITCH     PIC X VALUE "N".
           88  WS-RETRY-EOF        VALUE "Y".

       01  WS-ESCALATION-DAYS      PIC 9(3) VALUE 10.
       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-AGING-SUB            PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-AGING-MATCH-SUB      PIC 9(3) COMP-3 VALUE ZEROS.

      *    Retry-queue aging rows, same shape, aged from the date
      *    each item was parked.
       01  WS-RETRY-AGING-TABLE.
           05  WS-RETRY-AGING-COUNT PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-RETRY-AGING-ENTRY OCCURS 400 TIMES.
               10  WS-RAGE-CALLER-ID   PIC X(8).
               10  WS-RAGE-ERROR-CODE  PIC X(8).
               10  WS-RAGE-BUCKET-1    PIC 9(7).
               10  WS-RAGE-BUCKET-2-5  PIC 9(7).
               10  WS-RAGE-BUCKET-6-10 PIC 9(7).
               10  WS-RAGE-BUCKET-OVER PIC 9(7).
               10  WS-RAGE-UNKNOWN     PIC 9(7).

      *    Exception-log entries the retry queue still owns, by
      *    sequence and log date (the sequence alone restarts with
      *    each load of CALCULATOR).
       01  WS-QUEUED-TABLE.
           05  WS-QUEUED-COUNT     PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-QUEUED-ENTRY OCCURS 2000 TIMES.
               10  WS-QUE-SEQUENCE-NO  PIC 9(9).
               10  WS-QUE-LOG-DATE     PIC 9(8).
       01  WS-QUEUED-SUB           PIC 9(5) COMP-3 VALUE ZEROS.
       01  WS-QUEUED-SWITCH        PIC X VALUE "N".
           88  WS-ON-RETRY-QUEUE   VALUE "Y".

      *    Escalation list, printed on its own page.
       01  WS-ESCALATION-TABLE.
           05  WS-ESCALATION-COUNT PIC 9(3) COMP-3 VALUE ZEROS.

       01  WS-EXCEPTION-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-UNRESOLVED-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-RETRY-QUEUE-COUNT    PIC 9(7) VALUE ZEROS.

      *    Print control, same conventions as CALCRPT.
       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
           INITIALIZE WS-RESOLVED-TABLE
           INITIALIZE WS-AGING-TABLE
           INITIALIZE WS-ESCALATION-TABLE
           INITIALIZE WS-RETRY-AGING-TABLE
           INITIALIZE WS-QUEUED-TABLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM READ-AGING-CONTROLS
           PERFORM LOAD-RESOLVED-DISPOSITIONS
           PERFORM AGE-RETRY-QUEUE
           PERFORM AGE-EXCEPTION-LOG
           PERFORM PRINT-AGING-REPORT
           PERFORM DISPLAY-RUN-SUMMARY
           END-READ.

       STORE-RESOLVED-SEQUENCE.
      *    Only a clean replay or a clean retry-queue re-drive closes
      *    an item; REPLAYED-FAILED and UNCORRECTED both leave it on
      *    somebody's desk. A full
      *    table must announce itself: every REPLAYED-OK dropped
      *    here comes back as a false unresolved item, possibly on
      *    the escalation page.
           IF DISP-REPLAYED-OK OR DISP-RETRIED-OK
               IF WS-RESOLVED-COUNT < 5000
                   ADD 1 TO WS-RESOLVED-COUNT
                   MOVE DISP-SEQUENCE-NO
           END-IF
           PERFORM READ-DISPOSITION-RECORD.

       AGE-RETRY-QUEUE.
           MOVE "N" TO WS-RETRY-EOF-SWITCH
           OPEN INPUT RETRY-FILE
           IF WS-RETRY-FILE-STATUS = "35"
               MOVE "Y" TO WS-RETRY-EOF-SWITCH
           ELSE
               PERFORM READ-RETRY-RECORD
               PERFORM AGE-ONE-RETRY-ITEM UNTIL WS-RETRY-EOF
               CLOSE RETRY-FILE
           END-IF.

       READ-RETRY-RECORD.
           READ RETRY-FILE
               AT END
                   MOVE "Y" TO WS-RETRY-EOF-SWITCH
           END-READ.

       AGE-ONE-RETRY-ITEM.
           ADD 1 TO WS-RETRY-QUEUE-COUNT
           IF RTRQ-EXC-SEQUENCE-NO NUMERIC AND
              RTRQ-EXC-SEQUENCE-NO > ZERO
               IF WS-QUEUED-COUNT < 2000
                   ADD 1 TO WS-QUEUED-COUNT
                   MOVE RTRQ-EXC-SEQUENCE-NO
                       TO WS-QUE-SEQUENCE-NO(WS-QUEUED-COUNT)
                   MOVE RTRQ-PARKED-DATE
                       TO WS-QUE-LOG-DATE(WS-QUEUED-COUNT)
               ELSE
                   DISPLAY "CALCEXAG - RETRY QUEUE TABLE FULL, "
                       "EXCEPTION " RTRQ-EXC-SEQUENCE-NO
                       " ALSO AGED AS NEEDING REPAIR"
               END-IF
           END-IF
           PERFORM BUCKET-THIS-RETRY-ITEM THRU BUCKET-RETRY-ITEM-EXIT
           PERFORM READ-RETRY-RECORD.

       BUCKET-THIS-RETRY-ITEM.
           PERFORM FIND-RETRY-AGING-ROW
           IF WS-AGING-MATCH-SUB = ZERO
               GO TO BUCKET-RETRY-ITEM-EXIT
           END-IF
           IF RTRQ-PARKED-DATE NOT NUMERIC OR
              RTRQ-PARKED-DATE = ZEROS
               ADD 1 TO WS-RAGE-UNKNOWN(WS-AGING-MATCH-SUB)
               GO TO BUCKET-RETRY-ITEM-EXIT
           END-IF
           COMPUTE WS-AGE-DAYS =
                   WS-TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE(RTRQ-PARKED-DATE)
           IF WS-AGE-DAYS < ZERO
               MOVE ZEROS TO WS-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   ADD 1 TO WS-RAGE-BUCKET-1(WS-AGING-MATCH-SUB)
               WHEN WS-AGE-DAYS <= 5
                   ADD 1 TO WS-RAGE-BUCKET-2-5(WS-AGING-MATCH-SUB)
               WHEN WS-AGE-DAYS <= 10
                   ADD 1 TO WS-RAGE-BUCKET-6-10(WS-AGING-MATCH-SUB)
               WHEN OTHER
                   ADD 1 TO WS-RAGE-BUCKET-OVER(WS-AGING-MATCH-SUB)
           END-EVALUATE.

       BUCKET-RETRY-ITEM-EXIT.
           EXIT.

       FIND-RETRY-AGING-ROW.
           MOVE ZEROS TO WS-AGING-MATCH-SUB
           PERFORM MATCH-RETRY-AGING-ROW
               VARYING WS-AGING-SUB FROM 1 BY 1
               UNTIL WS-AGING-SUB > WS-RETRY-AGING-COUNT
                  OR WS-AGING-MATCH-SUB > ZERO
           IF WS-AGING-MATCH-SUB = ZERO
               IF WS-RETRY-AGING-COUNT < 400
                   ADD 1 TO WS-RETRY-AGING-COUNT
                   MOVE RTRQ-CALLER-ID
                       TO WS-RAGE-CALLER-ID(WS-RETRY-AGING-COUNT)
                   MOVE RTRQ-ORIG-ERROR-CODE
                       TO WS-RAGE-ERROR-CODE(WS-RETRY-AGING-COUNT)
                   MOVE WS-RETRY-AGING-COUNT TO WS-AGING-MATCH-SUB
               ELSE
                   DISPLAY "CALCEXAG - RETRY AGING TABLE FULL, QUEUE "
                       "ITEM " RTRQ-SEQUENCE-NO " NOT BUCKETED"
               END-IF
           END-IF.

       MATCH-RETRY-AGING-ROW.
           IF WS-RAGE-CALLER-ID(WS-AGING-SUB) = RTRQ-CALLER-ID AND
              WS-RAGE-ERROR-CODE(WS-AGING-SUB) = RTRQ-ORIG-ERROR-CODE
               MOVE WS-AGING-SUB TO WS-AGING-MATCH-SUB
           END-IF.

       AGE-EXCEPTION-LOG.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT EXCEPTION-FILE
           ADD 1 TO WS-EXCEPTION-COUNT
           PERFORM CHECK-RESOLVED
           IF NOT WS-IS-RESOLVED
               PERFORM CHECK-RETRY-QUEUE
           END-IF
      *    A queued reject is already counted on the retry page.
           IF NOT WS-IS-RESOLVED AND NOT WS-ON-RETRY-QUEUE
               ADD 1 TO WS-UNRESOLVED-COUNT
               PERFORM BUCKET-THIS-EXCEPTION
                   THRU BUCKET-EXCEPTION-EXIT
           END-IF
           PERFORM READ-EXCEPTION-RECORD.

               UNTIL WS-RESOLVED-SUB > WS-RESOLVED-COUNT
                  OR WS-IS-RESOLVED.

       CHECK-RETRY-QUEUE.
           MOVE "N" TO WS-QUEUED-SWITCH
           PERFORM MATCH-QUEUED-EXCEPTION
               VARYING WS-QUEUED-SUB FROM 1 BY 1
               UNTIL WS-QUEUED-SUB > WS-QUEUED-COUNT
                  OR WS-ON-RETRY-QUEUE.

       MATCH-QUEUED-EXCEPTION.
           IF WS-QUE-SEQUENCE-NO(WS-QUEUED-SUB) = EXC-SEQUENCE-NO AND
              WS-QUE-LOG-DATE(WS-QUEUED-SUB) = EXC-LOG-DATE
               MOVE "Y" TO WS-QUEUED-SWITCH
           END-IF.

       MATCH-RESOLVED-SEQUENCE.
           IF WS-RESOLVED-SEQ(WS-RESOLVED-SUB) = EXC-SEQUENCE-NO
               MOVE "Y" TO WS-RESOLVED-SWITCH
       PRINT-AGING-REPORT.
           OPEN OUTPUT REPORT-FILE
           PERFORM START-NEW-PAGE
           MOVE "REPAIR NEEDED - UNRESOLVED EXCEPTIONS" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-ONE-AGING-ROW
               VARYING WS-AGING-SUB FROM 1 BY 1
               UNTIL WS-AGING-SUB > WS-AGING-COUNT
           PERFORM START-NEW-PAGE
           MOVE "RETRY QUEUE - AWAITING AUTOMATIC RE-DRIVE BY CALCRTRY"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-RETRY-AGING-COUNT = ZERO
               MOVE "  (NONE)" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM PRINT-ONE-RETRY-AGING-ROW
                   VARYING WS-AGING-SUB FROM 1 BY 1
                   UNTIL WS-AGING-SUB > WS-RETRY-AGING-COUNT
           END-IF
           PERFORM START-NEW-PAGE
           MOVE "ESCALATIONS - UNRESOLVED PAST THE ESCALATION AGE"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-AGING-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-ONE-RETRY-AGING-ROW.
           MOVE SPACES TO WS-AGING-LINE
           IF WS-RAGE-CALLER-ID(WS-AGING-SUB) = SPACES
               MOVE "(NONE)" TO WS-DTL-CALLER
           ELSE
               MOVE WS-RAGE-CALLER-ID(WS-AGING-SUB) TO WS-DTL-CALLER
           END-IF
           MOVE WS-RAGE-ERROR-CODE(WS-AGING-SUB) TO WS-DTL-ERROR
           MOVE WS-RAGE-BUCKET-1(WS-AGING-SUB) TO WS-DTL-B1
           MOVE WS-RAGE-BUCKET-2-5(WS-AGING-SUB) TO WS-DTL-B25
           MOVE WS-RAGE-BUCKET-6-10(WS-AGING-SUB) TO WS-DTL-B610
           MOVE WS-RAGE-BUCKET-OVER(WS-AGING-SUB) TO WS-DTL-BOVER
           MOVE WS-RAGE-UNKNOWN(WS-AGING-SUB) TO WS-DTL-BUNK
           MOVE WS-AGING-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-ONE-ESCALATION.
           MOVE SPACES TO WS-ESCALATION-LINE
           MOVE WS-ESC-SEQUENCE(WS-ESCALATION-SUB)
           DISPLAY "========================================"
           DISPLAY "Exceptions read:      " WS-EXCEPTION-COUNT
           DISPLAY "Unresolved:           " WS-UNRESOLVED-COUNT
           DISPLAY "On the retry queue:   " WS-RETRY-QUEUE-COUNT
           DISPLAY "Escalations:          " WS-ESCALATION-COUNT
           DISPLAY "Escalation age (days):" WS-ESCALATION-DAYS
           DISPLAY "Report written to:    CALCEXAP"
