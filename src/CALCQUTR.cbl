      * flag threshold (percent, default 80). Callers with no          *
      * CALCPARM record or an unlimited (zero) quota are listed with   *
      * no utilization computed. Printed to CALCQUTP.                  *
      * History written under a caller ID since retired by CALCMIGR    *
      * is reported under the ID in use today (through CALCALSL), a    *
      * day on which both IDs called counting once with their calls    *
      * added together.                                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
               10  WS-USE-PEAK-CALLS   PIC 9(7).
               10  WS-USE-QUOTA        PIC 9(7).
               10  WS-USE-QUOTA-SET    PIC X.
               10  WS-USE-LAST-DATE    PIC 9(8).
               10  WS-USE-DAY-CALLS    PIC 9(7).
       01  WS-USAGE-SUB            PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-USAGE-MATCH-SUB      PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-HISTORY-CALLER-ID    PIC X(8) VALUE SPACES.

           COPY CALCALL.

       01  WS-AVERAGE-CALLS        PIC 9(7)V99 COMP-3 VALUE ZEROS.
       01  WS-PEAK-PCT             PIC 9(5)V99 COMP-3 VALUE ZEROS.

       TALLY-HISTORY-RECORD.
           ADD 1 TO WS-RECORD-COUNT
           MOVE "R" TO ALSL-FUNCTION
           MOVE QHIS-CALLER-ID TO ALSL-CALLER-ID
           CALL "CALCALSL" USING ALSL-REQUEST ALSL-REPLY
           MOVE ALSL-CURRENT-ID TO WS-HISTORY-CALLER-ID
           MOVE ZEROS TO WS-USAGE-MATCH-SUB
           PERFORM MATCH-USAGE-ENTRY
               VARYING WS-USAGE-SUB FROM 1 BY 1
           IF WS-USAGE-MATCH-SUB = ZERO
               IF WS-USAGE-COUNT < 200
                   ADD 1 TO WS-USAGE-COUNT
                   MOVE WS-HISTORY-CALLER-ID
                       TO WS-USE-CALLER-ID(WS-USAGE-COUNT)
                   MOVE "N" TO WS-USE-QUOTA-SET(WS-USAGE-COUNT)
                   MOVE WS-USAGE-COUNT TO WS-USAGE-MATCH-SUB
               END-IF
           END-IF
      *    CALCEOD appends a day at a time, so a second record for
      *    the caller's last date is another of its IDs that day.
           IF WS-USAGE-MATCH-SUB > ZERO
               IF QHIS-DATE = WS-USE-LAST-DATE(WS-USAGE-MATCH-SUB)
                   ADD QHIS-CALL-COUNT
                       TO WS-USE-DAY-CALLS(WS-USAGE-MATCH-SUB)
               ELSE
                   ADD 1 TO WS-USE-DAYS(WS-USAGE-MATCH-SUB)
                   MOVE QHIS-DATE
                       TO WS-USE-LAST-DATE(WS-USAGE-MATCH-SUB)
                   MOVE QHIS-CALL-COUNT
                       TO WS-USE-DAY-CALLS(WS-USAGE-MATCH-SUB)
               END-IF
               ADD QHIS-CALL-COUNT
                   TO WS-USE-TOTAL-CALLS(WS-USAGE-MATCH-SUB)
               IF WS-USE-DAY-CALLS(WS-USAGE-MATCH-SUB) >
                  WS-USE-PEAK-CALLS(WS-USAGE-MATCH-SUB)
                   MOVE WS-USE-DAY-CALLS(WS-USAGE-MATCH-SUB)
                       TO WS-USE-PEAK-CALLS(WS-USAGE-MATCH-SUB)
               END-IF
           END-IF
           PERFORM READ-HISTORY-RECORD.

       MATCH-USAGE-ENTRY.
           IF WS-USE-CALLER-ID(WS-USAGE-SUB) = WS-HISTORY-CALLER-ID
               MOVE WS-USAGE-SUB TO WS-USAGE-MATCH-SUB
           END-IF.

