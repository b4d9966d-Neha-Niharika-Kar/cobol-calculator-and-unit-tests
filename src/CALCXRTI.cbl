      * tolerance (percent) and the staleness age (days); with no      *
      * control file the tolerance defaults to 10 percent and the      *
      * staleness age to 7 days.                                       *
      * Legs touching a CALCXPIV pivot currency carry every cross      *
      * rate CALCULATOR derives through that pivot, so they are held   *
      * to a tighter watch: a pivot leg older than the pivot warning   *
      * age (third CALCXRIC field, default 3 days) is reported as      *
      * going stale before it ever reaches the staleness age, and a    *
      * stale pivot leg is called out as such.                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT PIVOT-FILE ASSIGN TO "CALCXPIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIVOT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCXRTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       01  INTAKE-CONTROL-RECORD.
           05  XRIC-TOLERANCE-PCT      PIC 9(3).
           05  XRIC-STALE-DAYS         PIC 9(3).
           05  XRIC-PIVOT-WARN-DAYS    PIC 9(3).

       FD  PIVOT-FILE.
           COPY CALCXPV.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).
       01  WS-RATE-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-PIVOT-FILE-STATUS    PIC X(02) VALUE SPACES.

       01  WS-FEED-EOF-SWITCH      PIC X VALUE "N".
           88  WS-FEED-EOF         VALUE "Y".
       01  WS-RATE-EOF-SWITCH      PIC X VALUE "N".
           88  WS-RATE-EOF         VALUE "Y".
       01  WS-PIVOT-EOF-SWITCH     PIC X VALUE "N".
           88  WS-PIVOT-EOF        VALUE "Y".

       01  WS-TOLERANCE-PCT        PIC 9(3) VALUE 10.
       01  WS-STALE-DAYS           PIC 9(3) VALUE 7.
       01  WS-PIVOT-WARN-DAYS      PIC 9(3) VALUE 3.

      *    Pivot currencies off CALCXPIV.
       01  WS-PIVOT-TABLE.
           05  WS-PIVOT-COUNT      PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-PIVOT-ENTRY OCCURS 20 TIMES PIC X(3).
       01  WS-PIVOT-SUB            PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-PIVOT-LEG-SWITCH     PIC X VALUE "N".
           88  WS-PIVOT-LEG        VALUE "Y".

       01  WS-PROCESSING-DATE      PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-INTEGER        PIC 9(8) COMP-3 VALUE ZEROS.
       01  WS-LOADED-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-REJECT-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-STALE-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-PIVOT-WARN-COUNT     PIC 9(7) VALUE ZEROS.

       01  WS-PRIOR-RATE           PIC S9(3)V9(6) COMP-3 VALUE ZEROS.
       01  WS-PRIOR-FOUND-SWITCH   PIC X VALUE "N".
           05  WS-RPT-REASON       PIC X(40).
           05  FILLER              PIC X(22).

           COPY CALCTVR.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           INITIALIZE WS-RATE-TABLE
           INITIALIZE WS-PAIR-TABLE
           INITIALIZE WS-PIVOT-TABLE
           MOVE SPACES TO WS-REPORT-DETAIL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESSING-DATE
           PERFORM READ-INTAKE-CONTROLS
           PERFORM LOAD-PIVOT-CURRENCIES
           PERFORM LOAD-EXISTING-RATE-TABLE
           OPEN OUTPUT REPORT-FILE
           PERFORM PROCESS-TREASURY-FEED
                          XRIC-STALE-DAYS > ZERO
                           MOVE XRIC-STALE-DAYS TO WS-STALE-DAYS
                       END-IF
                       IF XRIC-PIVOT-WARN-DAYS NUMERIC AND
                          XRIC-PIVOT-WARN-DAYS > ZERO
                           MOVE XRIC-PIVOT-WARN-DAYS
                               TO WS-PIVOT-WARN-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-PIVOT-CURRENCIES.
           OPEN INPUT PIVOT-FILE
           IF WS-PIVOT-FILE-STATUS NOT = "35"
               PERFORM READ-PIVOT-RECORD
               PERFORM STORE-PIVOT-RECORD UNTIL WS-PIVOT-EOF
               CLOSE PIVOT-FILE
           END-IF.

       READ-PIVOT-RECORD.
           READ PIVOT-FILE
               AT END
                   MOVE "Y" TO WS-PIVOT-EOF-SWITCH
           END-READ.

       STORE-PIVOT-RECORD.
           IF XPV-PIVOT-CURRENCY NOT = SPACES AND
              WS-PIVOT-COUNT < 20
               ADD 1 TO WS-PIVOT-COUNT
               MOVE XPV-PIVOT-CURRENCY
                   TO WS-PIVOT-ENTRY(WS-PIVOT-COUNT)
           END-IF
           PERFORM READ-PIVOT-RECORD.

       LOAD-EXISTING-RATE-TABLE.
           MOVE "N" TO WS-RATE-EOF-SWITCH
           OPEN INPUT RATE-FILE
           PERFORM WRITE-ONE-RATE-RECORD
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT
           CLOSE RATE-FILE
           MOVE "CALCXRTE" TO TVER-TABLE-NAME
           MOVE "CALCXRTI" TO TVER-CHANGED-BY
           CALL "CALCTVUP" USING TVER-RECORD.

       WRITE-ONE-RATE-RECORD.
           MOVE WS-RTE-CURRENCY-FROM(WS-RATE-SUB)
                       WS-PR-NEWEST-DATE(WS-PAIR-SUB))
               COMPUTE WS-STALE-AGE =
                       WS-TODAY-INTEGER - WS-NEWEST-INTEGER
               MOVE "N" TO WS-PIVOT-LEG-SWITCH
               PERFORM MATCH-PIVOT-LEG
                   VARYING WS-PIVOT-SUB FROM 1 BY 1
                   UNTIL WS-PIVOT-SUB > WS-PIVOT-COUNT
                      OR WS-PIVOT-LEG
               MOVE SPACES TO WS-RPT-TAG
               IF WS-STALE-AGE > WS-STALE-DAYS
                   ADD 1 TO WS-STALE-COUNT
                   MOVE "STALE" TO WS-RPT-TAG
                   IF WS-PIVOT-LEG
                       MOVE "PIVOT LEG PAST STALE AGE"
                           TO WS-RPT-REASON
                   ELSE
                       MOVE "NEWEST EFFECTIVE DATE PAST STALE AGE"
                           TO WS-RPT-REASON
                   END-IF
               ELSE
                   IF WS-PIVOT-LEG AND
                      WS-STALE-AGE > WS-PIVOT-WARN-DAYS
                       ADD 1 TO WS-PIVOT-WARN-COUNT
                       MOVE "PIVOT" TO WS-RPT-TAG
                       MOVE "PIVOT LEG GOING STALE - CROSSES AT RISK"
                           TO WS-RPT-REASON
                   END-IF
               END-IF
               IF WS-RPT-TAG NOT = SPACES
                   MOVE WS-PR-CURRENCY-FROM(WS-PAIR-SUB)
                       TO WS-RPT-FROM
                   MOVE WS-PR-CURRENCY-TO(WS-PAIR-SUB) TO WS-RPT-TO
                   MOVE WS-PR-NEWEST-DATE(WS-PAIR-SUB) TO WS-RPT-DATE
                   MOVE WS-PR-NEWEST-RATE(WS-PAIR-SUB) TO WS-RPT-RATE
                   MOVE WS-REPORT-DETAIL TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       MATCH-PIVOT-LEG.
      *    A leg into or out of any pivot feeds the cross rates
      *    CALCULATOR derives through it.
           IF WS-PR-CURRENCY-FROM(WS-PAIR-SUB) =
                  WS-PIVOT-ENTRY(WS-PIVOT-SUB) OR
              WS-PR-CURRENCY-TO(WS-PAIR-SUB) =
                  WS-PIVOT-ENTRY(WS-PIVOT-SUB)
               MOVE "Y" TO WS-PIVOT-LEG-SWITCH
           END-IF.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCXRTI - RATE INTAKE SUMMARY"
           DISPLAY "Loaded to table:      " WS-LOADED-COUNT
           DISPLAY "Rejected:             " WS-REJECT-COUNT
           DISPLAY "Stale pairs reported: " WS-STALE-COUNT
           DISPLAY "Pivot legs aging:     " WS-PIVOT-WARN-COUNT
           DISPLAY "Tolerance (percent):  " WS-TOLERANCE-PCT
           DISPLAY "Stale age (days):     " WS-STALE-DAYS
           DISPLAY "Pivot warning (days): " WS-PIVOT-WARN-DAYS
           DISPLAY "========================================".

       END PROGRAM CALCXRTI.
