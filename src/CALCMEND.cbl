      * CALCCHRG requires before it prices anything - CALCTRND can     *
      * no longer happily trend a month that silently lost a           *
      * generation. The CALCMENC control record names the month        *
      * (CCYYMM) and the calendar market. Nor is a month closed while  *
      * any GL interface file posted in it stands short of confirmed   *
      * on the CALCGLMB sent-file register CALCGLRG (see CALCGLR) -    *
      * unconfirmed, confirmed with breaks, or rejected by the ledger. *
      * The month is also proved by legal entity: every call record    *
      * must belong to one - the entity stamped on it or, for a blank  *
      * stamp, the caller's CALCENTY assignment on its business date   *
      * (through CALCENTL) - and every caller on CALCPARM must have an *
      * assignment in effect on the last day of the month. Any caller  *
      * without one refuses the close. A closed month gets one ENTITY  *
      * record per entity on CALCMCLS after its CLOSED record, with    *
      * that entity's count and hashes; with one seal per generation   *
      * they add back to the CLOSED totals.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FILE-STATUS.

           SELECT GL-REGISTER-FILE ASSIGN TO "CALCGLRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-REGISTER-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       FD  CLOSE-FILE.
           COPY CALCMCL.

       FD  GL-REGISTER-FILE.
           COPY CALCGLR.

       FD  PARM-FILE.
           COPY CALCPARM.

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVE-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-HOLIDAY-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-CLOSE-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-GL-REGISTER-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-HOLIDAY-EOF-SWITCH   PIC X VALUE "N".
           88  WS-HOLIDAY-EOF      VALUE "Y".
       01  WS-GL-REGISTER-EOF-SWITCH PIC X VALUE "N".
           88  WS-GL-REGISTER-EOF  VALUE "Y".
       01  WS-PARM-EOF-SWITCH      PIC X VALUE "N".
           88  WS-PARM-EOF         VALUE "Y".

       01  WS-YEAR-MONTH           PIC 9(6) VALUE ZEROS.
       01  WS-MARKET-CODE          PIC X(3) VALUE SPACES.

       01  WS-GENERATION-COUNT     PIC 9(3) VALUE ZEROS.
       01  WS-FAIL-COUNT           PIC 9(3) VALUE ZEROS.
       01  WS-GL-POSTING-COUNT     PIC 9(3) VALUE ZEROS.
       01  WS-GL-UNCONFIRMED-COUNT PIC 9(3) VALUE ZEROS.
       01  WS-TOTAL-RECORDS        PIC 9(9) VALUE ZEROS.
       01  WS-TOTAL-HASH-OP1       PIC S9(15)V99 VALUE ZEROS.
       01  WS-TOTAL-HASH-OP2       PIC S9(15)V99 VALUE ZEROS.
       01  WS-TOTAL-HASH-RESULT    PIC S9(15)V99 VALUE ZEROS.

      *    Per-entity control totals over the month's call records.
       01  WS-ENTITY-TABLE.
           05  WS-ENTITY-COUNT     PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-ENTITY-ENTRY OCCURS 10 TIMES.
               10  WS-ENT-CODE         PIC X(4).
               10  WS-ENT-RECORDS      PIC 9(9).
               10  WS-ENT-HASH-OP1     PIC S9(15)V99.
               10  WS-ENT-HASH-OP2     PIC S9(15)V99.
               10  WS-ENT-HASH-RESULT  PIC S9(15)V99.
       01  WS-ENTITY-SUB           PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-ENTITY-MATCH-SUB     PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-RECORD-ENTITY        PIC X(4) VALUE SPACES.
       01  WS-MONTH-END-DATE       PIC 9(8) VALUE ZEROS.

      *    Callers already named for having no entity, so each is
      *    reported and counted once.
       01  WS-UNASSIGNED-TABLE.
           05  WS-UNASSIGNED-COUNT PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-UNASSIGNED-CALLER OCCURS 200 TIMES PIC X(8).
       01  WS-UNASSIGNED-SUB       PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-UNASSIGNED-SWITCH    PIC X VALUE "N".
           88  WS-ALREADY-NAMED    VALUE "Y".
       01  WS-CHECK-CALLER-ID      PIC X(8) VALUE SPACES.
       01  WS-CHECK-SOURCE         PIC X(8) VALUE SPACES.

           COPY CALCENL.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           INITIALIZE WS-DAY-TABLE
           INITIALIZE WS-HOLIDAY-TABLE
           INITIALIZE WS-ENTITY-TABLE
           INITIALIZE WS-UNASSIGNED-TABLE
           PERFORM READ-CLOSE-CONTROLS
           PERFORM LOAD-MARKET-HOLIDAYS
           PERFORM BUILD-PROCESSING-CALENDAR
           COMPUTE WS-MONTH-END-DATE =
                   (WS-YEAR-MONTH * 100) + WS-DAYS-IN-MONTH
           PERFORM WALK-ARCHIVE-GENERATIONS
           PERFORM JUDGE-MONTH-COMPLETENESS
           PERFORM CHECK-GL-CONFIRMATIONS
           PERFORM CHECK-CALLER-ENTITIES
           IF WS-FAIL-COUNT > ZERO
               DISPLAY "CALCMEND - MONTH " WS-YEAR-MONTH
                   " NOT CLOSED, " WS-FAIL-COUNT " FAILURES"
                       ADD ARCH-AUD-RESULT TO WS-GEN-HASH-RESULT
                       IF ARCH-AUD-STATUS = "SEAL"
                           MOVE "Y" TO WS-GEN-SEAL-SWITCH
                       ELSE
                           IF WS-GEN-IN-MONTH
                               PERFORM POST-ENTITY-TOTALS
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
       JUDGE-GENERATION-EXIT.
           EXIT.

       POST-ENTITY-TOTALS.
      *    The entity stamped at call time stands; a blank stamp takes
      *    the caller's assignment on the record's business date.
           IF ARCH-AUD-ENTITY NOT = SPACES
               MOVE ARCH-AUD-ENTITY TO WS-RECORD-ENTITY
           ELSE
               MOVE ARCH-AUD-CALLER-ID TO ENTL-CALLER-ID
               IF ARCH-AUD-BUSINESS-DATE NUMERIC AND
                  ARCH-AUD-BUSINESS-DATE > ZERO
                   MOVE ARCH-AUD-BUSINESS-DATE TO ENTL-AS-OF-DATE
               ELSE
                   MOVE WS-GEN-BUSINESS-DATE TO ENTL-AS-OF-DATE
               END-IF
               CALL "CALCENTL" USING ENTL-REQUEST ENTL-REPLY
               MOVE ENTL-ENTITY-CODE TO WS-RECORD-ENTITY
               IF NOT ENTL-FOUND
                   MOVE ARCH-AUD-CALLER-ID TO WS-CHECK-CALLER-ID
                   MOVE "CALLS" TO WS-CHECK-SOURCE
                   PERFORM NAME-UNASSIGNED-CALLER
               END-IF
           END-IF
           MOVE ZEROS TO WS-ENTITY-MATCH-SUB
           PERFORM MATCH-ENTITY-ENTRY
               VARYING WS-ENTITY-SUB FROM 1 BY 1
               UNTIL WS-ENTITY-SUB > WS-ENTITY-COUNT
                  OR WS-ENTITY-MATCH-SUB > ZERO
           IF WS-ENTITY-MATCH-SUB = ZERO
               IF WS-ENTITY-COUNT < 10
                   ADD 1 TO WS-ENTITY-COUNT
                   MOVE WS-ENTITY-COUNT TO WS-ENTITY-MATCH-SUB
                   MOVE WS-RECORD-ENTITY
                       TO WS-ENT-CODE(WS-ENTITY-MATCH-SUB)
               ELSE
                   DISPLAY "CALCMEND - ENTITY TABLE FULL AT "
                       WS-RECORD-ENTITY
                   ADD 1 TO WS-FAIL-COUNT
               END-IF
           END-IF
           IF WS-ENTITY-MATCH-SUB > ZERO
               ADD 1 TO WS-ENT-RECORDS(WS-ENTITY-MATCH-SUB)
               ADD ARCH-AUD-OPERAND-1
                   TO WS-ENT-HASH-OP1(WS-ENTITY-MATCH-SUB)
               ADD ARCH-AUD-OPERAND-2
                   TO WS-ENT-HASH-OP2(WS-ENTITY-MATCH-SUB)
               ADD ARCH-AUD-RESULT
                   TO WS-ENT-HASH-RESULT(WS-ENTITY-MATCH-SUB)
           END-IF.

       MATCH-ENTITY-ENTRY.
           IF WS-ENT-CODE(WS-ENTITY-SUB) = WS-RECORD-ENTITY
               MOVE WS-ENTITY-SUB TO WS-ENTITY-MATCH-SUB
           END-IF.

       NAME-UNASSIGNED-CALLER.
      *    One failure, and one line on sysout, per caller however
      *    many of its records or sources turn up without an entity.
           MOVE "N" TO WS-UNASSIGNED-SWITCH
           PERFORM MATCH-UNASSIGNED-CALLER
               VARYING WS-UNASSIGNED-SUB FROM 1 BY 1
               UNTIL WS-UNASSIGNED-SUB > WS-UNASSIGNED-COUNT
                  OR WS-ALREADY-NAMED
           IF NOT WS-ALREADY-NAMED
               DISPLAY "CALCMEND - CALLER " WS-CHECK-CALLER-ID
                   " HAS NO LEGAL ENTITY (" WS-CHECK-SOURCE ")"
               ADD 1 TO WS-FAIL-COUNT
               IF WS-UNASSIGNED-COUNT < 200
                   ADD 1 TO WS-UNASSIGNED-COUNT
                   MOVE WS-CHECK-CALLER-ID
                       TO WS-UNASSIGNED-CALLER(WS-UNASSIGNED-COUNT)
               END-IF
           END-IF.

       MATCH-UNASSIGNED-CALLER.
           IF WS-UNASSIGNED-CALLER(WS-UNASSIGNED-SUB) =
              WS-CHECK-CALLER-ID
               MOVE "Y" TO WS-UNASSIGNED-SWITCH
           END-IF.

       JUDGE-MONTH-COMPLETENESS.
           PERFORM JUDGE-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
                   CONTINUE
           END-EVALUATE.

       CHECK-GL-CONFIRMATIONS.
      *    Every GL interface file posted in the month must have been
      *    confirmed by the ledger before the month can be signed.
           MOVE "N" TO WS-GL-REGISTER-EOF-SWITCH
           OPEN INPUT GL-REGISTER-FILE
           IF WS-GL-REGISTER-FILE-STATUS = "35"
               DISPLAY "CALCMEND - NO GL SENT-FILE REGISTER ON "
                   "CALCGLRG"
               ADD 1 TO WS-FAIL-COUNT
           ELSE
               PERFORM READ-GL-REGISTER-RECORD
               PERFORM JUDGE-GL-REGISTER-RECORD
                   UNTIL WS-GL-REGISTER-EOF
               CLOSE GL-REGISTER-FILE
           END-IF.

       READ-GL-REGISTER-RECORD.
           READ GL-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-GL-REGISTER-EOF-SWITCH
           END-READ.

       JUDGE-GL-REGISTER-RECORD.
           IF GLRG-POSTING-DATE(1:6) = WS-YEAR-MONTH
               ADD 1 TO WS-GL-POSTING-COUNT
               IF NOT GLRG-CONFIRMED
                   DISPLAY "CALCMEND - GL POSTING " GLRG-SOURCE-SYSTEM
                       " " GLRG-POSTING-DATE " NOT CONFIRMED, STATE "
                       GLRG-STATE
                   ADD 1 TO WS-GL-UNCONFIRMED-COUNT
                   ADD 1 TO WS-FAIL-COUNT
               END-IF
           END-IF
           PERFORM READ-GL-REGISTER-RECORD.

       CHECK-CALLER-ENTITIES.
      *    Every caller on the control file must belong to an entity
      *    on the last day of the month, whether or not it called.
           MOVE "N" TO WS-PARM-EOF-SWITCH
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "35"
               DISPLAY "CALCMEND - NO CALLER CONTROL FILE ON CALCPARM"
               ADD 1 TO WS-FAIL-COUNT
           ELSE
               PERFORM READ-PARM-RECORD
               PERFORM JUDGE-CALLER-ENTITY UNTIL WS-PARM-EOF
               CLOSE PARM-FILE
           END-IF.

       READ-PARM-RECORD.
           READ PARM-FILE
               AT END
                   MOVE "Y" TO WS-PARM-EOF-SWITCH
           END-READ.

       JUDGE-CALLER-ENTITY.
           IF PARM-CALLER-ID NOT = SPACES
               MOVE PARM-CALLER-ID TO ENTL-CALLER-ID
               MOVE WS-MONTH-END-DATE TO ENTL-AS-OF-DATE
               CALL "CALCENTL" USING ENTL-REQUEST ENTL-REPLY
               IF NOT ENTL-FOUND
                   MOVE PARM-CALLER-ID TO WS-CHECK-CALLER-ID
                   MOVE "CALCPARM" TO WS-CHECK-SOURCE
                   PERFORM NAME-UNASSIGNED-CALLER
               END-IF
           END-IF
           PERFORM READ-PARM-RECORD.

       WRITE-MONTH-CLOSE-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           OPEN EXTEND CLOSE-FILE
           MOVE WS-TOTAL-HASH-RESULT TO MCLS-HASH-RESULT
           MOVE WS-CURRENT-STAMP(1:8) TO MCLS-CLOSE-DATE
           MOVE WS-CURRENT-STAMP(9:6) TO MCLS-CLOSE-TIME
           MOVE SPACES TO MCLS-ENTITY-CODE
           WRITE MCLS-RECORD
           PERFORM WRITE-ENTITY-CLOSE-RECORD
               VARYING WS-ENTITY-SUB FROM 1 BY 1
               UNTIL WS-ENTITY-SUB > WS-ENTITY-COUNT
           CLOSE CLOSE-FILE.

       WRITE-ENTITY-CLOSE-RECORD.
           MOVE "ENTITY" TO MCLS-STATUS
           MOVE ZEROS TO MCLS-BUSINESS-DAYS
           MOVE ZEROS TO MCLS-GENERATIONS
           MOVE WS-ENT-RECORDS(WS-ENTITY-SUB) TO MCLS-TOTAL-RECORDS
           MOVE WS-ENT-HASH-OP1(WS-ENTITY-SUB) TO MCLS-HASH-OPERAND-1
           MOVE WS-ENT-HASH-OP2(WS-ENTITY-SUB) TO MCLS-HASH-OPERAND-2
           MOVE WS-ENT-HASH-RESULT(WS-ENTITY-SUB) TO MCLS-HASH-RESULT
           MOVE WS-ENT-CODE(WS-ENTITY-SUB) TO MCLS-ENTITY-CODE
           WRITE MCLS-RECORD.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCMEND - MONTH-END CLOSE SUMMARY"
           DISPLAY "Business days:        " WS-BUSINESS-DAY-COUNT
           DISPLAY "Generations walked:   " WS-GENERATION-COUNT
           DISPLAY "Audit records:        " WS-TOTAL-RECORDS
           DISPLAY "GL postings:          " WS-GL-POSTING-COUNT
           DISPLAY "GL unconfirmed:       " WS-GL-UNCONFIRMED-COUNT
           PERFORM DISPLAY-ENTITY-TOTAL
               VARYING WS-ENTITY-SUB FROM 1 BY 1
               UNTIL WS-ENTITY-SUB > WS-ENTITY-COUNT
           DISPLAY "Callers, no entity:   " WS-UNASSIGNED-COUNT
           DISPLAY "Failures:             " WS-FAIL-COUNT
           IF WS-FAIL-COUNT = ZERO
               DISPLAY "Verdict:              MONTH CLOSED"
           END-IF
           DISPLAY "========================================".

       DISPLAY-ENTITY-TOTAL.
           DISPLAY "Entity " WS-ENT-CODE(WS-ENTITY-SUB)
               " records:  " WS-ENT-RECORDS(WS-ENTITY-SUB).

       END PROGRAM CALCMEND.
