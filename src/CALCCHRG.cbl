      * and a grand-total line, so finance bills from what the audit   *
      * log proves instead of asking each team to estimate its own     *
      * usage.                                                          *
      * The extract is split by legal entity: each call bills to the   *
      * entity stamped on its audit record or, where the stamp is      *
      * blank, to the caller's CALCENTY assignment on the record's     *
      * business date (through CALCENTL). Each entity's callers come   *
      * together and close with an ETL entity total ahead of the GTL.  *
      * Calls whose caller has no entity still bill, under a blank     *
      * entity, and the run ends with return code 4 to flag them.      *
      * Calls made under a caller ID since retired by CALCMIGR bill to *
      * the ID in use today (through CALCALSL), so a rename or merge   *
      * in the month does not split the caller's bill in two.          *
      * Billing requires a closed month: the CALCCHGC control record   *
      * names the month being priced, and unless CALCMCLS carries a    *
      * CLOSED record for it (cut by CALCMEND after proving every      *
           COPY CALCTRF.

       FD  EXTRACT-FILE.
           COPY CALCCHG.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.

       01  WS-RECORD-COUNT         PIC 9(9) VALUE ZEROS.
       01  WS-UNPRICED-COUNT       PIC 9(9) VALUE ZEROS.
       01  WS-UNASSIGNED-COUNT     PIC 9(9) VALUE ZEROS.
       01  WS-RECORD-ENTITY        PIC X(4) VALUE SPACES.

      *    Tariff table: the operation-code price list, plus the "*"
      *    default when one is supplied.
           88  WS-DEFAULT-RATE-SET VALUE "Y".
       01  WS-DEFAULT-RATE         PIC 9(3)V9(4) VALUE ZEROS.

      *    Usage accumulation: one row per entity/caller/operation
      *    seen on the audit population.
       01  WS-USAGE-TABLE.
           05  WS-USAGE-COUNT      PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-USAGE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY USE-IDX.
               10  WS-USE-ENTITY       PIC X(4).
               10  WS-USE-CALLER-ID    PIC X(08).
               10  WS-USE-OPERATION    PIC X.
               10  WS-USE-CALL-COUNT   PIC 9(9).
       01  WS-SORT-SUB-1           PIC 9(5) COMP-3 VALUE ZEROS.
       01  WS-SORT-SUB-2           PIC 9(5) COMP-3 VALUE ZEROS.
       01  WS-SORT-HOLD.
           05  WS-HOLD-ENTITY      PIC X(4).
           05  WS-HOLD-CALLER-ID   PIC X(08).
           05  WS-HOLD-OPERATION   PIC X.
           05  WS-HOLD-CALL-COUNT  PIC 9(9).
       01  WS-LINE-CHARGE          PIC 9(11)V99 VALUE ZEROS.
       01  WS-CURRENT-CALLER       PIC X(08) VALUE SPACES.
       01  WS-CALLER-TOTAL         PIC 9(11)V99 VALUE ZEROS.
       01  WS-CURRENT-ENTITY       PIC X(4) VALUE SPACES.
       01  WS-ENTITY-CALL-COUNT    PIC 9(9) VALUE ZEROS.
       01  WS-ENTITY-TOTAL         PIC 9(11)V99 VALUE ZEROS.
       01  WS-ENTITY-GROUP-COUNT   PIC 9(3) VALUE ZEROS.
       01  WS-GRAND-TOTAL          PIC 9(11)V99 VALUE ZEROS.
       01  WS-BILLED-CALLER-ID     PIC X(08) VALUE SPACES.

           COPY CALCENL.
           COPY CALCALL.

       PROCEDURE DIVISION.

           PERFORM SORT-USAGE-TABLE
           PERFORM WRITE-CHARGE-EXTRACT
           PERFORM DISPLAY-RUN-SUMMARY
           IF WS-UNASSIGNED-COUNT > ZERO
               DISPLAY "CALCCHRG - " WS-UNASSIGNED-COUNT
                   " CALLS BILLED WITH NO LEGAL ENTITY"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       REQUIRE-CLOSED-MONTH.
              AUDIT-STATUS NOT = "SEAL" AND
              AUDIT-SIM-MARKER NOT = "S"
               ADD 1 TO WS-RECORD-COUNT
               MOVE "R" TO ALSL-FUNCTION
               MOVE AUDIT-CALLER-ID TO ALSL-CALLER-ID
               CALL "CALCALSL" USING ALSL-REQUEST ALSL-REPLY
               MOVE ALSL-CURRENT-ID TO WS-BILLED-CALLER-ID
               PERFORM RESOLVE-RECORD-ENTITY
               PERFORM POST-USAGE-ENTRY
           END-IF
           PERFORM READ-AUDIT-RECORD.

       RESOLVE-RECORD-ENTITY.
      *    The entity stamped at call time stands; a blank stamp takes
      *    the caller's assignment on the business date, or at the end
      *    of the billing month for a record without one.
           IF AUDIT-ENTITY NOT = SPACES
               MOVE AUDIT-ENTITY TO WS-RECORD-ENTITY
           ELSE
               MOVE AUDIT-CALLER-ID TO ENTL-CALLER-ID
               IF AUDIT-BUSINESS-DATE NUMERIC AND
                  AUDIT-BUSINESS-DATE > ZERO
                   MOVE AUDIT-BUSINESS-DATE TO ENTL-AS-OF-DATE
               ELSE
                   COMPUTE ENTL-AS-OF-DATE = WS-BILLING-MONTH * 100 + 31
               END-IF
               CALL "CALCENTL" USING ENTL-REQUEST ENTL-REPLY
               MOVE ENTL-ENTITY-CODE TO WS-RECORD-ENTITY
               IF NOT ENTL-FOUND
                   ADD 1 TO WS-UNASSIGNED-COUNT
               END-IF
           END-IF.

       POST-USAGE-ENTRY.
           MOVE "N" TO WS-MATCH-SWITCH
           PERFORM MATCH-USAGE-ENTRY
               IF WS-USAGE-COUNT < 2000
                   ADD 1 TO WS-USAGE-COUNT
                   SET USE-IDX TO WS-USAGE-COUNT
                   MOVE WS-RECORD-ENTITY TO WS-USE-ENTITY(USE-IDX)
                   MOVE WS-BILLED-CALLER-ID
                       TO WS-USE-CALLER-ID(USE-IDX)
                   MOVE AUDIT-OPERATION TO WS-USE-OPERATION(USE-IDX)
                   MOVE 1 TO WS-USE-CALL-COUNT(USE-IDX)
               ELSE
           END-IF.

       MATCH-USAGE-ENTRY.
           IF WS-USE-ENTITY(USE-IDX) = WS-RECORD-ENTITY AND
              WS-USE-CALLER-ID(USE-IDX) = WS-BILLED-CALLER-ID AND
              WS-USE-OPERATION(USE-IDX) = AUDIT-OPERATION
               ADD 1 TO WS-USE-CALL-COUNT(USE-IDX)
               MOVE "Y" TO WS-MATCH-SWITCH
           END-IF.

       SORT-USAGE-TABLE.
      *    Straight exchange sort on entity, caller then operation,
      *    so the extract groups each entity's callers, and each
      *    caller's lines, together for invoicing.
           IF WS-USAGE-COUNT > 1
               PERFORM SORT-OUTER-PASS
                   VARYING WS-SORT-SUB-1 FROM 1 BY 1

       WRITE-CHARGE-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE
           MOVE SPACES TO CHARGE-RECORD
           MOVE SPACES TO WS-CURRENT-CALLER
           MOVE SPACES TO WS-CURRENT-ENTITY
           MOVE ZEROS TO WS-CALLER-TOTAL
           MOVE ZEROS TO WS-GRAND-TOTAL
           PERFORM WRITE-USAGE-LINE
               UNTIL USE-IDX > WS-USAGE-COUNT
           IF WS-CURRENT-CALLER NOT = SPACES
               PERFORM WRITE-CALLER-TOTAL-LINE
               PERFORM WRITE-ENTITY-TOTAL-LINE
           END-IF
           PERFORM WRITE-GRAND-TOTAL-LINE
           CLOSE EXTRACT-FILE.

       WRITE-USAGE-LINE.
      *    Caller IDs are never blank, so a blank current caller means
      *    no group is open yet.
           IF WS-USE-CALLER-ID(USE-IDX) NOT = WS-CURRENT-CALLER OR
              WS-USE-ENTITY(USE-IDX) NOT = WS-CURRENT-ENTITY
               IF WS-CURRENT-CALLER NOT = SPACES
                   PERFORM WRITE-CALLER-TOTAL-LINE
                   IF WS-USE-ENTITY(USE-IDX) NOT = WS-CURRENT-ENTITY
                       PERFORM WRITE-ENTITY-TOTAL-LINE
                   END-IF
               END-IF
               IF WS-CURRENT-CALLER = SPACES OR
                  WS-USE-ENTITY(USE-IDX) NOT = WS-CURRENT-ENTITY
                   MOVE WS-USE-ENTITY(USE-IDX) TO WS-CURRENT-ENTITY
                   MOVE ZEROS TO WS-ENTITY-CALL-COUNT
                   MOVE ZEROS TO WS-ENTITY-TOTAL
               END-IF
               MOVE WS-USE-CALLER-ID(USE-IDX) TO WS-CURRENT-CALLER
               MOVE ZEROS TO WS-CALLER-TOTAL
           COMPUTE WS-LINE-CHARGE ROUNDED =
                   WS-USE-CALL-COUNT(USE-IDX) * WS-PRICE-RATE
           ADD WS-LINE-CHARGE TO WS-CALLER-TOTAL
           ADD WS-LINE-CHARGE TO WS-ENTITY-TOTAL
           ADD WS-USE-CALL-COUNT(USE-IDX) TO WS-ENTITY-CALL-COUNT
           ADD WS-LINE-CHARGE TO WS-GRAND-TOTAL
           MOVE "DTL" TO CHG-RECORD-TYPE
           MOVE WS-USE-ENTITY(USE-IDX) TO CHG-ENTITY
           MOVE WS-USE-CALLER-ID(USE-IDX) TO CHG-CALLER-ID
           MOVE WS-USE-OPERATION(USE-IDX) TO CHG-OPERATION
           MOVE WS-USE-CALL-COUNT(USE-IDX) TO CHG-CALL-COUNT
           MOVE ZEROS TO CHG-CALL-COUNT
           MOVE ZEROS TO CHG-RATE-PER-CALL
           MOVE WS-CALLER-TOTAL TO CHG-CHARGE-AMOUNT
           MOVE WS-CURRENT-ENTITY TO CHG-ENTITY
           WRITE CHARGE-RECORD.

       WRITE-ENTITY-TOTAL-LINE.
           MOVE "ETL" TO CHG-RECORD-TYPE
           MOVE SPACES TO CHG-CALLER-ID
           MOVE SPACE TO CHG-OPERATION
           MOVE WS-ENTITY-CALL-COUNT TO CHG-CALL-COUNT
           MOVE ZEROS TO CHG-RATE-PER-CALL
           MOVE WS-ENTITY-TOTAL TO CHG-CHARGE-AMOUNT
           MOVE WS-CURRENT-ENTITY TO CHG-ENTITY
           WRITE CHARGE-RECORD
           ADD 1 TO WS-ENTITY-GROUP-COUNT.

       WRITE-GRAND-TOTAL-LINE.
           MOVE "GTL" TO CHG-RECORD-TYPE
           MOVE SPACES TO CHG-CALLER-ID
           MOVE WS-RECORD-COUNT TO CHG-CALL-COUNT
           MOVE ZEROS TO CHG-RATE-PER-CALL
           MOVE WS-GRAND-TOTAL TO CHG-CHARGE-AMOUNT
           MOVE SPACES TO CHG-ENTITY
           WRITE CHARGE-RECORD.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "Audit records billed:  " WS-RECORD-COUNT
           DISPLAY "Caller/op lines:       " WS-USAGE-COUNT
           DISPLAY "Unpriced calls:        " WS-UNPRICED-COUNT
           DISPLAY "Entity groups:         " WS-ENTITY-GROUP-COUNT
           DISPLAY "No-entity calls:       " WS-UNASSIGNED-COUNT
           DISPLAY "========================================".

       END PROGRAM CALCCHRG.
