      * caller/currency, and a trailer with count and amount hash     *
      * total. High-precision results post from the -EXT field        *
      * rounded to cents. The GL team re-keys nothing.                 *
      * Postings are also split by legal entity: each detail carries  *
      * the entity stamped on its audit records (or, for a record     *
      * stamped blank, the caller's CALCENTY assignment on the        *
      * record's business date through CALCENTL), the details come    *
      * grouped by entity, and each group closes with an E control    *
      * record of its own count and hash. Amounts whose caller has no *
      * entity at all still post, in a group with a blank entity, and *
      * the run ends with return code 4 so the gap is seen before the *
      * month is closed.                                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
      *    memory operations carry register values, and CALCSTAT's
      *    aggregate codes are analyst statistics - none of them
      *    belong on a ledger.
       01  WS-POSTABLE-OPERATIONS  PIC X(13) VALUE "ASMDERQPCTB14".
       01  WS-OP-FOUND-COUNT       PIC 9(2) COMP-3 VALUE ZEROS.

       01  WS-POSTING-TABLE.
           05  WS-POSTING-COUNT    PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-POSTING-ENTRY OCCURS 400 TIMES.
               10  WS-PST-KEY.
                   15  WS-PST-ENTITY       PIC X(4).
                   15  WS-PST-CALLER-ID    PIC X(8).
                   15  WS-PST-CURRENCY     PIC X(3).
               10  WS-PST-CALL-COUNT   PIC 9(7).
               10  WS-PST-AMOUNT       PIC S9(13)V99 COMP-3.
       01  WS-POSTING-SUB          PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-POSTING-MATCH-SUB    PIC 9(3) COMP-3 VALUE ZEROS.

      *    Entity of the record in hand, and the entity group being
      *    written with its running control totals.
       01  WS-RECORD-ENTITY        PIC X(4) VALUE SPACES.
       01  WS-UNASSIGNED-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-CURRENT-ENTITY       PIC X(4) VALUE SPACES.
       01  WS-ENTITY-GROUP-SWITCH  PIC X VALUE "N".
           88  WS-ENTITY-GROUP-OPEN VALUE "Y".
       01  WS-ENTITY-DETAIL-COUNT  PIC 9(7) VALUE ZEROS.
       01  WS-ENTITY-HASH-AMOUNT   PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-ENTITY-GROUP-COUNT   PIC 9(3) VALUE ZEROS.

       01  WS-SORT-SUB-1           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-SORT-SUB-2           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-SORT-HOLD            PIC X(30).

           COPY CALCENL.

       01  WS-POSTING-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-HASH-AMOUNT          PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
               DISPLAY "CALCGLEX - NO INTERFACE FILE PRODUCED"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM SORT-POSTING-TABLE
               PERFORM WRITE-INTERFACE-FILE
               PERFORM DISPLAY-RUN-SUMMARY
               IF WS-UNASSIGNED-COUNT > ZERO
                   DISPLAY "CALCGLEX - " WS-UNASSIGNED-COUNT
                       " RECORDS POSTED WITH NO LEGAL ENTITY"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

               ELSE
                   MOVE AUDIT-RESULT TO WS-POSTING-AMOUNT
               END-IF
               PERFORM RESOLVE-RECORD-ENTITY
               PERFORM POST-TO-TABLE
           END-IF
           PERFORM READ-AUDIT-RECORD.
               MOVE "Y" TO WS-SET-VOID-SWITCH
           END-IF.

       RESOLVE-RECORD-ENTITY.
      *    The entity stamped when the call was made stands; a blank
      *    stamp (a record from before the column, or a caller not
      *    yet assigned then) takes the assignment in effect on the
      *    record's business date now.
           IF AUDIT-ENTITY NOT = SPACES
               MOVE AUDIT-ENTITY TO WS-RECORD-ENTITY
           ELSE
               MOVE AUDIT-CALLER-ID TO ENTL-CALLER-ID
               IF AUDIT-BUSINESS-DATE NUMERIC AND
                  AUDIT-BUSINESS-DATE > ZERO
                   MOVE AUDIT-BUSINESS-DATE TO ENTL-AS-OF-DATE
               ELSE
                   MOVE WS-RUN-DATE TO ENTL-AS-OF-DATE
               END-IF
               CALL "CALCENTL" USING ENTL-REQUEST ENTL-REPLY
               MOVE ENTL-ENTITY-CODE TO WS-RECORD-ENTITY
               IF NOT ENTL-FOUND
                   ADD 1 TO WS-UNASSIGNED-COUNT
               END-IF
           END-IF.

       VERIFY-CHAIN-RECORD.
           MOVE WS-CHAIN-VALUE TO HASH-PREVIOUS-CHECK
           MOVE AUDIT-RECORD TO HASH-RECORD-IMAGE
           IF WS-POSTING-MATCH-SUB = ZERO
               IF WS-POSTING-COUNT < 400
                   ADD 1 TO WS-POSTING-COUNT
                   MOVE WS-RECORD-ENTITY
                       TO WS-PST-ENTITY(WS-POSTING-COUNT)
                   MOVE AUDIT-CALLER-ID
                       TO WS-PST-CALLER-ID(WS-POSTING-COUNT)
                   MOVE AUDIT-CURRENCY-1
           END-IF.

       MATCH-POSTING-ENTRY.
           IF WS-PST-ENTITY(WS-POSTING-SUB) = WS-RECORD-ENTITY AND
              WS-PST-CALLER-ID(WS-POSTING-SUB) = AUDIT-CALLER-ID AND
              WS-PST-CURRENCY(WS-POSTING-SUB) = AUDIT-CURRENCY-1
               MOVE WS-POSTING-SUB TO WS-POSTING-MATCH-SUB
           END-IF.

       SORT-POSTING-TABLE.
      *    Straight exchange sort on entity, caller and currency, the
      *    way CALCCHRG orders its usage, so each entity's details
      *    come out together.
           IF WS-POSTING-COUNT > 1
               PERFORM SORT-OUTER-PASS
                   VARYING WS-SORT-SUB-1 FROM 1 BY 1
                   UNTIL WS-SORT-SUB-1 >= WS-POSTING-COUNT
           END-IF.

       SORT-OUTER-PASS.
           COMPUTE WS-SORT-SUB-2 = WS-SORT-SUB-1 + 1
           PERFORM SORT-COMPARE-PAIR
               UNTIL WS-SORT-SUB-2 > WS-POSTING-COUNT.

       SORT-COMPARE-PAIR.
           IF WS-PST-KEY(WS-SORT-SUB-2) < WS-PST-KEY(WS-SORT-SUB-1)
               MOVE WS-POSTING-ENTRY(WS-SORT-SUB-1) TO WS-SORT-HOLD
               MOVE WS-POSTING-ENTRY(WS-SORT-SUB-2)
                   TO WS-POSTING-ENTRY(WS-SORT-SUB-1)
               MOVE WS-SORT-HOLD TO WS-POSTING-ENTRY(WS-SORT-SUB-2)
           END-IF
           ADD 1 TO WS-SORT-SUB-2.

       WRITE-INTERFACE-FILE.
           OPEN OUTPUT INTERFACE-FILE
           MOVE SPACES TO GLP-HEADER-RECORD
           MOVE "CALCULTR" TO GLP-HDR-SOURCE-SYSTEM
           WRITE GLP-HEADER-RECORD
           MOVE ZEROS TO WS-HASH-AMOUNT
           MOVE "N" TO WS-ENTITY-GROUP-SWITCH
           PERFORM WRITE-POSTING-DETAIL
               VARYING WS-POSTING-SUB FROM 1 BY 1
               UNTIL WS-POSTING-SUB > WS-POSTING-COUNT
           IF WS-ENTITY-GROUP-OPEN
               PERFORM WRITE-ENTITY-CONTROL
           END-IF
           MOVE SPACES TO GLP-TRAILER-RECORD
           MOVE "T" TO GLP-TLR-TYPE
           MOVE WS-POSTING-COUNT TO GLP-TLR-RECORD-COUNT
           CLOSE INTERFACE-FILE.

       WRITE-POSTING-DETAIL.
           IF WS-ENTITY-GROUP-OPEN AND
              WS-PST-ENTITY(WS-POSTING-SUB) NOT = WS-CURRENT-ENTITY
               PERFORM WRITE-ENTITY-CONTROL
           END-IF
           IF NOT WS-ENTITY-GROUP-OPEN
               MOVE WS-PST-ENTITY(WS-POSTING-SUB) TO WS-CURRENT-ENTITY
               MOVE ZEROS TO WS-ENTITY-DETAIL-COUNT
               MOVE ZEROS TO WS-ENTITY-HASH-AMOUNT
               MOVE "Y" TO WS-ENTITY-GROUP-SWITCH
           END-IF
           MOVE SPACES TO GLP-DETAIL-RECORD
           MOVE "D" TO GLP-DTL-TYPE
           MOVE WS-PST-CALLER-ID(WS-POSTING-SUB) TO GLP-DTL-CALLER-ID
           MOVE WS-PST-CALL-COUNT(WS-POSTING-SUB)
               TO GLP-DTL-CALL-COUNT
           MOVE WS-PST-AMOUNT(WS-POSTING-SUB) TO GLP-DTL-AMOUNT
           MOVE WS-PST-ENTITY(WS-POSTING-SUB) TO GLP-DTL-ENTITY
           ADD WS-PST-AMOUNT(WS-POSTING-SUB) TO WS-HASH-AMOUNT
           ADD 1 TO WS-ENTITY-DETAIL-COUNT
           ADD WS-PST-AMOUNT(WS-POSTING-SUB) TO WS-ENTITY-HASH-AMOUNT
           WRITE GLP-DETAIL-RECORD.

       WRITE-ENTITY-CONTROL.
           MOVE SPACES TO GLP-ENTITY-RECORD
           MOVE "E" TO GLP-ENT-TYPE
           MOVE WS-CURRENT-ENTITY TO GLP-ENT-ENTITY
           MOVE WS-ENTITY-DETAIL-COUNT TO GLP-ENT-RECORD-COUNT
           MOVE WS-ENTITY-HASH-AMOUNT TO GLP-ENT-HASH-AMOUNT
           WRITE GLP-ENTITY-RECORD
           ADD 1 TO WS-ENTITY-GROUP-COUNT
           DISPLAY "CALCGLEX - ENTITY " WS-CURRENT-ENTITY
               " DETAILS " WS-ENTITY-DETAIL-COUNT
               " HASH " GLP-ENT-HASH-AMOUNT
           MOVE "N" TO WS-ENTITY-GROUP-SWITCH.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCGLEX - GL POSTING EXTRACT SUMMARY"
           DISPLAY "Voided-set skipped:   " WS-VOIDED-SKIP-COUNT
           DISPLAY "Records posted:       " WS-POSTED-COUNT
           DISPLAY "Posting lines:        " WS-POSTING-COUNT
           DISPLAY "Entity groups:        " WS-ENTITY-GROUP-COUNT
           DISPLAY "No-entity records:    " WS-UNASSIGNED-COUNT
           DISPLAY "========================================".

       END PROGRAM CALCGLEX.
