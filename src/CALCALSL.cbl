       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCALSL.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Caller-ID Alias Lookup                                         *
      * Called by the reports that read history across a caller-ID     *
      * migration - CALCAUDQ, CALCTRND, CALCQUTR and CALCCHRG - and by *
      * CALCENTL for a retired ID with no entity of its own. Resolves  *
      * an ID through the CALCALIS alias table (see CALCALS) to the ID *
      * in use today and, on request, lists every retired ID that      *
      * resolves to the same one (see CALCALL). The table is only      *
      * added to by CALCMIGR in the batch window, so it is loaded once *
      * on the first call of the run and kept. No table means no       *
      * aliases: every ID resolves to itself. A chain longer than 20   *
      * hops is taken to be a loop and is cut off there.               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALIAS-FILE ASSIGN TO "CALCALIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALIAS-FILE.
           COPY CALCALS.

       WORKING-STORAGE SECTION.
       01  WS-ALIAS-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-LOADED-SWITCH        PIC X VALUE "N".
           88  WS-TABLE-LOADED     VALUE "Y".
       01  WS-CHAIN-END-SWITCH     PIC X VALUE "N".
           88  WS-CHAIN-END        VALUE "Y".
       01  WS-MEMBER-FOUND-SWITCH  PIC X VALUE "N".
           88  WS-MEMBER-FOUND     VALUE "Y".

      *    Every retired ID and the ID it went to, in file order.
       01  WS-ALIAS-TABLE.
           05  WS-ALIAS-COUNT      PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-ALIAS-ENTRY OCCURS 500 TIMES.
               10  WS-ALS-OLD-ID       PIC X(8).
               10  WS-ALS-NEW-ID       PIC X(8).
       01  WS-ALIAS-SUB            PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-MEMBER-SUB           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-FAMILY-SUB           PIC 9(2) VALUE ZEROS.
       01  WS-HOP-COUNT            PIC 9(2) VALUE ZEROS.
       01  WS-TRACE-ID             PIC X(8) VALUE SPACES.
       01  WS-NEXT-ID              PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
           COPY CALCALL.

       PROCEDURE DIVISION USING ALSL-REQUEST ALSL-REPLY.

       MAIN-LOGIC.
           IF NOT WS-TABLE-LOADED
               PERFORM LOAD-ALIAS-TABLE
           END-IF
           MOVE ALSL-CALLER-ID TO WS-TRACE-ID
           IF WS-ALIAS-COUNT > ZERO AND ALSL-CALLER-ID NOT = SPACES
               PERFORM FOLLOW-ALIAS-CHAIN
           END-IF
           MOVE WS-TRACE-ID TO ALSL-CURRENT-ID
           MOVE 1 TO ALSL-FAMILY-COUNT
           MOVE WS-TRACE-ID TO ALSL-FAMILY-ID(1)
           IF ALSL-FAMILY AND WS-ALIAS-COUNT > ZERO AND
              ALSL-CALLER-ID NOT = SPACES
               PERFORM ADD-FAMILY-MEMBER
                   VARYING WS-MEMBER-SUB FROM 1 BY 1
                   UNTIL WS-MEMBER-SUB > WS-ALIAS-COUNT
           END-IF
           GOBACK.

       LOAD-ALIAS-TABLE.
           MOVE "Y" TO WS-LOADED-SWITCH
           MOVE ZEROS TO WS-ALIAS-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ALIAS-FILE
           IF WS-ALIAS-FILE-STATUS = "00"
               PERFORM READ-ALIAS-RECORD
               PERFORM STORE-ALIAS-RECORD UNTIL WS-END-OF-FILE
               CLOSE ALIAS-FILE
           END-IF.

       READ-ALIAS-RECORD.
           READ ALIAS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-ALIAS-RECORD.
           IF WS-ALIAS-COUNT < 500 AND
              ALIS-OLD-ID NOT = SPACES AND ALIS-NEW-ID NOT = SPACES AND
              ALIS-OLD-ID NOT = ALIS-NEW-ID
               ADD 1 TO WS-ALIAS-COUNT
               MOVE ALIS-OLD-ID TO WS-ALS-OLD-ID(WS-ALIAS-COUNT)
               MOVE ALIS-NEW-ID TO WS-ALS-NEW-ID(WS-ALIAS-COUNT)
           END-IF
           PERFORM READ-ALIAS-RECORD.

      *****************************************************************
      * WS-TRACE-ID in, the ID it resolves to today out.               *
      *****************************************************************
       FOLLOW-ALIAS-CHAIN.
           MOVE ZEROS TO WS-HOP-COUNT
           MOVE "N" TO WS-CHAIN-END-SWITCH
           PERFORM TAKE-ALIAS-HOP
               UNTIL WS-CHAIN-END OR WS-HOP-COUNT >= 20.

       TAKE-ALIAS-HOP.
           MOVE SPACES TO WS-NEXT-ID
           PERFORM MATCH-ALIAS-ENTRY
               VARYING WS-ALIAS-SUB FROM 1 BY 1
               UNTIL WS-ALIAS-SUB > WS-ALIAS-COUNT OR
                     WS-NEXT-ID NOT = SPACES
           IF WS-NEXT-ID = SPACES
               MOVE "Y" TO WS-CHAIN-END-SWITCH
           ELSE
               MOVE WS-NEXT-ID TO WS-TRACE-ID
               ADD 1 TO WS-HOP-COUNT
           END-IF.

       MATCH-ALIAS-ENTRY.
           IF WS-ALS-OLD-ID(WS-ALIAS-SUB) = WS-TRACE-ID
               MOVE WS-ALS-NEW-ID(WS-ALIAS-SUB) TO WS-NEXT-ID
           END-IF.

      *****************************************************************
      * Family: each retired ID whose chain ends at the current ID.    *
      *****************************************************************
       ADD-FAMILY-MEMBER.
           MOVE WS-ALS-OLD-ID(WS-MEMBER-SUB) TO WS-TRACE-ID
           PERFORM FOLLOW-ALIAS-CHAIN
           IF WS-TRACE-ID = ALSL-CURRENT-ID AND ALSL-FAMILY-COUNT < 20
               MOVE "N" TO WS-MEMBER-FOUND-SWITCH
               PERFORM MATCH-FAMILY-MEMBER
                   VARYING WS-FAMILY-SUB FROM 1 BY 1
                   UNTIL WS-FAMILY-SUB > ALSL-FAMILY-COUNT OR
                         WS-MEMBER-FOUND
               IF NOT WS-MEMBER-FOUND
                   ADD 1 TO ALSL-FAMILY-COUNT
                   MOVE WS-ALS-OLD-ID(WS-MEMBER-SUB)
                       TO ALSL-FAMILY-ID(ALSL-FAMILY-COUNT)
               END-IF
           END-IF.

       MATCH-FAMILY-MEMBER.
           IF ALSL-FAMILY-ID(WS-FAMILY-SUB) =
              WS-ALS-OLD-ID(WS-MEMBER-SUB)
               MOVE "Y" TO WS-MEMBER-FOUND-SWITCH
           END-IF.

       END PROGRAM CALCALSL.
