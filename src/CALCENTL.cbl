       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCENTL.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Caller Legal-Entity Lookup                                     *
      * Called by every program that needs to know which of the two    *
      * legal entities a caller's calls belong to: the audit writers   *
      * (CALCULATOR, CALCFLOW, CALCREGS, CALCSTAT) to stamp            *
      * AUDIT-ENTITY, and CALCGLEX, CALCCHRG, CALCRPT and CALCMEND for *
      * records stamped blank and, in CALCMEND, for every caller on    *
      * CALCPARM. The CALCENTY assignment table (see CALCENT) is read  *
      * on every call, the way CALCULATOR reads CALCHOLD, so an        *
      * assignment added during the day applies to the next call       *
      * without anything being restarted. The record in effect is      *
      * the caller's one with the highest effective date not after the *
      * date asked for; none, or no table at all, is not-found with    *
      * the entity code left as spaces (see CALCENL). A caller ID      *
      * retired by CALCMIGR has its assignments moved to the ID that   *
      * replaced it, so an ID with none of its own is looked up again  *
      * under the ID CALCALSL resolves it to.                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-FILE ASSIGN TO "CALCENTY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-FILE.
           COPY CALCENT.

       WORKING-STORAGE SECTION.
       01  WS-ENTITY-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-MATCH-CALLER-ID      PIC X(8) VALUE SPACES.

           COPY CALCALL.

       LINKAGE SECTION.
           COPY CALCENL.

       PROCEDURE DIVISION USING ENTL-REQUEST ENTL-REPLY.

       MAIN-LOGIC.
           MOVE SPACES TO ENTL-ENTITY-CODE
           MOVE ZEROS TO ENTL-EFFECTIVE-DATE
           MOVE "N" TO ENTL-FOUND-SWITCH
           IF ENTL-CALLER-ID NOT = SPACES AND
              ENTL-AS-OF-DATE NUMERIC
               MOVE ENTL-CALLER-ID TO WS-MATCH-CALLER-ID
               PERFORM SCAN-ENTITY-TABLE
               IF NOT ENTL-FOUND
                   PERFORM TRY-CURRENT-CALLER-ID
               END-IF
           END-IF
           GOBACK.

       TRY-CURRENT-CALLER-ID.
           MOVE "R" TO ALSL-FUNCTION
           MOVE ENTL-CALLER-ID TO ALSL-CALLER-ID
           CALL "CALCALSL" USING ALSL-REQUEST ALSL-REPLY
           IF ALSL-CURRENT-ID NOT = ENTL-CALLER-ID
               MOVE ALSL-CURRENT-ID TO WS-MATCH-CALLER-ID
               PERFORM SCAN-ENTITY-TABLE
           END-IF.

       SCAN-ENTITY-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ENTITY-FILE
           IF WS-ENTITY-FILE-STATUS NOT = "35"
               PERFORM READ-ENTITY-RECORD
               PERFORM MATCH-ENTITY-RECORD UNTIL WS-END-OF-FILE
               CLOSE ENTITY-FILE
           END-IF.

       READ-ENTITY-RECORD.
           READ ENTITY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       MATCH-ENTITY-RECORD.
           IF ENTY-CALLER-ID = WS-MATCH-CALLER-ID AND
              ENTY-EFFECTIVE-DATE NUMERIC AND
              ENTY-EFFECTIVE-DATE <= ENTL-AS-OF-DATE AND
              ENTY-EFFECTIVE-DATE >= ENTL-EFFECTIVE-DATE AND
              ENTY-ENTITY-CODE NOT = SPACES
               MOVE ENTY-EFFECTIVE-DATE TO ENTL-EFFECTIVE-DATE
               MOVE ENTY-ENTITY-CODE TO ENTL-ENTITY-CODE
               MOVE "Y" TO ENTL-FOUND-SWITCH
           END-IF
           PERFORM READ-ENTITY-RECORD.

       END PROGRAM CALCENTL.
