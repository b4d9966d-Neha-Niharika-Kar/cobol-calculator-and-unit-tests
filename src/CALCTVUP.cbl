       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCTVUP.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Reference-Table Change Stamp Writer                            *
      * Called by every program that rewrites a table CALCULATOR       *
      * holds in storage - CALCPMNT and CALCRCRT (CALCPARM), CALCPROM  *
      * (CALCXRTE, CALCTAXR), CALCXRTI (CALCXRTE) and CALCTMNT         *
      * (CALCTAXR, CALCPRAT, CALCCURR) - straight after the rewrite.   *
      * Adds one to the table's change number on CALCTVER (see         *
      * CALCTVR), stamps the date, time and calling program, and hands *
      * the new stamp back. The file is loaded whole and rewritten     *
      * whole like the other small control files; a table not on it    *
      * yet is added. A stamp that cannot be written never fails the   *
      * caller's update: the change is on the table either way, and    *
      * the next stamp for it brings the online regions round.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERSION-FILE ASSIGN TO "CALCTVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERSION-FILE.
       01  VERSION-LINE            PIC X(41).

       WORKING-STORAGE SECTION.
       01  WS-VERSION-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-VERSION-EOF-SWITCH   PIC X VALUE "N".
           88  WS-VERSION-EOF      VALUE "Y".
       01  WS-CURRENT-STAMP        PIC X(21) VALUE SPACES.

       01  WS-VERSION-TABLE.
           05  WS-VERSION-COUNT    PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-VERSION-ENTRY OCCURS 20 TIMES PIC X(41).
       01  WS-VERSION-SUB          PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-VERSION-FOUND-SUB    PIC 9(3) COMP-3 VALUE ZEROS.

           COPY CALCTVR REPLACING LEADING ==TVER-== BY ==OLD-TVER-==.

       LINKAGE SECTION.
           COPY CALCTVR.

       PROCEDURE DIVISION USING TVER-RECORD.

       MAIN-LOGIC.
           PERFORM LOAD-VERSION-TABLE
           PERFORM STAMP-TABLE-CHANGE
           IF WS-VERSION-FOUND-SUB > ZERO
               PERFORM REWRITE-VERSION-FILE
           END-IF
           GOBACK.

       LOAD-VERSION-TABLE.
           MOVE ZEROS TO WS-VERSION-COUNT
           MOVE "N" TO WS-VERSION-EOF-SWITCH
           OPEN INPUT VERSION-FILE
           IF WS-VERSION-FILE-STATUS = "35"
               MOVE "Y" TO WS-VERSION-EOF-SWITCH
           ELSE
               PERFORM READ-VERSION-RECORD
               PERFORM STORE-VERSION-RECORD UNTIL WS-VERSION-EOF
               CLOSE VERSION-FILE
           END-IF.

       READ-VERSION-RECORD.
           READ VERSION-FILE
               AT END
                   MOVE "Y" TO WS-VERSION-EOF-SWITCH
           END-READ.

       STORE-VERSION-RECORD.
           IF WS-VERSION-COUNT < 20
               ADD 1 TO WS-VERSION-COUNT
               MOVE VERSION-LINE TO WS-VERSION-ENTRY(WS-VERSION-COUNT)
           END-IF
           PERFORM READ-VERSION-RECORD.

       STAMP-TABLE-CHANGE.
      *    The table's existing stamp, if it has one, is bumped in
      *    place; a table stamped for the first time starts at 1.
           MOVE ZEROS TO WS-VERSION-FOUND-SUB
           PERFORM FIND-VERSION-ENTRY
               VARYING WS-VERSION-SUB FROM 1 BY 1
               UNTIL WS-VERSION-SUB > WS-VERSION-COUNT
                  OR WS-VERSION-FOUND-SUB > ZERO
           IF WS-VERSION-FOUND-SUB = ZERO AND WS-VERSION-COUNT < 20
               ADD 1 TO WS-VERSION-COUNT
               MOVE WS-VERSION-COUNT TO WS-VERSION-FOUND-SUB
               MOVE SPACES TO OLD-TVER-RECORD
               MOVE ZEROS TO OLD-TVER-CHANGE-NO
           END-IF
           IF WS-VERSION-FOUND-SUB > ZERO
               IF OLD-TVER-CHANGE-NO NOT NUMERIC OR
                  OLD-TVER-CHANGE-NO = 999999999
                   MOVE ZEROS TO OLD-TVER-CHANGE-NO
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
               COMPUTE TVER-CHANGE-NO = OLD-TVER-CHANGE-NO + 1
               MOVE WS-CURRENT-STAMP(1:8) TO TVER-CHANGED-DATE
               MOVE WS-CURRENT-STAMP(9:8) TO TVER-CHANGED-TIME
               MOVE TVER-RECORD
                   TO WS-VERSION-ENTRY(WS-VERSION-FOUND-SUB)
           END-IF.

       FIND-VERSION-ENTRY.
           MOVE WS-VERSION-ENTRY(WS-VERSION-SUB) TO OLD-TVER-RECORD
           IF OLD-TVER-TABLE-NAME = TVER-TABLE-NAME
               MOVE WS-VERSION-SUB TO WS-VERSION-FOUND-SUB
           END-IF.

       REWRITE-VERSION-FILE.
           OPEN OUTPUT VERSION-FILE
           IF WS-VERSION-FILE-STATUS = "00"
               PERFORM WRITE-ONE-VERSION-RECORD
                   VARYING WS-VERSION-SUB FROM 1 BY 1
                   UNTIL WS-VERSION-SUB > WS-VERSION-COUNT
               CLOSE VERSION-FILE
           END-IF.

       WRITE-ONE-VERSION-RECORD.
           MOVE WS-VERSION-ENTRY(WS-VERSION-SUB) TO VERSION-LINE
           WRITE VERSION-LINE.

       END PROGRAM CALCTVUP.
