      * answer. The whole CALCPARM file is rewritten on each applied   *
      * action, keeping it plain line sequential for every existing    *
      * reader.                                                         *
      * Four eyes: actions A, C and D only stage the change on         *
      * CALCSTGD (see CALCSTG). A second user views it with V and      *
      * approves it with P - only then is CALCPARM rewritten and       *
      * CALCPHIS written, naming both maker and checker - or discards  *
      * it with R. The maker cannot approve their own change, a caller *
      * carries one staged change at a time, and approval is refused   *
      * if the caller's record has moved since the change was keyed.   *
      * Every task leg is timed from entry to just before the RETURN   *
      * and logged to CALCRSPT through CALCRSPW (see CALCRSP) as ADD,  *
      * CHG, DEL, VIEW, APPR or REJ - REJECTED when the edits or the   *
      * file refuse it - for the CALCRSPR service-level report.        *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT STAGE-FILE ASSIGN TO "CALCSTGD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       FD  HISTORY-FILE.
           COPY CALCPHS.

       FD  STAGE-FILE.
           COPY CALCSTG.

       WORKING-STORAGE SECTION.
       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-STAGE-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-PARM-EOF-SWITCH      PIC X VALUE "N".
           88  WS-PARM-EOF         VALUE "Y".
       01  WS-STAGE-EOF-SWITCH     PIC X VALUE "N".
           88  WS-STAGE-EOF        VALUE "Y".

       01  WS-PARM-TABLE.
           05  WS-PARM-COUNT       PIC 9(3) COMP-3 VALUE ZEROS.
      *        The review threshold has no screen field yet; it is
      *        carried through the load/rewrite untouched so a
      *        maintenance action cannot silently strip a caller's
      *        four-eyes control. The back-value window and its
      *        override authority ride along the same way, and so
      *        does the recertification status - only CALCRCRT
      *        suspends or reinstates a caller.
               10  WS-PARM-REVIEW-LIMIT PIC S9(9)V99.
               10  WS-PARM-BACK-VALUE-DAYS PIC 9(3).
               10  WS-PARM-BACK-VALUE-OVERRIDE PIC X.
               10  WS-PARM-STATUS      PIC X.

       01  WS-PARM-SUB             PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-FOUND-SUB            PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-PARM-COUNT-SAVE      PIC 9(3) COMP-3 VALUE ZEROS.

      *    Staged changes for every maintained table; only the
      *    CALCPARM ones are acted on here, the rest are carried
      *    through the rewrite untouched.
       01  WS-STAGE-TABLE.
           05  WS-STAGE-COUNT      PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-STAGE-ENTRY OCCURS 300 TIMES.
               10  WS-STG-TABLE        PIC X(8).
               10  WS-STG-ACTION       PIC X.
               10  WS-STG-KEY          PIC X(16).
               10  FILLER              PIC X(182).
       01  WS-STAGE-SUB            PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-STAGE-FOUND-SUB      PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-STAGE-TABLE-NAME     PIC X(8) VALUE "CALCPARM".
       01  WS-STAGE-KEY            PIC X(16) VALUE SPACES.

      *    A caller record in CALCPARM layout, for the staged before
      *    and after images.
           COPY CALCPARM REPLACING LEADING ==PARM-== BY ==IMG-PARM-==.
       01  WS-BEFORE-IMAGE         PIC X(80) VALUE SPACES.

      *    What an approval applies, taken from the staged record.
       01  WS-APPLY-ACTION         PIC X VALUE SPACE.
       01  WS-APPLY-CALLER         PIC X(08) VALUE SPACES.

       01  WS-EDIT-MAX             PIC S9(9)V99 VALUE ZEROS.
       01  WS-EDIT-MIN             PIC S9(9)V99 VALUE ZEROS.
       01  WS-EDIT-OPS             PIC X(20) VALUE SPACES.
       01  WS-EDIT-QUOTA           PIC 9(7) VALUE ZEROS.
       01  WS-OPS-SUB              PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-OP-FOUND-COUNT       PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-VALID-OPERATIONS     PIC X(22)
                               VALUE "ASMDERQPCGLINFKJYZTB14".
       01  WS-EDIT-FAIL-SWITCH     PIC X VALUE "N".
           88  WS-EDIT-FAILED      VALUE "Y".

       01  WS-CURRENT-STAMP        PIC X(21) VALUE SPACES.
       01  WS-USER-ID              PIC X(08) VALUE SPACES.
       01  WS-DISPLAY-AMOUNT       PIC -(9)9.99.
       01  WS-DISPLAY-AMOUNT-2     PIC -(9)9.99.

           COPY DFHAID.
           COPY CALCMAP3.
           COPY CALCRSP.
           COPY CALCTVR.

       01  DFHCOMMAREA             PIC X(01).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM START-RESPONSE-CLOCK
           EXEC CICS HANDLE CONDITION
               MAPFAIL(SEND-INITIAL-MAP)
               ERROR(ABEND-TRANSACTION)
               PERFORM RECEIVE-AND-APPLY
           END-IF

           PERFORM LOG-RESPONSE-TIME
           EXEC CICS RETURN
               TRANSID('CPRM')
               COMMAREA(DFHCOMMAREA)
           END-EXEC.

       START-RESPONSE-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE SPACES TO RSPT-RECORD
           MOVE WS-CURRENT-STAMP(1:8) TO RSPT-START-DATE
           MOVE WS-CURRENT-STAMP(9:8) TO RSPT-START-TIME
           MOVE "CICS" TO RSPT-CHANNEL
           MOVE EIBTRNID TO RSPT-TRANSACTION-ID
           MOVE "MAP" TO RSPT-REQUEST-CODE
           MOVE "SUCCESS" TO RSPT-OUTCOME.

       LOG-RESPONSE-TIME.
           CALL "CALCRSPW" USING RSPT-RECORD.

       SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO CALCM3O
           MOVE "ENTER ACTION AND CALLER DETAILS, THEN PRESS ENTER"
                   ERASE
                   FREEKB
               END-EXEC
               MOVE "EXIT" TO RSPT-REQUEST-CODE
               PERFORM LOG-RESPONSE-TIME
               EXEC CICS RETURN
               END-EXEC
           END-IF

           EVALUATE MACTIONI
               WHEN "A"
                   MOVE "ADD" TO RSPT-REQUEST-CODE
               WHEN "C"
                   MOVE "CHG" TO RSPT-REQUEST-CODE
               WHEN "D"
                   MOVE "DEL" TO RSPT-REQUEST-CODE
               WHEN "V"
                   MOVE "VIEW" TO RSPT-REQUEST-CODE
               WHEN "P"
                   MOVE "APPR" TO RSPT-REQUEST-CODE
               WHEN "R"
                   MOVE "REJ" TO RSPT-REQUEST-CODE
           END-EVALUATE
           MOVE SPACES TO MPENDO
           MOVE SPACES TO MCURRO
           PERFORM EDIT-SCREEN-FIELDS
           IF WS-EDIT-FAILED
               MOVE "REJECTED" TO RSPT-OUTCOME
           ELSE
               PERFORM LOAD-PARM-TABLE
               PERFORM LOAD-STAGE-TABLE
               MOVE MCALLERI TO WS-STAGE-KEY
               PERFORM FIND-STAGED-CHANGE
               EVALUATE MACTIONI
                   WHEN "V"
                       PERFORM VIEW-STAGED-CHANGE
                   WHEN "P"
                       PERFORM APPROVE-STAGED-CHANGE
                   WHEN "R"
                       PERFORM REJECT-STAGED-CHANGE
                   WHEN OTHER
                       PERFORM STAGE-REQUESTED-ACTION
               END-EVALUATE
           END-IF

           EXEC CICS SEND MAP('CALCM3')
       EDIT-SCREEN-FIELDS.
           MOVE "N" TO WS-EDIT-FAIL-SWITCH
           IF MACTIONI NOT = "A" AND MACTIONI NOT = "C" AND
              MACTIONI NOT = "D" AND MACTIONI NOT = "V" AND
              MACTIONI NOT = "P" AND MACTIONI NOT = "R"
               MOVE "ACTION MUST BE A, C OR D TO STAGE, OR V, P OR R"
                   TO MSG3O
               MOVE "Y" TO WS-EDIT-FAIL-SWITCH
           END-IF
               MOVE "CALLER ID IS REQUIRED" TO MSG3O
               MOVE "Y" TO WS-EDIT-FAIL-SWITCH
           END-IF
           IF NOT WS-EDIT-FAILED AND
              (MACTIONI = "A" OR MACTIONI = "C")
               PERFORM EDIT-LIMIT-FIELDS
           END-IF.

               PERFORM READ-PARM-RECORD
               PERFORM STORE-PARM-RECORD UNTIL WS-PARM-EOF
               CLOSE PARM-FILE
           END-IF
           MOVE ZEROS TO WS-FOUND-SUB
           PERFORM FIND-CALLER-ENTRY
               VARYING WS-PARM-SUB FROM 1 BY 1
               UNTIL WS-PARM-SUB > WS-PARM-COUNT
                  OR WS-FOUND-SUB > ZERO.

       READ-PARM-RECORD.
           READ PARM-FILE
                   MOVE ZEROS
                       TO WS-PARM-REVIEW-LIMIT(WS-PARM-COUNT)
               END-IF
               IF PARM-BACK-VALUE-DAYS NUMERIC
                   MOVE PARM-BACK-VALUE-DAYS
                       TO WS-PARM-BACK-VALUE-DAYS(WS-PARM-COUNT)
               ELSE
                   MOVE ZEROS
                       TO WS-PARM-BACK-VALUE-DAYS(WS-PARM-COUNT)
               END-IF
               MOVE PARM-BACK-VALUE-OVERRIDE
                   TO WS-PARM-BACK-VALUE-OVERRIDE(WS-PARM-COUNT)
               MOVE PARM-STATUS TO WS-PARM-STATUS(WS-PARM-COUNT)
           END-IF
           PERFORM READ-PARM-RECORD.

       FIND-CALLER-ENTRY.
           IF WS-PARM-CALLER-ID(WS-PARM-SUB) = MCALLERI
               MOVE WS-PARM-SUB TO WS-FOUND-SUB
           END-IF.

      *****************************************************************
      * Staging: the maker's A, C or D becomes a CALCSTGD record      *
      * holding the caller's record as it is now and as it would be.  *
      *****************************************************************
       STAGE-REQUESTED-ACTION.
           IF WS-STAGE-FOUND-SUB > ZERO
               MOVE "CALLER ALREADY HAS A CHANGE AWAITING APPROVAL"
                   TO MSG3O
               MOVE "REJECTED" TO RSPT-OUTCOME
           ELSE
               EVALUATE TRUE
                   WHEN MACTIONI = "A" AND WS-FOUND-SUB > ZERO
                       MOVE "CALLER ALREADY ON FILE - USE ACTION C"
                           TO MSG3O
                       MOVE "REJECTED" TO RSPT-OUTCOME
                   WHEN MACTIONI = "A" AND WS-PARM-COUNT >= 200
                       MOVE "CALLER LIMIT FILE IS FULL" TO MSG3O
                       MOVE "REJECTED" TO RSPT-OUTCOME
                   WHEN MACTIONI = "C" AND WS-FOUND-SUB = ZERO
                       MOVE "CALLER NOT ON FILE - USE ACTION A"
                           TO MSG3O
                       MOVE "REJECTED" TO RSPT-OUTCOME
                   WHEN MACTIONI = "D" AND WS-FOUND-SUB = ZERO
                       MOVE "CALLER NOT ON FILE" TO MSG3O
                       MOVE "REJECTED" TO RSPT-OUTCOME
                   WHEN WS-STAGE-COUNT >= 300
                       MOVE "STAGED CHANGE FILE IS FULL"
                           TO MSG3O
                       MOVE "REJECTED" TO RSPT-OUTCOME
                   WHEN OTHER
                       PERFORM STAGE-CALLER-CHANGE
               END-EVALUATE
           END-IF.

       STAGE-CALLER-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
               RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO STG-RECORD
           MOVE WS-STAGE-TABLE-NAME TO STG-TABLE
           MOVE MACTIONI TO STG-ACTION
           MOVE MCALLERI TO STG-KEY
           MOVE WS-USER-ID TO STG-MAKER-ID
           MOVE WS-CURRENT-STAMP(1:8) TO STG-MAKER-DATE
           MOVE WS-CURRENT-STAMP(9:6) TO STG-MAKER-TIME
           IF WS-FOUND-SUB > ZERO
               MOVE WS-FOUND-SUB TO WS-PARM-SUB
               PERFORM BUILD-PARM-IMAGE
               MOVE IMG-PARM-RECORD TO STG-BEFORE-IMAGE
           END-IF
      *    A change starts from the caller's current record so the
      *    columns with no screen field ride through; a new caller
      *    starts with no review threshold and no back-value window.
           IF MACTIONI NOT = "D"
               IF MACTIONI = "A"
                   MOVE SPACES TO IMG-PARM-RECORD
                   MOVE MCALLERI TO IMG-PARM-CALLER-ID
                   MOVE ZEROS TO IMG-PARM-REVIEW-LIMIT
                   MOVE ZEROS TO IMG-PARM-BACK-VALUE-DAYS
                   MOVE "N" TO IMG-PARM-BACK-VALUE-OVERRIDE
               END-IF
               MOVE WS-EDIT-MAX TO IMG-PARM-OPERAND-MAX
               MOVE WS-EDIT-MIN TO IMG-PARM-OPERAND-MIN
               MOVE WS-EDIT-OPS TO IMG-PARM-ALLOWED-OPS
               MOVE WS-EDIT-QUOTA TO IMG-PARM-DAILY-QUOTA
               MOVE IMG-PARM-RECORD TO STG-AFTER-IMAGE
           END-IF
           ADD 1 TO WS-STAGE-COUNT
           MOVE STG-RECORD TO WS-STAGE-ENTRY(WS-STAGE-COUNT)
           PERFORM REWRITE-STAGE-FILE
           MOVE "CHANGE STAGED - A SECOND USER MUST APPROVE IT"
               TO MSG3O.

       BUILD-PARM-IMAGE.
           MOVE SPACES TO IMG-PARM-RECORD
           MOVE WS-PARM-CALLER-ID(WS-PARM-SUB) TO IMG-PARM-CALLER-ID
           MOVE WS-PARM-OPERAND-MAX(WS-PARM-SUB)
               TO IMG-PARM-OPERAND-MAX
           MOVE WS-PARM-OPERAND-MIN(WS-PARM-SUB)
               TO IMG-PARM-OPERAND-MIN
           MOVE WS-PARM-ALLOWED-OPS(WS-PARM-SUB)
               TO IMG-PARM-ALLOWED-OPS
           MOVE WS-PARM-DAILY-QUOTA(WS-PARM-SUB)
               TO IMG-PARM-DAILY-QUOTA
           MOVE WS-PARM-REVIEW-LIMIT(WS-PARM-SUB)
               TO IMG-PARM-REVIEW-LIMIT
           MOVE WS-PARM-BACK-VALUE-DAYS(WS-PARM-SUB)
               TO IMG-PARM-BACK-VALUE-DAYS
           MOVE WS-PARM-BACK-VALUE-OVERRIDE(WS-PARM-SUB)
               TO IMG-PARM-BACK-VALUE-OVERRIDE
           MOVE WS-PARM-STATUS(WS-PARM-SUB) TO IMG-PARM-STATUS.

      *****************************************************************
      * Checker side: view, approve or reject the staged change.      *
      *****************************************************************
       VIEW-STAGED-CHANGE.
           IF WS-FOUND-SUB > ZERO
               MOVE WS-FOUND-SUB TO WS-PARM-SUB
               PERFORM BUILD-PARM-IMAGE
               PERFORM SHOW-CURRENT-LIMITS
               PERFORM SHOW-IMAGE-ON-SCREEN
           ELSE
               MOVE "NOW: CALLER NOT ON FILE" TO MCURRO
           END-IF
           IF WS-STAGE-FOUND-SUB = ZERO
               MOVE "NO CHANGE STAGED FOR THIS CALLER" TO MPENDO
               MOVE "CURRENT LIMITS SHOWN" TO MSG3O
           ELSE
               MOVE WS-STAGE-ENTRY(WS-STAGE-FOUND-SUB) TO STG-RECORD
               MOVE SPACES TO MPENDO
               STRING "STAGED " DELIMITED BY SIZE
                      STG-ACTION DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      STG-MAKER-ID DELIMITED BY SPACE
                      " ON " DELIMITED BY SIZE
                      STG-MAKER-DATE DELIMITED BY SIZE
                      " AT " DELIMITED BY SIZE
                      STG-MAKER-TIME DELIMITED BY SIZE
                   INTO MPENDO
               END-STRING
               IF NOT STG-ACTION-DELETE
                   MOVE STG-AFTER-IMAGE TO IMG-PARM-RECORD
                   PERFORM SHOW-IMAGE-ON-SCREEN
                   MOVE "STAGED LIMITS SHOWN - P APPROVES, R REJECTS"
                       TO MSG3O
               ELSE
                   MOVE "STAGED DELETE - P TO APPROVE, R TO REJECT"
                       TO MSG3O
               END-IF
           END-IF.

       SHOW-IMAGE-ON-SCREEN.
           MOVE IMG-PARM-OPERAND-MAX TO WS-DISPLAY-AMOUNT
           MOVE WS-DISPLAY-AMOUNT TO MOPMAXO
           MOVE IMG-PARM-OPERAND-MIN TO WS-DISPLAY-AMOUNT
           MOVE WS-DISPLAY-AMOUNT TO MOPMINO
           MOVE IMG-PARM-ALLOWED-OPS TO MALLOWO
           MOVE IMG-PARM-DAILY-QUOTA TO MQUOTAO.

       SHOW-CURRENT-LIMITS.
           MOVE IMG-PARM-OPERAND-MAX TO WS-DISPLAY-AMOUNT
           MOVE IMG-PARM-OPERAND-MIN TO WS-DISPLAY-AMOUNT-2
           MOVE SPACES TO MCURRO
           STRING "NOW: MAX " DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                  " MIN " DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-2 DELIMITED BY SIZE
                  " QUOTA " DELIMITED BY SIZE
                  IMG-PARM-DAILY-QUOTA DELIMITED BY SIZE
                  " OPS " DELIMITED BY SIZE
                  IMG-PARM-ALLOWED-OPS DELIMITED BY SIZE
               INTO MCURRO
           END-STRING.

       APPROVE-STAGED-CHANGE.
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-STAGE-FOUND-SUB = ZERO
               MOVE "NO CHANGE STAGED FOR THIS CALLER" TO MSG3O
               MOVE "REJECTED" TO RSPT-OUTCOME
           ELSE
               MOVE WS-STAGE-ENTRY(WS-STAGE-FOUND-SUB) TO STG-RECORD
               MOVE SPACES TO WS-BEFORE-IMAGE
               IF WS-FOUND-SUB > ZERO
                   MOVE WS-FOUND-SUB TO WS-PARM-SUB
                   PERFORM BUILD-PARM-IMAGE
                   MOVE IMG-PARM-RECORD TO WS-BEFORE-IMAGE
               END-IF
               EVALUATE TRUE
                   WHEN STG-MAKER-ID = WS-USER-ID
                       MOVE "THE MAKER CANNOT APPROVE THEIR OWN CHANGE"
                           TO MSG3O
                       MOVE "REJECTED" TO RSPT-OUTCOME
                   WHEN WS-BEFORE-IMAGE NOT = STG-BEFORE-IMAGE
                       MOVE "CALLER CHANGED SINCE STAGED - REJECT IT"
                           TO MSG3O
                       MOVE "REJECTED" TO RSPT-OUTCOME
                   WHEN STG-ACTION-ADD AND WS-PARM-COUNT >= 200
                       MOVE "CALLER LIMIT FILE IS FULL" TO MSG3O
                       MOVE "REJECTED" TO RSPT-OUTCOME
                   WHEN OTHER
                       PERFORM APPLY-STAGED-CHANGE
               END-EVALUATE
           END-IF.

       APPLY-STAGED-CHANGE.
           MOVE STG-ACTION TO WS-APPLY-ACTION
           MOVE STG-KEY TO WS-APPLY-CALLER
           MOVE STG-AFTER-IMAGE TO IMG-PARM-RECORD
           EVALUATE WS-APPLY-ACTION
               WHEN "A"
                   PERFORM APPLY-ADD-ACTION
               WHEN "C"
                   PERFORM APPLY-CHANGE-ACTION
               WHEN "D"
                   PERFORM APPLY-DELETE-ACTION
           END-EVALUATE
           PERFORM REMOVE-STAGED-CHANGE
           PERFORM REWRITE-STAGE-FILE.

       REJECT-STAGED-CHANGE.
      *    Either user may discard a staged change - the maker
      *    withdrawing it or the checker refusing it.
           IF WS-STAGE-FOUND-SUB = ZERO
               MOVE "NO CHANGE STAGED FOR THIS CALLER" TO MSG3O
               MOVE "REJECTED" TO RSPT-OUTCOME
           ELSE
               PERFORM REMOVE-STAGED-CHANGE
               PERFORM REWRITE-STAGE-FILE
               MOVE "STAGED CHANGE REJECTED - CALCPARM NOT CHANGED"
                   TO MSG3O
           END-IF.

       APPLY-ADD-ACTION.
           ADD 1 TO WS-PARM-COUNT
           PERFORM WRITE-HISTORY-HEADER
           MOVE ZEROS TO PHIS-OLD-OPERAND-MAX
           MOVE ZEROS TO PHIS-OLD-OPERAND-MIN
           MOVE SPACES TO PHIS-OLD-ALLOWED-OPS
           PERFORM STORE-APPROVED-VALUES
           PERFORM FINISH-HISTORY-RECORD
           PERFORM REWRITE-PARM-FILE
           MOVE "CHANGE APPROVED - CALLER ADDED" TO MSG3O.

       APPLY-CHANGE-ACTION.
           PERFORM WRITE-HISTORY-HEADER
           MOVE WS-PARM-OPERAND-MAX(WS-FOUND-SUB)
               TO PHIS-OLD-OPERAND-MAX
           MOVE WS-PARM-OPERAND-MIN(WS-FOUND-SUB)
               TO PHIS-OLD-OPERAND-MIN
           MOVE WS-PARM-ALLOWED-OPS(WS-FOUND-SUB)
               TO PHIS-OLD-ALLOWED-OPS
           MOVE WS-PARM-DAILY-QUOTA(WS-FOUND-SUB)
               TO PHIS-OLD-DAILY-QUOTA
           MOVE WS-FOUND-SUB TO WS-PARM-COUNT-SAVE
           PERFORM STORE-APPROVED-VALUES
           PERFORM FINISH-HISTORY-RECORD
           PERFORM REWRITE-PARM-FILE
           MOVE "CHANGE APPROVED - CALLER CHANGED" TO MSG3O.

       APPLY-DELETE-ACTION.
           PERFORM WRITE-HISTORY-HEADER
           MOVE WS-PARM-OPERAND-MAX(WS-FOUND-SUB)
               TO PHIS-OLD-OPERAND-MAX
           MOVE WS-PARM-OPERAND-MIN(WS-FOUND-SUB)
               TO PHIS-OLD-OPERAND-MIN
           MOVE WS-PARM-ALLOWED-OPS(WS-FOUND-SUB)
               TO PHIS-OLD-ALLOWED-OPS
           MOVE WS-PARM-DAILY-QUOTA(WS-FOUND-SUB)
               TO PHIS-OLD-DAILY-QUOTA
           MOVE ZEROS TO PHIS-NEW-OPERAND-MAX
           MOVE ZEROS TO PHIS-NEW-OPERAND-MIN
           MOVE SPACES TO PHIS-NEW-ALLOWED-OPS
           PERFORM DELETE-CALLER-ENTRY
           PERFORM APPEND-HISTORY-RECORD
           PERFORM REWRITE-PARM-FILE
           MOVE "CHANGE APPROVED - CALLER DELETED" TO MSG3O.

       DELETE-CALLER-ENTRY.
           PERFORM SHIFT-ENTRY-DOWN
               VARYING WS-PARM-SUB FROM WS-FOUND-SUB BY 1
           MOVE WS-PARM-ENTRY(WS-PARM-SUB + 1)
               TO WS-PARM-ENTRY(WS-PARM-SUB).

       STORE-APPROVED-VALUES.
      *    For an add the target entry is the new last slot; for a
      *    change it is the matched slot saved by the caller. The
      *    staged after image already carries the review threshold
      *    and back-value columns - defaults for a new caller, the
      *    slot's own for a change.
           IF WS-APPLY-ACTION = "A"
               MOVE WS-PARM-COUNT TO WS-PARM-SUB
           ELSE
               MOVE WS-PARM-COUNT-SAVE TO WS-PARM-SUB
           END-IF
           MOVE WS-APPLY-CALLER TO WS-PARM-CALLER-ID(WS-PARM-SUB)
           MOVE IMG-PARM-OPERAND-MAX TO WS-PARM-OPERAND-MAX(WS-PARM-SUB)
           MOVE IMG-PARM-OPERAND-MIN TO WS-PARM-OPERAND-MIN(WS-PARM-SUB)
           MOVE IMG-PARM-ALLOWED-OPS TO WS-PARM-ALLOWED-OPS(WS-PARM-SUB)
           MOVE IMG-PARM-DAILY-QUOTA TO WS-PARM-DAILY-QUOTA(WS-PARM-SUB)
           MOVE IMG-PARM-REVIEW-LIMIT
               TO WS-PARM-REVIEW-LIMIT(WS-PARM-SUB)
           MOVE IMG-PARM-BACK-VALUE-DAYS
               TO WS-PARM-BACK-VALUE-DAYS(WS-PARM-SUB)
           MOVE IMG-PARM-BACK-VALUE-OVERRIDE
               TO WS-PARM-BACK-VALUE-OVERRIDE(WS-PARM-SUB)
           MOVE IMG-PARM-STATUS TO WS-PARM-STATUS(WS-PARM-SUB).

       WRITE-HISTORY-HEADER.
      *    The signed-on user is the checker; the maker and the time
      *    the change was keyed come from the staged record.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           INITIALIZE PHIS-RECORD
           MOVE WS-CURRENT-STAMP(1:8) TO PHIS-CHANGE-DATE
           MOVE WS-CURRENT-STAMP(9:6) TO PHIS-CHANGE-TIME
           MOVE STG-MAKER-ID TO PHIS-USER-ID
           MOVE WS-APPLY-ACTION TO PHIS-ACTION
           MOVE WS-APPLY-CALLER TO PHIS-CALLER-ID
           MOVE STG-MAKER-DATE TO PHIS-MAKER-DATE
           MOVE STG-MAKER-TIME TO PHIS-MAKER-TIME
           MOVE WS-USER-ID TO PHIS-CHECKER-ID.

       FINISH-HISTORY-RECORD.
           MOVE IMG-PARM-OPERAND-MAX TO PHIS-NEW-OPERAND-MAX
           MOVE IMG-PARM-OPERAND-MIN TO PHIS-NEW-OPERAND-MIN
           MOVE IMG-PARM-ALLOWED-OPS TO PHIS-NEW-ALLOWED-OPS
           MOVE IMG-PARM-DAILY-QUOTA TO PHIS-NEW-DAILY-QUOTA
           PERFORM APPEND-HISTORY-RECORD.

       APPEND-HISTORY-RECORD.
           PERFORM WRITE-ONE-PARM-RECORD
               VARYING WS-PARM-SUB FROM 1 BY 1
               UNTIL WS-PARM-SUB > WS-PARM-COUNT
           CLOSE PARM-FILE
      *    Bump the change stamp so online CALCULATOR calls reload
      *    their in-storage copy of CALCPARM on the next call.
           MOVE "CALCPARM" TO TVER-TABLE-NAME
           MOVE "CALCPMNT" TO TVER-CHANGED-BY
           CALL "CALCTVUP" USING TVER-RECORD.

       WRITE-ONE-PARM-RECORD.
           MOVE WS-PARM-CALLER-ID(WS-PARM-SUB) TO PARM-CALLER-ID
           MOVE WS-PARM-DAILY-QUOTA(WS-PARM-SUB) TO PARM-DAILY-QUOTA
           MOVE WS-PARM-REVIEW-LIMIT(WS-PARM-SUB)
               TO PARM-REVIEW-LIMIT
           MOVE WS-PARM-BACK-VALUE-DAYS(WS-PARM-SUB)
               TO PARM-BACK-VALUE-DAYS
           MOVE WS-PARM-BACK-VALUE-OVERRIDE(WS-PARM-SUB)
               TO PARM-BACK-VALUE-OVERRIDE
           MOVE WS-PARM-STATUS(WS-PARM-SUB) TO PARM-STATUS
           WRITE PARM-RECORD.

      *****************************************************************
      * CALCSTGD staged-change file: loaded whole, rewritten whole.   *
      *****************************************************************
       LOAD-STAGE-TABLE.
           MOVE ZEROS TO WS-STAGE-COUNT
           MOVE "N" TO WS-STAGE-EOF-SWITCH
           OPEN INPUT STAGE-FILE
           IF WS-STAGE-FILE-STATUS = "35"
               MOVE "Y" TO WS-STAGE-EOF-SWITCH
           ELSE
               PERFORM READ-STAGE-RECORD
               PERFORM STORE-STAGE-RECORD UNTIL WS-STAGE-EOF
               CLOSE STAGE-FILE
           END-IF.

       READ-STAGE-RECORD.
           READ STAGE-FILE
               AT END
                   MOVE "Y" TO WS-STAGE-EOF-SWITCH
           END-READ.

       STORE-STAGE-RECORD.
           IF WS-STAGE-COUNT < 300
               ADD 1 TO WS-STAGE-COUNT
               MOVE STG-RECORD TO WS-STAGE-ENTRY(WS-STAGE-COUNT)
           END-IF
           PERFORM READ-STAGE-RECORD.

       FIND-STAGED-CHANGE.
           MOVE ZEROS TO WS-STAGE-FOUND-SUB
           PERFORM MATCH-STAGED-CHANGE
               VARYING WS-STAGE-SUB FROM 1 BY 1
               UNTIL WS-STAGE-SUB > WS-STAGE-COUNT
                  OR WS-STAGE-FOUND-SUB > ZERO.

       MATCH-STAGED-CHANGE.
           IF WS-STG-TABLE(WS-STAGE-SUB) = WS-STAGE-TABLE-NAME AND
              WS-STG-KEY(WS-STAGE-SUB) = WS-STAGE-KEY
               MOVE WS-STAGE-SUB TO WS-STAGE-FOUND-SUB
           END-IF.

       REMOVE-STAGED-CHANGE.
           PERFORM SHIFT-STAGE-ENTRY-DOWN
               VARYING WS-STAGE-SUB FROM WS-STAGE-FOUND-SUB BY 1
               UNTIL WS-STAGE-SUB >= WS-STAGE-COUNT
           SUBTRACT 1 FROM WS-STAGE-COUNT.

       SHIFT-STAGE-ENTRY-DOWN.
           MOVE WS-STAGE-ENTRY(WS-STAGE-SUB + 1)
               TO WS-STAGE-ENTRY(WS-STAGE-SUB).

       REWRITE-STAGE-FILE.
           OPEN OUTPUT STAGE-FILE
           PERFORM WRITE-ONE-STAGE-RECORD
               VARYING WS-STAGE-SUB FROM 1 BY 1
               UNTIL WS-STAGE-SUB > WS-STAGE-COUNT
           CLOSE STAGE-FILE.

       WRITE-ONE-STAGE-RECORD.
           MOVE WS-STAGE-ENTRY(WS-STAGE-SUB) TO STG-RECORD
           WRITE STG-RECORD.

       ABEND-TRANSACTION.
           MOVE LOW-VALUES TO CALCM3O
           MOVE "AN UNEXPECTED ERROR OCCURRED - CONTACT SUPPORT"
               DATAONLY
           END-EXEC

           MOVE "ABEND" TO RSPT-OUTCOME
           PERFORM LOG-RESPONSE-TIME
           EXEC CICS RETURN
           END-EXEC.

