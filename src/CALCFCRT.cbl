       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCFCRT.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Formula Version Certification and Activation                   *
      * The only way a new CALCFORM formula version becomes the one    *
      * CALCFRML runs for version zero. Each CALCFCRC control record   *
      * is one action on one formula version, taken in file order and  *
      * recorded on the append-only CALCFSTH status history (see       *
      * CALCFST):                                                      *
      *   C = certify: run the version against every CALCFCAS case     *
      *       filed for it and for the previous version (the highest   *
      *       lower version on CALCFORM) - a case number the version   *
      *       restates replaces the previous version's case - through  *
      *       CALCFRML with the audit trail suppressed, and print      *
      *       expected against actual with the difference and a        *
      *       PASS/FAIL verdict per case on the CALCFCRR report. All   *
      *       cases passing makes the version CERTIFIED under the      *
      *       certifying user, with the CALCHASH total of its steps;   *
      *       any failure leaves it a DRAFT.                           *
      *   A = activate: a second user's approval of a CERTIFIED        *
      *       version. The approver may not be the certifier, and the  *
      *       version's steps must still hash to the certified total.  *
      *       The version becomes ACTIVE and the formula's previously  *
      *       active version is RETIRED in the same pass.              *
      *   R = retire a version. Retiring the active version leaves the *
      *       formula with none, and CALCPREF then holds the night for *
      *       any standing order that names it.                        *
      * An action that cannot be taken is rejected on the report with  *
      * its reason and changes nothing. Return code 16 when there is   *
      * no control file (nothing is done), 8 when any action was       *
      * rejected, 4 when any certification failed, otherwise 0.        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CALCFCRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT FORMULA-FILE ASSIGN TO "CALCFORM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORMULA-FILE-STATUS.

           SELECT CASE-FILE ASSIGN TO "CALCFCAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.

           SELECT STATUS-FILE ASSIGN TO "CALCFSTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCFCRR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CERTIFY-CONTROL-RECORD.
           05  FCRC-ACTION             PIC X.
               88  FCRC-CERTIFY        VALUE "C".
               88  FCRC-ACTIVATE       VALUE "A".
               88  FCRC-RETIRE         VALUE "R".
           05  FCRC-FORMULA-ID         PIC X(8).
           05  FCRC-VERSION            PIC 9(3).
           05  FCRC-USER-ID            PIC X(8).
           05  FCRC-NOTE               PIC X(40).

       FD  FORMULA-FILE.
           COPY CALCFRM.

       FD  CASE-FILE.
           COPY CALCFCA.

       FD  STATUS-FILE.
           COPY CALCFST.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-FORMULA-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-CASE-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-STATUS-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-CONTROL-EOF-SWITCH   PIC X VALUE "N".
           88  WS-CONTROL-EOF      VALUE "Y".

       01  WS-REFUSE-SWITCH        PIC X VALUE "N".
           88  WS-RUN-REFUSED      VALUE "Y".
       01  WS-REFUSE-REASON        PIC X(70) VALUE SPACES.
       01  WS-RUN-STAMP            PIC X(21) VALUE SPACES.

      *    Every formula version with a status, as of its latest
      *    CALCFSTH record and as this run changes it.
       01  WS-VERSION-TABLE.
           05  WS-VERSION-COUNT    PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-VERSION-ENTRY OCCURS 500 TIMES.
               10  WS-VER-FORMULA-ID   PIC X(8).
               10  WS-VER-VERSION      PIC 9(3).
               10  WS-VER-STATUS       PIC X(10).
               10  WS-VER-USER-ID      PIC X(8).
               10  WS-VER-STEP-CHECK   PIC 9(12).
       01  WS-VERSION-SUB          PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-VERSION-MATCH-SUB    PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-ACTIVE-MATCH-SUB     PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-FIND-FORMULA-ID      PIC X(8) VALUE SPACES.
       01  WS-FIND-VERSION         PIC 9(3) VALUE ZEROS.

      *    The version being acted on.
       01  WS-CURRENT-STATUS       PIC X(10) VALUE SPACES.
           88  WS-CURRENT-DRAFT    VALUE "DRAFT".
           88  WS-CURRENT-CERTIFIED VALUE "CERTIFIED".
           88  WS-CURRENT-ACTIVE   VALUE "ACTIVE".
           88  WS-CURRENT-RETIRED  VALUE "RETIRED".
       01  WS-CURRENT-USER-ID      PIC X(8) VALUE SPACES.
       01  WS-CERTIFIED-CHECK      PIC 9(12) VALUE ZEROS.
       01  WS-STEP-COUNT           PIC 9(3) VALUE ZEROS.
       01  WS-STEP-CHECK           PIC 9(12) VALUE ZEROS.
       01  WS-PREVIOUS-VERSION     PIC 9(3) VALUE ZEROS.
       01  WS-REJECT-REASON        PIC X(60) VALUE SPACES.
       01  WS-OUTCOME-TEXT         PIC X(80) VALUE SPACES.

      *    Case numbers the candidate version states for itself.
       01  WS-OWN-CASE-TABLE.
           05  WS-OWN-CASE-COUNT   PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-OWN-CASE-NO      OCCURS 500 TIMES PIC 9(3).
       01  WS-OWN-CASE-SUB         PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-RESTATED-SWITCH      PIC X VALUE "N".
           88  WS-CASE-RESTATED    VALUE "Y".
       01  WS-PREVIOUS-CASE-COUNT  PIC 9(5) VALUE ZEROS.

      *    One case.
       01  WS-CASE-VALID-SWITCH    PIC X VALUE "N".
           88  WS-CASE-VALID       VALUE "Y".
       01  WS-CASE-PASS-SWITCH     PIC X VALUE "N".
           88  WS-CASE-PASSED      VALUE "Y".
       01  WS-EXPECTED-STATUS      PIC X(20) VALUE SPACES.
       01  WS-ACTUAL-STATUS        PIC X(20) VALUE SPACES.
       01  WS-DIFFERENCE           PIC S9(10)V99 VALUE ZEROS.
       01  WS-OPERAND-SUB          PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-FLOW-SUB             PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-CASES-RUN            PIC 9(5) VALUE ZEROS.
       01  WS-CASES-FAILED         PIC 9(5) VALUE ZEROS.

      *    The status record about to be appended.
       01  WS-NEW-STATUS-RECORD.
           05  WS-NEW-FORMULA-ID   PIC X(8).
           05  WS-NEW-VERSION      PIC 9(3).
           05  WS-NEW-STATUS       PIC X(10).
           05  WS-NEW-USER-ID      PIC X(8).
           05  WS-NEW-STEP-CHECK   PIC 9(12).
           05  WS-NEW-CASES-RUN    PIC 9(5).
           05  WS-NEW-CASES-FAILED PIC 9(5).
           05  WS-NEW-NOTE         PIC X(40).

       01  WS-ACTION-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-REJECTED-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-CERTIFIED-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-CERT-FAILED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-ACTIVATED-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-RETIRED-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-CASES-RUN      PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-CASES-FAILED   PIC 9(7) VALUE ZEROS.

           COPY CALCFRQ.
           COPY CALCHSH.

       01  WS-TEXT-LINE            PIC X(132) VALUE SPACES.
       01  WS-DISPLAY-VERSION      PIC 9(3).
       01  WS-DISPLAY-VERSION-2    PIC 9(3).
       01  WS-DISPLAY-COUNT        PIC Z(4)9.
       01  WS-DISPLAY-COUNT-2      PIC Z(4)9.

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
       01  WS-LINE-NUMBER          PIC 9(2) VALUE 99.
       01  WS-PAGE-LIMIT           PIC 9(2) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(60) VALUE
               "CALCFCRT - FORMULA CERTIFICATION AND ACTIVATION".
           05  FILLER              PIC X(9) VALUE "RUN DATE ".
           05  WS-HDG-DATE         PIC X(8).
           05  FILLER              PIC X(7) VALUE "  TIME ".
           05  WS-HDG-TIME         PIC X(6).
           05  FILLER              PIC X(8) VALUE "    PAGE".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-CASE-HEADING-LINE.
           05  FILLER              PIC X(7) VALUE "  CASE".
           05  FILLER              PIC X(5) VALUE "VER".
           05  FILLER              PIC X(25) VALUE "DESCRIPTION".
           05  FILLER              PIC X(21) VALUE "EXPECTED STATUS".
           05  FILLER              PIC X(14) VALUE "     EXPECTED".
           05  FILLER              PIC X(21) VALUE "ACTUAL STATUS".
           05  FILLER              PIC X(14) VALUE "       ACTUAL".
           05  FILLER              PIC X(14) VALUE "   DIFFERENCE".
           05  FILLER              PIC X(5) VALUE "STEP".
           05  FILLER              PIC X(6) VALUE "RESULT".

       01  WS-CASE-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CL-CASE-NO       PIC ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CL-VERSION       PIC 9(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CL-DESCRIPTION   PIC X(24).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-CL-EXP-STATUS    PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-CL-EXP-RESULT    PIC -(9)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-CL-ACT-STATUS    PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-CL-ACT-RESULT    PIC -(9)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-CL-DIFFERENCE    PIC -(9)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CL-STEP          PIC Z9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CL-VERDICT       PIC X(4).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           INITIALIZE WS-VERSION-TABLE
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "35"
               MOVE "Y" TO WS-REFUSE-SWITCH
               MOVE "NO CALCFCRC CONTROL FILE" TO WS-REFUSE-REASON
           ELSE
               PERFORM READ-CONTROL-RECORD
               IF WS-CONTROL-EOF
                   MOVE "Y" TO WS-REFUSE-SWITCH
                   MOVE "CALCFCRC CONTROL FILE IS EMPTY"
                       TO WS-REFUSE-REASON
                   CLOSE CONTROL-FILE
               END-IF
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM LOAD-STATUS-HISTORY
               IF WS-RUN-REFUSED
                   CLOSE CONTROL-FILE
               END-IF
           END-IF
           IF WS-RUN-REFUSED
               DISPLAY "CALCFCRT - " WS-REFUSE-REASON
               DISPLAY "CALCFCRT - NO ACTIONS TAKEN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND STATUS-FILE
           IF WS-STATUS-FILE-STATUS = "35"
               OPEN OUTPUT STATUS-FILE
           END-IF
           PERFORM START-NEW-PAGE
           PERFORM PROCESS-ONE-ACTION UNTIL WS-CONTROL-EOF
           CLOSE CONTROL-FILE
           CLOSE STATUS-FILE
           CLOSE REPORT-FILE
           PERFORM DISPLAY-RUN-SUMMARY
           EVALUATE TRUE
               WHEN WS-REJECTED-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CERT-FAILED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       READ-CONTROL-RECORD.
           READ CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-CONTROL-EOF-SWITCH
           END-READ.

      *****************************************************************
      * Each version's status as of its latest history record.         *
      *****************************************************************
       LOAD-STATUS-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT STATUS-FILE
           IF WS-STATUS-FILE-STATUS NOT = "35"
               PERFORM READ-STATUS-RECORD
               PERFORM NOTE-STATUS-RECORD
                   UNTIL WS-END-OF-FILE OR WS-RUN-REFUSED
               CLOSE STATUS-FILE
           END-IF.

       READ-STATUS-RECORD.
           READ STATUS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       NOTE-STATUS-RECORD.
           MOVE FSTS-FORMULA-ID TO WS-FIND-FORMULA-ID
           MOVE FSTS-VERSION TO WS-FIND-VERSION
           PERFORM FIND-VERSION-ENTRY
           IF WS-VERSION-MATCH-SUB = ZERO
               PERFORM ADD-VERSION-ENTRY
           END-IF
           IF WS-VERSION-MATCH-SUB > ZERO
               MOVE FSTS-STATUS
                   TO WS-VER-STATUS(WS-VERSION-MATCH-SUB)
               MOVE FSTS-USER-ID
                   TO WS-VER-USER-ID(WS-VERSION-MATCH-SUB)
               MOVE FSTS-STEP-CHECK
                   TO WS-VER-STEP-CHECK(WS-VERSION-MATCH-SUB)
           END-IF
           PERFORM READ-STATUS-RECORD.

       FIND-VERSION-ENTRY.
           MOVE ZEROS TO WS-VERSION-MATCH-SUB
           PERFORM MATCH-VERSION-ENTRY
               VARYING WS-VERSION-SUB FROM 1 BY 1
               UNTIL WS-VERSION-SUB > WS-VERSION-COUNT
                  OR WS-VERSION-MATCH-SUB > ZERO.

       MATCH-VERSION-ENTRY.
           IF WS-VER-FORMULA-ID(WS-VERSION-SUB) = WS-FIND-FORMULA-ID
              AND WS-VER-VERSION(WS-VERSION-SUB) = WS-FIND-VERSION
               MOVE WS-VERSION-SUB TO WS-VERSION-MATCH-SUB
           END-IF.

       ADD-VERSION-ENTRY.
      *    A full table would misjudge every version past it, so the
      *    run is refused rather than guess.
           IF WS-VERSION-COUNT < 500
               ADD 1 TO WS-VERSION-COUNT
               MOVE WS-VERSION-COUNT TO WS-VERSION-MATCH-SUB
               MOVE WS-FIND-FORMULA-ID
                   TO WS-VER-FORMULA-ID(WS-VERSION-MATCH-SUB)
               MOVE WS-FIND-VERSION
                   TO WS-VER-VERSION(WS-VERSION-MATCH-SUB)
               MOVE "DRAFT" TO WS-VER-STATUS(WS-VERSION-MATCH-SUB)
               MOVE SPACES TO WS-VER-USER-ID(WS-VERSION-MATCH-SUB)
               MOVE ZEROS TO WS-VER-STEP-CHECK(WS-VERSION-MATCH-SUB)
           ELSE
               MOVE "Y" TO WS-REFUSE-SWITCH
               MOVE "CALCFSTH HOLDS MORE THAN 500 FORMULA VERSIONS"
                   TO WS-REFUSE-REASON
           END-IF.

       FIND-ACTIVE-ENTRY.
           MOVE ZEROS TO WS-ACTIVE-MATCH-SUB
           PERFORM MATCH-ACTIVE-ENTRY
               VARYING WS-VERSION-SUB FROM 1 BY 1
               UNTIL WS-VERSION-SUB > WS-VERSION-COUNT
                  OR WS-ACTIVE-MATCH-SUB > ZERO.

       MATCH-ACTIVE-ENTRY.
           IF WS-VER-FORMULA-ID(WS-VERSION-SUB) = WS-FIND-FORMULA-ID
              AND WS-VER-STATUS(WS-VERSION-SUB) = "ACTIVE"
               MOVE WS-VERSION-SUB TO WS-ACTIVE-MATCH-SUB
           END-IF.

      *****************************************************************
      * One control record.                                            *
      *****************************************************************
       PROCESS-ONE-ACTION.
           ADD 1 TO WS-ACTION-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-OUTCOME-TEXT
           PERFORM PRINT-ACTION-HEADING
           EVALUATE TRUE
               WHEN NOT FCRC-CERTIFY AND NOT FCRC-ACTIVATE AND
                    NOT FCRC-RETIRE
                   MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               WHEN FCRC-FORMULA-ID = SPACES OR
                    FCRC-VERSION NOT NUMERIC OR
                    FCRC-VERSION = ZERO
                   MOVE "FORMULA ID AND VERSION ARE REQUIRED"
                       TO WS-REJECT-REASON
               WHEN FCRC-USER-ID = SPACES
                   MOVE "USER ID IS REQUIRED" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM LOOK-UP-CURRENT-STATUS
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN FCRC-CERTIFY
                       PERFORM CERTIFY-VERSION THRU CERTIFY-VERSION-EXIT
                   WHEN FCRC-ACTIVATE
                       PERFORM ACTIVATE-VERSION
                           THRU ACTIVATE-VERSION-EXIT
                   WHEN FCRC-RETIRE
                       PERFORM RETIRE-VERSION THRU RETIRE-VERSION-EXIT
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO WS-OUTCOME-TEXT
               STRING "REJECTED - " DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                   INTO WS-OUTCOME-TEXT
               END-STRING
           END-IF
           PERFORM PRINT-ACTION-OUTCOME
           PERFORM READ-CONTROL-RECORD.

       LOOK-UP-CURRENT-STATUS.
      *    A version with no history yet is a draft.
           MOVE FCRC-FORMULA-ID TO WS-FIND-FORMULA-ID
           MOVE FCRC-VERSION TO WS-FIND-VERSION
           PERFORM FIND-VERSION-ENTRY
           IF WS-VERSION-MATCH-SUB = ZERO
               MOVE "DRAFT" TO WS-CURRENT-STATUS
               MOVE SPACES TO WS-CURRENT-USER-ID
               MOVE ZEROS TO WS-CERTIFIED-CHECK
           ELSE
               MOVE WS-VER-STATUS(WS-VERSION-MATCH-SUB)
                   TO WS-CURRENT-STATUS
               MOVE WS-VER-USER-ID(WS-VERSION-MATCH-SUB)
                   TO WS-CURRENT-USER-ID
               MOVE WS-VER-STEP-CHECK(WS-VERSION-MATCH-SUB)
                   TO WS-CERTIFIED-CHECK
           END-IF.

      *****************************************************************
      * C - run the candidate against its cases and the previous       *
      * version's.                                                     *
      *****************************************************************
       CERTIFY-VERSION.
           IF WS-CURRENT-ACTIVE
               MOVE "VERSION IS ALREADY ACTIVE" TO WS-REJECT-REASON
               GO TO CERTIFY-VERSION-EXIT
           END-IF
           IF WS-CURRENT-RETIRED
               MOVE "VERSION IS RETIRED - KEY A NEW VERSION"
                   TO WS-REJECT-REASON
               GO TO CERTIFY-VERSION-EXIT
           END-IF
           PERFORM SCAN-FORMULA-STEPS
           IF WS-STEP-COUNT = ZERO
               MOVE "VERSION HAS NO STEPS ON CALCFORM"
                   TO WS-REJECT-REASON
               GO TO CERTIFY-VERSION-EXIT
           END-IF
           PERFORM COLLECT-OWN-CASE-NUMBERS
           IF WS-OWN-CASE-COUNT = ZERO AND
              WS-PREVIOUS-CASE-COUNT = ZERO
               MOVE "NO CERTIFICATION CASES ON CALCFCAS"
                   TO WS-REJECT-REASON
               GO TO CERTIFY-VERSION-EXIT
           END-IF
           MOVE ZEROS TO WS-CASES-RUN
           MOVE ZEROS TO WS-CASES-FAILED
           PERFORM PRINT-CASE-HEADING
           PERFORM RUN-CERTIFICATION-CASES
           ADD WS-CASES-RUN TO WS-TOTAL-CASES-RUN
           ADD WS-CASES-FAILED TO WS-TOTAL-CASES-FAILED
           MOVE FCRC-FORMULA-ID TO WS-NEW-FORMULA-ID
           MOVE FCRC-VERSION TO WS-NEW-VERSION
           MOVE FCRC-USER-ID TO WS-NEW-USER-ID
           MOVE WS-STEP-CHECK TO WS-NEW-STEP-CHECK
           MOVE WS-CASES-RUN TO WS-NEW-CASES-RUN
           MOVE WS-CASES-FAILED TO WS-NEW-CASES-FAILED
           MOVE FCRC-NOTE TO WS-NEW-NOTE
           MOVE WS-CASES-RUN TO WS-DISPLAY-COUNT
           MOVE WS-CASES-FAILED TO WS-DISPLAY-COUNT-2
      *    A failed attempt is recorded too, so the history shows it
      *    and a certified version that no longer passes drops back.
           IF WS-CASES-FAILED = ZERO
               MOVE "CERTIFIED" TO WS-NEW-STATUS
               ADD 1 TO WS-CERTIFIED-COUNT
               STRING "CERTIFIED - " DELIMITED BY SIZE
                      WS-DISPLAY-COUNT DELIMITED BY SIZE
                      " CASES RUN, ALL PASSED" DELIMITED BY SIZE
                   INTO WS-OUTCOME-TEXT
               END-STRING
           ELSE
               MOVE "DRAFT" TO WS-NEW-STATUS
               ADD 1 TO WS-CERT-FAILED-COUNT
               STRING "NOT CERTIFIED - " DELIMITED BY SIZE
                      WS-DISPLAY-COUNT DELIMITED BY SIZE
                      " CASES RUN," DELIMITED BY SIZE
                      WS-DISPLAY-COUNT-2 DELIMITED BY SIZE
                      " FAILED - VERSION IS DRAFT" DELIMITED BY SIZE
                   INTO WS-OUTCOME-TEXT
               END-STRING
           END-IF
           PERFORM APPEND-STATUS-RECORD.

       CERTIFY-VERSION-EXIT.
           EXIT.

       SCAN-FORMULA-STEPS.
      *    One pass over CALCFORM for the formula: the candidate's
      *    steps are counted and hashed - each step image on its own,
      *    the values summed, so the total does not depend on the
      *    order the steps are filed in - and the highest version
      *    below the candidate is the previous version.
           MOVE ZEROS TO WS-STEP-COUNT
           MOVE ZEROS TO WS-STEP-CHECK
           MOVE ZEROS TO WS-PREVIOUS-VERSION
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT FORMULA-FILE
           IF WS-FORMULA-FILE-STATUS NOT = "35"
               PERFORM READ-FORMULA-RECORD
               PERFORM NOTE-FORMULA-STEP UNTIL WS-END-OF-FILE
               CLOSE FORMULA-FILE
           END-IF.

       READ-FORMULA-RECORD.
           READ FORMULA-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       NOTE-FORMULA-STEP.
           IF FORM-ID = FCRC-FORMULA-ID
               IF FORM-VERSION = FCRC-VERSION
                   ADD 1 TO WS-STEP-COUNT
                   MOVE ZEROS TO HASH-PREVIOUS-CHECK
                   MOVE SPACES TO HASH-RECORD-IMAGE
                   MOVE FORM-RECORD TO HASH-RECORD-IMAGE
                   CALL "CALCHASH" USING HASH-INPUT HASH-OUTPUT
                   ADD HASH-CHECK-VALUE TO WS-STEP-CHECK
               END-IF
               IF FORM-VERSION < FCRC-VERSION AND
                  FORM-VERSION > WS-PREVIOUS-VERSION
                   MOVE FORM-VERSION TO WS-PREVIOUS-VERSION
               END-IF
           END-IF
           PERFORM READ-FORMULA-RECORD.

       COLLECT-OWN-CASE-NUMBERS.
      *    First pass over CALCFCAS: the candidate's own case numbers,
      *    and whether the previous version has any cases at all.
           MOVE ZEROS TO WS-OWN-CASE-COUNT
           MOVE ZEROS TO WS-PREVIOUS-CASE-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CASE-FILE
           IF WS-CASE-FILE-STATUS NOT = "35"
               PERFORM READ-CASE-RECORD
               PERFORM NOTE-CASE-NUMBER UNTIL WS-END-OF-FILE
               CLOSE CASE-FILE
           END-IF.

       READ-CASE-RECORD.
           READ CASE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       NOTE-CASE-NUMBER.
           IF FCAS-FORMULA-ID = FCRC-FORMULA-ID
               IF FCAS-VERSION = FCRC-VERSION AND
                  WS-OWN-CASE-COUNT < 500
                   ADD 1 TO WS-OWN-CASE-COUNT
                   MOVE FCAS-CASE-NO
                       TO WS-OWN-CASE-NO(WS-OWN-CASE-COUNT)
               END-IF
               IF FCAS-VERSION = WS-PREVIOUS-VERSION AND
                  WS-PREVIOUS-VERSION > ZERO
                   ADD 1 TO WS-PREVIOUS-CASE-COUNT
               END-IF
           END-IF
           PERFORM READ-CASE-RECORD.

       RUN-CERTIFICATION-CASES.
      *    Second pass: every case for the candidate, and every case
      *    of the previous version the candidate has not restated, in
      *    file order.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CASE-FILE
           IF WS-CASE-FILE-STATUS NOT = "35"
               PERFORM READ-CASE-RECORD
               PERFORM SELECT-ONE-CASE UNTIL WS-END-OF-FILE
               CLOSE CASE-FILE
           END-IF.

       SELECT-ONE-CASE.
           IF FCAS-FORMULA-ID = FCRC-FORMULA-ID
               IF FCAS-VERSION = FCRC-VERSION
                   PERFORM RUN-ONE-CASE
               ELSE
                   IF FCAS-VERSION = WS-PREVIOUS-VERSION AND
                      WS-PREVIOUS-VERSION > ZERO
                       PERFORM CHECK-CASE-RESTATED
                       IF NOT WS-CASE-RESTATED
                           PERFORM RUN-ONE-CASE
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-CASE-RECORD.

       CHECK-CASE-RESTATED.
           MOVE "N" TO WS-RESTATED-SWITCH
           PERFORM MATCH-OWN-CASE
               VARYING WS-OWN-CASE-SUB FROM 1 BY 1
               UNTIL WS-OWN-CASE-SUB > WS-OWN-CASE-COUNT
                  OR WS-CASE-RESTATED.

       MATCH-OWN-CASE.
           IF WS-OWN-CASE-NO(WS-OWN-CASE-SUB) = FCAS-CASE-NO
               MOVE "Y" TO WS-RESTATED-SWITCH
           END-IF.

       RUN-ONE-CASE.
           ADD 1 TO WS-CASES-RUN
           MOVE SPACES TO WS-CASE-LINE
           MOVE FCAS-CASE-NO TO WS-CL-CASE-NO
           MOVE FCAS-VERSION TO WS-CL-VERSION
           MOVE FCAS-DESCRIPTION TO WS-CL-DESCRIPTION
           IF FCAS-EXPECTED-STATUS = SPACES
               MOVE "SUCCESS" TO WS-EXPECTED-STATUS
           ELSE
               MOVE FCAS-EXPECTED-STATUS TO WS-EXPECTED-STATUS
           END-IF
           MOVE WS-EXPECTED-STATUS TO WS-CL-EXP-STATUS
           IF WS-EXPECTED-STATUS = "SUCCESS" AND
              FCAS-EXPECTED-RESULT NUMERIC
               MOVE FCAS-EXPECTED-RESULT TO WS-CL-EXP-RESULT
           END-IF
           MOVE "N" TO WS-CASE-PASS-SWITCH
           IF FCAS-OPERAND-COUNT NUMERIC AND
              FCAS-OPERAND-COUNT NOT > 10 AND
              FCAS-FLOW-COUNT NUMERIC AND
              FCAS-FLOW-COUNT NOT > 12 AND
              FCAS-EXPECTED-RESULT NUMERIC AND
              FCAS-EXPECTED-STEP NUMERIC
               MOVE "Y" TO WS-CASE-VALID-SWITCH
           ELSE
               MOVE "N" TO WS-CASE-VALID-SWITCH
           END-IF
           IF WS-CASE-VALID
               PERFORM EXECUTE-CASE
               PERFORM JUDGE-CASE
           ELSE
               MOVE "CASE RECORD INVALID" TO WS-CL-ACT-STATUS
           END-IF
           IF WS-CASE-PASSED
               MOVE "PASS" TO WS-CL-VERDICT
           ELSE
               MOVE "FAIL" TO WS-CL-VERDICT
               ADD 1 TO WS-CASES-FAILED
           END-IF
           MOVE WS-CASE-LINE TO WS-TEXT-LINE
           PERFORM WRITE-REPORT-LINE.

       EXECUTE-CASE.
      *    Exactly as a caller would run it, but with this explicit
      *    version and the audit trail, quota and holds suppressed.
           INITIALIZE FRML-INPUT-DATA
           MOVE FCRC-FORMULA-ID TO FRML-FORMULA-ID
           MOVE FCRC-VERSION TO FRML-VERSION
           MOVE "CALCFCRT" TO FRML-CALLER-ID
           MOVE FCAS-OPERAND-COUNT TO FRML-OPERAND-COUNT
           PERFORM COPY-CASE-OPERAND
               VARYING WS-OPERAND-SUB FROM 1 BY 1
               UNTIL WS-OPERAND-SUB > FCAS-OPERAND-COUNT
           MOVE FCAS-FLOW-COUNT TO FRML-FLOW-COUNT
           PERFORM COPY-CASE-FLOW
               VARYING WS-FLOW-SUB FROM 1 BY 1
               UNTIL WS-FLOW-SUB > FCAS-FLOW-COUNT
           MOVE "Y" TO FRML-SUPPRESS-AUDIT

           CALL "CALCFRML" USING FRML-INPUT-DATA FRML-OUTPUT-DATA

           MOVE FRML-STATUS TO WS-ACTUAL-STATUS.

       COPY-CASE-OPERAND.
           MOVE FCAS-OPERANDS(WS-OPERAND-SUB)
               TO FRML-OPERANDS(WS-OPERAND-SUB).

       COPY-CASE-FLOW.
           MOVE FCAS-FLOW-DATE(WS-FLOW-SUB)
               TO FRML-FLOW-DATE(WS-FLOW-SUB)
           MOVE FCAS-FLOW-AMOUNT(WS-FLOW-SUB)
               TO FRML-FLOW-AMOUNT(WS-FLOW-SUB).

       JUDGE-CASE.
      *    The status must match; a successful case must also match
      *    to the cent, and a failure case naming a step must fail
      *    at that step.
           MOVE WS-ACTUAL-STATUS TO WS-CL-ACT-STATUS
           IF FRML-FAILED-STEP > ZERO
               MOVE FRML-FAILED-STEP TO WS-CL-STEP
           END-IF
           IF WS-ACTUAL-STATUS = "SUCCESS"
               MOVE FRML-RESULT TO WS-CL-ACT-RESULT
           END-IF
           IF WS-ACTUAL-STATUS = WS-EXPECTED-STATUS
               MOVE "Y" TO WS-CASE-PASS-SWITCH
           END-IF
           IF WS-ACTUAL-STATUS = "SUCCESS" AND
              WS-EXPECTED-STATUS = "SUCCESS"
               COMPUTE WS-DIFFERENCE =
                       FRML-RESULT - FCAS-EXPECTED-RESULT
               MOVE WS-DIFFERENCE TO WS-CL-DIFFERENCE
               IF WS-DIFFERENCE NOT = ZERO
                   MOVE "N" TO WS-CASE-PASS-SWITCH
               END-IF
           END-IF
           IF WS-EXPECTED-STATUS NOT = "SUCCESS" AND
              FCAS-EXPECTED-STEP > ZERO AND
              FRML-FAILED-STEP NOT = FCAS-EXPECTED-STEP
               MOVE "N" TO WS-CASE-PASS-SWITCH
           END-IF.

      *****************************************************************
      * A - a second user's approval makes a certified version active. *
      *****************************************************************
       ACTIVATE-VERSION.
           IF NOT WS-CURRENT-CERTIFIED
               MOVE SPACES TO WS-REJECT-REASON
               STRING "VERSION IS " DELIMITED BY SIZE
                      WS-CURRENT-STATUS DELIMITED BY SPACE
                      ", NOT CERTIFIED" DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               GO TO ACTIVATE-VERSION-EXIT
           END-IF
           IF FCRC-USER-ID = WS-CURRENT-USER-ID
               MOVE "THE CERTIFIER CANNOT APPROVE THEIR OWN VERSION"
                   TO WS-REJECT-REASON
               GO TO ACTIVATE-VERSION-EXIT
           END-IF
           PERFORM SCAN-FORMULA-STEPS
           IF WS-STEP-COUNT = ZERO OR
              WS-STEP-CHECK NOT = WS-CERTIFIED-CHECK
               MOVE "STEPS CHANGED SINCE CERTIFIED - RECERTIFY"
                   TO WS-REJECT-REASON
               GO TO ACTIVATE-VERSION-EXIT
           END-IF
           MOVE FCRC-FORMULA-ID TO WS-FIND-FORMULA-ID
           PERFORM FIND-ACTIVE-ENTRY
           MOVE FCRC-VERSION TO WS-DISPLAY-VERSION
           IF WS-ACTIVE-MATCH-SUB > ZERO
               MOVE FCRC-FORMULA-ID TO WS-NEW-FORMULA-ID
               MOVE WS-VER-VERSION(WS-ACTIVE-MATCH-SUB)
                   TO WS-NEW-VERSION
               MOVE WS-VER-VERSION(WS-ACTIVE-MATCH-SUB)
                   TO WS-DISPLAY-VERSION-2
               MOVE "RETIRED" TO WS-NEW-STATUS
               MOVE FCRC-USER-ID TO WS-NEW-USER-ID
               MOVE WS-VER-STEP-CHECK(WS-ACTIVE-MATCH-SUB)
                   TO WS-NEW-STEP-CHECK
               MOVE ZEROS TO WS-NEW-CASES-RUN
               MOVE ZEROS TO WS-NEW-CASES-FAILED
               MOVE SPACES TO WS-NEW-NOTE
               STRING "REPLACED BY VERSION " DELIMITED BY SIZE
                      WS-DISPLAY-VERSION DELIMITED BY SIZE
                   INTO WS-NEW-NOTE
               END-STRING
               PERFORM APPEND-STATUS-RECORD
               ADD 1 TO WS-RETIRED-COUNT
               STRING "ACTIVE - VERSION " DELIMITED BY SIZE
                      WS-DISPLAY-VERSION-2 DELIMITED BY SIZE
                      " RETIRED" DELIMITED BY SIZE
                   INTO WS-OUTCOME-TEXT
               END-STRING
           ELSE
               MOVE "ACTIVE - FIRST ACTIVE VERSION OF THE FORMULA"
                   TO WS-OUTCOME-TEXT
           END-IF
           MOVE FCRC-FORMULA-ID TO WS-NEW-FORMULA-ID
           MOVE FCRC-VERSION TO WS-NEW-VERSION
           MOVE "ACTIVE" TO WS-NEW-STATUS
           MOVE FCRC-USER-ID TO WS-NEW-USER-ID
           MOVE WS-CERTIFIED-CHECK TO WS-NEW-STEP-CHECK
           MOVE ZEROS TO WS-NEW-CASES-RUN
           MOVE ZEROS TO WS-NEW-CASES-FAILED
           MOVE FCRC-NOTE TO WS-NEW-NOTE
           PERFORM APPEND-STATUS-RECORD
           ADD 1 TO WS-ACTIVATED-COUNT.

       ACTIVATE-VERSION-EXIT.
           EXIT.

      *****************************************************************
      * R - retire a version.                                          *
      *****************************************************************
       RETIRE-VERSION.
           IF WS-CURRENT-RETIRED
               MOVE "VERSION IS ALREADY RETIRED" TO WS-REJECT-REASON
               GO TO RETIRE-VERSION-EXIT
           END-IF
           IF WS-CURRENT-ACTIVE
               MOVE "RETIRED - FORMULA NOW HAS NO ACTIVE VERSION"
                   TO WS-OUTCOME-TEXT
           ELSE
               MOVE "RETIRED" TO WS-OUTCOME-TEXT
           END-IF
           MOVE FCRC-FORMULA-ID TO WS-NEW-FORMULA-ID
           MOVE FCRC-VERSION TO WS-NEW-VERSION
           MOVE "RETIRED" TO WS-NEW-STATUS
           MOVE FCRC-USER-ID TO WS-NEW-USER-ID
           MOVE WS-CERTIFIED-CHECK TO WS-NEW-STEP-CHECK
           MOVE ZEROS TO WS-NEW-CASES-RUN
           MOVE ZEROS TO WS-NEW-CASES-FAILED
           MOVE FCRC-NOTE TO WS-NEW-NOTE
           PERFORM APPEND-STATUS-RECORD
           ADD 1 TO WS-RETIRED-COUNT.

       RETIRE-VERSION-EXIT.
           EXIT.

      *****************************************************************
      * Status history and the in-storage view of it.                  *
      *****************************************************************
       APPEND-STATUS-RECORD.
           INITIALIZE FSTS-RECORD
           MOVE WS-NEW-FORMULA-ID TO FSTS-FORMULA-ID
           MOVE WS-NEW-VERSION TO FSTS-VERSION
           MOVE WS-NEW-STATUS TO FSTS-STATUS
           MOVE WS-NEW-USER-ID TO FSTS-USER-ID
           MOVE WS-RUN-STAMP(1:8) TO FSTS-DATE
           MOVE WS-RUN-STAMP(9:6) TO FSTS-TIME
           MOVE WS-NEW-STEP-CHECK TO FSTS-STEP-CHECK
           MOVE WS-NEW-CASES-RUN TO FSTS-CASES-RUN
           MOVE WS-NEW-CASES-FAILED TO FSTS-CASES-FAILED
           MOVE WS-NEW-NOTE TO FSTS-NOTE
           WRITE FSTS-RECORD
           MOVE WS-NEW-FORMULA-ID TO WS-FIND-FORMULA-ID
           MOVE WS-NEW-VERSION TO WS-FIND-VERSION
           PERFORM FIND-VERSION-ENTRY
           IF WS-VERSION-MATCH-SUB = ZERO
               PERFORM ADD-VERSION-ENTRY
           END-IF
           IF WS-VERSION-MATCH-SUB > ZERO
               MOVE WS-NEW-STATUS
                   TO WS-VER-STATUS(WS-VERSION-MATCH-SUB)
               MOVE WS-NEW-USER-ID
                   TO WS-VER-USER-ID(WS-VERSION-MATCH-SUB)
               MOVE WS-NEW-STEP-CHECK
                   TO WS-VER-STEP-CHECK(WS-VERSION-MATCH-SUB)
           END-IF.

      *****************************************************************
      * Report.                                                        *
      *****************************************************************
       PRINT-ACTION-HEADING.
           MOVE SPACES TO WS-TEXT-LINE
           PERFORM WRITE-REPORT-LINE
           EVALUATE TRUE
               WHEN FCRC-CERTIFY
                   MOVE "CERTIFY " TO WS-TEXT-LINE(1:8)
               WHEN FCRC-ACTIVATE
                   MOVE "ACTIVATE" TO WS-TEXT-LINE(1:8)
               WHEN FCRC-RETIRE
                   MOVE "RETIRE  " TO WS-TEXT-LINE(1:8)
               WHEN OTHER
                   MOVE "ACTION " TO WS-TEXT-LINE(1:7)
                   MOVE FCRC-ACTION TO WS-TEXT-LINE(8:1)
           END-EVALUATE
           MOVE "  FORMULA " TO WS-TEXT-LINE(9:10)
           MOVE FCRC-FORMULA-ID TO WS-TEXT-LINE(19:8)
           MOVE "  VERSION " TO WS-TEXT-LINE(27:10)
           MOVE FCRC-VERSION TO WS-TEXT-LINE(37:3)
           MOVE "  BY " TO WS-TEXT-LINE(40:5)
           MOVE FCRC-USER-ID TO WS-TEXT-LINE(45:8)
           MOVE "  NOTE " TO WS-TEXT-LINE(53:7)
           MOVE FCRC-NOTE TO WS-TEXT-LINE(60:40)
           PERFORM WRITE-REPORT-LINE.

       PRINT-CASE-HEADING.
           MOVE SPACES TO WS-TEXT-LINE
           MOVE "  STEPS ON CALCFORM " TO WS-TEXT-LINE(1:20)
           MOVE WS-STEP-COUNT TO WS-TEXT-LINE(21:3)
           MOVE "   STEP CHECK " TO WS-TEXT-LINE(24:14)
           MOVE WS-STEP-CHECK TO WS-TEXT-LINE(38:12)
           IF WS-PREVIOUS-VERSION > ZERO
               MOVE "   PREVIOUS VERSION " TO WS-TEXT-LINE(50:20)
               MOVE WS-PREVIOUS-VERSION TO WS-TEXT-LINE(70:3)
           ELSE
               MOVE "   NO PREVIOUS VERSION" TO WS-TEXT-LINE(50:22)
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CASE-HEADING-LINE TO WS-TEXT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-ACTION-OUTCOME.
           MOVE SPACES TO WS-TEXT-LINE
           MOVE "  OUTCOME: " TO WS-TEXT-LINE(1:11)
           MOVE WS-OUTCOME-TEXT TO WS-TEXT-LINE(12:80)
           PERFORM WRITE-REPORT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-STAMP(1:8) TO WS-HDG-DATE
           MOVE WS-RUN-STAMP(9:6) TO WS-HDG-TIME
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 2 TO WS-LINE-NUMBER.

       CHECK-PAGE-BREAK.
           IF WS-LINE-NUMBER >= WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF.

       WRITE-REPORT-LINE.
           PERFORM CHECK-PAGE-BREAK
           MOVE WS-TEXT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NUMBER
           MOVE SPACES TO WS-TEXT-LINE.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCFCRT - FORMULA CERTIFICATION SUMMARY"
           DISPLAY "========================================"
           DISPLAY "Actions read:         " WS-ACTION-COUNT
           DISPLAY "Rejected:             " WS-REJECTED-COUNT
           DISPLAY "Certified:            " WS-CERTIFIED-COUNT
           DISPLAY "Failed certification: " WS-CERT-FAILED-COUNT
           DISPLAY "Activated:            " WS-ACTIVATED-COUNT
           DISPLAY "Retired:              " WS-RETIRED-COUNT
           DISPLAY "Cases run:            " WS-TOTAL-CASES-RUN
           DISPLAY "Cases failed:         " WS-TOTAL-CASES-FAILED
           DISPLAY "Report:               CALCFCRR"
           DISPLAY "========================================".

       END PROGRAM CALCFCRT.
