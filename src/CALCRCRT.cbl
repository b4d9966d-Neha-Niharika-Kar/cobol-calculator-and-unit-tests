       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRCRT.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Quarterly Caller Access Recertification                        *
      * Prints on CALCRCRR, for every caller ID on CALCPARM, the       *
      * access security has to recertify each quarter: the allowed     *
      * operations, operand maximum and minimum, daily quota and       *
      * review limit; each API key issued to it on CALCAKEY, masked,   *
      * with its status and when it was last used (from the CALCRSPT   *
      * listener and message-queue legs, which carry the key's         *
      * CALCHASH check value); the caller's last activity date and its *
      * call count for the 90 days ending on the business date from    *
      * the CALCAUDM audit master (simulation calls left out); and     *
      * every CALCPHIS change to it in the quarter. A caller or key    *
      * with no activity for longer than the dormancy period is        *
      * flagged DORMANT. Keys for callers not on CALCPARM and quarter  *
      * changes to callers since deleted are listed at the end.        *
      * The same run writes the CALCATWK attestation worklist (see     *
      * CALCATT): one item per caller and per active or suspended key, *
      * for the business owners to mark "Y" and return as CALCATTS.    *
      * Once the deadline has passed, every active caller and key      *
      * without a "Y" for the quarter is suspended - status "S" on     *
      * CALCPARM or CALCAKEY, never deleted - and a suspended one that *
      * has since been re-attested is reinstated; each is logged to    *
      * CALCSUSL (see CALCSUS) and shown on the report. Nothing is     *
      * suspended while no returned attestation for the quarter is on  *
      * file, so a missing or stale CALCATTS cannot lock every caller  *
      * out.                                                           *
      * The CALCRCRC control record names the quarter start and end,   *
      * the deadline and the dormancy period in days. With no control  *
      * file (or zeros) the quarter is the last calendar quarter       *
      * complete before the business date, the deadline 30 days after  *
      * its end and the dormancy period 90 days.                       *
      * Return code 16 when CALCPARM cannot be read, 4 when anything   *
      * is dormant, was suspended, or the deadline has passed with no  *
      * attestations returned, otherwise 0.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CALCRCRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT KEY-FILE ASSIGN TO "CALCAKEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "CALCAUDM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDM-PRIMARY-KEY
               ALTERNATE RECORD KEY IS AUDM-CALLER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT RESPONSE-LOG-FILE ASSIGN TO "CALCRSPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "CALCPHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT ATTEST-FILE ASSIGN TO "CALCATTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEST-FILE-STATUS.

           SELECT WORKLIST-FILE ASSIGN TO "CALCATWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-FILE-STATUS.

           SELECT LOG-FILE ASSIGN TO "CALCSUSL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCRCRR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  RECERT-CONTROL-RECORD.
           05  RCRC-QUARTER-START      PIC X(8).
           05  RCRC-QUARTER-END        PIC X(8).
           05  RCRC-DEADLINE           PIC X(8).
           05  RCRC-DORMANCY-DAYS      PIC X(3).

       FD  BUSINESS-DATE-FILE.
           COPY CALCBDT.

       FD  PARM-FILE.
           COPY CALCPARM.

       FD  KEY-FILE.
           COPY CALCAKY.

       FD  MASTER-FILE.
           COPY CALCAUDM.

       FD  RESPONSE-LOG-FILE.
           COPY CALCRSP.

       FD  HISTORY-FILE.
           COPY CALCPHS.

       FD  ATTEST-FILE.
           COPY CALCATT.

       FD  WORKLIST-FILE.
           COPY CALCATT REPLACING LEADING ==ATT-== BY ==WRK-==.

       FD  LOG-FILE.
           COPY CALCSUS.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-BDAT-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-KEY-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  WS-MASTER-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-RESPONSE-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-ATTEST-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-WORKLIST-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-LOG-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-PARM-MISSING-SWITCH  PIC X VALUE "N".
           88  WS-PARM-MISSING     VALUE "Y".
       01  WS-MASTER-MISSING-SWITCH PIC X VALUE "N".
           88  WS-MASTER-MISSING   VALUE "Y".
       01  WS-PARM-CHANGED-SWITCH  PIC X VALUE "N".
           88  WS-PARM-CHANGED     VALUE "Y".
       01  WS-KEY-CHANGED-SWITCH   PIC X VALUE "N".
           88  WS-KEY-CHANGED      VALUE "Y".

       01  WS-RUN-STAMP            PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-RUN-TIME             PIC 9(6) VALUE ZEROS.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZEROS.

      *    The quarter under review and the rules applied to it.
       01  WS-QUARTER-START        PIC 9(8) VALUE ZEROS.
       01  WS-QUARTER-END          PIC 9(8) VALUE ZEROS.
       01  WS-DEADLINE             PIC 9(8) VALUE ZEROS.
       01  WS-DORMANCY-DAYS        PIC 9(3) VALUE 90.
       01  WS-BUSINESS-DAY-NUMBER  PIC S9(9) COMP-3 VALUE ZEROS.
       01  WS-WINDOW-START         PIC 9(8) VALUE ZEROS.
       01  WS-IDLE-DAYS            PIC S9(9) COMP-3 VALUE ZEROS.
       01  WS-DATE-WORK            PIC 9(8) VALUE ZEROS.
       01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-WORK-YEAR   PIC 9(4).
           05  WS-DATE-WORK-MONTH  PIC 9(2).
           05  WS-DATE-WORK-DAY    PIC 9(2).
       01  WS-QUARTER-MONTH        PIC 9(2) VALUE ZEROS.
       01  WS-DATE-TEXT            PIC X(8) VALUE SPACES.
       01  WS-DATE-VALID-SWITCH    PIC X VALUE "N".
           88  WS-DATE-VALID       VALUE "Y".

      *    Enforcement runs only once the deadline has passed and the
      *    owners' returns for this quarter are on file.
       01  WS-ENFORCE-SWITCH       PIC X VALUE "N".
           88  WS-ENFORCING        VALUE "Y".
       01  WS-ENFORCE-WITHHELD-SWITCH PIC X VALUE "N".
           88  WS-ENFORCE-WITHHELD VALUE "Y".
       01  WS-ENFORCE-NOTE         PIC X(70) VALUE SPACES.

      *    Every caller on CALCPARM, as read, with what the run found.
       01  WS-CALLER-TABLE.
           05  WS-CALLER-COUNT     PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-CALLER-ENTRY OCCURS 200 TIMES.
               10  WS-CLR-IMAGE        PIC X(80).
               10  WS-CLR-ID           PIC X(08).
               10  WS-CLR-LAST-DATE    PIC 9(8).
               10  WS-CLR-CALLS        PIC 9(7).
               10  WS-CLR-DORMANT      PIC X.
               10  WS-CLR-ATTESTATION  PIC X(8).
               10  WS-CLR-OWNER        PIC X(08).
               10  WS-CLR-ACTION       PIC X(9).
       01  WS-CALLER-SUB           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-FOUND-CALLER-SUB     PIC 9(3) COMP-3 VALUE ZEROS.

      *    Every key on CALCAKEY, with its check value, masked form,
      *    the caller entry it belongs to (zero when the caller is not
      *    on CALCPARM) and what the run found.
       01  WS-KEY-TABLE.
           05  WS-KEY-COUNT        PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-KEY-ENTRY OCCURS 500 TIMES.
               10  WS-KEY-IMAGE        PIC X(41).
               10  WS-KEY-CALLER-ID    PIC X(08).
               10  WS-KEY-CHECK        PIC 9(9).
               10  WS-KEY-MASK         PIC X(12).
               10  WS-KEY-CALLER-SUB   PIC 9(3) COMP-3.
               10  WS-KEY-LAST-DATE    PIC 9(8).
               10  WS-KEY-USES         PIC 9(7).
               10  WS-KEY-DORMANT      PIC X.
               10  WS-KEY-ATTESTATION  PIC X(8).
               10  WS-KEY-OWNER        PIC X(08).
               10  WS-KEY-ACTION       PIC X(9).
       01  WS-KEY-SUB              PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-FOUND-KEY-SUB        PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-KEY-TRAILING         PIC 9(2) VALUE ZEROS.
       01  WS-KEY-LENGTH           PIC 9(2) VALUE ZEROS.
       01  WS-KEY-TAIL-START       PIC 9(2) VALUE ZEROS.

      *    CALCPHIS changes made inside the quarter.
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-COUNT     PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-CHANGE-ENTRY OCCURS 500 TIMES.
               10  WS-CHG-IMAGE        PIC X(160).
               10  WS-CHG-PRINTED      PIC X.
       01  WS-CHANGE-SUB           PIC 9(3) COMP-3 VALUE ZEROS.

      *    Returned attestations for this quarter's end.
       01  WS-ATTEST-TABLE.
           05  WS-ATTEST-COUNT     PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-ATTEST-ENTRY OCCURS 1000 TIMES.
               10  WS-ATS-ITEM-TYPE    PIC X.
               10  WS-ATS-CALLER-ID    PIC X(08).
               10  WS-ATS-KEY-CHECK    PIC 9(9).
               10  WS-ATS-DECISION     PIC X.
               10  WS-ATS-OWNER-ID     PIC X(08).
       01  WS-ATTEST-SUB           PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-ATTEST-OTHER-QUARTER PIC 9(5) VALUE ZEROS.
       01  WS-FIND-ITEM-TYPE       PIC X VALUE SPACE.
       01  WS-FIND-CALLER-ID       PIC X(08) VALUE SPACES.
       01  WS-FIND-KEY-CHECK       PIC 9(9) VALUE ZEROS.
       01  WS-FOUND-DECISION       PIC X VALUE SPACE.
           88  WS-FOUND-RE-ATTESTED VALUE "Y".
       01  WS-FOUND-OWNER          PIC X(08) VALUE SPACES.

      *    Working views of a table record.
           COPY CALCPARM REPLACING LEADING ==PARM-== BY ==IMG-PARM-==.
           COPY CALCAKY REPLACING LEADING ==AKEY-== BY ==IMG-AKEY-==.
           COPY CALCPHS REPLACING LEADING ==PHIS-== BY ==IMG-PHIS-==.
           COPY CALCHSH.
           COPY CALCTVR.

       01  WS-CALLERS-DORMANT      PIC 9(5) VALUE ZEROS.
       01  WS-KEYS-DORMANT         PIC 9(5) VALUE ZEROS.
       01  WS-CALLERS-SUSPENDED    PIC 9(5) VALUE ZEROS.
       01  WS-KEYS-SUSPENDED       PIC 9(5) VALUE ZEROS.
       01  WS-CALLERS-REINSTATED   PIC 9(5) VALUE ZEROS.
       01  WS-KEYS-REINSTATED      PIC 9(5) VALUE ZEROS.
       01  WS-ITEMS-UNATTESTED     PIC 9(5) VALUE ZEROS.
       01  WS-WORKLIST-ITEMS       PIC 9(5) VALUE ZEROS.
       01  WS-AUDIT-RECORDS-READ   PIC 9(9) VALUE ZEROS.
       01  WS-KEY-LEGS-READ        PIC 9(9) VALUE ZEROS.
       01  WS-ORPHAN-COUNT         PIC 9(5) VALUE ZEROS.

       01  WS-DISPLAY-MAX          PIC -(9)9.99.
       01  WS-DISPLAY-MIN          PIC -(9)9.99.
       01  WS-DISPLAY-REVIEW       PIC -(9)9.99.
       01  WS-DISPLAY-OLD-AMOUNT   PIC -(9)9.99.
       01  WS-DISPLAY-NEW-AMOUNT   PIC -(9)9.99.
       01  WS-DISPLAY-OLD-MIN      PIC -(9)9.99.
       01  WS-DISPLAY-NEW-MIN      PIC -(9)9.99.
       01  WS-DISPLAY-COUNT        PIC Z(6)9.
       01  WS-DISPLAY-QUOTA        PIC Z(6)9.
       01  WS-DISPLAY-OLD-QUOTA    PIC Z(6)9.
       01  WS-DISPLAY-NEW-QUOTA    PIC Z(6)9.
       01  WS-DISPLAY-DAYS         PIC ZZ9.
       01  WS-STATUS-TEXT          PIC X(9) VALUE SPACES.
       01  WS-DORMANT-TEXT         PIC X(7) VALUE SPACES.
       01  WS-LAST-DATE-TEXT       PIC X(8) VALUE SPACES.
       01  WS-ACTION-TEXT          PIC X(6) VALUE SPACES.
       01  WS-ATTEST-TEXT          PIC X(8) VALUE SPACES.
       01  WS-DISPLAY-TOTAL        PIC Z(4)9.

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
       01  WS-LINE-NUMBER          PIC 9(2) VALUE 99.
       01  WS-PAGE-LIMIT           PIC 9(2) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(42) VALUE
               "CALCRCRT - CALLER ACCESS RECERTIFICATION".
           05  FILLER              PIC X(17) VALUE
               "   BUSINESS DATE ".
           05  WS-HDG-DATE         PIC 9(8).
           05  FILLER              PIC X(8) VALUE "    PAGE".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           INITIALIZE WS-CALLER-TABLE
           INITIALIZE WS-KEY-TABLE
           INITIALIZE WS-CHANGE-TABLE
           INITIALIZE WS-ATTEST-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-STAMP(9:6) TO WS-RUN-TIME
           PERFORM GET-BUSINESS-DATE
           PERFORM READ-RECERT-CONTROL
           OPEN OUTPUT REPORT-FILE
           PERFORM START-NEW-PAGE
           PERFORM LOAD-CALLER-TABLE
           IF WS-PARM-MISSING
               MOVE SPACES TO REPORT-LINE
               MOVE "CALCPARM CANNOT BE READ - NO RECERTIFICATION RUN"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM LOAD-KEY-TABLE
               PERFORM GATHER-CALLER-ACTIVITY
               PERFORM GATHER-KEY-ACTIVITY
               PERFORM LOAD-QUARTER-CHANGES
               PERFORM LOAD-ATTESTATIONS
               PERFORM DECIDE-ENFORCEMENT
               IF WS-ENFORCING
                   PERFORM OPEN-SUSPENSION-LOG
               END-IF
               PERFORM JUDGE-ONE-CALLER
                   VARYING WS-CALLER-SUB FROM 1 BY 1
                   UNTIL WS-CALLER-SUB > WS-CALLER-COUNT
               PERFORM JUDGE-ONE-KEY
                   VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-COUNT
               IF WS-ENFORCING
                   CLOSE LOG-FILE
               END-IF
               IF WS-PARM-CHANGED
                   PERFORM REWRITE-PARM-FILE
               END-IF
               IF WS-KEY-CHANGED
                   PERFORM REWRITE-KEY-FILE
               END-IF
               PERFORM WRITE-ATTESTATION-WORKLIST
               PERFORM PRINT-RECERTIFICATION
           END-IF
           CLOSE REPORT-FILE
           PERFORM DISPLAY-RUN-SUMMARY
           EVALUATE TRUE
               WHEN WS-PARM-MISSING
                   MOVE 16 TO RETURN-CODE
               WHEN WS-CALLERS-DORMANT > ZERO OR
                    WS-KEYS-DORMANT > ZERO OR
                    WS-CALLERS-SUSPENDED > ZERO OR
                    WS-KEYS-SUSPENDED > ZERO OR
                    WS-ENFORCE-WITHHELD
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *****************************************************************
      * Business date, quarter, deadline and dormancy period.          *
      *****************************************************************
       GET-BUSINESS-DATE.
      *    Activity is measured up to the stream's business date from
      *    the CALCBDAT register; wall clock when there is none.
           MOVE ZEROS TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDAT-FILE-STATUS NOT = "35"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDAT-BUSINESS-DATE NUMERIC AND
                          BDAT-BUSINESS-DATE > ZERO
                           MOVE BDAT-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-BUSINESS-DATE = ZEROS
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           END-IF
           COMPUTE WS-BUSINESS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               WS-BUSINESS-DAY-NUMBER - 89).

       READ-RECERT-CONTROL.
           MOVE SPACES TO RECERT-CONTROL-RECORD
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "35"
               READ CONTROL-FILE
                   AT END
                       MOVE SPACES TO RECERT-CONTROL-RECORD
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           MOVE RCRC-QUARTER-START TO WS-DATE-TEXT
           PERFORM CHECK-CONTROL-DATE
           IF WS-DATE-VALID
               MOVE WS-DATE-WORK TO WS-QUARTER-START
           END-IF
           MOVE RCRC-QUARTER-END TO WS-DATE-TEXT
           PERFORM CHECK-CONTROL-DATE
           IF WS-DATE-VALID
               MOVE WS-DATE-WORK TO WS-QUARTER-END
           END-IF
           IF WS-QUARTER-START = ZEROS OR WS-QUARTER-END = ZEROS OR
              WS-QUARTER-START > WS-QUARTER-END
               PERFORM SET-DEFAULT-QUARTER
           END-IF
           MOVE RCRC-DEADLINE TO WS-DATE-TEXT
           PERFORM CHECK-CONTROL-DATE
           IF WS-DATE-VALID
               MOVE WS-DATE-WORK TO WS-DEADLINE
           ELSE
               COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-QUARTER-END) + 30)
           END-IF
           IF RCRC-DORMANCY-DAYS NUMERIC AND
              RCRC-DORMANCY-DAYS > ZERO
               MOVE RCRC-DORMANCY-DAYS TO WS-DORMANCY-DAYS
           END-IF.

       CHECK-CONTROL-DATE.
           MOVE "N" TO WS-DATE-VALID-SWITCH
           MOVE ZEROS TO WS-DATE-WORK
           IF WS-DATE-TEXT NUMERIC
               MOVE WS-DATE-TEXT TO WS-DATE-WORK
               IF WS-DATE-WORK > ZERO AND
                  FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) = ZERO
                   MOVE "Y" TO WS-DATE-VALID-SWITCH
               END-IF
           END-IF.

       SET-DEFAULT-QUARTER.
      *    The last calendar quarter complete before the business
      *    date: it ends the day before the current quarter starts.
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK
           COMPUTE WS-QUARTER-MONTH =
               ((WS-DATE-WORK-MONTH - 1) / 3) * 3 + 1
           MOVE WS-QUARTER-MONTH TO WS-DATE-WORK-MONTH
           MOVE 1 TO WS-DATE-WORK-DAY
           COMPUTE WS-QUARTER-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1)
           MOVE WS-QUARTER-END TO WS-DATE-WORK
           SUBTRACT 2 FROM WS-DATE-WORK-MONTH
           MOVE 1 TO WS-DATE-WORK-DAY
           MOVE WS-DATE-WORK TO WS-QUARTER-START.

      *****************************************************************
      * CALCPARM and CALCAKEY, loaded whole.                           *
      *****************************************************************
       LOAD-CALLER-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-PARM-MISSING-SWITCH
           ELSE
               PERFORM READ-PARM-RECORD
               PERFORM STORE-PARM-RECORD UNTIL WS-END-OF-FILE
               CLOSE PARM-FILE
           END-IF.

       READ-PARM-RECORD.
           READ PARM-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-PARM-RECORD.
           IF WS-CALLER-COUNT < 200 AND PARM-CALLER-ID NOT = SPACES
               ADD 1 TO WS-CALLER-COUNT
               MOVE PARM-RECORD TO WS-CLR-IMAGE(WS-CALLER-COUNT)
               MOVE PARM-CALLER-ID TO WS-CLR-ID(WS-CALLER-COUNT)
               MOVE ZEROS TO WS-CLR-LAST-DATE(WS-CALLER-COUNT)
               MOVE ZEROS TO WS-CLR-CALLS(WS-CALLER-COUNT)
           END-IF
           PERFORM READ-PARM-RECORD.

       LOAD-KEY-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT KEY-FILE
           IF WS-KEY-FILE-STATUS = "00"
               PERFORM READ-KEY-RECORD
               PERFORM STORE-KEY-RECORD UNTIL WS-END-OF-FILE
               CLOSE KEY-FILE
           END-IF.

       READ-KEY-RECORD.
           READ KEY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-KEY-RECORD.
           IF WS-KEY-COUNT < 500 AND AKEY-VALUE NOT = SPACES
               ADD 1 TO WS-KEY-COUNT
               MOVE AKEY-RECORD TO WS-KEY-IMAGE(WS-KEY-COUNT)
               MOVE AKEY-CALLER-ID TO WS-KEY-CALLER-ID(WS-KEY-COUNT)
               MOVE ZEROS TO WS-KEY-LAST-DATE(WS-KEY-COUNT)
               MOVE ZEROS TO WS-KEY-USES(WS-KEY-COUNT)
      *        The same fold CALCWEB and CALCMSGQ log for an accepted
      *        key.
               MOVE ZEROS TO HASH-PREVIOUS-CHECK
               MOVE SPACES TO HASH-RECORD-IMAGE
               MOVE AKEY-VALUE TO HASH-COVERED-TEXT
               CALL "CALCHASH" USING HASH-INPUT HASH-OUTPUT
               MOVE HASH-CHECK-VALUE TO WS-KEY-CHECK(WS-KEY-COUNT)
               PERFORM MASK-KEY-VALUE
               MOVE AKEY-CALLER-ID TO WS-FIND-CALLER-ID
               PERFORM FIND-CALLER-ENTRY
               MOVE WS-FOUND-CALLER-SUB
                   TO WS-KEY-CALLER-SUB(WS-KEY-COUNT)
           END-IF
           PERFORM READ-KEY-RECORD.

       MASK-KEY-VALUE.
      *    First four and last four characters only.
           MOVE ZEROS TO WS-KEY-TRAILING
           INSPECT FUNCTION REVERSE(AKEY-VALUE)
               TALLYING WS-KEY-TRAILING FOR LEADING SPACES
           COMPUTE WS-KEY-LENGTH = 32 - WS-KEY-TRAILING
           MOVE SPACES TO WS-KEY-MASK(WS-KEY-COUNT)
           IF WS-KEY-LENGTH > 8
               COMPUTE WS-KEY-TAIL-START = WS-KEY-LENGTH - 3
               STRING AKEY-VALUE(1:4) "****"
                      AKEY-VALUE(WS-KEY-TAIL-START:4)
                   DELIMITED BY SIZE INTO WS-KEY-MASK(WS-KEY-COUNT)
               END-STRING
           ELSE
               MOVE "********" TO WS-KEY-MASK(WS-KEY-COUNT)
           END-IF.

       FIND-CALLER-ENTRY.
           MOVE ZEROS TO WS-FOUND-CALLER-SUB
           PERFORM MATCH-CALLER-ENTRY
               VARYING WS-CALLER-SUB FROM 1 BY 1
               UNTIL WS-CALLER-SUB > WS-CALLER-COUNT OR
                     WS-FOUND-CALLER-SUB > ZERO.

       MATCH-CALLER-ENTRY.
           IF WS-CLR-ID(WS-CALLER-SUB) = WS-FIND-CALLER-ID
               MOVE WS-CALLER-SUB TO WS-FOUND-CALLER-SUB
           END-IF.

      *****************************************************************
      * Activity: the audit master for callers, the listener's legs    *
      * on the response-time log for keys.                             *
      *****************************************************************
       GATHER-CALLER-ACTIVITY.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-MASTER-MISSING-SWITCH
           ELSE
               PERFORM READ-MASTER-RECORD
               PERFORM NOTE-CALLER-CALL UNTIL WS-END-OF-FILE
               CLOSE MASTER-FILE
           END-IF.

       READ-MASTER-RECORD.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       NOTE-CALLER-CALL.
           ADD 1 TO WS-AUDIT-RECORDS-READ
           IF AUDM-SIM-MARKER NOT = "S" AND
              AUDM-CALLER-ID NOT = SPACES AND
              AUDM-BUSINESS-DATE <= WS-BUSINESS-DATE
               MOVE AUDM-CALLER-ID TO WS-FIND-CALLER-ID
               PERFORM FIND-CALLER-ENTRY
               IF WS-FOUND-CALLER-SUB > ZERO
                   IF AUDM-BUSINESS-DATE >
                      WS-CLR-LAST-DATE(WS-FOUND-CALLER-SUB)
                       MOVE AUDM-BUSINESS-DATE
                           TO WS-CLR-LAST-DATE(WS-FOUND-CALLER-SUB)
                   END-IF
                   IF AUDM-BUSINESS-DATE >= WS-WINDOW-START
                       ADD 1 TO WS-CLR-CALLS(WS-FOUND-CALLER-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-MASTER-RECORD.

       GATHER-KEY-ACTIVITY.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RESPONSE-LOG-FILE
           IF WS-RESPONSE-FILE-STATUS = "00"
               PERFORM READ-RESPONSE-RECORD
               PERFORM NOTE-KEY-USE UNTIL WS-END-OF-FILE
               CLOSE RESPONSE-LOG-FILE
           END-IF.

       READ-RESPONSE-RECORD.
           READ RESPONSE-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       NOTE-KEY-USE.
           IF (RSPT-CHANNEL-WEB OR RSPT-CHANNEL-QUEUE) AND
              RSPT-KEY-CHECK NUMERIC AND RSPT-KEY-CHECK > ZERO AND
              RSPT-START-DATE NUMERIC AND
              RSPT-START-DATE <= WS-BUSINESS-DATE
               ADD 1 TO WS-KEY-LEGS-READ
               MOVE ZEROS TO WS-FOUND-KEY-SUB
               PERFORM MATCH-KEY-ENTRY
                   VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-COUNT OR
                         WS-FOUND-KEY-SUB > ZERO
               IF WS-FOUND-KEY-SUB > ZERO
                   IF RSPT-START-DATE >
                      WS-KEY-LAST-DATE(WS-FOUND-KEY-SUB)
                       MOVE RSPT-START-DATE
                           TO WS-KEY-LAST-DATE(WS-FOUND-KEY-SUB)
                   END-IF
                   IF RSPT-START-DATE >= WS-WINDOW-START
                       ADD 1 TO WS-KEY-USES(WS-FOUND-KEY-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-RESPONSE-RECORD.

       MATCH-KEY-ENTRY.
           IF WS-KEY-CHECK(WS-KEY-SUB) = RSPT-KEY-CHECK AND
              WS-KEY-CALLER-ID(WS-KEY-SUB) = RSPT-CALLER-ID
               MOVE WS-KEY-SUB TO WS-FOUND-KEY-SUB
           END-IF.

      *****************************************************************
      * The quarter's CALCPHIS changes and the owners' returns.        *
      *****************************************************************
       LOAD-QUARTER-CHANGES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM READ-HISTORY-RECORD
               PERFORM STORE-HISTORY-RECORD UNTIL WS-END-OF-FILE
               CLOSE HISTORY-FILE
           END-IF.

       READ-HISTORY-RECORD.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-HISTORY-RECORD.
           IF PHIS-CHANGE-DATE NUMERIC AND
              PHIS-CHANGE-DATE >= WS-QUARTER-START AND
              PHIS-CHANGE-DATE <= WS-QUARTER-END AND
              WS-CHANGE-COUNT < 500
               ADD 1 TO WS-CHANGE-COUNT
               MOVE PHIS-RECORD TO WS-CHG-IMAGE(WS-CHANGE-COUNT)
               MOVE "N" TO WS-CHG-PRINTED(WS-CHANGE-COUNT)
           END-IF
           PERFORM READ-HISTORY-RECORD.

       LOAD-ATTESTATIONS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ATTEST-FILE
           IF WS-ATTEST-FILE-STATUS = "00"
               PERFORM READ-ATTEST-RECORD
               PERFORM STORE-ATTEST-RECORD UNTIL WS-END-OF-FILE
               CLOSE ATTEST-FILE
           END-IF.

       READ-ATTEST-RECORD.
           READ ATTEST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-ATTEST-RECORD.
      *    Returns for another quarter are counted and ignored; a
      *    later line for the same item overrides an earlier one.
           IF ATT-QUARTER-END NUMERIC AND
              ATT-QUARTER-END = WS-QUARTER-END
               IF WS-ATTEST-COUNT < 1000
                   ADD 1 TO WS-ATTEST-COUNT
                   MOVE ATT-ITEM-TYPE
                       TO WS-ATS-ITEM-TYPE(WS-ATTEST-COUNT)
                   MOVE ATT-CALLER-ID
                       TO WS-ATS-CALLER-ID(WS-ATTEST-COUNT)
                   IF ATT-KEY-CHECK NUMERIC
                       MOVE ATT-KEY-CHECK
                           TO WS-ATS-KEY-CHECK(WS-ATTEST-COUNT)
                   ELSE
                       MOVE ZEROS TO WS-ATS-KEY-CHECK(WS-ATTEST-COUNT)
                   END-IF
                   MOVE ATT-DECISION
                       TO WS-ATS-DECISION(WS-ATTEST-COUNT)
                   MOVE ATT-OWNER-ID
                       TO WS-ATS-OWNER-ID(WS-ATTEST-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-ATTEST-OTHER-QUARTER
           END-IF
           PERFORM READ-ATTEST-RECORD.

       DECIDE-ENFORCEMENT.
           EVALUATE TRUE
               WHEN WS-BUSINESS-DATE <= WS-DEADLINE
                   MOVE "BEFORE THE DEADLINE - NOTHING SUSPENDED"
                       TO WS-ENFORCE-NOTE
               WHEN WS-ATTEST-COUNT = ZERO
                   MOVE "Y" TO WS-ENFORCE-WITHHELD-SWITCH
                   MOVE "NO ATTESTATIONS RETURNED - NOTHING SUSPENDED"
                       TO WS-ENFORCE-NOTE
               WHEN OTHER
                   MOVE "Y" TO WS-ENFORCE-SWITCH
                   MOVE "DEADLINE PASSED - UNATTESTED ACCESS SUSPENDED"
                       TO WS-ENFORCE-NOTE
           END-EVALUATE.

      *****************************************************************
      * Dormancy, attestation and - past the deadline - suspension or  *
      * reinstatement, caller by caller and key by key.                *
      *****************************************************************
       JUDGE-ONE-CALLER.
           MOVE WS-CLR-IMAGE(WS-CALLER-SUB) TO IMG-PARM-RECORD
           MOVE WS-CLR-LAST-DATE(WS-CALLER-SUB) TO WS-DATE-WORK
           PERFORM MEASURE-IDLE-DAYS
           IF WS-IDLE-DAYS > WS-DORMANCY-DAYS
               MOVE "Y" TO WS-CLR-DORMANT(WS-CALLER-SUB)
               ADD 1 TO WS-CALLERS-DORMANT
           ELSE
               MOVE "N" TO WS-CLR-DORMANT(WS-CALLER-SUB)
           END-IF
           MOVE "C" TO WS-FIND-ITEM-TYPE
           MOVE WS-CLR-ID(WS-CALLER-SUB) TO WS-FIND-CALLER-ID
           MOVE ZEROS TO WS-FIND-KEY-CHECK
           PERFORM FIND-ATTESTATION
           PERFORM DESCRIBE-ATTESTATION
           MOVE WS-FOUND-OWNER TO WS-CLR-OWNER(WS-CALLER-SUB)
           MOVE WS-ATTEST-TEXT TO WS-CLR-ATTESTATION(WS-CALLER-SUB)
           MOVE SPACES TO WS-CLR-ACTION(WS-CALLER-SUB)
           IF NOT WS-FOUND-RE-ATTESTED
               ADD 1 TO WS-ITEMS-UNATTESTED
           END-IF
           IF WS-ENFORCING
               EVALUATE TRUE
                   WHEN IMG-PARM-SUSPENDED AND WS-FOUND-RE-ATTESTED
                       MOVE SPACE TO IMG-PARM-STATUS
                       MOVE "REINSTATE" TO WS-CLR-ACTION(WS-CALLER-SUB)
                       ADD 1 TO WS-CALLERS-REINSTATED
                   WHEN IMG-PARM-ACTIVE AND NOT WS-FOUND-RE-ATTESTED
                       MOVE "S" TO IMG-PARM-STATUS
                       MOVE "SUSPEND" TO WS-CLR-ACTION(WS-CALLER-SUB)
                       ADD 1 TO WS-CALLERS-SUSPENDED
               END-EVALUATE
               IF WS-CLR-ACTION(WS-CALLER-SUB) NOT = SPACES
                   MOVE IMG-PARM-RECORD TO WS-CLR-IMAGE(WS-CALLER-SUB)
                   MOVE "Y" TO WS-PARM-CHANGED-SWITCH
                   INITIALIZE SUS-RECORD
                   MOVE "C" TO SUS-ITEM-TYPE
                   MOVE WS-CLR-ID(WS-CALLER-SUB) TO SUS-CALLER-ID
                   MOVE WS-CLR-ACTION(WS-CALLER-SUB) TO SUS-ACTION
                   MOVE WS-CLR-LAST-DATE(WS-CALLER-SUB)
                       TO SUS-LAST-ACTIVITY
                   PERFORM APPEND-SUSPENSION-LOG
               END-IF
           END-IF.

       JUDGE-ONE-KEY.
           MOVE WS-KEY-IMAGE(WS-KEY-SUB) TO IMG-AKEY-RECORD
           MOVE "N" TO WS-KEY-DORMANT(WS-KEY-SUB)
           MOVE SPACES TO WS-KEY-ACTION(WS-KEY-SUB)
           MOVE SPACES TO WS-KEY-ATTESTATION(WS-KEY-SUB)
           MOVE SPACES TO WS-KEY-OWNER(WS-KEY-SUB)
      *    A revoked key is gone for good and needs no attestation.
           IF IMG-AKEY-REVOKED
               MOVE "N/A" TO WS-KEY-ATTESTATION(WS-KEY-SUB)
           ELSE
               MOVE WS-KEY-LAST-DATE(WS-KEY-SUB) TO WS-DATE-WORK
               PERFORM MEASURE-IDLE-DAYS
               IF WS-IDLE-DAYS > WS-DORMANCY-DAYS
                   MOVE "Y" TO WS-KEY-DORMANT(WS-KEY-SUB)
                   ADD 1 TO WS-KEYS-DORMANT
               END-IF
               MOVE "K" TO WS-FIND-ITEM-TYPE
               MOVE WS-KEY-CALLER-ID(WS-KEY-SUB) TO WS-FIND-CALLER-ID
               MOVE WS-KEY-CHECK(WS-KEY-SUB) TO WS-FIND-KEY-CHECK
               PERFORM FIND-ATTESTATION
               PERFORM DESCRIBE-ATTESTATION
               MOVE WS-FOUND-OWNER TO WS-KEY-OWNER(WS-KEY-SUB)
               MOVE WS-ATTEST-TEXT TO WS-KEY-ATTESTATION(WS-KEY-SUB)
               IF NOT WS-FOUND-RE-ATTESTED
                   ADD 1 TO WS-ITEMS-UNATTESTED
               END-IF
           END-IF
           IF WS-ENFORCING AND NOT IMG-AKEY-REVOKED
               EVALUATE TRUE
                   WHEN IMG-AKEY-SUSPENDED AND WS-FOUND-RE-ATTESTED
                       MOVE "A" TO IMG-AKEY-STATUS
                       MOVE "REINSTATE" TO WS-KEY-ACTION(WS-KEY-SUB)
                       ADD 1 TO WS-KEYS-REINSTATED
                   WHEN IMG-AKEY-ACTIVE AND NOT WS-FOUND-RE-ATTESTED
                       MOVE "S" TO IMG-AKEY-STATUS
                       MOVE "SUSPEND" TO WS-KEY-ACTION(WS-KEY-SUB)
                       ADD 1 TO WS-KEYS-SUSPENDED
               END-EVALUATE
               IF WS-KEY-ACTION(WS-KEY-SUB) NOT = SPACES
                   MOVE IMG-AKEY-RECORD TO WS-KEY-IMAGE(WS-KEY-SUB)
                   MOVE "Y" TO WS-KEY-CHANGED-SWITCH
                   INITIALIZE SUS-RECORD
                   MOVE "K" TO SUS-ITEM-TYPE
                   MOVE WS-KEY-CALLER-ID(WS-KEY-SUB) TO SUS-CALLER-ID
                   MOVE WS-KEY-CHECK(WS-KEY-SUB) TO SUS-KEY-CHECK
                   MOVE WS-KEY-MASK(WS-KEY-SUB) TO SUS-KEY-MASK
                   MOVE WS-KEY-ACTION(WS-KEY-SUB) TO SUS-ACTION
                   MOVE WS-KEY-LAST-DATE(WS-KEY-SUB)
                       TO SUS-LAST-ACTIVITY
                   PERFORM APPEND-SUSPENSION-LOG
               END-IF
           END-IF.

       MEASURE-IDLE-DAYS.
      *    Days from the last activity to the business date; never
      *    active counts as idle for ever.
           IF WS-DATE-WORK = ZEROS
               MOVE 99999 TO WS-IDLE-DAYS
           ELSE
               COMPUTE WS-IDLE-DAYS = WS-BUSINESS-DAY-NUMBER -
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           END-IF.

       FIND-ATTESTATION.
           MOVE SPACE TO WS-FOUND-DECISION
           MOVE SPACES TO WS-FOUND-OWNER
           PERFORM MATCH-ATTESTATION
               VARYING WS-ATTEST-SUB FROM 1 BY 1
               UNTIL WS-ATTEST-SUB > WS-ATTEST-COUNT.

       MATCH-ATTESTATION.
           IF WS-ATS-ITEM-TYPE(WS-ATTEST-SUB) = WS-FIND-ITEM-TYPE AND
              WS-ATS-CALLER-ID(WS-ATTEST-SUB) = WS-FIND-CALLER-ID AND
              WS-ATS-KEY-CHECK(WS-ATTEST-SUB) = WS-FIND-KEY-CHECK
               MOVE WS-ATS-DECISION(WS-ATTEST-SUB)
                   TO WS-FOUND-DECISION
               MOVE WS-ATS-OWNER-ID(WS-ATTEST-SUB) TO WS-FOUND-OWNER
           END-IF.

       DESCRIBE-ATTESTATION.
      *    A return with no decision counts as no return at all.
           EVALUATE TRUE
               WHEN WS-FOUND-RE-ATTESTED
                   MOVE "ATTESTED" TO WS-ATTEST-TEXT
               WHEN WS-FOUND-DECISION = SPACE
                   MOVE "NONE" TO WS-ATTEST-TEXT
               WHEN OTHER
                   MOVE "DENIED" TO WS-ATTEST-TEXT
           END-EVALUATE.

       OPEN-SUSPENSION-LOG.
           OPEN EXTEND LOG-FILE
           IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.

       APPEND-SUSPENSION-LOG.
           MOVE WS-RUN-DATE TO SUS-LOG-DATE
           MOVE WS-RUN-TIME TO SUS-LOG-TIME
           MOVE WS-QUARTER-END TO SUS-QUARTER-END
           MOVE WS-DEADLINE TO SUS-DEADLINE
           EVALUATE TRUE
               WHEN SUS-ACTION-REINSTATE
                   STRING "RE-ATTESTED BY " WS-FOUND-OWNER
                       DELIMITED BY SIZE INTO SUS-REASON
                   END-STRING
               WHEN WS-FOUND-DECISION = SPACE
                   MOVE "NOT RE-ATTESTED BY THE DEADLINE"
                       TO SUS-REASON
               WHEN OTHER
                   STRING "ATTESTATION REFUSED BY " WS-FOUND-OWNER
                       DELIMITED BY SIZE INTO SUS-REASON
                   END-STRING
           END-EVALUATE
           WRITE SUS-RECORD.

      *****************************************************************
      * Rewrites: every record goes back as read but for its status.   *
      *****************************************************************
       REWRITE-PARM-FILE.
           OPEN OUTPUT PARM-FILE
           PERFORM WRITE-ONE-PARM-RECORD
               VARYING WS-CALLER-SUB FROM 1 BY 1
               UNTIL WS-CALLER-SUB > WS-CALLER-COUNT
           CLOSE PARM-FILE
           MOVE "CALCPARM" TO TVER-TABLE-NAME
           MOVE "CALCRCRT" TO TVER-CHANGED-BY
           CALL "CALCTVUP" USING TVER-RECORD.

       WRITE-ONE-PARM-RECORD.
           MOVE WS-CLR-IMAGE(WS-CALLER-SUB) TO PARM-RECORD
           WRITE PARM-RECORD.

       REWRITE-KEY-FILE.
           OPEN OUTPUT KEY-FILE
           PERFORM WRITE-ONE-KEY-RECORD
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-COUNT
           CLOSE KEY-FILE.

       WRITE-ONE-KEY-RECORD.
           MOVE WS-KEY-IMAGE(WS-KEY-SUB) TO AKEY-RECORD
           WRITE AKEY-RECORD.

      *****************************************************************
      * The owners' worklist for the quarter.                          *
      *****************************************************************
       WRITE-ATTESTATION-WORKLIST.
           OPEN OUTPUT WORKLIST-FILE
           PERFORM WRITE-CALLER-WORK-ITEM
               VARYING WS-CALLER-SUB FROM 1 BY 1
               UNTIL WS-CALLER-SUB > WS-CALLER-COUNT
           PERFORM WRITE-KEY-WORK-ITEM
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-COUNT
           CLOSE WORKLIST-FILE.

       WRITE-CALLER-WORK-ITEM.
           INITIALIZE WRK-RECORD
           MOVE WS-QUARTER-END TO WRK-QUARTER-END
           MOVE "C" TO WRK-ITEM-TYPE
           MOVE WS-CLR-ID(WS-CALLER-SUB) TO WRK-CALLER-ID
           MOVE WS-CLR-DORMANT(WS-CALLER-SUB) TO WRK-DORMANT-FLAG
           WRITE WRK-RECORD
           ADD 1 TO WS-WORKLIST-ITEMS.

       WRITE-KEY-WORK-ITEM.
           MOVE WS-KEY-IMAGE(WS-KEY-SUB) TO IMG-AKEY-RECORD
           IF NOT IMG-AKEY-REVOKED
               INITIALIZE WRK-RECORD
               MOVE WS-QUARTER-END TO WRK-QUARTER-END
               MOVE "K" TO WRK-ITEM-TYPE
               MOVE WS-KEY-CALLER-ID(WS-KEY-SUB) TO WRK-CALLER-ID
               MOVE WS-KEY-CHECK(WS-KEY-SUB) TO WRK-KEY-CHECK
               MOVE WS-KEY-MASK(WS-KEY-SUB) TO WRK-KEY-MASK
               MOVE WS-KEY-DORMANT(WS-KEY-SUB) TO WRK-DORMANT-FLAG
               WRITE WRK-RECORD
               ADD 1 TO WS-WORKLIST-ITEMS
           END-IF.

      *****************************************************************
      * The recertification report.                                    *
      *****************************************************************
       PRINT-RECERTIFICATION.
           MOVE WS-DORMANCY-DAYS TO WS-DISPLAY-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING "QUARTER " WS-QUARTER-START " TO " WS-QUARTER-END
                  "   ATTESTATION DEADLINE " WS-DEADLINE
                  "   DORMANT AFTER " WS-DISPLAY-DAYS " DAYS"
                  "   CALLS COUNTED FROM " WS-WINDOW-START
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ENFORCEMENT: " WS-ENFORCE-NOTE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-MASTER-MISSING
               MOVE SPACES TO REPORT-LINE
               MOVE "CALCAUDM CANNOT BE READ - NO CALLER ACTIVITY SHOWN"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM PRINT-CALLER-BLOCK
               VARYING WS-CALLER-SUB FROM 1 BY 1
               UNTIL WS-CALLER-SUB > WS-CALLER-COUNT
           PERFORM PRINT-ORPHAN-ITEMS
           PERFORM PRINT-TOTAL-LINES.

       PRINT-CALLER-BLOCK.
           MOVE WS-CLR-IMAGE(WS-CALLER-SUB) TO IMG-PARM-RECORD
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF IMG-PARM-SUSPENDED
               MOVE "SUSPENDED" TO WS-STATUS-TEXT
           ELSE
               MOVE "ACTIVE" TO WS-STATUS-TEXT
           END-IF
           MOVE IMG-PARM-OPERAND-MAX TO WS-DISPLAY-MAX
           MOVE IMG-PARM-OPERAND-MIN TO WS-DISPLAY-MIN
           IF IMG-PARM-DAILY-QUOTA NUMERIC
               MOVE IMG-PARM-DAILY-QUOTA TO WS-DISPLAY-QUOTA
           ELSE
               MOVE ZEROS TO WS-DISPLAY-QUOTA
           END-IF
           IF IMG-PARM-REVIEW-LIMIT NUMERIC
               MOVE IMG-PARM-REVIEW-LIMIT TO WS-DISPLAY-REVIEW
           ELSE
               MOVE ZEROS TO WS-DISPLAY-REVIEW
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "CALLER " WS-CLR-ID(WS-CALLER-SUB)
                  "  " WS-STATUS-TEXT
                  "  OPS " IMG-PARM-ALLOWED-OPS
                  "  MAX " WS-DISPLAY-MAX
                  "  MIN " WS-DISPLAY-MIN
                  "  QUOTA " WS-DISPLAY-QUOTA
                  "  REVIEW " WS-DISPLAY-REVIEW
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CLR-LAST-DATE(WS-CALLER-SUB) TO WS-DATE-WORK
           PERFORM FORMAT-LAST-DATE
           MOVE WS-CLR-CALLS(WS-CALLER-SUB) TO WS-DISPLAY-COUNT
           IF WS-CLR-DORMANT(WS-CALLER-SUB) = "Y"
               MOVE "DORMANT" TO WS-DORMANT-TEXT
           ELSE
               MOVE SPACES TO WS-DORMANT-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "       LAST ACTIVITY " WS-LAST-DATE-TEXT
                  " CALLS 90D " WS-DISPLAY-COUNT
                  " " WS-DORMANT-TEXT
                  " ATTEST " WS-CLR-ATTESTATION(WS-CALLER-SUB)
                  " " WS-CLR-OWNER(WS-CALLER-SUB)
                  " " WS-CLR-ACTION(WS-CALLER-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-CALLER-KEY
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-COUNT
           MOVE WS-CLR-ID(WS-CALLER-SUB) TO WS-FIND-CALLER-ID
           PERFORM PRINT-CALLER-CHANGE
               VARYING WS-CHANGE-SUB FROM 1 BY 1
               UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT.

       PRINT-CALLER-KEY.
           IF WS-KEY-CALLER-SUB(WS-KEY-SUB) = WS-CALLER-SUB
               PERFORM PRINT-KEY-LINE
           END-IF.

       PRINT-KEY-LINE.
           MOVE WS-KEY-IMAGE(WS-KEY-SUB) TO IMG-AKEY-RECORD
           EVALUATE TRUE
               WHEN IMG-AKEY-ACTIVE
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
               WHEN IMG-AKEY-SUSPENDED
                   MOVE "SUSPENDED" TO WS-STATUS-TEXT
               WHEN IMG-AKEY-REVOKED
                   MOVE "REVOKED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE IMG-AKEY-STATUS TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE WS-KEY-LAST-DATE(WS-KEY-SUB) TO WS-DATE-WORK
           PERFORM FORMAT-LAST-DATE
           MOVE WS-KEY-USES(WS-KEY-SUB) TO WS-DISPLAY-COUNT
           IF WS-KEY-DORMANT(WS-KEY-SUB) = "Y"
               MOVE "DORMANT" TO WS-DORMANT-TEXT
           ELSE
               MOVE SPACES TO WS-DORMANT-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "       KEY " WS-KEY-MASK(WS-KEY-SUB)
                  " " WS-KEY-CALLER-ID(WS-KEY-SUB)
                  " " WS-KEY-CHECK(WS-KEY-SUB)
                  " " WS-STATUS-TEXT
                  " LAST USED " WS-LAST-DATE-TEXT
                  " USES 90D " WS-DISPLAY-COUNT
                  " " WS-DORMANT-TEXT
                  " ATTEST " WS-KEY-ATTESTATION(WS-KEY-SUB)
                  " " WS-KEY-OWNER(WS-KEY-SUB)
                  " " WS-KEY-ACTION(WS-KEY-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       PRINT-CALLER-CHANGE.
           MOVE WS-CHG-IMAGE(WS-CHANGE-SUB) TO IMG-PHIS-RECORD
           IF IMG-PHIS-CALLER-ID = WS-FIND-CALLER-ID
               PERFORM PRINT-CHANGE-LINES
           END-IF.

       PRINT-CHANGE-LINES.
           MOVE "Y" TO WS-CHG-PRINTED(WS-CHANGE-SUB)
           EVALUATE TRUE
               WHEN IMG-PHIS-ACTION-ADD
                   MOVE "ADD" TO WS-ACTION-TEXT
               WHEN IMG-PHIS-ACTION-CHANGE
                   MOVE "CHANGE" TO WS-ACTION-TEXT
               WHEN IMG-PHIS-ACTION-DELETE
                   MOVE "DELETE" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE IMG-PHIS-ACTION TO WS-ACTION-TEXT
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING "       CHANGE " IMG-PHIS-CHANGE-DATE
                  " " IMG-PHIS-CHANGE-TIME
                  " " WS-ACTION-TEXT
                  " " IMG-PHIS-CALLER-ID
                  " BY " IMG-PHIS-USER-ID
                  " APPROVED " IMG-PHIS-CHECKER-ID
                  " OPS " IMG-PHIS-OLD-ALLOWED-OPS
                  " TO " IMG-PHIS-NEW-ALLOWED-OPS
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE IMG-PHIS-OLD-OPERAND-MAX TO WS-DISPLAY-OLD-AMOUNT
           MOVE IMG-PHIS-NEW-OPERAND-MAX TO WS-DISPLAY-NEW-AMOUNT
           MOVE IMG-PHIS-OLD-DAILY-QUOTA TO WS-DISPLAY-OLD-QUOTA
           MOVE IMG-PHIS-NEW-DAILY-QUOTA TO WS-DISPLAY-NEW-QUOTA
           MOVE IMG-PHIS-OLD-OPERAND-MIN TO WS-DISPLAY-OLD-MIN
           MOVE IMG-PHIS-NEW-OPERAND-MIN TO WS-DISPLAY-NEW-MIN
           MOVE SPACES TO REPORT-LINE
           STRING "              MAX " WS-DISPLAY-OLD-AMOUNT
                  " TO " WS-DISPLAY-NEW-AMOUNT
                  "  MIN " WS-DISPLAY-OLD-MIN
                  " TO " WS-DISPLAY-NEW-MIN
                  "  QUOTA " WS-DISPLAY-OLD-QUOTA
                  " TO " WS-DISPLAY-NEW-QUOTA
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       FORMAT-LAST-DATE.
           IF WS-DATE-WORK = ZEROS
               MOVE "NEVER" TO WS-LAST-DATE-TEXT
           ELSE
               MOVE WS-DATE-WORK TO WS-LAST-DATE-TEXT
           END-IF.

       PRINT-ORPHAN-ITEMS.
      *    Keys whose caller is not on CALCPARM, and quarter changes
      *    to callers no longer on it - deletions among them.
           MOVE ZEROS TO WS-ORPHAN-COUNT
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "KEYS AND QUARTER CHANGES FOR CALLERS NOT ON CALCPARM"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-ORPHAN-KEY
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-COUNT
           PERFORM PRINT-ORPHAN-CHANGE
               VARYING WS-CHANGE-SUB FROM 1 BY 1
               UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
           IF WS-ORPHAN-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE "       NONE" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-ORPHAN-KEY.
           IF WS-KEY-CALLER-SUB(WS-KEY-SUB) = ZERO
               ADD 1 TO WS-ORPHAN-COUNT
               PERFORM PRINT-KEY-LINE
           END-IF.

       PRINT-ORPHAN-CHANGE.
           IF WS-CHG-PRINTED(WS-CHANGE-SUB) = "N"
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE WS-CHG-IMAGE(WS-CHANGE-SUB) TO IMG-PHIS-RECORD
               PERFORM PRINT-CHANGE-LINES
           END-IF.

       PRINT-TOTAL-LINES.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CALLER-COUNT TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "CALLERS " WS-DISPLAY-TOTAL
                  "  DORMANT " WS-CALLERS-DORMANT
                  "  SUSPENDED " WS-CALLERS-SUSPENDED
                  "  REINSTATED " WS-CALLERS-REINSTATED
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-KEY-COUNT TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "KEYS    " WS-DISPLAY-TOTAL
                  "  DORMANT " WS-KEYS-DORMANT
                  "  SUSPENDED " WS-KEYS-SUSPENDED
                  "  REINSTATED " WS-KEYS-REINSTATED
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ITEMS NOT RE-ATTESTED " WS-ITEMS-UNATTESTED
                  "  WORKLIST ITEMS WRITTEN TO CALCATWK "
                  WS-WORKLIST-ITEMS
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-BUSINESS-DATE TO WS-HDG-DATE
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
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NUMBER.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCRCRT - ACCESS RECERTIFICATION SUMMARY"
           DISPLAY "========================================"
           IF WS-PARM-MISSING
               DISPLAY "CALCPARM cannot be read - nothing done"
           ELSE
               DISPLAY "Quarter:              " WS-QUARTER-START
                   " - " WS-QUARTER-END
               DISPLAY "Deadline:             " WS-DEADLINE
               DISPLAY "Callers reviewed:     " WS-CALLER-COUNT
               DISPLAY "Keys reviewed:        " WS-KEY-COUNT
               DISPLAY "Dormant callers:      " WS-CALLERS-DORMANT
               DISPLAY "Dormant keys:         " WS-KEYS-DORMANT
               DISPLAY "Not re-attested:      " WS-ITEMS-UNATTESTED
               DISPLAY "Callers suspended:    " WS-CALLERS-SUSPENDED
               DISPLAY "Keys suspended:       " WS-KEYS-SUSPENDED
               DISPLAY "Callers reinstated:   " WS-CALLERS-REINSTATED
               DISPLAY "Keys reinstated:      " WS-KEYS-REINSTATED
               DISPLAY "Other-quarter returns:" WS-ATTEST-OTHER-QUARTER
               DISPLAY "Enforcement:          " WS-ENFORCE-NOTE
               DISPLAY "Worklist:             CALCATWK"
           END-IF
           DISPLAY "Report:               CALCRCRR"
           DISPLAY "========================================".

       END PROGRAM CALCRCRT.
