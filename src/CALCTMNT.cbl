       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCTMNT.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * CICS Maintenance Transaction for the CALCULATOR reference      *
      * tables on the CALCM4 map: CALCTAXR tax rates (TRANID CTAX),    *
      * CALCPRAT product rates (CPRA), CALCCURR currency minor units   *
      * (CCUR) and the CALCHOL holiday calendar (CHOL) - the tables    *
      * that were still changed by editing flat files. The transaction *
      * ID picks the table; every field is edited against the table's  *
      * copybook (CALCTAX, CALCPRT, CALCCUR, CALCHOL) before anything  *
      * is accepted: a real effective or holiday date, a rate that     *
      * fits its picture, a minor-unit count CALCPREF will pass, a     *
      * capitalization day in the month and a day-count convention     *
      * CALCULATOR knows.                                              *
      * The same four-eyes rule as CPRM: actions A, C and D only stage *
      * the change on CALCSTGD (see CALCSTG). A second user views it   *
      * with V and approves it with P - only then is the table         *
      * rewritten, in key order, and the CALCTHIS change history (see  *
      * CALCTHS) written with the maker, the checker, both times and   *
      * the before/after images - or discards it with R. The maker     *
      * cannot approve their own change, a key carries one staged      *
      * change at a time, and approval is refused if the record has    *
      * moved since the change was keyed. V with nothing staged shows  *
      * the record as it stands, ready to be changed.                  *
      * Timed and logged to CALCRSPT through CALCRSPW like CPRM.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-FILE ASSIGN TO "CALCTAXR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-FILE-STATUS.

           SELECT PRODUCT-RATE-FILE ASSIGN TO "CALCPRAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-FILE-STATUS.

           SELECT CURRENCY-FILE ASSIGN TO "CALCCURR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "CALCHOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-FILE-STATUS.

           SELECT STAGE-FILE ASSIGN TO "CALCSTGD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "CALCTHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-FILE.
           COPY CALCTAX.

       FD  PRODUCT-RATE-FILE.
           COPY CALCPRT.

       FD  CURRENCY-FILE.
           COPY CALCCUR.

       FD  HOLIDAY-FILE.
           COPY CALCHOL.

       FD  STAGE-FILE.
           COPY CALCSTG.

       FD  HISTORY-FILE.
           COPY CALCTHS.

       WORKING-STORAGE SECTION.
       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-TABLE-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-STAGE-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-TABLE-EOF-SWITCH     PIC X VALUE "N".
           88  WS-TABLE-EOF        VALUE "Y".
       01  WS-STAGE-EOF-SWITCH     PIC X VALUE "N".
           88  WS-STAGE-EOF        VALUE "Y".

      *    What the transaction ID maintains. The key is always the
      *    leading columns of the record: jurisdiction and effective
      *    date, product and effective date, currency, or market and
      *    holiday date.
       01  WS-TRANSACTION-ID       PIC X(4) VALUE SPACES.
       01  WS-TABLE-NAME           PIC X(8) VALUE SPACES.
           88  WS-TABLE-TAX        VALUE "CALCTAXR".
           88  WS-TABLE-PRODUCT-RATE VALUE "CALCPRAT".
           88  WS-TABLE-CURRENCY   VALUE "CALCCURR".
           88  WS-TABLE-HOLIDAY    VALUE "CALCHOL".
       01  WS-KEY-LENGTH           PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-KEY-FIELD-LENGTH     PIC 9(2) COMP-3 VALUE ZEROS.

      *    The chosen table's rows as record images.
       01  WS-ROW-TABLE.
           05  WS-ROW-COUNT        PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-ROW-ENTRY OCCURS 2000 TIMES PIC X(40).
       01  WS-ROW-SUB              PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-ROW-FOUND-SUB        PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-ROW-INSERT-SUB       PIC 9(4) COMP-3 VALUE ZEROS.

      *    Staged changes for every maintained table; only this
      *    table's are acted on here, the rest are carried through
      *    the rewrite untouched.
       01  WS-STAGE-TABLE.
           05  WS-STAGE-COUNT      PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-STAGE-ENTRY OCCURS 300 TIMES.
               10  WS-STG-TABLE        PIC X(8).
               10  WS-STG-ACTION       PIC X.
               10  WS-STG-KEY          PIC X(16).
               10  FILLER              PIC X(182).
       01  WS-STAGE-SUB            PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-STAGE-FOUND-SUB      PIC 9(3) COMP-3 VALUE ZEROS.

      *    Record images in each table's own layout, built from the
      *    screen or unpacked from a row for display.
           COPY CALCTAX REPLACING LEADING ==TAX-== BY ==IMG-TAX-==.
           COPY CALCPRT REPLACING LEADING ==PRT-== BY ==IMG-PRT-==.
           COPY CALCCUR REPLACING LEADING ==CUR-== BY ==IMG-CUR-==.
           COPY CALCHOL REPLACING LEADING ==HOL-== BY ==IMG-HOL-==.
       01  WS-NEW-IMAGE            PIC X(40) VALUE SPACES.
       01  WS-NEW-KEY              PIC X(16) VALUE SPACES.
       01  WS-BEFORE-IMAGE         PIC X(80) VALUE SPACES.
       01  WS-FORMAT-IMAGE         PIC X(40) VALUE SPACES.
       01  WS-FORMAT-LINE          PIC X(71) VALUE SPACES.

       01  WS-EDIT-NUMBER          PIC S9(12)V9(6) VALUE ZEROS.
       01  WS-EDIT-DATE            PIC 9(8) VALUE ZEROS.
       01  WS-EDIT-CAPITALIZE-DAY  PIC 9(2) VALUE ZEROS.
       01  WS-EDIT-DAY-COUNT-CONV  PIC X(8) VALUE SPACES.
           88  WS-EDIT-DAY-COUNT-VALID VALUE "ACT/360" "ACT/365F"
                                             "30/360" "ACT/ACT"
                                             SPACES.
       01  WS-EDIT-FAIL-SWITCH     PIC X VALUE "N".
           88  WS-EDIT-FAILED      VALUE "Y".

       01  WS-CURRENT-STAMP        PIC X(21) VALUE SPACES.
       01  WS-USER-ID              PIC X(08) VALUE SPACES.
       01  WS-DISPLAY-KEY-LENGTH   PIC 9.
       01  WS-DISPLAY-TAX-RATE     PIC ZZ9.9999.
       01  WS-DISPLAY-PRODUCT-RATE PIC -ZZ9.9999.

           COPY DFHAID.
           COPY CALCMAP4.
           COPY CALCRSP.
           COPY CALCTVR.

       01  DFHCOMMAREA             PIC X(01).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM START-RESPONSE-CLOCK
           EXEC CICS HANDLE CONDITION
               MAPFAIL(SEND-INITIAL-MAP)
               ERROR(ABEND-TRANSACTION)
           END-EXEC

           PERFORM SET-TABLE-PROFILE
           IF EIBCALEN = 0
               PERFORM SEND-INITIAL-MAP
           ELSE
               PERFORM RECEIVE-AND-PROCESS
           END-IF

           PERFORM LOG-RESPONSE-TIME
           EXEC CICS RETURN
               TRANSID(WS-TRANSACTION-ID)
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

       SET-TABLE-PROFILE.
           MOVE EIBTRNID TO WS-TRANSACTION-ID
           EVALUATE WS-TRANSACTION-ID
               WHEN "CTAX"
                   MOVE "CALCTAXR" TO WS-TABLE-NAME
                   MOVE 12 TO WS-KEY-LENGTH
                   MOVE 4 TO WS-KEY-FIELD-LENGTH
               WHEN "CPRA"
                   MOVE "CALCPRAT" TO WS-TABLE-NAME
                   MOVE 16 TO WS-KEY-LENGTH
                   MOVE 8 TO WS-KEY-FIELD-LENGTH
               WHEN "CCUR"
                   MOVE "CALCCURR" TO WS-TABLE-NAME
                   MOVE 3 TO WS-KEY-LENGTH
                   MOVE 3 TO WS-KEY-FIELD-LENGTH
               WHEN "CHOL"
                   MOVE "CALCHOL" TO WS-TABLE-NAME
                   MOVE 11 TO WS-KEY-LENGTH
                   MOVE 3 TO WS-KEY-FIELD-LENGTH
               WHEN OTHER
      *            Only the four transactions above are defined to
      *            this program.
                   PERFORM ABEND-TRANSACTION
           END-EVALUATE.

       SET-SCREEN-LABELS.
           MOVE SPACES TO TDATLBLO
           MOVE SPACES TO TVALLBLO
           MOVE SPACES TO TCAPLBLO
           MOVE SPACES TO TCNVLBLO
           EVALUATE TRUE
               WHEN WS-TABLE-TAX
                   MOVE "CALCTAXR TAX RATE MAINTENANCE" TO TTITLEO
                   MOVE "JURISDICTION:" TO TKEYLBLO
                   MOVE "EFFECTIVE DATE:" TO TDATLBLO
                   MOVE "RATE (PERCENT):" TO TVALLBLO
               WHEN WS-TABLE-PRODUCT-RATE
                   MOVE "CALCPRAT PRODUCT RATE MAINTENANCE" TO TTITLEO
                   MOVE "PRODUCT CODE:" TO TKEYLBLO
                   MOVE "EFFECTIVE DATE:" TO TDATLBLO
                   MOVE "RATE (PERCENT):" TO TVALLBLO
                   MOVE "CAPITALIZE DAY:" TO TCAPLBLO
                   MOVE "DAY COUNT CONV:" TO TCNVLBLO
               WHEN WS-TABLE-CURRENCY
                   MOVE "CALCCURR CURRENCY MAINTENANCE" TO TTITLEO
                   MOVE "CURRENCY CODE:" TO TKEYLBLO
                   MOVE "MINOR UNITS:" TO TVALLBLO
               WHEN WS-TABLE-HOLIDAY
                   MOVE "CALCHOL HOLIDAY CALENDAR MAINTENANCE"
                       TO TTITLEO
                   MOVE "MARKET CODE:" TO TKEYLBLO
                   MOVE "HOLIDAY DATE:" TO TDATLBLO
           END-EVALUATE.

       SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO CALCM4O
           PERFORM SET-SCREEN-LABELS
           MOVE "ENTER ACTION AND RECORD DETAILS, THEN PRESS ENTER"
               TO TMSGO

           EXEC CICS SEND MAP('CALCM4')
               MAPSET('CALCMAP4')
               ERASE
           END-EXEC.

       RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('CALCM4')
               MAPSET('CALCMAP4')
           END-EXEC

           IF EIBAID = DFHPF3
               EXEC CICS SEND CONTROL
                   ERASE
                   FREEKB
               END-EXEC
               MOVE "EXIT" TO RSPT-REQUEST-CODE
               PERFORM LOG-RESPONSE-TIME
               EXEC CICS RETURN
               END-EXEC
           END-IF

           EVALUATE TACTIONI
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
           PERFORM CLEAN-INPUT-FIELDS
           PERFORM SET-SCREEN-LABELS
           MOVE SPACES TO TPENDO
           MOVE SPACES TO TBEFOREO
           MOVE SPACES TO TAFTERO
           PERFORM EDIT-SCREEN-FIELDS
           IF WS-EDIT-FAILED
               MOVE "REJECTED" TO RSPT-OUTCOME
           ELSE
               PERFORM LOAD-TABLE-ROWS
               PERFORM FIND-TABLE-ROW
               PERFORM LOAD-STAGE-TABLE
               PERFORM FIND-STAGED-CHANGE
               EVALUATE TACTIONI
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

           EXEC CICS SEND MAP('CALCM4')
               MAPSET('CALCMAP4')
               DATAONLY
           END-EXEC.

       CLEAN-INPUT-FIELDS.
      *    A field the operator never touched comes back as low
      *    values.
           INSPECT TACTIONI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT TKEYI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT TDATEI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT TVALUEI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT TCAPDAYI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT TCONVI REPLACING ALL LOW-VALUE BY SPACE.

      *****************************************************************
      * Field edits against the table's copybook. The key is edited    *
      * for every action; the rest only when a record is being added   *
      * or changed.                                                    *
      *****************************************************************
       EDIT-SCREEN-FIELDS.
           MOVE "N" TO WS-EDIT-FAIL-SWITCH
           IF TACTIONI NOT = "A" AND TACTIONI NOT = "C" AND
              TACTIONI NOT = "D" AND TACTIONI NOT = "V" AND
              TACTIONI NOT = "P" AND TACTIONI NOT = "R"
               MOVE "ACTION MUST BE A, C OR D TO STAGE, OR V, P OR R"
                   TO TMSGO
               MOVE "Y" TO WS-EDIT-FAIL-SWITCH
           END-IF
           IF NOT WS-EDIT-FAILED
               PERFORM EDIT-KEY-FIELDS
           END-IF
           IF NOT WS-EDIT-FAILED AND
              (TACTIONI = "A" OR TACTIONI = "C")
               EVALUATE TRUE
                   WHEN WS-TABLE-TAX
                       PERFORM EDIT-TAX-FIELDS
                   WHEN WS-TABLE-PRODUCT-RATE
                       PERFORM EDIT-PRODUCT-RATE-FIELDS
                   WHEN WS-TABLE-CURRENCY
                       PERFORM EDIT-CURRENCY-FIELDS
               END-EVALUATE
           END-IF.

       EDIT-KEY-FIELDS.
           IF TKEYI = SPACES
               STRING TKEYLBLO DELIMITED BY ":"
                      " IS REQUIRED" DELIMITED BY SIZE
                   INTO TMSGO
               END-STRING
               MOVE "Y" TO WS-EDIT-FAIL-SWITCH
           END-IF
           IF NOT WS-EDIT-FAILED AND WS-KEY-FIELD-LENGTH < 8
               IF TKEYI(WS-KEY-FIELD-LENGTH + 1:) NOT = SPACES
                   MOVE SPACES TO TMSGO
                   MOVE WS-KEY-FIELD-LENGTH TO WS-DISPLAY-KEY-LENGTH
                   STRING TKEYLBLO DELIMITED BY ":"
                          " IS AT MOST " DELIMITED BY SIZE
                          WS-DISPLAY-KEY-LENGTH DELIMITED BY SIZE
                          " CHARACTERS" DELIMITED BY SIZE
                       INTO TMSGO
                   END-STRING
                   MOVE "Y" TO WS-EDIT-FAIL-SWITCH
               END-IF
           END-IF
           IF NOT WS-EDIT-FAILED AND NOT WS-TABLE-CURRENCY
               IF TDATEI NOT NUMERIC
                   MOVE "DATE MUST BE YYYYMMDD" TO TMSGO
                   MOVE "Y" TO WS-EDIT-FAIL-SWITCH
               ELSE
                   MOVE TDATEI TO WS-EDIT-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-EDIT-DATE)
                      NOT = ZERO
                       MOVE "DATE IS NOT A VALID CALENDAR DATE"
                           TO TMSGO
                       MOVE "Y" TO WS-EDIT-FAIL-SWITCH
                   END-IF
               END-IF
           END-IF
           IF NOT WS-EDIT-FAILED
               PERFORM BUILD-KEY-IMAGE
           END-IF.

       BUILD-KEY-IMAGE.
      *    The new image starts from the key; the edits below fill in
      *    the rest for an add or change.
           EVALUATE TRUE
               WHEN WS-TABLE-TAX
                   MOVE SPACES TO IMG-TAX-RECORD
                   MOVE TKEYI TO IMG-TAX-JURISDICTION
                   MOVE WS-EDIT-DATE TO IMG-TAX-EFFECTIVE-DATE
                   MOVE ZEROS TO IMG-TAX-RATE
                   MOVE IMG-TAX-RECORD TO WS-NEW-IMAGE
               WHEN WS-TABLE-PRODUCT-RATE
                   MOVE SPACES TO IMG-PRT-RECORD
                   MOVE TKEYI TO IMG-PRT-PRODUCT-CODE
                   MOVE WS-EDIT-DATE TO IMG-PRT-EFFECTIVE-DATE
                   MOVE ZEROS TO IMG-PRT-RATE
                   MOVE ZEROS TO IMG-PRT-CAPITALIZE-DAY
                   MOVE IMG-PRT-RECORD TO WS-NEW-IMAGE
               WHEN WS-TABLE-CURRENCY
                   MOVE SPACES TO IMG-CUR-RECORD
                   MOVE TKEYI TO IMG-CUR-CURRENCY-CODE
                   MOVE ZEROS TO IMG-CUR-MINOR-UNITS
                   MOVE IMG-CUR-RECORD TO WS-NEW-IMAGE
               WHEN WS-TABLE-HOLIDAY
                   MOVE SPACES TO IMG-HOL-RECORD
                   MOVE TKEYI TO IMG-HOL-MARKET-CODE
                   MOVE WS-EDIT-DATE TO IMG-HOL-DATE
                   MOVE IMG-HOL-RECORD TO WS-NEW-IMAGE
           END-EVALUATE
           MOVE SPACES TO WS-NEW-KEY
           MOVE WS-NEW-IMAGE(1:WS-KEY-LENGTH) TO WS-NEW-KEY.

       EDIT-RATE-NUMBER.
      *    A rate that will not come back unchanged from the record's
      *    picture has too many digits on one side of the point.
           IF FUNCTION TEST-NUMVAL(TVALUEI) NOT = ZERO
               MOVE "Y" TO WS-EDIT-FAIL-SWITCH
           ELSE
               COMPUTE WS-EDIT-NUMBER = FUNCTION NUMVAL(TVALUEI)
           END-IF.

       EDIT-TAX-FIELDS.
           PERFORM EDIT-RATE-NUMBER
           IF NOT WS-EDIT-FAILED
               MOVE WS-EDIT-NUMBER TO IMG-TAX-RATE
               IF WS-EDIT-NUMBER < ZERO OR
                  IMG-TAX-RATE NOT = WS-EDIT-NUMBER
                   MOVE "Y" TO WS-EDIT-FAIL-SWITCH
               END-IF
           END-IF
           IF WS-EDIT-FAILED
               MOVE "RATE MUST BE 0 TO 999.9999 WITH AT MOST 4 DECIMALS"
                   TO TMSGO
           ELSE
               MOVE IMG-TAX-RECORD TO WS-NEW-IMAGE
           END-IF.

       EDIT-PRODUCT-RATE-FIELDS.
           PERFORM EDIT-RATE-NUMBER
           IF NOT WS-EDIT-FAILED
               MOVE WS-EDIT-NUMBER TO IMG-PRT-RATE
               IF IMG-PRT-RATE NOT = WS-EDIT-NUMBER
                   MOVE "Y" TO WS-EDIT-FAIL-SWITCH
               END-IF
           END-IF
           IF WS-EDIT-FAILED
               MOVE "RATE MUST BE WITHIN 999.9999, AT MOST 4 DECIMALS"
                   TO TMSGO
           END-IF
      *    A blank capitalization day means the product never
      *    capitalizes; a blank convention keeps the loan's own base.
           IF NOT WS-EDIT-FAILED
               IF TCAPDAYI = SPACES
                   MOVE ZEROS TO WS-EDIT-CAPITALIZE-DAY
               ELSE
                   IF TCAPDAYI NOT NUMERIC
                       MOVE 99 TO WS-EDIT-CAPITALIZE-DAY
                   ELSE
                       MOVE TCAPDAYI TO WS-EDIT-CAPITALIZE-DAY
                   END-IF
               END-IF
               IF WS-EDIT-CAPITALIZE-DAY > 31
                   MOVE "CAPITALIZE DAY MUST BE 01 TO 31, OR BLANK"
                       TO TMSGO
                   MOVE "Y" TO WS-EDIT-FAIL-SWITCH
               END-IF
           END-IF
           IF NOT WS-EDIT-FAILED
               MOVE TCONVI TO WS-EDIT-DAY-COUNT-CONV
               IF NOT WS-EDIT-DAY-COUNT-VALID
                   MOVE
                       "CONVENTION: ACT/360 ACT/365F 30/360 OR ACT/ACT"
                       TO TMSGO
                   MOVE "Y" TO WS-EDIT-FAIL-SWITCH
               END-IF
           END-IF
           IF NOT WS-EDIT-FAILED
               MOVE WS-EDIT-CAPITALIZE-DAY TO IMG-PRT-CAPITALIZE-DAY
               MOVE WS-EDIT-DAY-COUNT-CONV TO IMG-PRT-DAY-COUNT-CONV
               MOVE IMG-PRT-RECORD TO WS-NEW-IMAGE
           END-IF.

       EDIT-CURRENCY-FIELDS.
           PERFORM EDIT-RATE-NUMBER
           IF NOT WS-EDIT-FAILED
               IF WS-EDIT-NUMBER < ZERO OR WS-EDIT-NUMBER > 3
                   MOVE "Y" TO WS-EDIT-FAIL-SWITCH
               ELSE
                   MOVE WS-EDIT-NUMBER TO IMG-CUR-MINOR-UNITS
                   IF IMG-CUR-MINOR-UNITS NOT = WS-EDIT-NUMBER
                       MOVE "Y" TO WS-EDIT-FAIL-SWITCH
                   END-IF
               END-IF
           END-IF
           IF WS-EDIT-FAILED
               MOVE "MINOR UNITS MUST BE 0, 1, 2 OR 3" TO TMSGO
           ELSE
               MOVE IMG-CUR-RECORD TO WS-NEW-IMAGE
           END-IF.

      *****************************************************************
      * Staging: the maker's A, C or D becomes a CALCSTGD record       *
      * holding the record as it is now and as it would be.            *
      *****************************************************************
       STAGE-REQUESTED-ACTION.
           EVALUATE TRUE
               WHEN WS-STAGE-FOUND-SUB > ZERO
                   MOVE "RECORD ALREADY HAS A CHANGE AWAITING APPROVAL"
                       TO TMSGO
                   MOVE "REJECTED" TO RSPT-OUTCOME
               WHEN TACTIONI = "A" AND WS-ROW-FOUND-SUB > ZERO
                   MOVE "RECORD ALREADY ON FILE - USE ACTION C" TO TMSGO
                   MOVE "REJECTED" TO RSPT-OUTCOME
               WHEN TACTIONI = "A" AND WS-ROW-COUNT >= 2000
                   MOVE "TABLE IS FULL" TO TMSGO
                   MOVE "REJECTED" TO RSPT-OUTCOME
               WHEN TACTIONI NOT = "A" AND WS-ROW-FOUND-SUB = ZERO
                   MOVE "RECORD NOT ON FILE" TO TMSGO
                   MOVE "REJECTED" TO RSPT-OUTCOME
               WHEN TACTIONI = "C" AND
                    WS-NEW-IMAGE = WS-ROW-ENTRY(WS-ROW-FOUND-SUB)
                   MOVE "NOTHING CHANGED - NO CHANGE STAGED" TO TMSGO
                   MOVE "REJECTED" TO RSPT-OUTCOME
               WHEN WS-STAGE-COUNT >= 300
                   MOVE "STAGED CHANGE FILE IS FULL" TO TMSGO
                   MOVE "REJECTED" TO RSPT-OUTCOME
               WHEN OTHER
                   PERFORM STAGE-TABLE-CHANGE
           END-EVALUATE.

       STAGE-TABLE-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
               RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO STG-RECORD
           MOVE WS-TABLE-NAME TO STG-TABLE
           MOVE TACTIONI TO STG-ACTION
           MOVE WS-NEW-KEY TO STG-KEY
           MOVE WS-USER-ID TO STG-MAKER-ID
           MOVE WS-CURRENT-STAMP(1:8) TO STG-MAKER-DATE
           MOVE WS-CURRENT-STAMP(9:6) TO STG-MAKER-TIME
           IF WS-ROW-FOUND-SUB > ZERO
               MOVE WS-ROW-ENTRY(WS-ROW-FOUND-SUB) TO STG-BEFORE-IMAGE
           END-IF
           IF TACTIONI NOT = "D"
               MOVE WS-NEW-IMAGE TO STG-AFTER-IMAGE
           END-IF
           ADD 1 TO WS-STAGE-COUNT
           MOVE STG-RECORD TO WS-STAGE-ENTRY(WS-STAGE-COUNT)
           PERFORM REWRITE-STAGE-FILE
           MOVE "CHANGE STAGED - A SECOND USER MUST APPROVE IT"
               TO TMSGO.

      *****************************************************************
      * Checker side: view, approve or reject the staged change.       *
      *****************************************************************
       VIEW-STAGED-CHANGE.
           IF WS-ROW-FOUND-SUB > ZERO
               MOVE WS-ROW-ENTRY(WS-ROW-FOUND-SUB) TO WS-FORMAT-IMAGE
               PERFORM SHOW-IMAGE-IN-FIELDS
               PERFORM FORMAT-ROW-IMAGE
               STRING "NOW:    " WS-FORMAT-LINE DELIMITED BY SIZE
                   INTO TBEFOREO
               END-STRING
           ELSE
               MOVE "NOW:    NOT ON FILE" TO TBEFOREO
           END-IF
           IF WS-STAGE-FOUND-SUB = ZERO
               MOVE "NO CHANGE STAGED FOR THIS RECORD" TO TPENDO
               MOVE "CURRENT RECORD SHOWN" TO TMSGO
           ELSE
               MOVE WS-STAGE-ENTRY(WS-STAGE-FOUND-SUB) TO STG-RECORD
               STRING "STAGED " DELIMITED BY SIZE
                      STG-ACTION DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      STG-MAKER-ID DELIMITED BY SPACE
                      " ON " DELIMITED BY SIZE
                      STG-MAKER-DATE DELIMITED BY SIZE
                      " AT " DELIMITED BY SIZE
                      STG-MAKER-TIME DELIMITED BY SIZE
                   INTO TPENDO
               END-STRING
               IF STG-ACTION-DELETE
                   MOVE "STAGED: DELETE" TO TAFTERO
                   MOVE "STAGED DELETE - P TO APPROVE, R TO REJECT"
                       TO TMSGO
               ELSE
                   MOVE STG-AFTER-IMAGE TO WS-FORMAT-IMAGE
                   PERFORM SHOW-IMAGE-IN-FIELDS
                   PERFORM FORMAT-ROW-IMAGE
                   STRING "STAGED: " WS-FORMAT-LINE DELIMITED BY SIZE
                       INTO TAFTERO
                   END-STRING
                   MOVE "STAGED RECORD SHOWN - P APPROVES, R REJECTS"
                       TO TMSGO
               END-IF
           END-IF.

       APPROVE-STAGED-CHANGE.
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-STAGE-FOUND-SUB = ZERO
               MOVE "NO CHANGE STAGED FOR THIS RECORD" TO TMSGO
               MOVE "REJECTED" TO RSPT-OUTCOME
           ELSE
               MOVE WS-STAGE-ENTRY(WS-STAGE-FOUND-SUB) TO STG-RECORD
               MOVE SPACES TO WS-BEFORE-IMAGE
               IF WS-ROW-FOUND-SUB > ZERO
                   MOVE WS-ROW-ENTRY(WS-ROW-FOUND-SUB)
                       TO WS-BEFORE-IMAGE
               END-IF
               EVALUATE TRUE
                   WHEN STG-MAKER-ID = WS-USER-ID
                       MOVE "THE MAKER CANNOT APPROVE THEIR OWN CHANGE"
                           TO TMSGO
                       MOVE "REJECTED" TO RSPT-OUTCOME
                   WHEN WS-BEFORE-IMAGE NOT = STG-BEFORE-IMAGE
                       MOVE "RECORD CHANGED SINCE STAGED - REJECT IT"
                           TO TMSGO
                       MOVE "REJECTED" TO RSPT-OUTCOME
                   WHEN STG-ACTION-ADD AND WS-ROW-COUNT >= 2000
                       MOVE "TABLE IS FULL" TO TMSGO
                       MOVE "REJECTED" TO RSPT-OUTCOME
                   WHEN OTHER
                       PERFORM APPLY-STAGED-CHANGE
               END-EVALUATE
           END-IF.

       APPLY-STAGED-CHANGE.
           EVALUATE TRUE
               WHEN STG-ACTION-ADD
                   PERFORM INSERT-TABLE-ROW
                   MOVE "CHANGE APPROVED - RECORD ADDED" TO TMSGO
               WHEN STG-ACTION-CHANGE
                   MOVE STG-AFTER-IMAGE
                       TO WS-ROW-ENTRY(WS-ROW-FOUND-SUB)
                   MOVE "CHANGE APPROVED - RECORD CHANGED" TO TMSGO
               WHEN STG-ACTION-DELETE
                   PERFORM DELETE-TABLE-ROW
                   MOVE "CHANGE APPROVED - RECORD DELETED" TO TMSGO
           END-EVALUATE
           PERFORM REWRITE-TABLE-ROWS
           PERFORM APPEND-HISTORY-RECORD
           PERFORM REMOVE-STAGED-CHANGE
           PERFORM REWRITE-STAGE-FILE.

       REJECT-STAGED-CHANGE.
      *    Either user may discard a staged change - the maker
      *    withdrawing it or the checker refusing it.
           IF WS-STAGE-FOUND-SUB = ZERO
               MOVE "NO CHANGE STAGED FOR THIS RECORD" TO TMSGO
               MOVE "REJECTED" TO RSPT-OUTCOME
           ELSE
               PERFORM REMOVE-STAGED-CHANGE
               PERFORM REWRITE-STAGE-FILE
               MOVE "STAGED CHANGE REJECTED - TABLE NOT CHANGED"
                   TO TMSGO
           END-IF.

       APPEND-HISTORY-RECORD.
      *    The signed-on user is the checker; the maker and the time
      *    the change was keyed come from the staged record.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           INITIALIZE THIS-RECORD
           MOVE WS-CURRENT-STAMP(1:8) TO THIS-CHANGE-DATE
           MOVE WS-CURRENT-STAMP(9:6) TO THIS-CHANGE-TIME
           MOVE STG-TABLE TO THIS-TABLE
           MOVE STG-ACTION TO THIS-ACTION
           MOVE STG-KEY TO THIS-KEY
           MOVE STG-MAKER-ID TO THIS-MAKER-ID
           MOVE STG-MAKER-DATE TO THIS-MAKER-DATE
           MOVE STG-MAKER-TIME TO THIS-MAKER-TIME
           MOVE WS-USER-ID TO THIS-CHECKER-ID
           MOVE STG-BEFORE-IMAGE TO THIS-BEFORE-IMAGE
           MOVE STG-AFTER-IMAGE TO THIS-AFTER-IMAGE
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           WRITE THIS-RECORD
           CLOSE HISTORY-FILE.

      *****************************************************************
      * Display of a record image: its fields back into the screen     *
      * fields, and one readable line for the NOW/STAGED rows.         *
      *****************************************************************
       SHOW-IMAGE-IN-FIELDS.
           EVALUATE TRUE
               WHEN WS-TABLE-TAX
                   MOVE WS-FORMAT-IMAGE TO IMG-TAX-RECORD
                   MOVE IMG-TAX-EFFECTIVE-DATE TO TDATEO
                   MOVE IMG-TAX-RATE TO WS-DISPLAY-TAX-RATE
                   MOVE WS-DISPLAY-TAX-RATE TO TVALUEO
               WHEN WS-TABLE-PRODUCT-RATE
                   MOVE WS-FORMAT-IMAGE TO IMG-PRT-RECORD
                   MOVE IMG-PRT-EFFECTIVE-DATE TO TDATEO
                   MOVE IMG-PRT-RATE TO WS-DISPLAY-PRODUCT-RATE
                   MOVE WS-DISPLAY-PRODUCT-RATE TO TVALUEO
                   MOVE IMG-PRT-CAPITALIZE-DAY TO TCAPDAYO
                   MOVE IMG-PRT-DAY-COUNT-CONV TO TCONVO
               WHEN WS-TABLE-CURRENCY
                   MOVE WS-FORMAT-IMAGE TO IMG-CUR-RECORD
                   MOVE IMG-CUR-MINOR-UNITS TO TVALUEO
               WHEN WS-TABLE-HOLIDAY
                   MOVE WS-FORMAT-IMAGE TO IMG-HOL-RECORD
                   MOVE IMG-HOL-DATE TO TDATEO
           END-EVALUATE.

       FORMAT-ROW-IMAGE.
           MOVE SPACES TO WS-FORMAT-LINE
           EVALUATE TRUE
               WHEN WS-TABLE-TAX
                   MOVE WS-FORMAT-IMAGE TO IMG-TAX-RECORD
                   MOVE IMG-TAX-RATE TO WS-DISPLAY-TAX-RATE
                   STRING "JURISDICTION " IMG-TAX-JURISDICTION
                          "  EFFECTIVE " IMG-TAX-EFFECTIVE-DATE
                          "  RATE " WS-DISPLAY-TAX-RATE
                       DELIMITED BY SIZE INTO WS-FORMAT-LINE
                   END-STRING
               WHEN WS-TABLE-PRODUCT-RATE
                   MOVE WS-FORMAT-IMAGE TO IMG-PRT-RECORD
                   MOVE IMG-PRT-RATE TO WS-DISPLAY-PRODUCT-RATE
                   STRING "PRODUCT " IMG-PRT-PRODUCT-CODE
                          " EFF " IMG-PRT-EFFECTIVE-DATE
                          " RATE " WS-DISPLAY-PRODUCT-RATE
                          " CAP DAY " IMG-PRT-CAPITALIZE-DAY
                          " CONV " IMG-PRT-DAY-COUNT-CONV
                       DELIMITED BY SIZE INTO WS-FORMAT-LINE
                   END-STRING
               WHEN WS-TABLE-CURRENCY
                   MOVE WS-FORMAT-IMAGE TO IMG-CUR-RECORD
                   STRING "CURRENCY " IMG-CUR-CURRENCY-CODE
                          "  MINOR UNITS " IMG-CUR-MINOR-UNITS
                       DELIMITED BY SIZE INTO WS-FORMAT-LINE
                   END-STRING
               WHEN WS-TABLE-HOLIDAY
                   MOVE WS-FORMAT-IMAGE TO IMG-HOL-RECORD
                   STRING "MARKET " IMG-HOL-MARKET-CODE
                          "  HOLIDAY " IMG-HOL-DATE
                       DELIMITED BY SIZE INTO WS-FORMAT-LINE
                   END-STRING
           END-EVALUATE.

      *****************************************************************
      * The table itself: loaded whole as record images, rewritten     *
      * whole on an approval.                                          *
      *****************************************************************
       LOAD-TABLE-ROWS.
           MOVE ZEROS TO WS-ROW-COUNT
           MOVE "N" TO WS-TABLE-EOF-SWITCH
           EVALUATE TRUE
               WHEN WS-TABLE-TAX
                   OPEN INPUT TAX-FILE
               WHEN WS-TABLE-PRODUCT-RATE
                   OPEN INPUT PRODUCT-RATE-FILE
               WHEN WS-TABLE-CURRENCY
                   OPEN INPUT CURRENCY-FILE
               WHEN WS-TABLE-HOLIDAY
                   OPEN INPUT HOLIDAY-FILE
           END-EVALUATE
      *    No table file yet is an empty table; the first approved
      *    add creates it.
           IF WS-TABLE-FILE-STATUS NOT = "35"
               PERFORM READ-TABLE-ROW
               PERFORM STORE-TABLE-ROW UNTIL WS-TABLE-EOF
               PERFORM CLOSE-TABLE-FILE
           END-IF.

       READ-TABLE-ROW.
           EVALUATE TRUE
               WHEN WS-TABLE-TAX
                   READ TAX-FILE
                       AT END
                           MOVE "Y" TO WS-TABLE-EOF-SWITCH
                   END-READ
               WHEN WS-TABLE-PRODUCT-RATE
                   READ PRODUCT-RATE-FILE
                       AT END
                           MOVE "Y" TO WS-TABLE-EOF-SWITCH
                   END-READ
               WHEN WS-TABLE-CURRENCY
                   READ CURRENCY-FILE
                       AT END
                           MOVE "Y" TO WS-TABLE-EOF-SWITCH
                   END-READ
               WHEN WS-TABLE-HOLIDAY
                   READ HOLIDAY-FILE
                       AT END
                           MOVE "Y" TO WS-TABLE-EOF-SWITCH
                   END-READ
           END-EVALUATE.

       STORE-TABLE-ROW.
           IF WS-ROW-COUNT < 2000
               ADD 1 TO WS-ROW-COUNT
               EVALUATE TRUE
                   WHEN WS-TABLE-TAX
                       MOVE TAX-RECORD TO WS-ROW-ENTRY(WS-ROW-COUNT)
                   WHEN WS-TABLE-PRODUCT-RATE
                       MOVE PRT-RECORD TO WS-ROW-ENTRY(WS-ROW-COUNT)
                   WHEN WS-TABLE-CURRENCY
                       MOVE CUR-RECORD TO WS-ROW-ENTRY(WS-ROW-COUNT)
                   WHEN WS-TABLE-HOLIDAY
                       MOVE HOL-RECORD TO WS-ROW-ENTRY(WS-ROW-COUNT)
               END-EVALUATE
           END-IF
           PERFORM READ-TABLE-ROW.

       CLOSE-TABLE-FILE.
           EVALUATE TRUE
               WHEN WS-TABLE-TAX
                   CLOSE TAX-FILE
               WHEN WS-TABLE-PRODUCT-RATE
                   CLOSE PRODUCT-RATE-FILE
               WHEN WS-TABLE-CURRENCY
                   CLOSE CURRENCY-FILE
               WHEN WS-TABLE-HOLIDAY
                   CLOSE HOLIDAY-FILE
           END-EVALUATE.

       FIND-TABLE-ROW.
           MOVE ZEROS TO WS-ROW-FOUND-SUB
           PERFORM MATCH-TABLE-ROW
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
                  OR WS-ROW-FOUND-SUB > ZERO.

       MATCH-TABLE-ROW.
           IF WS-ROW-ENTRY(WS-ROW-SUB)(1:WS-KEY-LENGTH) =
              WS-NEW-KEY(1:WS-KEY-LENGTH)
               MOVE WS-ROW-SUB TO WS-ROW-FOUND-SUB
           END-IF.

       INSERT-TABLE-ROW.
      *    Added in key order ahead of the first higher key, so the
      *    file stays readable by eye; rows beyond it move up one.
           MOVE ZEROS TO WS-ROW-INSERT-SUB
           PERFORM FIND-INSERT-POSITION
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
                  OR WS-ROW-INSERT-SUB > ZERO
           IF WS-ROW-INSERT-SUB = ZERO
               COMPUTE WS-ROW-INSERT-SUB = WS-ROW-COUNT + 1
           END-IF
           PERFORM SHIFT-ROW-UP
               VARYING WS-ROW-SUB FROM WS-ROW-COUNT BY -1
               UNTIL WS-ROW-SUB < WS-ROW-INSERT-SUB
           ADD 1 TO WS-ROW-COUNT
           MOVE STG-AFTER-IMAGE TO WS-ROW-ENTRY(WS-ROW-INSERT-SUB).

       FIND-INSERT-POSITION.
           IF WS-ROW-ENTRY(WS-ROW-SUB)(1:WS-KEY-LENGTH) >
              STG-KEY(1:WS-KEY-LENGTH)
               MOVE WS-ROW-SUB TO WS-ROW-INSERT-SUB
           END-IF.

       SHIFT-ROW-UP.
           MOVE WS-ROW-ENTRY(WS-ROW-SUB)
               TO WS-ROW-ENTRY(WS-ROW-SUB + 1).

       DELETE-TABLE-ROW.
           PERFORM SHIFT-ROW-DOWN
               VARYING WS-ROW-SUB FROM WS-ROW-FOUND-SUB BY 1
               UNTIL WS-ROW-SUB >= WS-ROW-COUNT
           SUBTRACT 1 FROM WS-ROW-COUNT.

       SHIFT-ROW-DOWN.
           MOVE WS-ROW-ENTRY(WS-ROW-SUB + 1)
               TO WS-ROW-ENTRY(WS-ROW-SUB).

       REWRITE-TABLE-ROWS.
           EVALUATE TRUE
               WHEN WS-TABLE-TAX
                   OPEN OUTPUT TAX-FILE
               WHEN WS-TABLE-PRODUCT-RATE
                   OPEN OUTPUT PRODUCT-RATE-FILE
               WHEN WS-TABLE-CURRENCY
                   OPEN OUTPUT CURRENCY-FILE
               WHEN WS-TABLE-HOLIDAY
                   OPEN OUTPUT HOLIDAY-FILE
           END-EVALUATE
           PERFORM WRITE-ONE-TABLE-ROW
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
           PERFORM CLOSE-TABLE-FILE
      *    CALCULATOR holds every table here but the holiday calendar
      *    in storage; bump its change stamp so online calls reload.
           IF NOT WS-TABLE-HOLIDAY
               MOVE WS-TABLE-NAME TO TVER-TABLE-NAME
               MOVE "CALCTMNT" TO TVER-CHANGED-BY
               CALL "CALCTVUP" USING TVER-RECORD
           END-IF.

       WRITE-ONE-TABLE-ROW.
           EVALUATE TRUE
               WHEN WS-TABLE-TAX
                   MOVE WS-ROW-ENTRY(WS-ROW-SUB) TO TAX-RECORD
                   WRITE TAX-RECORD
               WHEN WS-TABLE-PRODUCT-RATE
                   MOVE WS-ROW-ENTRY(WS-ROW-SUB) TO PRT-RECORD
                   WRITE PRT-RECORD
               WHEN WS-TABLE-CURRENCY
                   MOVE WS-ROW-ENTRY(WS-ROW-SUB) TO CUR-RECORD
                   WRITE CUR-RECORD
               WHEN WS-TABLE-HOLIDAY
                   MOVE WS-ROW-ENTRY(WS-ROW-SUB) TO HOL-RECORD
                   WRITE HOL-RECORD
           END-EVALUATE.

      *****************************************************************
      * CALCSTGD staged-change file: loaded whole, rewritten whole.    *
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
           IF WS-STG-TABLE(WS-STAGE-SUB) = WS-TABLE-NAME AND
              WS-STG-KEY(WS-STAGE-SUB) = WS-NEW-KEY
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
           MOVE LOW-VALUES TO CALCM4O
           MOVE "AN UNEXPECTED ERROR OCCURRED - CONTACT SUPPORT"
               TO TMSGO

           EXEC CICS SEND MAP('CALCM4')
               MAPSET('CALCMAP4')
               DATAONLY
           END-EXEC

           MOVE "ABEND" TO RSPT-OUTCOME
           PERFORM LOG-RESPONSE-TIME
           EXEC CICS RETURN
           END-EXEC.

       END PROGRAM CALCTMNT.
