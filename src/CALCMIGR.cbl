       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCMIGR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Caller-ID Migration                                            *
      * Renames or merges caller IDs across every store that keeps     *
      * live data by caller, from the CALCMIGQ requests (see CALCMGR), *
      * one request at a time and in file order, so the stores never   *
      * disagree about who owns what:                                  *
      *   CALCPARM  caller limits - re-keyed on a rename; on a merge   *
      *             the old record is dropped and the new ID's limits  *
      *             stand for both                                     *
      *   CALCENTY  legal-entity assignments - re-keyed; on a merge    *
      *             into a caller with assignments of its own the old  *
      *             ones are dropped                                   *
      *   CALCAKEY, CALCRCCY, CALCLOAN, CALCSTDO, CALCPEND - re-keyed  *
      *   CALCQOTA  today's call counters - re-keyed, a day counted    *
      *             under both IDs being added together                *
      *   CALCREGF  named registers - re-keyed with their balances     *
      * History - the audit master CALCAUDM and the CALCQHIS quota     *
      * history - is never re-keyed: it stays under the ID it was      *
      * written with and is linked by the CALCALIS alias record (see   *
      * CALCALS) appended for every request applied, through which     *
      * CALCAUDQ, CALCTRND, CALCQUTR and CALCCHRG read the old and     *
      * new IDs as one caller. Its counts are reported all the same.   *
      * A request is refused - and nothing of it applied - when the    *
      * old ID is not on CALCPARM, a rename's new ID already is or a   *
      * merge's new ID is not, either ID has been retired before, the  *
      * two IDs hold a register (or register currency) of the same     *
      * name, or they belong to different legal entities on the        *
      * effective date. A request dated after the business date is     *
      * left for a later run; one already on CALCALIS is passed over.  *
      * The CALCMIGC control record's run mode "U" applies the         *
      * requests; anything else, or no control file, is a dry run      *
      * that reports the same impact - every store's record counts     *
      * under the old and new IDs before and after - and changes       *
      * nothing. The report is CALCMIGP. An update run should be taken *
      * in the batch window with the online regions down.              *
      * Return code 16 when CALCPARM cannot be read, a store is too    *
      * large to load or an update fails, 8 when any request is        *
      * refused, 4 when any is not yet due, otherwise 0.               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CALCMIGC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT REQUEST-FILE ASSIGN TO "CALCMIGQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

           SELECT ALIAS-FILE ASSIGN TO "CALCALIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ENTITY-FILE ASSIGN TO "CALCENTY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITY-FILE-STATUS.

           SELECT KEY-FILE ASSIGN TO "CALCAKEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-FILE-STATUS.

           SELECT REGISTER-CURRENCY-FILE ASSIGN TO "CALCRCCY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCCY-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO "CALCLOAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT ORDER-FILE ASSIGN TO "CALCSTDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "CALCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT QUOTA-FILE ASSIGN TO "CALCQOTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QOTA-KEY
               FILE STATUS IS WS-QUOTA-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "CALCREGF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGF-KEY
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT QUOTA-HISTORY-FILE ASSIGN TO "CALCQHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QHIS-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "CALCAUDM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDM-PRIMARY-KEY
               ALTERNATE RECORD KEY IS AUDM-CALLER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCMIGP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  MIGRATION-CONTROL-RECORD.
           05  MIGC-RUN-MODE           PIC X.
               88  MIGC-UPDATE         VALUE "U".

       FD  BUSINESS-DATE-FILE.
           COPY CALCBDT.

       FD  REQUEST-FILE.
           COPY CALCMGR.

       FD  ALIAS-FILE.
           COPY CALCALS.

       FD  PARM-FILE.
           COPY CALCPARM.

       FD  ENTITY-FILE.
           COPY CALCENT.

       FD  KEY-FILE.
           COPY CALCAKY.

       FD  REGISTER-CURRENCY-FILE.
           COPY CALCRCY.

       FD  LOAN-FILE.
           COPY CALCLON.

       FD  ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05  STDO-ORDER-ID           PIC X(8).
           05  STDO-CALLER-ID          PIC X(8).
           05  STDO-OPERATION          PIC X.
           05  STDO-OPERAND-SOURCE     PIC X.
           05  STDO-OPERAND-1          PIC S9(9)V99.
           05  STDO-OPERAND-2          PIC S9(9)V99.
           05  STDO-RATE               PIC S9(3)V9(4).
           05  STDO-PERIODS            PIC 9(3).
           05  STDO-CURRENCY-1         PIC X(3).
           05  STDO-CURRENCY-2         PIC X(3).
           05  STDO-TAX-JURISDICTION   PIC X(4).
           05  STDO-FREQUENCY          PIC X.
           05  STDO-WEEK-DAY           PIC 9.
           05  STDO-FORMULA-ID         PIC X(8).

       FD  PENDING-FILE.
           COPY CALCPND.

       FD  QUOTA-FILE.
           COPY CALCQOT.

       FD  REGISTER-FILE.
           COPY CALCRGF.

       FD  QUOTA-HISTORY-FILE.
           COPY CALCQHS.

       FD  MASTER-FILE.
           COPY CALCAUDM.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-BDAT-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-REQUEST-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-ALIAS-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-ENTITY-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-KEY-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  WS-RCCY-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-LOAN-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-ORDER-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-PENDING-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-QUOTA-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-REGISTER-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-QHIS-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-MASTER-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-REQUEST-EOF-SWITCH   PIC X VALUE "N".
           88  WS-REQUEST-EOF      VALUE "Y".
       01  WS-BROWSE-DONE-SWITCH   PIC X VALUE "N".
           88  WS-BROWSE-DONE      VALUE "Y".
       01  WS-RUN-MODE-SWITCH      PIC X VALUE "D".
           88  WS-UPDATE-RUN       VALUE "U".
           88  WS-DRY-RUN          VALUE "D".
       01  WS-PARM-MISSING-SWITCH  PIC X VALUE "N".
           88  WS-PARM-MISSING     VALUE "Y".
       01  WS-TABLE-FULL-SWITCH    PIC X VALUE "N".
           88  WS-TABLE-FULL       VALUE "Y".
       01  WS-UPDATE-FAILED-SWITCH PIC X VALUE "N".
           88  WS-UPDATE-FAILED    VALUE "Y".
       01  WS-QUOTA-OPEN-SWITCH    PIC X VALUE "N".
           88  WS-QUOTA-OPEN       VALUE "Y".
       01  WS-REGISTER-OPEN-SWITCH PIC X VALUE "N".
           88  WS-REGISTER-OPEN    VALUE "Y".
       01  WS-MASTER-OPEN-SWITCH   PIC X VALUE "N".
           88  WS-MASTER-OPEN      VALUE "Y".

       01  WS-RUN-STAMP            PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-RUN-TIME             PIC 9(6) VALUE ZEROS.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-FULL-STORE-NAME      PIC X(8) VALUE SPACES.

      *    The stores, in report order. 1-7 are line-sequential and
      *    held whole in WS-HOLDING-TABLE; 8-9 are keyed and changed
      *    in place; 10-11 are history, counted and never changed.
       01  WS-STORE-NAME-VALUES.
           05  FILLER              PIC X(8) VALUE "CALCPARM".
           05  FILLER              PIC X(8) VALUE "CALCENTY".
           05  FILLER              PIC X(8) VALUE "CALCAKEY".
           05  FILLER              PIC X(8) VALUE "CALCRCCY".
           05  FILLER              PIC X(8) VALUE "CALCLOAN".
           05  FILLER              PIC X(8) VALUE "CALCSTDO".
           05  FILLER              PIC X(8) VALUE "CALCPEND".
           05  FILLER              PIC X(8) VALUE "CALCQOTA".
           05  FILLER              PIC X(8) VALUE "CALCREGF".
           05  FILLER              PIC X(8) VALUE "CALCQHIS".
           05  FILLER              PIC X(8) VALUE "CALCAUDM".
       01  WS-STORE-NAME-TABLE REDEFINES WS-STORE-NAME-VALUES.
           05  WS-STORE-NAME       PIC X(8) OCCURS 11 TIMES.
       01  WS-STORE-SUB            PIC 9(2) VALUE ZEROS.
       01  WS-LOAD-STORE           PIC 9(2) VALUE ZEROS.
       01  WS-LOAD-CALLER-ID       PIC X(8) VALUE SPACES.
       01  WS-LOAD-IMAGE           PIC X(201) VALUE SPACES.

      *    Every record of the line-sequential stores, as read, with
      *    the caller ID it is held under now. A dropped record is
      *    left out when its store is written back.
       01  WS-HOLDING-TABLE.
           05  WS-HOLDING-COUNT    PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-HOLDING-ENTRY OCCURS 5000 TIMES.
               10  WS-HLD-STORE        PIC 9(2).
               10  WS-HLD-CALLER-ID    PIC X(8).
               10  WS-HLD-DROPPED      PIC X.
               10  WS-HLD-IMAGE        PIC X(201).
       01  WS-HOLDING-SUB          PIC 9(5) COMP-3 VALUE ZEROS.
       01  WS-OTHER-SUB            PIC 9(5) COMP-3 VALUE ZEROS.
       01  WS-STORE-CHANGED-FLAGS.
           05  WS-STORE-CHANGED    PIC X OCCURS 7 TIMES.

      *    CALCALIS as read, plus the requests applied in this run
      *    (marked "Y"), so a later request sees the earlier ones.
       01  WS-ALIAS-TABLE.
           05  WS-ALIAS-COUNT      PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-ALIAS-ENTRY OCCURS 500 TIMES.
               10  WS-ALS-OLD-ID       PIC X(8).
               10  WS-ALS-NEW-ID       PIC X(8).
               10  WS-ALS-THIS-RUN     PIC X.
       01  WS-ALIAS-SUB            PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-ALIAS-FULL-SWITCH    PIC X VALUE "N".
           88  WS-ALIAS-FULL       VALUE "Y".

      *    The IDs whose keyed records count as one side of a
      *    request: the ID itself and, on a dry run, every ID the run
      *    has already (notionally) moved onto it.
       01  WS-SCAN-LIST.
           05  WS-SCAN-COUNT       PIC 9(2) VALUE ZEROS.
           05  WS-SCAN-ID          PIC X(8) OCCURS 21 TIMES.
       01  WS-SCAN-SUB             PIC 9(2) VALUE ZEROS.
       01  WS-SCAN-ROOT            PIC X(8) VALUE SPACES.
       01  WS-SCAN-FOUND-SWITCH    PIC X VALUE "N".
           88  WS-SCAN-FOUND       VALUE "Y".
       01  WS-GATHER-SIDE          PIC X VALUE SPACE.
       01  WS-COUNT-PHASE          PIC X VALUE SPACE.
           88  WS-COUNTING-BEFORE  VALUE "B".
           88  WS-COUNTING-AFTER   VALUE "A".

      *    Today's counters and the registers held by each side.
       01  WS-QUOTA-TABLE.
           05  WS-QMV-COUNT        PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-QMV-ENTRY OCCURS 500 TIMES.
               10  WS-QMV-SIDE         PIC X.
               10  WS-QMV-HOLDER-ID    PIC X(8).
               10  WS-QMV-DATE         PIC 9(8).
               10  WS-QMV-CALLS        PIC 9(7).
       01  WS-QUOTA-SUB            PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-QUOTA-OTHER-SUB      PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-QUOTA-OVERLAPS       PIC 9(5) VALUE ZEROS.

       01  WS-REGISTER-TABLE.
           05  WS-RMV-COUNT        PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-RMV-ENTRY OCCURS 500 TIMES.
               10  WS-RMV-SIDE         PIC X.
               10  WS-RMV-HOLDER-ID    PIC X(8).
               10  WS-RMV-NAME         PIC X(8).
               10  WS-RMV-VALUE        PIC S9(9)V99.
               10  WS-RMV-UPDATE-DATE  PIC 9(8).
               10  WS-RMV-UPDATE-TIME  PIC 9(6).
       01  WS-REGISTER-SUB         PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-REGISTER-OTHER-SUB   PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-MOVE-TABLE-FULL-SWITCH PIC X VALUE "N".
           88  WS-MOVE-TABLE-FULL  VALUE "Y".

      *    The request in hand and what it does to each store.
       01  WS-REQUEST-STATE        PIC X VALUE SPACE.
           88  WS-REQUEST-ACCEPTED VALUE "A".
           88  WS-REQUEST-REFUSED  VALUE "R".
           88  WS-REQUEST-NOT-DUE  VALUE "P".
           88  WS-REQUEST-DONE-BEFORE VALUE "D".
       01  WS-REQUEST-COUNTED-SWITCH PIC X VALUE "N".
           88  WS-REQUEST-COUNTED  VALUE "Y".
       01  WS-REFUSE-REASON        PIC X(60) VALUE SPACES.
       01  WS-DISPOSITION          PIC X(16) VALUE SPACES.
       01  WS-ACTION-TEXT          PIC X(6) VALUE SPACES.
       01  WS-IMPACT-TABLE.
           05  WS-IMPACT-ENTRY OCCURS 11 TIMES.
               10  WS-IMP-OLD-BEFORE   PIC 9(9).
               10  WS-IMP-NEW-BEFORE   PIC 9(9).
               10  WS-IMP-OLD-AFTER    PIC 9(9).
               10  WS-IMP-NEW-AFTER    PIC 9(9).
               10  WS-IMP-TREATMENT    PIC X(40).

      *    Legal entity in effect for each side on the effective date.
       01  WS-ENTITY-FIND-ID       PIC X(8) VALUE SPACES.
       01  WS-ENTITY-FOUND-CODE    PIC X(4) VALUE SPACES.
       01  WS-ENTITY-FOUND-DATE    PIC 9(8) VALUE ZEROS.
       01  WS-OLD-ENTITY           PIC X(4) VALUE SPACES.
       01  WS-NEW-ENTITY           PIC X(4) VALUE SPACES.

      *    Working views of a held record.
           COPY CALCENT REPLACING LEADING ==ENTY-== BY ==IMG-ENTY-==.
           COPY CALCRCY REPLACING LEADING ==RCY-== BY ==IMG-RCY-==.
           COPY CALCTVR.

       01  WS-REQUESTS-READ        PIC 9(5) VALUE ZEROS.
       01  WS-REQUESTS-APPLIED     PIC 9(5) VALUE ZEROS.
       01  WS-REQUESTS-REFUSED     PIC 9(5) VALUE ZEROS.
       01  WS-REQUESTS-NOT-DUE     PIC 9(5) VALUE ZEROS.
       01  WS-REQUESTS-DONE-BEFORE PIC 9(5) VALUE ZEROS.
       01  WS-DISPLAY-REQUEST      PIC Z(4)9.

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
       01  WS-LINE-NUMBER          PIC 9(2) VALUE 99.
       01  WS-PAGE-LIMIT           PIC 9(2) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(32) VALUE
               "CALCMIGR - CALLER-ID MIGRATION".
           05  FILLER              PIC X(10) VALUE "RUN MODE  ".
           05  WS-HDG-MODE         PIC X(26).
           05  FILLER              PIC X(17) VALUE
               "   BUSINESS DATE ".
           05  WS-HDG-DATE         PIC 9(8).
           05  FILLER              PIC X(8) VALUE "    PAGE".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(27) VALUE SPACES.

       01  WS-STORE-HEADING-LINE.
           05  FILLER              PIC X(12) VALUE "    STORE".
           05  FILLER              PIC X(12) VALUE "  OLD BEFORE".
           05  FILLER              PIC X(12) VALUE "  NEW BEFORE".
           05  FILLER              PIC X(12) VALUE "   OLD AFTER".
           05  FILLER              PIC X(12) VALUE "   NEW AFTER".
           05  FILLER              PIC X(12) VALUE "  TREATMENT".
           05  FILLER              PIC X(60) VALUE SPACES.

       01  WS-STORE-LINE.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-SL-STORE         PIC X(8).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-SL-OLD-BEFORE    PIC Z(8)9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-SL-NEW-BEFORE    PIC Z(8)9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-SL-OLD-AFTER     PIC Z(8)9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-SL-NEW-AFTER     PIC Z(8)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-SL-TREATMENT     PIC X(40).
           05  FILLER              PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           INITIALIZE WS-HOLDING-TABLE
           INITIALIZE WS-ALIAS-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-STAMP(9:6) TO WS-RUN-TIME
           PERFORM GET-BUSINESS-DATE
           PERFORM READ-MIGRATION-CONTROL
           OPEN OUTPUT REPORT-FILE
           PERFORM START-NEW-PAGE
           PERFORM LOAD-ALIAS-TABLE
           PERFORM LOAD-STORE-HOLDINGS
           EVALUATE TRUE
               WHEN WS-PARM-MISSING
                   MOVE SPACES TO REPORT-LINE
                   MOVE "CALCPARM CANNOT BE READ - NO MIGRATION RUN"
                       TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN WS-TABLE-FULL
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-FULL-STORE-NAME
                          " TOO LARGE TO HOLD - NO MIGRATION RUN"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                   PERFORM OPEN-KEYED-STORES
                   PERFORM PROCESS-REQUEST-FILE
                   PERFORM CLOSE-KEYED-STORES
           END-EVALUATE
           CLOSE REPORT-FILE
           PERFORM DISPLAY-RUN-SUMMARY
           EVALUATE TRUE
               WHEN WS-PARM-MISSING OR WS-TABLE-FULL OR
                    WS-UPDATE-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-REQUESTS-REFUSED > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REQUESTS-NOT-DUE > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *****************************************************************
      * Business date and run mode.                                    *
      *****************************************************************
       GET-BUSINESS-DATE.
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
           END-IF.

       READ-MIGRATION-CONTROL.
      *    Only an explicit "U" changes anything.
           MOVE SPACES TO MIGRATION-CONTROL-RECORD
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "35"
               READ CONTROL-FILE
                   AT END
                       MOVE SPACES TO MIGRATION-CONTROL-RECORD
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF MIGC-UPDATE
               MOVE "U" TO WS-RUN-MODE-SWITCH
           ELSE
               MOVE "D" TO WS-RUN-MODE-SWITCH
           END-IF.

      *****************************************************************
      * The alias history and the line-sequential stores, loaded whole.*
      *****************************************************************
       LOAD-ALIAS-TABLE.
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
           IF ALIS-OLD-ID NOT = SPACES
               IF WS-ALIAS-COUNT < 500
                   ADD 1 TO WS-ALIAS-COUNT
                   MOVE ALIS-OLD-ID TO WS-ALS-OLD-ID(WS-ALIAS-COUNT)
                   MOVE ALIS-NEW-ID TO WS-ALS-NEW-ID(WS-ALIAS-COUNT)
                   MOVE "N" TO WS-ALS-THIS-RUN(WS-ALIAS-COUNT)
               ELSE
                   MOVE "Y" TO WS-ALIAS-FULL-SWITCH
               END-IF
           END-IF
           PERFORM READ-ALIAS-RECORD.

       LOAD-STORE-HOLDINGS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-PARM-MISSING-SWITCH
           ELSE
               PERFORM READ-PARM-RECORD
               PERFORM STORE-PARM-RECORD UNTIL WS-END-OF-FILE
               CLOSE PARM-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ENTITY-FILE
           IF WS-ENTITY-FILE-STATUS = "00"
               PERFORM READ-ENTITY-RECORD
               PERFORM STORE-ENTITY-RECORD UNTIL WS-END-OF-FILE
               CLOSE ENTITY-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT KEY-FILE
           IF WS-KEY-FILE-STATUS = "00"
               PERFORM READ-KEY-RECORD
               PERFORM STORE-KEY-RECORD UNTIL WS-END-OF-FILE
               CLOSE KEY-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REGISTER-CURRENCY-FILE
           IF WS-RCCY-FILE-STATUS = "00"
               PERFORM READ-RCCY-RECORD
               PERFORM STORE-RCCY-RECORD UNTIL WS-END-OF-FILE
               CLOSE REGISTER-CURRENCY-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "00"
               PERFORM READ-LOAN-RECORD
               PERFORM STORE-LOAN-RECORD UNTIL WS-END-OF-FILE
               CLOSE LOAN-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-FILE-STATUS = "00"
               PERFORM READ-ORDER-RECORD
               PERFORM STORE-ORDER-RECORD UNTIL WS-END-OF-FILE
               CLOSE ORDER-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-STATUS = "00"
               PERFORM READ-PENDING-RECORD
               PERFORM STORE-PENDING-RECORD UNTIL WS-END-OF-FILE
               CLOSE PENDING-FILE
           END-IF.

       READ-PARM-RECORD.
           READ PARM-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-PARM-RECORD.
           MOVE 1 TO WS-LOAD-STORE
           MOVE PARM-CALLER-ID TO WS-LOAD-CALLER-ID
           MOVE PARM-RECORD TO WS-LOAD-IMAGE
           PERFORM ADD-HOLDING
           PERFORM READ-PARM-RECORD.

       READ-ENTITY-RECORD.
           READ ENTITY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-ENTITY-RECORD.
           MOVE 2 TO WS-LOAD-STORE
           MOVE ENTY-CALLER-ID TO WS-LOAD-CALLER-ID
           MOVE ENTY-RECORD TO WS-LOAD-IMAGE
           PERFORM ADD-HOLDING
           PERFORM READ-ENTITY-RECORD.

       READ-KEY-RECORD.
           READ KEY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-KEY-RECORD.
           MOVE 3 TO WS-LOAD-STORE
           MOVE AKEY-CALLER-ID TO WS-LOAD-CALLER-ID
           MOVE AKEY-RECORD TO WS-LOAD-IMAGE
           PERFORM ADD-HOLDING
           PERFORM READ-KEY-RECORD.

       READ-RCCY-RECORD.
           READ REGISTER-CURRENCY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-RCCY-RECORD.
           MOVE 4 TO WS-LOAD-STORE
           MOVE RCY-CALLER-ID TO WS-LOAD-CALLER-ID
           MOVE RCY-RECORD TO WS-LOAD-IMAGE
           PERFORM ADD-HOLDING
           PERFORM READ-RCCY-RECORD.

       READ-LOAN-RECORD.
           READ LOAN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-LOAN-RECORD.
           MOVE 5 TO WS-LOAD-STORE
           MOVE LOAN-CALLER-ID TO WS-LOAD-CALLER-ID
           MOVE LOAN-RECORD TO WS-LOAD-IMAGE
           PERFORM ADD-HOLDING
           PERFORM READ-LOAN-RECORD.

       READ-ORDER-RECORD.
           READ ORDER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-ORDER-RECORD.
           MOVE 6 TO WS-LOAD-STORE
           MOVE STDO-CALLER-ID TO WS-LOAD-CALLER-ID
           MOVE STANDING-ORDER-RECORD TO WS-LOAD-IMAGE
           PERFORM ADD-HOLDING
           PERFORM READ-ORDER-RECORD.

       READ-PENDING-RECORD.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-PENDING-RECORD.
           MOVE 7 TO WS-LOAD-STORE
           MOVE PEND-CALLER-ID TO WS-LOAD-CALLER-ID
           MOVE PEND-RECORD TO WS-LOAD-IMAGE
           PERFORM ADD-HOLDING
           PERFORM READ-PENDING-RECORD.

       ADD-HOLDING.
      *    A store that cannot be held whole cannot be written back
      *    whole, so the run stops before touching anything.
           IF WS-HOLDING-COUNT < 5000
               ADD 1 TO WS-HOLDING-COUNT
               MOVE WS-LOAD-STORE TO WS-HLD-STORE(WS-HOLDING-COUNT)
               MOVE WS-LOAD-CALLER-ID
                   TO WS-HLD-CALLER-ID(WS-HOLDING-COUNT)
               MOVE "N" TO WS-HLD-DROPPED(WS-HOLDING-COUNT)
               MOVE WS-LOAD-IMAGE TO WS-HLD-IMAGE(WS-HOLDING-COUNT)
           ELSE
               IF NOT WS-TABLE-FULL
                   MOVE "Y" TO WS-TABLE-FULL-SWITCH
                   MOVE WS-STORE-NAME(WS-LOAD-STORE)
                       TO WS-FULL-STORE-NAME
               END-IF
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

      *****************************************************************
      * The keyed stores stay open for the run; input only on a dry    *
      * run. A store that does not exist holds nothing for anybody.    *
      *****************************************************************
       OPEN-KEYED-STORES.
           IF WS-UPDATE-RUN
               OPEN I-O QUOTA-FILE
           ELSE
               OPEN INPUT QUOTA-FILE
           END-IF
           IF WS-QUOTA-FILE-STATUS = "00"
               MOVE "Y" TO WS-QUOTA-OPEN-SWITCH
           END-IF
           IF WS-UPDATE-RUN
               OPEN I-O REGISTER-FILE
           ELSE
               OPEN INPUT REGISTER-FILE
           END-IF
           IF WS-REGISTER-FILE-STATUS = "00"
               MOVE "Y" TO WS-REGISTER-OPEN-SWITCH
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN-SWITCH
           END-IF.

       CLOSE-KEYED-STORES.
           IF WS-QUOTA-OPEN
               CLOSE QUOTA-FILE
           END-IF
           IF WS-REGISTER-OPEN
               CLOSE REGISTER-FILE
           END-IF
           IF WS-MASTER-OPEN
               CLOSE MASTER-FILE
           END-IF.

      *****************************************************************
      * The requests, one at a time.                                   *
      *****************************************************************
       PROCESS-REQUEST-FILE.
           MOVE "N" TO WS-REQUEST-EOF-SWITCH
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-FILE-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               MOVE "NO MIGRATION REQUESTS ON CALCMIGQ" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM READ-MIGRATION-REQUEST
               PERFORM PROCESS-MIGRATION-REQUEST
                   UNTIL WS-REQUEST-EOF
               CLOSE REQUEST-FILE
           END-IF.

       READ-MIGRATION-REQUEST.
           READ REQUEST-FILE
               AT END
                   MOVE "Y" TO WS-REQUEST-EOF-SWITCH
           END-READ.

       PROCESS-MIGRATION-REQUEST.
           ADD 1 TO WS-REQUESTS-READ
           INITIALIZE WS-IMPACT-TABLE
           MOVE "A" TO WS-REQUEST-STATE
           MOVE "N" TO WS-REQUEST-COUNTED-SWITCH
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM CHECK-REQUEST-FIELDS
           IF WS-REQUEST-ACCEPTED
               PERFORM CHECK-ALIAS-HISTORY
           END-IF
           IF WS-REQUEST-ACCEPTED
               MOVE "B" TO WS-COUNT-PHASE
               PERFORM COUNT-REQUEST-HOLDINGS
               MOVE "Y" TO WS-REQUEST-COUNTED-SWITCH
               PERFORM CHECK-MERGE-RULES
           END-IF
           IF WS-REQUEST-ACCEPTED
               PERFORM APPLY-MIGRATION-REQUEST
           ELSE
               PERFORM LEAVE-STORES-UNCHANGED
                   VARYING WS-STORE-SUB FROM 1 BY 1
                   UNTIL WS-STORE-SUB > 11
           END-IF
           EVALUATE TRUE
               WHEN WS-REQUEST-ACCEPTED
                   ADD 1 TO WS-REQUESTS-APPLIED
                   IF WS-UPDATE-RUN
                       MOVE "APPLIED" TO WS-DISPOSITION
                   ELSE
                       MOVE "WOULD BE APPLIED" TO WS-DISPOSITION
                   END-IF
               WHEN WS-REQUEST-REFUSED
                   ADD 1 TO WS-REQUESTS-REFUSED
                   MOVE "REFUSED" TO WS-DISPOSITION
               WHEN WS-REQUEST-NOT-DUE
                   ADD 1 TO WS-REQUESTS-NOT-DUE
                   MOVE "NOT YET DUE" TO WS-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-REQUESTS-DONE-BEFORE
                   MOVE "ALREADY APPLIED" TO WS-DISPOSITION
           END-EVALUATE
           PERFORM PRINT-REQUEST-BLOCK
           PERFORM READ-MIGRATION-REQUEST.

       CHECK-REQUEST-FIELDS.
           EVALUATE TRUE
               WHEN MIGR-OLD-ID = SPACES OR MIGR-NEW-ID = SPACES
                   MOVE "OLD OR NEW CALLER ID MISSING"
                       TO WS-REFUSE-REASON
               WHEN MIGR-OLD-ID = MIGR-NEW-ID
                   MOVE "OLD AND NEW CALLER ID ARE THE SAME"
                       TO WS-REFUSE-REASON
               WHEN NOT MIGR-RENAME AND NOT MIGR-MERGE
                   MOVE "ACTION MUST BE R (RENAME) OR M (MERGE)"
                       TO WS-REFUSE-REASON
               WHEN MIGR-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "EFFECTIVE DATE IS NOT A DATE"
                       TO WS-REFUSE-REASON
               WHEN MIGR-EFFECTIVE-DATE = ZERO
                   MOVE "EFFECTIVE DATE IS NOT A DATE"
                       TO WS-REFUSE-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(MIGR-EFFECTIVE-DATE)
                    NOT = ZERO
                   MOVE "EFFECTIVE DATE IS NOT A DATE"
                       TO WS-REFUSE-REASON
           END-EVALUATE
           IF WS-REFUSE-REASON NOT = SPACES
               MOVE "R" TO WS-REQUEST-STATE
           END-IF
           IF MIGR-RENAME
               MOVE "RENAME" TO WS-ACTION-TEXT
           ELSE
               MOVE "MERGE" TO WS-ACTION-TEXT
           END-IF.

       CHECK-ALIAS-HISTORY.
      *    Applied before - the same pair already on CALCALIS - is
      *    passed over quietly, so the request file can be rerun.
           PERFORM MATCH-APPLIED-PAIR
               VARYING WS-ALIAS-SUB FROM 1 BY 1
               UNTIL WS-ALIAS-SUB > WS-ALIAS-COUNT OR
                     WS-REQUEST-DONE-BEFORE
           IF WS-REQUEST-ACCEPTED AND
              MIGR-EFFECTIVE-DATE > WS-BUSINESS-DATE
               MOVE "P" TO WS-REQUEST-STATE
           END-IF
           IF WS-REQUEST-ACCEPTED
               PERFORM MATCH-RETIRED-ID
                   VARYING WS-ALIAS-SUB FROM 1 BY 1
                   UNTIL WS-ALIAS-SUB > WS-ALIAS-COUNT OR
                         WS-REQUEST-REFUSED
           END-IF
           IF WS-REQUEST-ACCEPTED AND WS-ALIAS-FULL
               MOVE "R" TO WS-REQUEST-STATE
               MOVE "CALCALIS TOO LARGE TO CHECK - NOTHING APPLIED"
                   TO WS-REFUSE-REASON
           END-IF.

       MATCH-APPLIED-PAIR.
           IF WS-ALS-OLD-ID(WS-ALIAS-SUB) = MIGR-OLD-ID AND
              WS-ALS-NEW-ID(WS-ALIAS-SUB) = MIGR-NEW-ID
               MOVE "D" TO WS-REQUEST-STATE
           END-IF.

       MATCH-RETIRED-ID.
      *    A retired ID is never brought back, nor retired twice.
           EVALUATE TRUE
               WHEN WS-ALS-OLD-ID(WS-ALIAS-SUB) = MIGR-OLD-ID
                   MOVE "R" TO WS-REQUEST-STATE
                   STRING "OLD ID ALREADY RETIRED INTO "
                          WS-ALS-NEW-ID(WS-ALIAS-SUB)
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   END-STRING
               WHEN WS-ALS-OLD-ID(WS-ALIAS-SUB) = MIGR-NEW-ID
                   MOVE "R" TO WS-REQUEST-STATE
                   STRING "NEW ID WAS RETIRED INTO "
                          WS-ALS-NEW-ID(WS-ALIAS-SUB)
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   END-STRING
           END-EVALUATE.

      *****************************************************************
      * Counts under each ID, store by store. WS-COUNT-PHASE says      *
      * whether they are the before or the after figures.              *
      *****************************************************************
       COUNT-REQUEST-HOLDINGS.
           PERFORM COUNT-ONE-HOLDING
               VARYING WS-HOLDING-SUB FROM 1 BY 1
               UNTIL WS-HOLDING-SUB > WS-HOLDING-COUNT
           INITIALIZE WS-QUOTA-TABLE
           INITIALIZE WS-REGISTER-TABLE
           MOVE "N" TO WS-MOVE-TABLE-FULL-SWITCH
           MOVE "O" TO WS-GATHER-SIDE
           MOVE MIGR-OLD-ID TO WS-SCAN-ROOT
           PERFORM GATHER-KEYED-SIDE
           MOVE "N" TO WS-GATHER-SIDE
           MOVE MIGR-NEW-ID TO WS-SCAN-ROOT
           PERFORM GATHER-KEYED-SIDE
           IF WS-COUNTING-BEFORE
               PERFORM COUNT-QUOTA-HISTORY
               PERFORM COUNT-MASTER-HISTORY
           END-IF.

       COUNT-ONE-HOLDING.
           IF WS-HLD-DROPPED(WS-HOLDING-SUB) = "N"
               MOVE WS-HLD-STORE(WS-HOLDING-SUB) TO WS-STORE-SUB
               EVALUATE TRUE
                   WHEN WS-HLD-CALLER-ID(WS-HOLDING-SUB) = MIGR-OLD-ID
                       IF WS-COUNTING-BEFORE
                           ADD 1 TO WS-IMP-OLD-BEFORE(WS-STORE-SUB)
                       ELSE
                           ADD 1 TO WS-IMP-OLD-AFTER(WS-STORE-SUB)
                       END-IF
                   WHEN WS-HLD-CALLER-ID(WS-HOLDING-SUB) = MIGR-NEW-ID
                       IF WS-COUNTING-BEFORE
                           ADD 1 TO WS-IMP-NEW-BEFORE(WS-STORE-SUB)
                       ELSE
                           ADD 1 TO WS-IMP-NEW-AFTER(WS-STORE-SUB)
                       END-IF
               END-EVALUATE
           END-IF.

       GATHER-KEYED-SIDE.
           PERFORM BUILD-SCAN-LIST
           PERFORM GATHER-ONE-SCAN-ID
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-SCAN-COUNT.

       BUILD-SCAN-LIST.
      *    On a dry run nothing has really moved, so an ID this run
      *    has notionally folded into the root still holds its keyed
      *    records on file. Latest first catches a chain in one pass.
           MOVE 1 TO WS-SCAN-COUNT
           MOVE WS-SCAN-ROOT TO WS-SCAN-ID(1)
           IF WS-DRY-RUN
               PERFORM EXTEND-SCAN-LIST
                   VARYING WS-ALIAS-SUB FROM WS-ALIAS-COUNT BY -1
                   UNTIL WS-ALIAS-SUB < 1
           END-IF.

       EXTEND-SCAN-LIST.
           IF WS-ALS-THIS-RUN(WS-ALIAS-SUB) = "Y" AND
              WS-SCAN-COUNT < 21
               MOVE "N" TO WS-SCAN-FOUND-SWITCH
               PERFORM MATCH-SCAN-ID
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-SCAN-COUNT OR
                         WS-SCAN-FOUND
               IF WS-SCAN-FOUND
                   ADD 1 TO WS-SCAN-COUNT
                   MOVE WS-ALS-OLD-ID(WS-ALIAS-SUB)
                       TO WS-SCAN-ID(WS-SCAN-COUNT)
               END-IF
           END-IF.

       MATCH-SCAN-ID.
           IF WS-SCAN-ID(WS-SCAN-SUB) = WS-ALS-NEW-ID(WS-ALIAS-SUB)
               MOVE "Y" TO WS-SCAN-FOUND-SWITCH
           END-IF.

       GATHER-ONE-SCAN-ID.
           IF WS-QUOTA-OPEN
               PERFORM GATHER-QUOTA-RECORDS
           END-IF
           IF WS-REGISTER-OPEN
               PERFORM GATHER-REGISTER-RECORDS
           END-IF.

       GATHER-QUOTA-RECORDS.
           MOVE "N" TO WS-BROWSE-DONE-SWITCH
           MOVE WS-SCAN-ID(WS-SCAN-SUB) TO QOTA-CALLER-ID
           MOVE ZEROS TO QOTA-DATE
           START QUOTA-FILE KEY IS >= QOTA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BROWSE-DONE-SWITCH
           END-START
           PERFORM BROWSE-QUOTA-RECORD UNTIL WS-BROWSE-DONE.

       BROWSE-QUOTA-RECORD.
           READ QUOTA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BROWSE-DONE-SWITCH
               NOT AT END
                   IF QOTA-CALLER-ID NOT = WS-SCAN-ID(WS-SCAN-SUB)
                       MOVE "Y" TO WS-BROWSE-DONE-SWITCH
                   ELSE
                       PERFORM STORE-QUOTA-MOVE
                   END-IF
           END-READ.

       STORE-QUOTA-MOVE.
           IF WS-QMV-COUNT < 500
               ADD 1 TO WS-QMV-COUNT
               MOVE WS-GATHER-SIDE TO WS-QMV-SIDE(WS-QMV-COUNT)
               MOVE QOTA-CALLER-ID TO WS-QMV-HOLDER-ID(WS-QMV-COUNT)
               MOVE QOTA-DATE TO WS-QMV-DATE(WS-QMV-COUNT)
               MOVE QOTA-CALL-COUNT TO WS-QMV-CALLS(WS-QMV-COUNT)
           ELSE
               MOVE "Y" TO WS-MOVE-TABLE-FULL-SWITCH
           END-IF
           MOVE 8 TO WS-STORE-SUB
           PERFORM ADD-SIDE-COUNT.

       GATHER-REGISTER-RECORDS.
           MOVE "N" TO WS-BROWSE-DONE-SWITCH
           MOVE WS-SCAN-ID(WS-SCAN-SUB) TO RGF-CALLER-ID
           MOVE LOW-VALUES TO RGF-REGISTER-NAME
           START REGISTER-FILE KEY IS >= RGF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BROWSE-DONE-SWITCH
           END-START
           PERFORM BROWSE-REGISTER-RECORD UNTIL WS-BROWSE-DONE.

       BROWSE-REGISTER-RECORD.
           READ REGISTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BROWSE-DONE-SWITCH
               NOT AT END
                   IF RGF-CALLER-ID NOT = WS-SCAN-ID(WS-SCAN-SUB)
                       MOVE "Y" TO WS-BROWSE-DONE-SWITCH
                   ELSE
                       PERFORM STORE-REGISTER-MOVE
                   END-IF
           END-READ.

       STORE-REGISTER-MOVE.
           IF WS-RMV-COUNT < 500
               ADD 1 TO WS-RMV-COUNT
               MOVE WS-GATHER-SIDE TO WS-RMV-SIDE(WS-RMV-COUNT)
               MOVE RGF-CALLER-ID TO WS-RMV-HOLDER-ID(WS-RMV-COUNT)
               MOVE RGF-REGISTER-NAME TO WS-RMV-NAME(WS-RMV-COUNT)
               MOVE RGF-VALUE TO WS-RMV-VALUE(WS-RMV-COUNT)
               MOVE RGF-UPDATE-DATE
                   TO WS-RMV-UPDATE-DATE(WS-RMV-COUNT)
               MOVE RGF-UPDATE-TIME
                   TO WS-RMV-UPDATE-TIME(WS-RMV-COUNT)
           ELSE
               MOVE "Y" TO WS-MOVE-TABLE-FULL-SWITCH
           END-IF
           MOVE 9 TO WS-STORE-SUB
           PERFORM ADD-SIDE-COUNT.

       ADD-SIDE-COUNT.
           EVALUATE TRUE
               WHEN WS-GATHER-SIDE = "O" AND WS-COUNTING-BEFORE
                   ADD 1 TO WS-IMP-OLD-BEFORE(WS-STORE-SUB)
               WHEN WS-GATHER-SIDE = "O"
                   ADD 1 TO WS-IMP-OLD-AFTER(WS-STORE-SUB)
               WHEN WS-COUNTING-BEFORE
                   ADD 1 TO WS-IMP-NEW-BEFORE(WS-STORE-SUB)
               WHEN OTHER
                   ADD 1 TO WS-IMP-NEW-AFTER(WS-STORE-SUB)
           END-EVALUATE.

       COUNT-QUOTA-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT QUOTA-HISTORY-FILE
           IF WS-QHIS-FILE-STATUS = "00"
               PERFORM READ-QUOTA-HISTORY
               PERFORM NOTE-QUOTA-HISTORY UNTIL WS-END-OF-FILE
               CLOSE QUOTA-HISTORY-FILE
           END-IF.

       READ-QUOTA-HISTORY.
           READ QUOTA-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       NOTE-QUOTA-HISTORY.
           EVALUATE QHIS-CALLER-ID
               WHEN MIGR-OLD-ID
                   ADD 1 TO WS-IMP-OLD-BEFORE(10)
               WHEN MIGR-NEW-ID
                   ADD 1 TO WS-IMP-NEW-BEFORE(10)
           END-EVALUATE
           PERFORM READ-QUOTA-HISTORY.

       COUNT-MASTER-HISTORY.
           IF WS-MASTER-OPEN
               MOVE MIGR-OLD-ID TO WS-SCAN-ROOT
               PERFORM BROWSE-MASTER-CALLER
               MOVE MIGR-NEW-ID TO WS-SCAN-ROOT
               PERFORM BROWSE-MASTER-CALLER
           END-IF.

       BROWSE-MASTER-CALLER.
           MOVE "N" TO WS-BROWSE-DONE-SWITCH
           MOVE WS-SCAN-ROOT TO AUDM-CALLER-ID
           START MASTER-FILE KEY IS = AUDM-CALLER-ID
               INVALID KEY
                   MOVE "Y" TO WS-BROWSE-DONE-SWITCH
           END-START
           PERFORM COUNT-MASTER-RECORD UNTIL WS-BROWSE-DONE.

       COUNT-MASTER-RECORD.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BROWSE-DONE-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN AUDM-CALLER-ID NOT = WS-SCAN-ROOT
                           MOVE "Y" TO WS-BROWSE-DONE-SWITCH
                       WHEN AUDM-CALLER-ID = MIGR-OLD-ID
                           ADD 1 TO WS-IMP-OLD-BEFORE(11)
                       WHEN OTHER
                           ADD 1 TO WS-IMP-NEW-BEFORE(11)
                   END-EVALUATE
           END-READ.

      *****************************************************************
      * What a request may not do.                                     *
      *****************************************************************
       CHECK-MERGE-RULES.
           EVALUATE TRUE
               WHEN WS-IMP-OLD-BEFORE(1) = ZERO
                   MOVE "OLD ID IS NOT ON CALCPARM" TO WS-REFUSE-REASON
               WHEN MIGR-RENAME AND WS-IMP-NEW-BEFORE(1) > ZERO
                   MOVE "NEW ID ALREADY ON CALCPARM - USE A MERGE"
                       TO WS-REFUSE-REASON
               WHEN MIGR-MERGE AND WS-IMP-NEW-BEFORE(1) = ZERO
                   MOVE "NEW ID IS NOT ON CALCPARM - USE A RENAME"
                       TO WS-REFUSE-REASON
               WHEN WS-MOVE-TABLE-FULL
                   MOVE "TOO MANY COUNTERS OR REGISTERS TO MOVE AT ONCE"
                       TO WS-REFUSE-REASON
           END-EVALUATE
           IF WS-REFUSE-REASON = SPACES
               PERFORM CHECK-REGISTER-CLASH
                   VARYING WS-REGISTER-SUB FROM 1 BY 1
                   UNTIL WS-REGISTER-SUB > WS-RMV-COUNT OR
                         WS-REFUSE-REASON NOT = SPACES
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM CHECK-CURRENCY-CLASH
                   VARYING WS-HOLDING-SUB FROM 1 BY 1
                   UNTIL WS-HOLDING-SUB > WS-HOLDING-COUNT OR
                         WS-REFUSE-REASON NOT = SPACES
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM CHECK-ENTITY-CLASH
           END-IF
           IF WS-REFUSE-REASON NOT = SPACES
               MOVE "R" TO WS-REQUEST-STATE
           END-IF
           PERFORM NOTE-QUOTA-OVERLAPS.

       CHECK-REGISTER-CLASH.
           IF WS-RMV-SIDE(WS-REGISTER-SUB) = "O"
               PERFORM MATCH-REGISTER-NAME
                   VARYING WS-REGISTER-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-REGISTER-OTHER-SUB > WS-RMV-COUNT OR
                         WS-REFUSE-REASON NOT = SPACES
           END-IF.

       MATCH-REGISTER-NAME.
           IF WS-RMV-SIDE(WS-REGISTER-OTHER-SUB) = "N" AND
              WS-RMV-NAME(WS-REGISTER-OTHER-SUB) =
              WS-RMV-NAME(WS-REGISTER-SUB)
               STRING "REGISTER " WS-RMV-NAME(WS-REGISTER-SUB)
                      " IS HELD UNDER BOTH IDS"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               END-STRING
           END-IF.

       CHECK-CURRENCY-CLASH.
           IF WS-HLD-STORE(WS-HOLDING-SUB) = 4 AND
              WS-HLD-CALLER-ID(WS-HOLDING-SUB) = MIGR-OLD-ID
               MOVE WS-HLD-IMAGE(WS-HOLDING-SUB) TO IMG-RCY-RECORD
               PERFORM MATCH-CURRENCY-REGISTER
                   VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB > WS-HOLDING-COUNT OR
                         WS-REFUSE-REASON NOT = SPACES
           END-IF.

       MATCH-CURRENCY-REGISTER.
           IF WS-HLD-STORE(WS-OTHER-SUB) = 4 AND
              WS-HLD-CALLER-ID(WS-OTHER-SUB) = MIGR-NEW-ID AND
              WS-HLD-IMAGE(WS-OTHER-SUB)(9:8) = IMG-RCY-REGISTER-NAME
               STRING "REGISTER CURRENCY FOR " IMG-RCY-REGISTER-NAME
                      " IS SET UNDER BOTH IDS"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               END-STRING
           END-IF.

       CHECK-ENTITY-CLASH.
      *    Folding one legal entity's caller into the other's would
      *    move its history across the company boundary.
           MOVE MIGR-OLD-ID TO WS-ENTITY-FIND-ID
           PERFORM FIND-ENTITY-IN-EFFECT
           MOVE WS-ENTITY-FOUND-CODE TO WS-OLD-ENTITY
           MOVE MIGR-NEW-ID TO WS-ENTITY-FIND-ID
           PERFORM FIND-ENTITY-IN-EFFECT
           MOVE WS-ENTITY-FOUND-CODE TO WS-NEW-ENTITY
           IF WS-OLD-ENTITY NOT = SPACES AND
              WS-NEW-ENTITY NOT = SPACES AND
              WS-OLD-ENTITY NOT = WS-NEW-ENTITY
               STRING "OLD ID IS IN ENTITY " WS-OLD-ENTITY
                      ", NEW ID IN ENTITY " WS-NEW-ENTITY
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               END-STRING
           END-IF.

       FIND-ENTITY-IN-EFFECT.
      *    The same rule as CALCENTL, on the assignments as they stand
      *    in this run.
           MOVE SPACES TO WS-ENTITY-FOUND-CODE
           MOVE ZEROS TO WS-ENTITY-FOUND-DATE
           PERFORM MATCH-ENTITY-HOLDING
               VARYING WS-HOLDING-SUB FROM 1 BY 1
               UNTIL WS-HOLDING-SUB > WS-HOLDING-COUNT.

       MATCH-ENTITY-HOLDING.
           IF WS-HLD-STORE(WS-HOLDING-SUB) = 2 AND
              WS-HLD-DROPPED(WS-HOLDING-SUB) = "N" AND
              WS-HLD-CALLER-ID(WS-HOLDING-SUB) = WS-ENTITY-FIND-ID
               MOVE WS-HLD-IMAGE(WS-HOLDING-SUB) TO IMG-ENTY-RECORD
               IF IMG-ENTY-EFFECTIVE-DATE NUMERIC AND
                  IMG-ENTY-EFFECTIVE-DATE <= MIGR-EFFECTIVE-DATE AND
                  IMG-ENTY-EFFECTIVE-DATE >= WS-ENTITY-FOUND-DATE AND
                  IMG-ENTY-ENTITY-CODE NOT = SPACES
                   MOVE IMG-ENTY-EFFECTIVE-DATE
                       TO WS-ENTITY-FOUND-DATE
                   MOVE IMG-ENTY-ENTITY-CODE TO WS-ENTITY-FOUND-CODE
               END-IF
           END-IF.

       NOTE-QUOTA-OVERLAPS.
           MOVE ZEROS TO WS-QUOTA-OVERLAPS
           PERFORM CHECK-QUOTA-OVERLAP
               VARYING WS-QUOTA-SUB FROM 1 BY 1
               UNTIL WS-QUOTA-SUB > WS-QMV-COUNT.

       CHECK-QUOTA-OVERLAP.
           IF WS-QMV-SIDE(WS-QUOTA-SUB) = "O"
               PERFORM MATCH-QUOTA-DATE
                   VARYING WS-QUOTA-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-QUOTA-OTHER-SUB > WS-QMV-COUNT
           END-IF.

       MATCH-QUOTA-DATE.
           IF WS-QMV-SIDE(WS-QUOTA-OTHER-SUB) = "N" AND
              WS-QMV-DATE(WS-QUOTA-OTHER-SUB) =
              WS-QMV-DATE(WS-QUOTA-SUB)
               ADD 1 TO WS-QUOTA-OVERLAPS
           END-IF.

       LEAVE-STORES-UNCHANGED.
           MOVE WS-IMP-OLD-BEFORE(WS-STORE-SUB)
               TO WS-IMP-OLD-AFTER(WS-STORE-SUB)
           MOVE WS-IMP-NEW-BEFORE(WS-STORE-SUB)
               TO WS-IMP-NEW-AFTER(WS-STORE-SUB)
           MOVE "UNCHANGED" TO WS-IMP-TREATMENT(WS-STORE-SUB).

      *****************************************************************
      * Applying a request: the held stores in storage (a dry run      *
      * stops there, so later requests see the projected state), the   *
      * keyed stores and the written-back held stores on an update     *
      * run, and the alias last of all.                                *
      *****************************************************************
       APPLY-MIGRATION-REQUEST.
           MOVE SPACES TO WS-STORE-CHANGED-FLAGS
           PERFORM SET-STORE-TREATMENTS
           PERFORM REKEY-ONE-HOLDING
               VARYING WS-HOLDING-SUB FROM 1 BY 1
               UNTIL WS-HOLDING-SUB > WS-HOLDING-COUNT
           IF WS-UPDATE-RUN
               PERFORM MOVE-ONE-REGISTER
                   VARYING WS-REGISTER-SUB FROM 1 BY 1
                   UNTIL WS-REGISTER-SUB > WS-RMV-COUNT
               PERFORM MOVE-ONE-QUOTA-COUNTER
                   VARYING WS-QUOTA-SUB FROM 1 BY 1
                   UNTIL WS-QUOTA-SUB > WS-QMV-COUNT
               PERFORM REWRITE-CHANGED-STORES
               PERFORM APPEND-ALIAS-RECORD
           END-IF
           PERFORM NOTE-RUN-ALIAS
           PERFORM COUNT-AFTER-HOLDINGS.

       SET-STORE-TREATMENTS.
           PERFORM SET-REKEY-TREATMENT
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > 9
           IF MIGR-MERGE
               MOVE "OLD RECORD DROPPED - NEW LIMITS STAND"
                   TO WS-IMP-TREATMENT(1)
               IF WS-IMP-NEW-BEFORE(2) > ZERO AND
                  WS-IMP-OLD-BEFORE(2) > ZERO
                   MOVE "OLD ASSIGNMENTS DROPPED - NEW ID'S STAND"
                       TO WS-IMP-TREATMENT(2)
               END-IF
           END-IF
           IF WS-QUOTA-OVERLAPS > ZERO
               MOVE "RE-KEYED - SAME-DAY COUNTS ADDED TOGETHER"
                   TO WS-IMP-TREATMENT(8)
           END-IF
           MOVE "HISTORY - LINKED BY ALIAS, NOT RE-KEYED"
               TO WS-IMP-TREATMENT(10)
           MOVE "HISTORY - LINKED BY ALIAS, NOT RE-KEYED"
               TO WS-IMP-TREATMENT(11).

       SET-REKEY-TREATMENT.
           IF WS-IMP-OLD-BEFORE(WS-STORE-SUB) = ZERO
               MOVE "NOTHING HELD UNDER OLD ID"
                   TO WS-IMP-TREATMENT(WS-STORE-SUB)
           ELSE
               MOVE "RE-KEYED" TO WS-IMP-TREATMENT(WS-STORE-SUB)
           END-IF.

       REKEY-ONE-HOLDING.
           IF WS-HLD-CALLER-ID(WS-HOLDING-SUB) = MIGR-OLD-ID AND
              WS-HLD-DROPPED(WS-HOLDING-SUB) = "N"
               MOVE WS-HLD-STORE(WS-HOLDING-SUB) TO WS-STORE-SUB
               MOVE "Y" TO WS-STORE-CHANGED(WS-STORE-SUB)
               IF MIGR-MERGE AND
                  (WS-STORE-SUB = 1 OR
                   (WS-STORE-SUB = 2 AND
                    WS-IMP-NEW-BEFORE(2) > ZERO))
                   MOVE "Y" TO WS-HLD-DROPPED(WS-HOLDING-SUB)
               ELSE
                   MOVE MIGR-NEW-ID
                       TO WS-HLD-CALLER-ID(WS-HOLDING-SUB)
               END-IF
           END-IF.

       MOVE-ONE-REGISTER.
      *    The clash check has already ruled out a name held by both.
           IF WS-RMV-SIDE(WS-REGISTER-SUB) = "O"
               MOVE WS-RMV-HOLDER-ID(WS-REGISTER-SUB) TO RGF-CALLER-ID
               MOVE WS-RMV-NAME(WS-REGISTER-SUB) TO RGF-REGISTER-NAME
               DELETE REGISTER-FILE RECORD
                   INVALID KEY
                       PERFORM NOTE-REGISTER-FAILURE
               END-DELETE
               MOVE MIGR-NEW-ID TO RGF-CALLER-ID
               MOVE WS-RMV-NAME(WS-REGISTER-SUB) TO RGF-REGISTER-NAME
               MOVE WS-RMV-VALUE(WS-REGISTER-SUB) TO RGF-VALUE
               MOVE WS-RMV-UPDATE-DATE(WS-REGISTER-SUB)
                   TO RGF-UPDATE-DATE
               MOVE WS-RMV-UPDATE-TIME(WS-REGISTER-SUB)
                   TO RGF-UPDATE-TIME
               WRITE RGF-RECORD
                   INVALID KEY
                       PERFORM NOTE-REGISTER-FAILURE
               END-WRITE
           END-IF.

       NOTE-REGISTER-FAILURE.
           MOVE "Y" TO WS-UPDATE-FAILED-SWITCH
           STRING "UPDATE FAILED ON " WS-RMV-NAME(WS-REGISTER-SUB)
                  " - STATUS " WS-REGISTER-FILE-STATUS
               DELIMITED BY SIZE INTO WS-IMP-TREATMENT(9)
           END-STRING.

       MOVE-ONE-QUOTA-COUNTER.
           IF WS-QMV-SIDE(WS-QUOTA-SUB) = "O"
               MOVE WS-QMV-HOLDER-ID(WS-QUOTA-SUB) TO QOTA-CALLER-ID
               MOVE WS-QMV-DATE(WS-QUOTA-SUB) TO QOTA-DATE
               DELETE QUOTA-FILE RECORD
                   INVALID KEY
                       PERFORM NOTE-QUOTA-FAILURE
               END-DELETE
               MOVE MIGR-NEW-ID TO QOTA-CALLER-ID
               MOVE WS-QMV-DATE(WS-QUOTA-SUB) TO QOTA-DATE
               READ QUOTA-FILE
                   INVALID KEY
                       MOVE WS-QMV-CALLS(WS-QUOTA-SUB)
                           TO QOTA-CALL-COUNT
                       WRITE QOTA-RECORD
                           INVALID KEY
                               PERFORM NOTE-QUOTA-FAILURE
                       END-WRITE
                   NOT INVALID KEY
                       ADD WS-QMV-CALLS(WS-QUOTA-SUB)
                           TO QOTA-CALL-COUNT
                       REWRITE QOTA-RECORD
                           INVALID KEY
                               PERFORM NOTE-QUOTA-FAILURE
                       END-REWRITE
               END-READ
           END-IF.

       NOTE-QUOTA-FAILURE.
           MOVE "Y" TO WS-UPDATE-FAILED-SWITCH
           STRING "UPDATE FAILED ON " WS-QMV-DATE(WS-QUOTA-SUB)
                  " - STATUS " WS-QUOTA-FILE-STATUS
               DELIMITED BY SIZE INTO WS-IMP-TREATMENT(8)
           END-STRING.

       REWRITE-CHANGED-STORES.
           IF WS-STORE-CHANGED(1) = "Y"
               OPEN OUTPUT PARM-FILE
               MOVE 1 TO WS-STORE-SUB
               PERFORM WRITE-ONE-PARM-RECORD
                   VARYING WS-HOLDING-SUB FROM 1 BY 1
                   UNTIL WS-HOLDING-SUB > WS-HOLDING-COUNT
               CLOSE PARM-FILE
               MOVE "CALCPARM" TO TVER-TABLE-NAME
               MOVE "CALCMIGR" TO TVER-CHANGED-BY
               CALL "CALCTVUP" USING TVER-RECORD
           END-IF
           IF WS-STORE-CHANGED(2) = "Y"
               OPEN OUTPUT ENTITY-FILE
               MOVE 2 TO WS-STORE-SUB
               PERFORM WRITE-ONE-ENTITY-RECORD
                   VARYING WS-HOLDING-SUB FROM 1 BY 1
                   UNTIL WS-HOLDING-SUB > WS-HOLDING-COUNT
               CLOSE ENTITY-FILE
           END-IF
           IF WS-STORE-CHANGED(3) = "Y"
               OPEN OUTPUT KEY-FILE
               MOVE 3 TO WS-STORE-SUB
               PERFORM WRITE-ONE-KEY-RECORD
                   VARYING WS-HOLDING-SUB FROM 1 BY 1
                   UNTIL WS-HOLDING-SUB > WS-HOLDING-COUNT
               CLOSE KEY-FILE
           END-IF
           IF WS-STORE-CHANGED(4) = "Y"
               OPEN OUTPUT REGISTER-CURRENCY-FILE
               MOVE 4 TO WS-STORE-SUB
               PERFORM WRITE-ONE-RCCY-RECORD
                   VARYING WS-HOLDING-SUB FROM 1 BY 1
                   UNTIL WS-HOLDING-SUB > WS-HOLDING-COUNT
               CLOSE REGISTER-CURRENCY-FILE
           END-IF
           IF WS-STORE-CHANGED(5) = "Y"
               OPEN OUTPUT LOAN-FILE
               MOVE 5 TO WS-STORE-SUB
               PERFORM WRITE-ONE-LOAN-RECORD
                   VARYING WS-HOLDING-SUB FROM 1 BY 1
                   UNTIL WS-HOLDING-SUB > WS-HOLDING-COUNT
               CLOSE LOAN-FILE
           END-IF
           IF WS-STORE-CHANGED(6) = "Y"
               OPEN OUTPUT ORDER-FILE
               MOVE 6 TO WS-STORE-SUB
               PERFORM WRITE-ONE-ORDER-RECORD
                   VARYING WS-HOLDING-SUB FROM 1 BY 1
                   UNTIL WS-HOLDING-SUB > WS-HOLDING-COUNT
               CLOSE ORDER-FILE
           END-IF
           IF WS-STORE-CHANGED(7) = "Y"
               OPEN OUTPUT PENDING-FILE
               MOVE 7 TO WS-STORE-SUB
               PERFORM WRITE-ONE-PENDING-RECORD
                   VARYING WS-HOLDING-SUB FROM 1 BY 1
                   UNTIL WS-HOLDING-SUB > WS-HOLDING-COUNT
               CLOSE PENDING-FILE
           END-IF.

       WRITE-ONE-PARM-RECORD.
           IF WS-HLD-STORE(WS-HOLDING-SUB) = WS-STORE-SUB AND
              WS-HLD-DROPPED(WS-HOLDING-SUB) = "N"
               MOVE WS-HLD-IMAGE(WS-HOLDING-SUB) TO PARM-RECORD
               MOVE WS-HLD-CALLER-ID(WS-HOLDING-SUB) TO PARM-CALLER-ID
               WRITE PARM-RECORD
           END-IF.

       WRITE-ONE-ENTITY-RECORD.
           IF WS-HLD-STORE(WS-HOLDING-SUB) = WS-STORE-SUB AND
              WS-HLD-DROPPED(WS-HOLDING-SUB) = "N"
               MOVE WS-HLD-IMAGE(WS-HOLDING-SUB) TO ENTY-RECORD
               MOVE WS-HLD-CALLER-ID(WS-HOLDING-SUB) TO ENTY-CALLER-ID
               WRITE ENTY-RECORD
           END-IF.

       WRITE-ONE-KEY-RECORD.
           IF WS-HLD-STORE(WS-HOLDING-SUB) = WS-STORE-SUB AND
              WS-HLD-DROPPED(WS-HOLDING-SUB) = "N"
               MOVE WS-HLD-IMAGE(WS-HOLDING-SUB) TO AKEY-RECORD
               MOVE WS-HLD-CALLER-ID(WS-HOLDING-SUB) TO AKEY-CALLER-ID
               WRITE AKEY-RECORD
           END-IF.

       WRITE-ONE-RCCY-RECORD.
           IF WS-HLD-STORE(WS-HOLDING-SUB) = WS-STORE-SUB AND
              WS-HLD-DROPPED(WS-HOLDING-SUB) = "N"
               MOVE WS-HLD-IMAGE(WS-HOLDING-SUB) TO RCY-RECORD
               MOVE WS-HLD-CALLER-ID(WS-HOLDING-SUB) TO RCY-CALLER-ID
               WRITE RCY-RECORD
           END-IF.

       WRITE-ONE-LOAN-RECORD.
           IF WS-HLD-STORE(WS-HOLDING-SUB) = WS-STORE-SUB AND
              WS-HLD-DROPPED(WS-HOLDING-SUB) = "N"
               MOVE WS-HLD-IMAGE(WS-HOLDING-SUB) TO LOAN-RECORD
               MOVE WS-HLD-CALLER-ID(WS-HOLDING-SUB) TO LOAN-CALLER-ID
               WRITE LOAN-RECORD
           END-IF.

       WRITE-ONE-ORDER-RECORD.
           IF WS-HLD-STORE(WS-HOLDING-SUB) = WS-STORE-SUB AND
              WS-HLD-DROPPED(WS-HOLDING-SUB) = "N"
               MOVE WS-HLD-IMAGE(WS-HOLDING-SUB)
                   TO STANDING-ORDER-RECORD
               MOVE WS-HLD-CALLER-ID(WS-HOLDING-SUB) TO STDO-CALLER-ID
               WRITE STANDING-ORDER-RECORD
           END-IF.

       WRITE-ONE-PENDING-RECORD.
           IF WS-HLD-STORE(WS-HOLDING-SUB) = WS-STORE-SUB AND
              WS-HLD-DROPPED(WS-HOLDING-SUB) = "N"
               MOVE WS-HLD-IMAGE(WS-HOLDING-SUB) TO PEND-RECORD
               MOVE WS-HLD-CALLER-ID(WS-HOLDING-SUB) TO PEND-CALLER-ID
               WRITE PEND-RECORD
           END-IF.

       APPEND-ALIAS-RECORD.
           OPEN EXTEND ALIAS-FILE
           IF WS-ALIAS-FILE-STATUS = "35"
               OPEN OUTPUT ALIAS-FILE
           END-IF
           MOVE MIGR-OLD-ID TO ALIS-OLD-ID
           MOVE MIGR-NEW-ID TO ALIS-NEW-ID
           MOVE MIGR-EFFECTIVE-DATE TO ALIS-EFFECTIVE-DATE
           MOVE MIGR-ACTION TO ALIS-ACTION
           MOVE WS-RUN-DATE TO ALIS-APPLIED-DATE
           MOVE WS-RUN-TIME TO ALIS-APPLIED-TIME
           WRITE ALIS-RECORD
           CLOSE ALIAS-FILE.

       NOTE-RUN-ALIAS.
           IF WS-ALIAS-COUNT < 500
               ADD 1 TO WS-ALIAS-COUNT
               MOVE MIGR-OLD-ID TO WS-ALS-OLD-ID(WS-ALIAS-COUNT)
               MOVE MIGR-NEW-ID TO WS-ALS-NEW-ID(WS-ALIAS-COUNT)
               MOVE "Y" TO WS-ALS-THIS-RUN(WS-ALIAS-COUNT)
           ELSE
               MOVE "Y" TO WS-ALIAS-FULL-SWITCH
           END-IF.

       COUNT-AFTER-HOLDINGS.
      *    Recounted on an update run; on a dry run the keyed stores
      *    are still as they were, so their after figures are worked
      *    out. History never moves.
           MOVE "A" TO WS-COUNT-PHASE
           IF WS-UPDATE-RUN
               PERFORM COUNT-REQUEST-HOLDINGS
           ELSE
               PERFORM COUNT-ONE-HOLDING
                   VARYING WS-HOLDING-SUB FROM 1 BY 1
                   UNTIL WS-HOLDING-SUB > WS-HOLDING-COUNT
               MOVE ZEROS TO WS-IMP-OLD-AFTER(8)
               COMPUTE WS-IMP-NEW-AFTER(8) = WS-IMP-NEW-BEFORE(8) +
                   WS-IMP-OLD-BEFORE(8) - WS-QUOTA-OVERLAPS
               MOVE ZEROS TO WS-IMP-OLD-AFTER(9)
               COMPUTE WS-IMP-NEW-AFTER(9) = WS-IMP-NEW-BEFORE(9) +
                   WS-IMP-OLD-BEFORE(9)
           END-IF
           MOVE WS-IMP-OLD-BEFORE(10) TO WS-IMP-OLD-AFTER(10)
           MOVE WS-IMP-NEW-BEFORE(10) TO WS-IMP-NEW-AFTER(10)
           MOVE WS-IMP-OLD-BEFORE(11) TO WS-IMP-OLD-AFTER(11)
           MOVE WS-IMP-NEW-BEFORE(11) TO WS-IMP-NEW-AFTER(11).

      *****************************************************************
      * The migration report.                                          *
      *****************************************************************
       PRINT-REQUEST-BLOCK.
           IF WS-LINE-NUMBER + 16 > WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           MOVE WS-REQUESTS-READ TO WS-DISPLAY-REQUEST
           MOVE SPACES TO REPORT-LINE
           STRING "REQUEST " WS-DISPLAY-REQUEST "  "
                  WS-ACTION-TEXT " " MIGR-OLD-ID " INTO " MIGR-NEW-ID
                  "  EFFECTIVE " MIGR-EFFECTIVE-DATE
                  "  " WS-DISPOSITION
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-REQUEST-REFUSED
               MOVE SPACES TO REPORT-LINE
               STRING "    REASON: " WS-REFUSE-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-REQUEST-COUNTED
               MOVE WS-STORE-HEADING-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM PRINT-STORE-LINE
                   VARYING WS-STORE-SUB FROM 1 BY 1
                   UNTIL WS-STORE-SUB > 11
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-STORE-LINE.
           MOVE WS-STORE-NAME(WS-STORE-SUB) TO WS-SL-STORE
           MOVE WS-IMP-OLD-BEFORE(WS-STORE-SUB) TO WS-SL-OLD-BEFORE
           MOVE WS-IMP-NEW-BEFORE(WS-STORE-SUB) TO WS-SL-NEW-BEFORE
           MOVE WS-IMP-OLD-AFTER(WS-STORE-SUB) TO WS-SL-OLD-AFTER
           MOVE WS-IMP-NEW-AFTER(WS-STORE-SUB) TO WS-SL-NEW-AFTER
           MOVE WS-IMP-TREATMENT(WS-STORE-SUB) TO WS-SL-TREATMENT
           MOVE WS-STORE-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           IF WS-UPDATE-RUN
               MOVE "UPDATE" TO WS-HDG-MODE
           ELSE
               MOVE "DRY RUN - NOTHING CHANGED" TO WS-HDG-MODE
           END-IF
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
           DISPLAY "CALCMIGR - CALLER-ID MIGRATION SUMMARY"
           DISPLAY "========================================"
           EVALUATE TRUE
               WHEN WS-PARM-MISSING
                   DISPLAY "CALCPARM cannot be read - nothing done"
               WHEN WS-TABLE-FULL
                   DISPLAY WS-FULL-STORE-NAME
                       " too large to hold - nothing done"
               WHEN OTHER
                   IF WS-UPDATE-RUN
                       DISPLAY "Run mode:             UPDATE"
                   ELSE
                       DISPLAY "Run mode:             DRY RUN"
                   END-IF
                   DISPLAY "Requests read:        " WS-REQUESTS-READ
                   IF WS-UPDATE-RUN
                       DISPLAY "Requests applied:     "
                           WS-REQUESTS-APPLIED
                   ELSE
                       DISPLAY "Would be applied:     "
                           WS-REQUESTS-APPLIED
                   END-IF
                   DISPLAY "Requests refused:     " WS-REQUESTS-REFUSED
                   DISPLAY "Not yet due:          " WS-REQUESTS-NOT-DUE
                   DISPLAY "Already applied:      "
                       WS-REQUESTS-DONE-BEFORE
                   IF WS-UPDATE-FAILED
                       DISPLAY "Keyed store update failed - see report"
                   END-IF
           END-EVALUATE
           DISPLAY "Report:               CALCMIGP"
           DISPLAY "========================================".

       END PROGRAM CALCMIGR.
