       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCARRV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Inbound File Arrival Monitor                                   *
      * Run repeatedly through the evening, ahead of CALCMRGE, so a    *
      * department whose file has not come in is chased while there is *
      * still time, not discovered absent at 1 a.m. For every source   *
      * on the CALCARSC arrival schedule (see CALCARS) that sends on   *
      * the business day being monitored - its send days, and the      *
      * CALCHOL holidays of the CALCBDAT market - it:                  *
      *   - looks on CALCTRNR for the day's file from that source and  *
      *     takes the earliest receipt as the arrival;                 *
      *   - failing that, looks at the source's SRCINn input file (the *
      *     CALCSRCL file number): a file there whose header is the    *
      *     source's, for the day, is counted and registered on        *
      *     CALCTRNR as ARRIVED at the time it is seen;                *
      *   - raises a LATE alert once the expected time has passed and  *
      *     an ESCALATE alert once the latest acceptable time has      *
      *     passed without the file, each once only, on the CALCARAL   *
      *     alert log and the console;                                 *
      *   - records the arrival against the SLA on the CALCARVH        *
      *     history (see CALCARH) for CALCPUNC's monthly report.       *
      * The day monitored is today's date, or yesterday's before noon  *
      * so a run after midnight still watches the evening's files; a   *
      * CALCARVP control record naming a date overrides it. History    *
      * older than 400 days is dropped as the file is rewritten.       *
      * Return code 8 when any source is past its latest acceptable    *
      * time without its file, 4 when any is past its expected time,   *
      * 16 when the schedule is absent or the history would overflow,  *
      * otherwise 0.                                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CALCARVP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "CALCHOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "CALCARSC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

           SELECT SOURCE-LIST-FILE ASSIGN TO "CALCSRCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCL-FILE-STATUS.

           SELECT SOURCE-FILE-1 ASSIGN TO "SRCIN1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT SOURCE-FILE-2 ASSIGN TO "SRCIN2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT SOURCE-FILE-3 ASSIGN TO "SRCIN3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT SOURCE-FILE-4 ASSIGN TO "SRCIN4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT SOURCE-FILE-5 ASSIGN TO "SRCIN5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "CALCTRNR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "CALCARVH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "CALCARAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  MONITOR-CONTROL-RECORD.
           05  ARVP-BUSINESS-DATE      PIC 9(8).

       FD  BUSINESS-DATE-FILE.
           COPY CALCBDT.

       FD  HOLIDAY-FILE.
           COPY CALCHOL.

       FD  SCHEDULE-FILE.
           COPY CALCARS.

       FD  SOURCE-LIST-FILE.
       01  SOURCE-LIST-RECORD.
           05  SRCL-SOURCE-ID          PIC X(8).
           05  SRCL-FILE-NO            PIC 9.
           05  SRCL-REQUIRED           PIC X.

      *    Only the header and the line count of a waiting source
      *    file matter here; the lines are read as raw images as
      *    CALCMRGE reads them.
       FD  SOURCE-FILE-1.
       01  S1-INPUT-LINE           PIC X(130).
       FD  SOURCE-FILE-2.
       01  S2-INPUT-LINE           PIC X(130).
       FD  SOURCE-FILE-3.
       01  S3-INPUT-LINE           PIC X(130).
       FD  SOURCE-FILE-4.
       01  S4-INPUT-LINE           PIC X(130).
       FD  SOURCE-FILE-5.
       01  S5-INPUT-LINE           PIC X(130).

       FD  REGISTER-FILE.
           COPY CALCTRG.

       FD  HISTORY-FILE.
       01  HISTORY-LINE            PIC X(73).

       FD  ALERT-FILE.
       01  ALERT-LINE              PIC X(58).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-BDAT-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-HOLIDAY-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-SCHEDULE-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-SRCL-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-SOURCE-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-REGISTER-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-ALERT-FILE-STATUS    PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-REFUSE-SWITCH        PIC X VALUE "N".
           88  WS-RUN-REFUSED      VALUE "Y".
       01  WS-HISTORY-FULL-SWITCH  PIC X VALUE "N".
           88  WS-HISTORY-FULL     VALUE "Y".

      *    The run's own clock, and the business day it watches.
       01  WS-CURRENT-STAMP        PIC X(21) VALUE SPACES.
       01  WS-NOW-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-NOW-TIME             PIC 9(6) VALUE ZEROS.
       01  WS-NOW-DAY-NUMBER       PIC 9(7) VALUE ZEROS.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-BUSINESS-DAY-NUMBER  PIC 9(7) VALUE ZEROS.
       01  WS-BUSINESS-WEEKDAY     PIC 9 VALUE ZEROS.
       01  WS-NEXT-DATE            PIC 9(8) VALUE ZEROS.
       01  WS-PURGE-DATE           PIC 9(8) VALUE ZEROS.
       01  WS-REGISTER-MARKET      PIC X(3) VALUE SPACES.
       01  WS-HOLIDAY-SWITCH       PIC X VALUE "N".
           88  WS-IS-HOLIDAY       VALUE "Y".

      *    Every market's non-working dates from CALCHOL.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT    PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-HOLIDAY-ENTRY OCCURS 2000 TIMES.
               10  WS-HOL-MARKET       PIC X(3).
               10  WS-HOL-DATE         PIC 9(8).
       01  WS-HOLIDAY-SUB          PIC 9(4) COMP-3 VALUE ZEROS.

      *    The arrival schedule, with what this run found for each
      *    source: whether it sends today, where its input file
      *    lands, and its earliest arrival on record.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCHEDULE-COUNT   PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-SCHEDULE-ENTRY OCCURS 50 TIMES.
               10  WS-SCH-SOURCE-ID    PIC X(8).
               10  WS-SCH-DEPARTMENT   PIC X(12).
               10  WS-SCH-EXPECTED     PIC 9(4).
               10  WS-SCH-LATEST       PIC 9(4).
               10  WS-SCH-SEND-DAYS    PIC X(7).
               10  WS-SCH-HOLIDAY-FLAG PIC X.
               10  WS-SCH-FILE-NO      PIC 9.
               10  WS-SCH-DUE-TODAY    PIC X.
               10  WS-SCH-ARRIVED      PIC X.
               10  WS-SCH-ARRIVAL-DATE PIC 9(8).
               10  WS-SCH-ARRIVAL-TIME PIC 9(6).
               10  WS-SCH-FILE-ID      PIC X(8).
       01  WS-SCHEDULE-SUB         PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-SEND-DAY-SUB         PIC 9 VALUE ZEROS.

      *    The arrival history, loaded whole and rewritten whole.
       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-COUNT    PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-HISTORY-ENTRY OCCURS 5000 TIMES PIC X(73).
       01  WS-HISTORY-SUB          PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-HISTORY-FOUND-SUB    PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-HISTORY-KEPT         PIC 9(4) COMP-3 VALUE ZEROS.

           COPY CALCARH REPLACING LEADING ==ARVH-== BY ==DAY-ARVH-==
                                  LEADING ==ARAL-== BY ==DAY-ARAL-==.

      *    A waiting source file's header, mapped as CALCMRGE maps it.
           COPY CALCTRN REPLACING LEADING ==TRANS-== BY ==WRK-==.
       01  WS-WORK-LINE            PIC X(130) VALUE SPACES.
       01  WS-FILE-NO              PIC 9 VALUE ZEROS.
       01  WS-DETAIL-COUNT         PIC 9(9) VALUE ZEROS.
       01  WS-FILE-USABLE-SWITCH   PIC X VALUE "N".
           88  WS-FILE-USABLE      VALUE "Y".

      *    SLA times are HHMM on the evening of the business day; a
      *    time before noon is the following morning. Everything is
      *    compared as minutes from midnight at the start of the
      *    business day.
       01  WS-SLA-HHMM             PIC 9(4) VALUE ZEROS.
       01  WS-SLA-HHMM-PARTS REDEFINES WS-SLA-HHMM.
           05  WS-SLA-HH           PIC 9(2).
           05  WS-SLA-MM           PIC 9(2).
       01  WS-SLA-MINUTES          PIC S9(7) VALUE ZEROS.
       01  WS-CLOCK-DATE           PIC 9(8) VALUE ZEROS.
       01  WS-CLOCK-TIME           PIC 9(6) VALUE ZEROS.
       01  WS-CLOCK-TIME-PARTS REDEFINES WS-CLOCK-TIME.
           05  WS-CLOCK-HH         PIC 9(2).
           05  WS-CLOCK-MM         PIC 9(2).
           05  WS-CLOCK-SS         PIC 9(2).
       01  WS-CLOCK-MINUTES        PIC S9(7) VALUE ZEROS.
       01  WS-EXPECTED-MINUTES     PIC S9(7) VALUE ZEROS.
       01  WS-LATEST-MINUTES       PIC S9(7) VALUE ZEROS.
       01  WS-NOW-MINUTES          PIC S9(7) VALUE ZEROS.
       01  WS-ARRIVAL-MINUTES      PIC S9(7) VALUE ZEROS.
       01  WS-LATE-MINUTES         PIC S9(7) VALUE ZEROS.

       01  WS-SOURCES-DUE          PIC 9(3) VALUE ZEROS.
       01  WS-SOURCES-ARRIVED      PIC 9(3) VALUE ZEROS.
       01  WS-SOURCES-PENDING      PIC 9(3) VALUE ZEROS.
       01  WS-SOURCES-OVERDUE      PIC 9(3) VALUE ZEROS.
       01  WS-SOURCES-MISSING      PIC 9(3) VALUE ZEROS.
       01  WS-FILES-REGISTERED     PIC 9(3) VALUE ZEROS.
       01  WS-LATE-ALERTS          PIC 9(3) VALUE ZEROS.
       01  WS-ESCALATE-ALERTS      PIC 9(3) VALUE ZEROS.
       01  WS-HISTORY-DROPPED      PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           INITIALIZE WS-HOLIDAY-TABLE
           INITIALIZE WS-SCHEDULE-TABLE
           INITIALIZE WS-HISTORY-TABLE
           PERFORM GET-MONITOR-DATE
           PERFORM LOAD-HOLIDAYS
           PERFORM LOAD-ARRIVAL-SCHEDULE
           IF WS-RUN-REFUSED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-SOURCE-LIST
           PERFORM LOAD-ARRIVAL-HISTORY
           IF WS-HISTORY-FULL
               DISPLAY "CALCARRV - CALCARVH HISTORY TABLE FULL - "
                   "NOTHING MONITORED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM DECIDE-SOURCES-DUE
           PERFORM SCAN-TRANSMISSION-REGISTER
           PERFORM REGISTER-WAITING-FILES
           PERFORM OPEN-ALERT-LOG
           PERFORM ASSESS-ONE-SOURCE
               VARYING WS-SCHEDULE-SUB FROM 1 BY 1
               UNTIL WS-SCHEDULE-SUB > WS-SCHEDULE-COUNT
           CLOSE ALERT-FILE
           PERFORM REWRITE-ARRIVAL-HISTORY
           PERFORM DISPLAY-RUN-SUMMARY
           EVALUATE TRUE
               WHEN WS-SOURCES-MISSING > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SOURCES-OVERDUE > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *****************************************************************
      * The clock, the business day watched and its calendar.          *
      *****************************************************************
       GET-MONITOR-DATE.
      *    The calendar market comes from the CALCBDAT register; the
      *    day watched is the evening's own date, since the register
      *    still holds last night's date until CALCNITE starts.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-NOW-DATE
           MOVE WS-CURRENT-STAMP(9:6) TO WS-NOW-TIME
           COMPUTE WS-NOW-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDAT-FILE-STATUS NOT = "35"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BDAT-MARKET-CODE TO WS-REGISTER-MARKET
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           MOVE ZEROS TO WS-BUSINESS-DATE
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "35"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ARVP-BUSINESS-DATE NUMERIC AND
                          ARVP-BUSINESS-DATE > ZERO
                           MOVE ARVP-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-BUSINESS-DATE = ZEROS
               IF WS-NOW-TIME < 120000
                   COMPUTE WS-BUSINESS-DAY-NUMBER =
                           WS-NOW-DAY-NUMBER - 1
                   COMPUTE WS-BUSINESS-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-BUSINESS-DAY-NUMBER)
               ELSE
                   MOVE WS-NOW-DATE TO WS-BUSINESS-DATE
               END-IF
           END-IF
           COMPUTE WS-BUSINESS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           COMPUTE WS-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-BUSINESS-DAY-NUMBER + 1)
           COMPUTE WS-PURGE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-BUSINESS-DAY-NUMBER - 400)
      *    Monday-based MOD 7 as everywhere else: zero is Sunday,
      *    which is day 7 of the schedule's send days.
           COMPUTE WS-BUSINESS-WEEKDAY =
                   FUNCTION MOD(WS-BUSINESS-DAY-NUMBER, 7)
           IF WS-BUSINESS-WEEKDAY = ZERO
               MOVE 7 TO WS-BUSINESS-WEEKDAY
           END-IF
           MOVE WS-NOW-DATE TO WS-CLOCK-DATE
           MOVE WS-NOW-TIME TO WS-CLOCK-TIME
           PERFORM CONVERT-CLOCK-TIME
           MOVE WS-CLOCK-MINUTES TO WS-NOW-MINUTES.

       LOAD-HOLIDAYS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-FILE-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM READ-HOLIDAY-RECORD
               PERFORM STORE-HOLIDAY-RECORD UNTIL WS-END-OF-FILE
               CLOSE HOLIDAY-FILE
           END-IF
           MOVE "N" TO WS-HOLIDAY-SWITCH
           PERFORM CHECK-HOLIDAY-ENTRY
               VARYING WS-HOLIDAY-SUB FROM 1 BY 1
               UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
                  OR WS-IS-HOLIDAY.

       READ-HOLIDAY-RECORD.
           READ HOLIDAY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-HOLIDAY-RECORD.
           IF WS-HOLIDAY-COUNT < 2000
               ADD 1 TO WS-HOLIDAY-COUNT
               MOVE HOL-MARKET-CODE TO WS-HOL-MARKET(WS-HOLIDAY-COUNT)
               MOVE HOL-DATE TO WS-HOL-DATE(WS-HOLIDAY-COUNT)
           END-IF
           PERFORM READ-HOLIDAY-RECORD.

       CHECK-HOLIDAY-ENTRY.
           IF WS-HOL-DATE(WS-HOLIDAY-SUB) = WS-BUSINESS-DATE AND
              WS-HOL-MARKET(WS-HOLIDAY-SUB) = WS-REGISTER-MARKET
               MOVE "Y" TO WS-HOLIDAY-SWITCH
           END-IF.

      *****************************************************************
      * The schedule, the source list and the history.                 *
      *****************************************************************
       LOAD-ARRIVAL-SCHEDULE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-FILE-STATUS = "35"
               DISPLAY "CALCARRV - NO ARRIVAL SCHEDULE ON CALCARSC"
               MOVE "Y" TO WS-REFUSE-SWITCH
           ELSE
               PERFORM READ-SCHEDULE-RECORD
               PERFORM STORE-SCHEDULE-RECORD UNTIL WS-END-OF-FILE
               CLOSE SCHEDULE-FILE
           END-IF.

       READ-SCHEDULE-RECORD.
           READ SCHEDULE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-SCHEDULE-RECORD.
      *    A record whose times are not HHMM cannot be monitored and
      *    is reported instead of guessed at.
           IF ARSC-EXPECTED-TIME NOT NUMERIC OR
              ARSC-LATEST-TIME NOT NUMERIC OR
              ARSC-EXPECTED-TIME(3:2) > "59" OR
              ARSC-LATEST-TIME(3:2) > "59" OR
              ARSC-EXPECTED-TIME > 2359 OR ARSC-LATEST-TIME > 2359
               DISPLAY "CALCARRV - SCHEDULE FOR " ARSC-SOURCE-ID
                   " HAS INVALID TIMES - IGNORED"
           ELSE
               IF WS-SCHEDULE-COUNT < 50
                   ADD 1 TO WS-SCHEDULE-COUNT
                   MOVE ARSC-SOURCE-ID
                       TO WS-SCH-SOURCE-ID(WS-SCHEDULE-COUNT)
                   MOVE ARSC-DEPARTMENT
                       TO WS-SCH-DEPARTMENT(WS-SCHEDULE-COUNT)
                   MOVE ARSC-EXPECTED-TIME
                       TO WS-SCH-EXPECTED(WS-SCHEDULE-COUNT)
                   MOVE ARSC-LATEST-TIME
                       TO WS-SCH-LATEST(WS-SCHEDULE-COUNT)
                   MOVE ARSC-SEND-DAYS
                       TO WS-SCH-SEND-DAYS(WS-SCHEDULE-COUNT)
                   MOVE ARSC-HOLIDAY-FLAG
                       TO WS-SCH-HOLIDAY-FLAG(WS-SCHEDULE-COUNT)
                   MOVE ZEROS TO WS-SCH-FILE-NO(WS-SCHEDULE-COUNT)
                   MOVE "N" TO WS-SCH-DUE-TODAY(WS-SCHEDULE-COUNT)
                   MOVE "N" TO WS-SCH-ARRIVED(WS-SCHEDULE-COUNT)
               ELSE
                   DISPLAY "CALCARRV - SCHEDULE TABLE FULL - "
                       ARSC-SOURCE-ID " NOT MONITORED"
               END-IF
           END-IF
           PERFORM READ-SCHEDULE-RECORD.

       LOAD-SOURCE-LIST.
      *    Only to learn which SRCINn file each source lands in; a
      *    source not on the list is watched on CALCTRNR alone.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SOURCE-LIST-FILE
           IF WS-SRCL-FILE-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM READ-SOURCE-LIST-RECORD
               PERFORM STORE-SOURCE-FILE-NO UNTIL WS-END-OF-FILE
               CLOSE SOURCE-LIST-FILE
           END-IF.

       READ-SOURCE-LIST-RECORD.
           READ SOURCE-LIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-SOURCE-FILE-NO.
           IF SRCL-FILE-NO >= 1 AND SRCL-FILE-NO <= 5
               PERFORM MATCH-SOURCE-FILE-NO
                   VARYING WS-SCHEDULE-SUB FROM 1 BY 1
                   UNTIL WS-SCHEDULE-SUB > WS-SCHEDULE-COUNT
           END-IF
           PERFORM READ-SOURCE-LIST-RECORD.

       MATCH-SOURCE-FILE-NO.
           IF WS-SCH-SOURCE-ID(WS-SCHEDULE-SUB) = SRCL-SOURCE-ID
               MOVE SRCL-FILE-NO TO WS-SCH-FILE-NO(WS-SCHEDULE-SUB)
           END-IF.

       LOAD-ARRIVAL-HISTORY.
      *    Room is kept for one new day of every scheduled source, so
      *    a full table is refused before anything is touched.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM READ-HISTORY-RECORD
               PERFORM STORE-HISTORY-RECORD UNTIL WS-END-OF-FILE
               CLOSE HISTORY-FILE
           END-IF
           IF WS-HISTORY-COUNT + WS-SCHEDULE-COUNT > 5000
               MOVE "Y" TO WS-HISTORY-FULL-SWITCH
           END-IF.

       READ-HISTORY-RECORD.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-HISTORY-RECORD.
           IF WS-HISTORY-COUNT < 5000
               ADD 1 TO WS-HISTORY-COUNT
               MOVE HISTORY-LINE TO WS-HISTORY-ENTRY(WS-HISTORY-COUNT)
           ELSE
               MOVE "Y" TO WS-HISTORY-FULL-SWITCH
           END-IF
           PERFORM READ-HISTORY-RECORD.

       DECIDE-SOURCES-DUE.
      *    A source is due on its send days, and on a holiday of the
      *    register market only if it sends regardless.
           PERFORM DECIDE-ONE-SOURCE-DUE
               VARYING WS-SCHEDULE-SUB FROM 1 BY 1
               UNTIL WS-SCHEDULE-SUB > WS-SCHEDULE-COUNT.

       DECIDE-ONE-SOURCE-DUE.
           MOVE WS-BUSINESS-WEEKDAY TO WS-SEND-DAY-SUB
           IF WS-SCH-SEND-DAYS(WS-SCHEDULE-SUB)(WS-SEND-DAY-SUB:1)
              = "Y"
               IF WS-IS-HOLIDAY AND
                  WS-SCH-HOLIDAY-FLAG(WS-SCHEDULE-SUB) NOT = "Y"
                   CONTINUE
               ELSE
                   MOVE "Y" TO WS-SCH-DUE-TODAY(WS-SCHEDULE-SUB)
                   ADD 1 TO WS-SOURCES-DUE
               END-IF
           END-IF.

      *****************************************************************
      * Arrivals: the transmission register, then waiting files.       *
      *****************************************************************
       SCAN-TRANSMISSION-REGISTER.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM READ-REGISTER-RECORD
               PERFORM NOTE-REGISTER-ARRIVAL UNTIL WS-END-OF-FILE
               CLOSE REGISTER-FILE
           END-IF.

       READ-REGISTER-RECORD.
           READ REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       NOTE-REGISTER-ARRIVAL.
      *    Any disposition counts: a rejected file still arrived. The
      *    day's file is the one with the day's business date, or for
      *    a header without one, one received that day or the next
      *    morning.
           IF TRNR-BUSINESS-DATE = WS-BUSINESS-DATE OR
              ((TRNR-BUSINESS-DATE NOT NUMERIC OR
                TRNR-BUSINESS-DATE = ZEROS) AND
               (TRNR-RECEIPT-DATE = WS-BUSINESS-DATE OR
                TRNR-RECEIPT-DATE = WS-NEXT-DATE))
               PERFORM MATCH-REGISTER-SOURCE
                   VARYING WS-SCHEDULE-SUB FROM 1 BY 1
                   UNTIL WS-SCHEDULE-SUB > WS-SCHEDULE-COUNT
           END-IF
           PERFORM READ-REGISTER-RECORD.

       MATCH-REGISTER-SOURCE.
           IF WS-SCH-SOURCE-ID(WS-SCHEDULE-SUB) = TRNR-SOURCE-ID AND
              WS-SCH-DUE-TODAY(WS-SCHEDULE-SUB) = "Y"
               IF WS-SCH-ARRIVED(WS-SCHEDULE-SUB) NOT = "Y" OR
                  TRNR-RECEIPT-DATE <
                      WS-SCH-ARRIVAL-DATE(WS-SCHEDULE-SUB) OR
                  (TRNR-RECEIPT-DATE =
                      WS-SCH-ARRIVAL-DATE(WS-SCHEDULE-SUB) AND
                   TRNR-RECEIPT-TIME <
                      WS-SCH-ARRIVAL-TIME(WS-SCHEDULE-SUB))
                   MOVE "Y" TO WS-SCH-ARRIVED(WS-SCHEDULE-SUB)
                   MOVE TRNR-RECEIPT-DATE
                       TO WS-SCH-ARRIVAL-DATE(WS-SCHEDULE-SUB)
                   MOVE TRNR-RECEIPT-TIME
                       TO WS-SCH-ARRIVAL-TIME(WS-SCHEDULE-SUB)
                   MOVE TRNR-FILE-ID
                       TO WS-SCH-FILE-ID(WS-SCHEDULE-SUB)
               END-IF
           END-IF.

       REGISTER-WAITING-FILES.
      *    A due source not yet on the register whose input file is
      *    waiting is registered now, so its arrival is on record
      *    from the first run that sees it.
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           PERFORM CHECK-ONE-WAITING-FILE
               VARYING WS-SCHEDULE-SUB FROM 1 BY 1
               UNTIL WS-SCHEDULE-SUB > WS-SCHEDULE-COUNT
           CLOSE REGISTER-FILE.

       CHECK-ONE-WAITING-FILE.
           IF WS-SCH-DUE-TODAY(WS-SCHEDULE-SUB) = "Y" AND
              WS-SCH-ARRIVED(WS-SCHEDULE-SUB) NOT = "Y" AND
              WS-SCH-FILE-NO(WS-SCHEDULE-SUB) > ZERO
               MOVE WS-SCH-FILE-NO(WS-SCHEDULE-SUB) TO WS-FILE-NO
               PERFORM OPEN-CURRENT-SOURCE
               IF WS-SOURCE-FILE-STATUS NOT = "35"
                   PERFORM EXAMINE-WAITING-FILE
                   PERFORM CLOSE-CURRENT-SOURCE
                   IF WS-FILE-USABLE
                       PERFORM REGISTER-WAITING-FILE
                   END-IF
               END-IF
           END-IF.

       EXAMINE-WAITING-FILE.
      *    The file must open with the source's own header for the
      *    day - yesterday's file left in place is not an arrival.
           MOVE "N" TO WS-FILE-USABLE-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           MOVE ZEROS TO WS-DETAIL-COUNT
           PERFORM READ-CURRENT-SOURCE
           IF NOT WS-END-OF-FILE AND WS-WORK-LINE(1:3) = "HDR"
               MOVE WS-WORK-LINE TO WRK-HEADER-RECORD
               IF (WRK-HDR-SOURCE = WS-SCH-SOURCE-ID(WS-SCHEDULE-SUB)
                   OR WRK-HDR-SOURCE = SPACES) AND
                  (WRK-HDR-BUSINESS-DATE = WS-BUSINESS-DATE OR
                   WRK-HDR-BUSINESS-DATE NOT NUMERIC OR
                   WRK-HDR-BUSINESS-DATE = ZEROS)
                   MOVE "Y" TO WS-FILE-USABLE-SWITCH
                   PERFORM READ-CURRENT-SOURCE
                   PERFORM COUNT-WAITING-DETAIL UNTIL WS-END-OF-FILE
               END-IF
           END-IF.

       COUNT-WAITING-DETAIL.
           IF WS-WORK-LINE(1:3) NOT = "TLR"
               ADD 1 TO WS-DETAIL-COUNT
           END-IF
           PERFORM READ-CURRENT-SOURCE.

       REGISTER-WAITING-FILE.
           MOVE WS-SCH-SOURCE-ID(WS-SCHEDULE-SUB) TO TRNR-SOURCE-ID
           MOVE WRK-HDR-FILE-ID TO TRNR-FILE-ID
           MOVE WS-BUSINESS-DATE TO TRNR-BUSINESS-DATE
           MOVE WS-NOW-DATE TO TRNR-RECEIPT-DATE
           MOVE WS-NOW-TIME TO TRNR-RECEIPT-TIME
           MOVE WS-DETAIL-COUNT TO TRNR-RECORD-COUNT
           MOVE "ARRIVED" TO TRNR-DISPOSITION
           WRITE TRNR-RECORD
           ADD 1 TO WS-FILES-REGISTERED
           MOVE "Y" TO WS-SCH-ARRIVED(WS-SCHEDULE-SUB)
           MOVE WS-NOW-DATE TO WS-SCH-ARRIVAL-DATE(WS-SCHEDULE-SUB)
           MOVE WS-NOW-TIME TO WS-SCH-ARRIVAL-TIME(WS-SCHEDULE-SUB)
           MOVE WRK-HDR-FILE-ID TO WS-SCH-FILE-ID(WS-SCHEDULE-SUB)
           DISPLAY "CALCARRV - " WS-SCH-SOURCE-ID(WS-SCHEDULE-SUB)
               " FILE " WRK-HDR-FILE-ID " ARRIVED ON SRCIN"
               WS-FILE-NO " - REGISTERED".

       OPEN-CURRENT-SOURCE.
           EVALUATE WS-FILE-NO
               WHEN 1
                   OPEN INPUT SOURCE-FILE-1
               WHEN 2
                   OPEN INPUT SOURCE-FILE-2
               WHEN 3
                   OPEN INPUT SOURCE-FILE-3
               WHEN 4
                   OPEN INPUT SOURCE-FILE-4
               WHEN 5
                   OPEN INPUT SOURCE-FILE-5
           END-EVALUATE.

       READ-CURRENT-SOURCE.
           EVALUATE WS-FILE-NO
               WHEN 1
                   READ SOURCE-FILE-1
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE S1-INPUT-LINE TO WS-WORK-LINE
                   END-READ
               WHEN 2
                   READ SOURCE-FILE-2
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE S2-INPUT-LINE TO WS-WORK-LINE
                   END-READ
               WHEN 3
                   READ SOURCE-FILE-3
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE S3-INPUT-LINE TO WS-WORK-LINE
                   END-READ
               WHEN 4
                   READ SOURCE-FILE-4
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE S4-INPUT-LINE TO WS-WORK-LINE
                   END-READ
               WHEN 5
                   READ SOURCE-FILE-5
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE S5-INPUT-LINE TO WS-WORK-LINE
                   END-READ
           END-EVALUATE.

       CLOSE-CURRENT-SOURCE.
           EVALUATE WS-FILE-NO
               WHEN 1
                   CLOSE SOURCE-FILE-1
               WHEN 2
                   CLOSE SOURCE-FILE-2
               WHEN 3
                   CLOSE SOURCE-FILE-3
               WHEN 4
                   CLOSE SOURCE-FILE-4
               WHEN 5
                   CLOSE SOURCE-FILE-5
           END-EVALUATE.

      *****************************************************************
      * Each due source against its SLA.                               *
      *****************************************************************
       OPEN-ALERT-LOG.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-FILE-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF.

       ASSESS-ONE-SOURCE.
           IF WS-SCH-DUE-TODAY(WS-SCHEDULE-SUB) = "Y"
               PERFORM FIND-OR-ADD-DAY-ENTRY
               MOVE DAY-ARVH-EXPECTED-TIME TO WS-SLA-HHMM
               PERFORM CONVERT-SLA-TIME
               MOVE WS-SLA-MINUTES TO WS-EXPECTED-MINUTES
               MOVE DAY-ARVH-LATEST-TIME TO WS-SLA-HHMM
               PERFORM CONVERT-SLA-TIME
               MOVE WS-SLA-MINUTES TO WS-LATEST-MINUTES
               IF WS-SCH-ARRIVED(WS-SCHEDULE-SUB) = "Y"
                   PERFORM MEASURE-ARRIVAL
               ELSE
                   IF NOT DAY-ARVH-ARRIVED
                       PERFORM CHECK-OUTSTANDING-SOURCE
                   END-IF
               END-IF
               IF DAY-ARVH-ARRIVED
                   ADD 1 TO WS-SOURCES-ARRIVED
               END-IF
               MOVE DAY-ARVH-RECORD
                   TO WS-HISTORY-ENTRY(WS-HISTORY-FOUND-SUB)
           END-IF.

       FIND-OR-ADD-DAY-ENTRY.
      *    The day's history record is opened by the first run that
      *    watches it, under the schedule then in force.
           MOVE ZEROS TO WS-HISTORY-FOUND-SUB
           PERFORM FIND-DAY-ENTRY
               VARYING WS-HISTORY-SUB FROM 1 BY 1
               UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
                  OR WS-HISTORY-FOUND-SUB > ZERO
           IF WS-HISTORY-FOUND-SUB = ZERO
               ADD 1 TO WS-HISTORY-COUNT
               MOVE WS-HISTORY-COUNT TO WS-HISTORY-FOUND-SUB
               MOVE SPACES TO DAY-ARVH-RECORD
               MOVE WS-BUSINESS-DATE TO DAY-ARVH-BUSINESS-DATE
               MOVE WS-SCH-SOURCE-ID(WS-SCHEDULE-SUB)
                   TO DAY-ARVH-SOURCE-ID
               MOVE WS-SCH-DEPARTMENT(WS-SCHEDULE-SUB)
                   TO DAY-ARVH-DEPARTMENT
               MOVE WS-SCH-EXPECTED(WS-SCHEDULE-SUB)
                   TO DAY-ARVH-EXPECTED-TIME
               MOVE WS-SCH-LATEST(WS-SCHEDULE-SUB)
                   TO DAY-ARVH-LATEST-TIME
               MOVE "PENDING" TO DAY-ARVH-STATUS
               MOVE ZEROS TO DAY-ARVH-ARRIVAL-DATE
               MOVE ZEROS TO DAY-ARVH-ARRIVAL-TIME
               MOVE ZEROS TO DAY-ARVH-MINUTES-LATE
               MOVE "N" TO DAY-ARVH-LATE-ALERTED
               MOVE "N" TO DAY-ARVH-ESCALATED
           END-IF.

       FIND-DAY-ENTRY.
           MOVE WS-HISTORY-ENTRY(WS-HISTORY-SUB) TO DAY-ARVH-RECORD
           IF DAY-ARVH-BUSINESS-DATE = WS-BUSINESS-DATE AND
              DAY-ARVH-SOURCE-ID = WS-SCH-SOURCE-ID(WS-SCHEDULE-SUB)
               MOVE WS-HISTORY-SUB TO WS-HISTORY-FOUND-SUB
           END-IF.

       MEASURE-ARRIVAL.
      *    Minutes late are measured from the expected time; the
      *    latest acceptable time only decides LATE against BREACH.
           MOVE WS-SCH-ARRIVAL-DATE(WS-SCHEDULE-SUB)
               TO DAY-ARVH-ARRIVAL-DATE
           MOVE WS-SCH-ARRIVAL-TIME(WS-SCHEDULE-SUB)
               TO DAY-ARVH-ARRIVAL-TIME
           MOVE WS-SCH-FILE-ID(WS-SCHEDULE-SUB) TO DAY-ARVH-FILE-ID
           MOVE DAY-ARVH-ARRIVAL-DATE TO WS-CLOCK-DATE
           MOVE DAY-ARVH-ARRIVAL-TIME TO WS-CLOCK-TIME
           PERFORM CONVERT-CLOCK-TIME
           MOVE WS-CLOCK-MINUTES TO WS-ARRIVAL-MINUTES
           COMPUTE WS-LATE-MINUTES =
                   WS-ARRIVAL-MINUTES - WS-EXPECTED-MINUTES
           EVALUATE TRUE
               WHEN WS-LATE-MINUTES <= ZERO
                   MOVE ZEROS TO DAY-ARVH-MINUTES-LATE
                   MOVE "ONTIME" TO DAY-ARVH-STATUS
               WHEN WS-ARRIVAL-MINUTES <= WS-LATEST-MINUTES
                   MOVE WS-LATE-MINUTES TO DAY-ARVH-MINUTES-LATE
                   MOVE "LATE" TO DAY-ARVH-STATUS
               WHEN OTHER
                   IF WS-LATE-MINUTES > 99999
                       MOVE 99999 TO DAY-ARVH-MINUTES-LATE
                   ELSE
                       MOVE WS-LATE-MINUTES TO DAY-ARVH-MINUTES-LATE
                   END-IF
                   MOVE "BREACH" TO DAY-ARVH-STATUS
           END-EVALUATE.

       CHECK-OUTSTANDING-SOURCE.
      *    A run that first looks after the latest time raises the
      *    escalation alone; the late alert would only repeat it.
           EVALUATE TRUE
               WHEN WS-NOW-MINUTES >= WS-LATEST-MINUTES
                   MOVE "MISSING" TO DAY-ARVH-STATUS
                   ADD 1 TO WS-SOURCES-MISSING
                   IF DAY-ARVH-ESCALATED NOT = "Y"
                       MOVE "ESCALATE" TO DAY-ARAL-ALERT-TYPE
                       PERFORM RAISE-ARRIVAL-ALERT
                       MOVE "Y" TO DAY-ARVH-ESCALATED
                       MOVE "Y" TO DAY-ARVH-LATE-ALERTED
                       ADD 1 TO WS-ESCALATE-ALERTS
                   END-IF
               WHEN WS-NOW-MINUTES >= WS-EXPECTED-MINUTES
                   MOVE "OVERDUE" TO DAY-ARVH-STATUS
                   ADD 1 TO WS-SOURCES-OVERDUE
                   IF DAY-ARVH-LATE-ALERTED NOT = "Y"
                       MOVE "LATE" TO DAY-ARAL-ALERT-TYPE
                       PERFORM RAISE-ARRIVAL-ALERT
                       MOVE "Y" TO DAY-ARVH-LATE-ALERTED
                       ADD 1 TO WS-LATE-ALERTS
                   END-IF
               WHEN OTHER
                   MOVE "PENDING" TO DAY-ARVH-STATUS
                   ADD 1 TO WS-SOURCES-PENDING
           END-EVALUATE.

       RAISE-ARRIVAL-ALERT.
           MOVE WS-NOW-DATE TO DAY-ARAL-ALERT-DATE
           MOVE WS-NOW-TIME TO DAY-ARAL-ALERT-TIME
           MOVE WS-BUSINESS-DATE TO DAY-ARAL-BUSINESS-DATE
           MOVE DAY-ARVH-SOURCE-ID TO DAY-ARAL-SOURCE-ID
           MOVE DAY-ARVH-DEPARTMENT TO DAY-ARAL-DEPARTMENT
           MOVE DAY-ARVH-EXPECTED-TIME TO DAY-ARAL-EXPECTED-TIME
           MOVE DAY-ARVH-LATEST-TIME TO DAY-ARAL-LATEST-TIME
           MOVE DAY-ARAL-RECORD TO ALERT-LINE
           WRITE ALERT-LINE
           IF DAY-ARAL-ESCALATE-ALERT
               DISPLAY "CALCARRV - ESCALATE: " DAY-ARVH-SOURCE-ID
                   " (" DAY-ARVH-DEPARTMENT ") FILE NOT RECEIVED BY "
                   "LATEST ACCEPTABLE TIME " DAY-ARVH-LATEST-TIME
           ELSE
               DISPLAY "CALCARRV - LATE: " DAY-ARVH-SOURCE-ID
                   " (" DAY-ARVH-DEPARTMENT ") FILE NOT RECEIVED BY "
                   "EXPECTED TIME " DAY-ARVH-EXPECTED-TIME
           END-IF.

       CONVERT-SLA-TIME.
           COMPUTE WS-SLA-MINUTES = WS-SLA-HH * 60
           ADD WS-SLA-MM TO WS-SLA-MINUTES
           IF WS-SLA-HHMM < 1200
               ADD 1440 TO WS-SLA-MINUTES
           END-IF.

       CONVERT-CLOCK-TIME.
      *    A clock reading as minutes from the business day's
      *    midnight; one operation per COMPUTE.
           COMPUTE WS-CLOCK-MINUTES =
                   FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE)
           SUBTRACT WS-BUSINESS-DAY-NUMBER FROM WS-CLOCK-MINUTES
           MULTIPLY 1440 BY WS-CLOCK-MINUTES
           COMPUTE WS-SLA-MINUTES = WS-CLOCK-HH * 60
           ADD WS-SLA-MINUTES TO WS-CLOCK-MINUTES
           ADD WS-CLOCK-MM TO WS-CLOCK-MINUTES.

      *****************************************************************
      * History rewrite and run summary.                               *
      *****************************************************************
       REWRITE-ARRIVAL-HISTORY.
           MOVE ZEROS TO WS-HISTORY-KEPT
           OPEN OUTPUT HISTORY-FILE
           PERFORM WRITE-ONE-HISTORY-RECORD
               VARYING WS-HISTORY-SUB FROM 1 BY 1
               UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
           CLOSE HISTORY-FILE.

       WRITE-ONE-HISTORY-RECORD.
           MOVE WS-HISTORY-ENTRY(WS-HISTORY-SUB) TO DAY-ARVH-RECORD
           IF DAY-ARVH-BUSINESS-DATE < WS-PURGE-DATE
               ADD 1 TO WS-HISTORY-DROPPED
           ELSE
               MOVE DAY-ARVH-RECORD TO HISTORY-LINE
               WRITE HISTORY-LINE
               ADD 1 TO WS-HISTORY-KEPT
           END-IF.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCARRV - FILE ARRIVAL MONITOR SUMMARY"
           DISPLAY "========================================"
           DISPLAY "Business date:        " WS-BUSINESS-DATE
           DISPLAY "Run at:               " WS-NOW-DATE " " WS-NOW-TIME
           IF WS-IS-HOLIDAY
               DISPLAY "Holiday on market:    " WS-REGISTER-MARKET
           END-IF
           DISPLAY "Sources scheduled:    " WS-SCHEDULE-COUNT
           DISPLAY "Sources due today:    " WS-SOURCES-DUE
           DISPLAY "Arrived:              " WS-SOURCES-ARRIVED
           DISPLAY "Not yet due:          " WS-SOURCES-PENDING
           DISPLAY "Overdue:              " WS-SOURCES-OVERDUE
           DISPLAY "Missing:              " WS-SOURCES-MISSING
           DISPLAY "Files registered now: " WS-FILES-REGISTERED
           DISPLAY "Late alerts raised:   " WS-LATE-ALERTS
           DISPLAY "Escalations raised:   " WS-ESCALATE-ALERTS
           DISPLAY "History dropped:      " WS-HISTORY-DROPPED
           DISPLAY "========================================".

       END PROGRAM CALCARRV.
