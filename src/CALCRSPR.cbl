       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRSPR.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Online Response-Time Service-Level Report                      *
      * Reads the CALCRSPT response-time log that CALCCICS, CALCABRW,  *
      * CALCPMNT and CALCWEB append through CALCRSPW, and prints to    *
      * CALCRSPP for one day: per channel, transaction and request     *
      * code the number of requests, the average, 95th-percentile and  *
      * maximum response times, how many ran over the SLA threshold    *
      * and how many did not end successfully, with a total per        *
      * channel; then requests and SLA breaches by hour of day; then a *
      * weekly section comparing the seven days ending on the report   *
      * date with each of the four weeks before, per channel and per   *
      * request, flagging anything whose average has slowed by more    *
      * than the configured band - so a slowdown after a table grows   *
      * or a new release goes in shows up as a number.                 *
      * The CALCRSPC control record carries the SLA threshold (ms),    *
      * the slowdown band (percent) and the report date; with no       *
      * control file the threshold is 2000 ms, the band 20 percent and *
      * the report date the day before the run, which is what the      *
      * morning package wants. The percentile is taken from a 10 ms    *
      * histogram - the resolution the log is captured at - up to ten  *
      * seconds; a 95th percentile beyond that is shown as the         *
      * maximum. The day's figures are kept on the CALCRSPH history    *
      * (see CALCRSH) for the weekly comparison. Ends with return code *
      * 4 when the log has nothing for the report date.                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-LOG-FILE ASSIGN TO "CALCRSPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CALCRSPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "CALCRSPH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCRSPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSE-LOG-FILE.
           COPY CALCRSP.

       FD  CONTROL-FILE.
       01  RESPONSE-CONTROL-RECORD.
           05  RSPC-SLA-MS             PIC 9(7).
           05  RSPC-SLOWDOWN-PCT       PIC 9(3).
           05  RSPC-REPORT-DATE        PIC 9(8).

       FD  HISTORY-FILE.
           COPY CALCRSH.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOG-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".

       01  WS-SLA-MS               PIC 9(7) VALUE 2000.
       01  WS-SLOWDOWN-PCT         PIC 9(3) VALUE 20.
       01  WS-REPORT-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-REPORT-INTEGER       PIC 9(8) COMP-3 VALUE ZEROS.
       01  WS-ROW-INTEGER          PIC 9(8) COMP-3 VALUE ZEROS.
       01  WS-DAYS-BACK            PIC S9(8) COMP-3 VALUE ZEROS.
       01  WS-WEEK-NO              PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-WORK-DATE            PIC 9(8) VALUE ZEROS.

       01  WS-RECORDS-READ         PIC 9(9) VALUE ZEROS.
       01  WS-RECORDS-REPORTED     PIC 9(9) VALUE ZEROS.
       01  WS-RECORDS-UNGROUPED    PIC 9(9) VALUE ZEROS.
       01  WS-HISTORY-ROWS-READ    PIC 9(7) VALUE ZEROS.
       01  WS-HISTORY-ROWS-DROPPED PIC 9(7) VALUE ZEROS.
       01  WS-SLOWDOWN-COUNT       PIC 9(3) VALUE ZEROS.

      *    One group per channel, transaction and request code seen
      *    on the report date, plus a "*ALL" total group per channel.
      *    The histogram beside each group counts its requests in
      *    10 ms buckets; bucket 1001 holds everything of ten seconds
      *    or more.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-COUNT      PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-GROUP-ENTRY OCCURS 60 TIMES.
               10  WS-GRP-KEY.
                   15  WS-GRP-CHANNEL      PIC X(4).
                   15  WS-GRP-TRANSACTION  PIC X(4).
                   15  WS-GRP-REQUEST      PIC X(4).
                       88  WS-GRP-CHANNEL-TOTAL VALUE "*ALL".
               10  WS-GRP-REQUESTS     PIC 9(7).
               10  WS-GRP-TOTAL-MS     PIC 9(11).
               10  WS-GRP-MAX-MS       PIC 9(9).
               10  WS-GRP-P95-MS       PIC 9(9).
               10  WS-GRP-OVER-SLA     PIC 9(7).
               10  WS-GRP-NOT-OK       PIC 9(7).
       01  WS-HISTOGRAM-TABLE.
           05  WS-HISTOGRAM-GROUP OCCURS 60 TIMES.
               10  WS-HIST-BUCKET  OCCURS 1001 TIMES
                                   PIC 9(7) COMP-3.
       01  WS-GROUP-SUB            PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-GROUP-MATCH-SUB      PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-CHANNEL-SUB          PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-SEARCH-KEY.
           05  WS-SEARCH-CHANNEL   PIC X(4).
           05  WS-SEARCH-TRANSACTION PIC X(4).
           05  WS-SEARCH-REQUEST   PIC X(4).
       01  WS-BUCKET-SUB           PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-BUCKET-FOUND         PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-P95-RANK             PIC 9(7) COMP-3 VALUE ZEROS.
       01  WS-CUMULATIVE-COUNT     PIC 9(7) COMP-3 VALUE ZEROS.

      *    Print order for the day's groups and the week's request
      *    keys, sorted on the channel/transaction/request key.
       01  WS-ORDER-TABLE.
           05  WS-ORDER-SUB        OCCURS 100 TIMES PIC 9(3) COMP-3.
       01  WS-ORDER-COUNT          PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-SORT-SUB-1           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-SORT-SUB-2           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-SORT-HOLD            PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-SORT-KEY-1           PIC X(12) VALUE SPACES.
       01  WS-SORT-KEY-2           PIC X(12) VALUE SPACES.
       01  WS-SORT-TABLE-SWITCH    PIC X VALUE "G".
           88  WS-SORTING-GROUPS   VALUE "G".
           88  WS-SORTING-WEEK-KEYS VALUE "W".

      *    Hour-of-day figures for the two online channels.
       01  WS-HOUR-TABLE.
           05  WS-HOUR-ENTRY OCCURS 24 TIMES.
               10  WS-HOUR-CHANNEL OCCURS 2 TIMES.
                   15  WS-HR-REQUESTS      PIC 9(7).
                   15  WS-HR-TOTAL-MS      PIC 9(11).
                   15  WS-HR-OVER-SLA      PIC 9(7).
       01  WS-HOUR-SUB             PIC 9(2) COMP-3 VALUE ZEROS.

       01  WS-CHANNEL-NAMES.
           05  FILLER              PIC X(4) VALUE "CICS".
           05  FILLER              PIC X(4) VALUE "WEB".
       01  WS-CHANNEL-NAME-TABLE REDEFINES WS-CHANNEL-NAMES.
           05  WS-CHANNEL-NAME     OCCURS 2 TIMES PIC X(4).

      *    The history kept for the weekly comparison: every row
      *    within five weeks of the report date except the report
      *    date's own, to which the day's groups are then added.
       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-COUNT    PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-HISTORY-ENTRY OCCURS 4000 TIMES.
               10  WS-HST-DATE         PIC 9(8).
               10  WS-HST-KEY.
                   15  WS-HST-CHANNEL      PIC X(4).
                   15  WS-HST-TRANSACTION  PIC X(4).
                   15  WS-HST-REQUEST      PIC X(4).
                       88  WS-HST-CHANNEL-TOTAL VALUE "*ALL".
               10  WS-HST-REQUESTS     PIC 9(7).
               10  WS-HST-TOTAL-MS     PIC 9(11).
               10  WS-HST-MAX-MS       PIC 9(9).
               10  WS-HST-P95-MS       PIC 9(9).
               10  WS-HST-OVER-SLA     PIC 9(7).
               10  WS-HST-NOT-OK       PIC 9(7).
       01  WS-HISTORY-SUB          PIC 9(4) COMP-3 VALUE ZEROS.

      *    Week 1 is the seven days ending on the report date, weeks
      *    2 to 5 the four before it.
       01  WS-WEEK-TABLE.
           05  WS-WEEK-CHANNEL OCCURS 2 TIMES.
               10  WS-WEEK-ENTRY OCCURS 5 TIMES.
                   15  WS-WK-DAYS          PIC 9(3).
                   15  WS-WK-REQUESTS      PIC 9(9).
                   15  WS-WK-TOTAL-MS      PIC 9(13).
                   15  WS-WK-MAX-MS        PIC 9(9).
                   15  WS-WK-WORST-P95     PIC 9(9).
                   15  WS-WK-OVER-SLA      PIC 9(9).
       01  WS-WEEK-SUB             PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-WEEK-KEY-TABLE.
           05  WS-WEEK-KEY-COUNT   PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-WEEK-KEY-ENTRY OCCURS 100 TIMES.
               10  WS-WKK-KEY          PIC X(12).
               10  WS-WKK-THIS-REQUESTS PIC 9(9).
               10  WS-WKK-THIS-TOTAL-MS PIC 9(13).
               10  WS-WKK-PRIOR-REQUESTS PIC 9(9).
               10  WS-WKK-PRIOR-TOTAL-MS PIC 9(13).
       01  WS-WEEK-KEY-SUB         PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-WEEK-KEY-MATCH-SUB   PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-PRIOR-REQUESTS       PIC 9(9) COMP-3 VALUE ZEROS.
       01  WS-PRIOR-TOTAL-MS       PIC 9(13) COMP-3 VALUE ZEROS.

       01  WS-AVERAGE-MS           PIC 9(9) COMP-3 VALUE ZEROS.
       01  WS-PRIOR-AVERAGE-MS     PIC 9(9) COMP-3 VALUE ZEROS.
       01  WS-CHANGE-PCT           PIC S9(5)V9 COMP-3 VALUE ZEROS.
       01  WS-OVER-PCT             PIC 9(3)V9 COMP-3 VALUE ZEROS.

      *    Print control, same conventions as CALCRPT.
       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
       01  WS-LINE-NUMBER          PIC 9(2) VALUE 99.
       01  WS-PAGE-LIMIT           PIC 9(2) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(44) VALUE
               "CALCRSPR - ONLINE RESPONSE-TIME SERVICE LEVE".
           05  FILLER              PIC X(14) VALUE "L  REPORT DATE".
           05  FILLER              PIC X VALUE SPACE.
           05  WS-HDG-REPORT-DATE  PIC 9(8).
           05  FILLER              PIC X(11) VALUE "  RUN DATE ".
           05  WS-HDG-DATE         PIC 9(8).
           05  FILLER              PIC X(8) VALUE "    PAGE".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(34) VALUE SPACES.

       01  WS-GROUP-HEADING.
           05  FILLER              PIC X(44) VALUE
               "CHAN  TRAN  REQ    REQUESTS   AVG MS   P95 M".
           05  FILLER              PIC X(44) VALUE
               "S     MAX MS  OVER SLA  OVER PCT    NOT OK".
           05  FILLER              PIC X(44) VALUE SPACES.

       01  WS-GROUP-LINE.
           05  WS-GRL-CHANNEL      PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-GRL-TRANSACTION  PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-GRL-REQUEST      PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-GRL-REQUESTS     PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-GRL-AVERAGE      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-GRL-P95          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-GRL-MAXIMUM      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-GRL-OVER-SLA     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-GRL-OVER-PCT     PIC ZZ9.9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-GRL-NOT-OK       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-GRL-FLAG         PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(25) VALUE SPACES.

       01  WS-HOUR-HEADING.
           05  FILLER              PIC X(44) VALUE
               "HOUR   CICS REQS  CICS OVER   CICS AVG    WE".
           05  FILLER              PIC X(44) VALUE
               "B REQS   WEB OVER    WEB AVG".
           05  FILLER              PIC X(44) VALUE SPACES.

       01  WS-HOUR-LINE.
           05  WS-HRL-HOUR         PIC 99.
           05  FILLER              PIC X(3) VALUE ":00".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-HRL-CICS-REQUESTS PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-HRL-CICS-OVER    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-HRL-CICS-AVERAGE PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-HRL-WEB-REQUESTS PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-HRL-WEB-OVER     PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-HRL-WEB-AVERAGE  PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(60) VALUE SPACES.

       01  WS-WEEK-HEADING.
           05  FILLER              PIC X(44) VALUE
               "CHAN  WEEK ENDING        DAYS     REQUESTS  ".
           05  FILLER              PIC X(44) VALUE
               " AVG MS  WORST P95     MAX MS   OVER SLA  OV".
           05  FILLER              PIC X(44) VALUE
               "ER PCT".

       01  WS-WEEK-LINE.
           05  WS-WKL-CHANNEL      PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-WKL-WEEK-END     PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-WKL-TAG          PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-WKL-DAYS         PIC ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-WKL-REQUESTS     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-WKL-AVERAGE      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-WKL-WORST-P95    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-WKL-MAXIMUM      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-WKL-OVER-SLA     PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-WKL-OVER-PCT     PIC ZZ9.9.
           05  FILLER              PIC X(41) VALUE SPACES.

       01  WS-CHANGE-LINE.
           05  WS-CHL-CHANNEL      PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(24) VALUE
               "AVERAGE THIS WEEK (MS) ".
           05  WS-CHL-THIS         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(26) VALUE
               "   PRIOR FOUR WEEKS (MS) ".
           05  WS-CHL-PRIOR        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE "   CHANGE ".
           05  WS-CHL-CHANGE       PIC +ZZZZ9.9.
           05  FILLER              PIC X(5) VALUE " PCT ".
           05  WS-CHL-FLAG         PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-WEEK-KEY-HEADING.
           05  FILLER              PIC X(44) VALUE
               "CHAN  TRAN  REQ   THIS WK REQS  THIS WK AVG ".
           05  FILLER              PIC X(44) VALUE
               " PRIOR 4 WK AVG   CHANGE PCT".
           05  FILLER              PIC X(44) VALUE SPACES.

       01  WS-WEEK-KEY-LINE.
           05  WS-WKK-LINE-KEY.
               10  WS-WKKL-CHANNEL     PIC X(4).
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-WKKL-TRANSACTION PIC X(4).
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-WKKL-REQUEST     PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-WKKL-THIS-REQUESTS PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  WS-WKKL-THIS-AVERAGE PIC ZZZ,ZZ9.
           05  FILLER              PIC X(9) VALUE SPACES.
           05  WS-WKKL-PRIOR-AVERAGE PIC ZZZ,ZZ9.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WS-WKKL-CHANGE      PIC +ZZZZ9.9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-WKKL-FLAG        PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(37) VALUE SPACES.

       01  WS-TEXT-LINE            PIC X(132) VALUE SPACES.
       01  WS-DISPLAY-COUNT        PIC ZZZ,ZZZ,ZZ9.
       01  WS-DISPLAY-MS           PIC Z,ZZZ,ZZ9.
       01  WS-DISPLAY-PCT          PIC ZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           INITIALIZE WS-GROUP-TABLE
           INITIALIZE WS-HISTOGRAM-TABLE
           INITIALIZE WS-HOUR-TABLE
           INITIALIZE WS-WEEK-TABLE
           INITIALIZE WS-WEEK-KEY-TABLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-REPORT-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
           PERFORM READ-REPORT-CONTROLS
           COMPUTE WS-REPORT-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
           PERFORM SEED-CHANNEL-TOTALS
               VARYING WS-CHANNEL-SUB FROM 1 BY 1
               UNTIL WS-CHANNEL-SUB > 2
           PERFORM LOAD-RESPONSE-LOG
           PERFORM FINISH-ONE-GROUP
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
           PERFORM LOAD-RESPONSE-HISTORY
           PERFORM ADD-DAY-TO-HISTORY
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
           PERFORM REWRITE-RESPONSE-HISTORY
           PERFORM ACCUMULATE-ONE-HISTORY-ROW
               VARYING WS-HISTORY-SUB FROM 1 BY 1
               UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
           PERFORM PRINT-SERVICE-LEVEL-REPORT
           PERFORM DISPLAY-RUN-SUMMARY
           IF WS-RECORDS-REPORTED = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-REPORT-CONTROLS.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "35"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RSPC-SLA-MS NUMERIC AND
                          RSPC-SLA-MS > ZERO
                           MOVE RSPC-SLA-MS TO WS-SLA-MS
                       END-IF
                       IF RSPC-SLOWDOWN-PCT NUMERIC AND
                          RSPC-SLOWDOWN-PCT > ZERO
                           MOVE RSPC-SLOWDOWN-PCT TO WS-SLOWDOWN-PCT
                       END-IF
                       IF RSPC-REPORT-DATE NUMERIC AND
                          RSPC-REPORT-DATE > ZERO
                           MOVE RSPC-REPORT-DATE TO WS-REPORT-DATE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       SEED-CHANNEL-TOTALS.
      *    Both channels always get a total line, traffic or not.
           MOVE WS-CHANNEL-NAME(WS-CHANNEL-SUB) TO WS-SEARCH-CHANNEL
           MOVE "*ALL" TO WS-SEARCH-TRANSACTION
           MOVE "*ALL" TO WS-SEARCH-REQUEST
           PERFORM FIND-OR-ADD-GROUP.

      *****************************************************************
      * Day's log: one pass, every record for the report date counted  *
      * into its own group and its channel's total.                    *
      *****************************************************************
       LOAD-RESPONSE-LOG.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RESPONSE-LOG-FILE
           IF WS-LOG-FILE-STATUS = "35"
               DISPLAY "CALCRSPR - NO RESPONSE-TIME LOG ON CALCRSPT"
           ELSE
               PERFORM READ-RESPONSE-RECORD
               PERFORM TALLY-RESPONSE-RECORD UNTIL WS-END-OF-FILE
               CLOSE RESPONSE-LOG-FILE
           END-IF.

       READ-RESPONSE-RECORD.
           READ RESPONSE-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       TALLY-RESPONSE-RECORD.
           ADD 1 TO WS-RECORDS-READ
           IF RSPT-START-DATE = WS-REPORT-DATE AND
              RSPT-ELAPSED-MS NUMERIC
               ADD 1 TO WS-RECORDS-REPORTED
               COMPUTE WS-BUCKET-SUB = RSPT-ELAPSED-MS / 10 + 1
               IF WS-BUCKET-SUB > 1001
                   MOVE 1001 TO WS-BUCKET-SUB
               END-IF
               MOVE RSPT-CHANNEL TO WS-SEARCH-CHANNEL
               MOVE RSPT-TRANSACTION-ID TO WS-SEARCH-TRANSACTION
               MOVE RSPT-REQUEST-CODE TO WS-SEARCH-REQUEST
               PERFORM FIND-OR-ADD-GROUP
               IF WS-GROUP-MATCH-SUB > ZERO
                   PERFORM ADD-TO-GROUP
               ELSE
                   ADD 1 TO WS-RECORDS-UNGROUPED
               END-IF
               MOVE "*ALL" TO WS-SEARCH-TRANSACTION
               MOVE "*ALL" TO WS-SEARCH-REQUEST
               PERFORM FIND-OR-ADD-GROUP
               IF WS-GROUP-MATCH-SUB > ZERO
                   PERFORM ADD-TO-GROUP
               END-IF
               PERFORM ADD-TO-HOUR
           END-IF
           PERFORM READ-RESPONSE-RECORD.

       FIND-OR-ADD-GROUP.
           MOVE ZEROS TO WS-GROUP-MATCH-SUB
           PERFORM MATCH-GROUP-ENTRY
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                  OR WS-GROUP-MATCH-SUB > ZERO
           IF WS-GROUP-MATCH-SUB = ZERO AND WS-GROUP-COUNT < 60
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-SEARCH-KEY TO WS-GRP-KEY(WS-GROUP-COUNT)
               MOVE WS-GROUP-COUNT TO WS-GROUP-MATCH-SUB
           END-IF.

       MATCH-GROUP-ENTRY.
           IF WS-GRP-KEY(WS-GROUP-SUB) = WS-SEARCH-KEY
               MOVE WS-GROUP-SUB TO WS-GROUP-MATCH-SUB
           END-IF.

       ADD-TO-GROUP.
           ADD 1 TO WS-GRP-REQUESTS(WS-GROUP-MATCH-SUB)
           ADD RSPT-ELAPSED-MS TO WS-GRP-TOTAL-MS(WS-GROUP-MATCH-SUB)
           IF RSPT-ELAPSED-MS > WS-GRP-MAX-MS(WS-GROUP-MATCH-SUB)
               MOVE RSPT-ELAPSED-MS
                   TO WS-GRP-MAX-MS(WS-GROUP-MATCH-SUB)
           END-IF
           IF RSPT-ELAPSED-MS > WS-SLA-MS
               ADD 1 TO WS-GRP-OVER-SLA(WS-GROUP-MATCH-SUB)
           END-IF
           IF NOT RSPT-OUTCOME-OK
               ADD 1 TO WS-GRP-NOT-OK(WS-GROUP-MATCH-SUB)
           END-IF
           ADD 1 TO WS-HIST-BUCKET(WS-GROUP-MATCH-SUB, WS-BUCKET-SUB).

       ADD-TO-HOUR.
           EVALUATE TRUE
               WHEN RSPT-CHANNEL-CICS
                   MOVE 1 TO WS-CHANNEL-SUB
               WHEN RSPT-CHANNEL-WEB
                   MOVE 2 TO WS-CHANNEL-SUB
               WHEN OTHER
                   MOVE ZEROS TO WS-CHANNEL-SUB
           END-EVALUATE
           IF WS-CHANNEL-SUB > ZERO AND RSPT-START-HH < 24
               COMPUTE WS-HOUR-SUB = RSPT-START-HH + 1
               ADD 1 TO WS-HR-REQUESTS(WS-HOUR-SUB, WS-CHANNEL-SUB)
               ADD RSPT-ELAPSED-MS
                   TO WS-HR-TOTAL-MS(WS-HOUR-SUB, WS-CHANNEL-SUB)
               IF RSPT-ELAPSED-MS > WS-SLA-MS
                   ADD 1
                     TO WS-HR-OVER-SLA(WS-HOUR-SUB, WS-CHANNEL-SUB)
               END-IF
           END-IF.

       FINISH-ONE-GROUP.
      *    The 95th percentile is the smallest bucket by which at
      *    least 95 percent of the group's requests had finished.
           MOVE ZEROS TO WS-GRP-P95-MS(WS-GROUP-SUB)
           IF WS-GRP-REQUESTS(WS-GROUP-SUB) > ZERO
               COMPUTE WS-P95-RANK =
                       (WS-GRP-REQUESTS(WS-GROUP-SUB) * 95 + 99) / 100
               MOVE ZEROS TO WS-CUMULATIVE-COUNT
               PERFORM ADD-ONE-BUCKET
                   VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 1001
                      OR WS-CUMULATIVE-COUNT >= WS-P95-RANK
               COMPUTE WS-BUCKET-FOUND = WS-BUCKET-SUB - 1
               IF WS-BUCKET-FOUND >= 1001
                   MOVE WS-GRP-MAX-MS(WS-GROUP-SUB)
                       TO WS-GRP-P95-MS(WS-GROUP-SUB)
               ELSE
                   COMPUTE WS-GRP-P95-MS(WS-GROUP-SUB) =
                           (WS-BUCKET-FOUND - 1) * 10
               END-IF
           END-IF.

       ADD-ONE-BUCKET.
           ADD WS-HIST-BUCKET(WS-GROUP-SUB, WS-BUCKET-SUB)
               TO WS-CUMULATIVE-COUNT.

      *****************************************************************
      * History: keep five weeks, replace the report date's own rows   *
      * with today's figures, and write the lot back.                  *
      *****************************************************************
       LOAD-RESPONSE-HISTORY.
           MOVE ZEROS TO WS-HISTORY-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "35"
               PERFORM READ-HISTORY-RECORD
               PERFORM KEEP-HISTORY-RECORD UNTIL WS-END-OF-FILE
               CLOSE HISTORY-FILE
           END-IF.

       READ-HISTORY-RECORD.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       KEEP-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-ROWS-READ
           IF RSPH-DATE NUMERIC AND RSPH-DATE > ZERO
               COMPUTE WS-ROW-INTEGER =
                       FUNCTION INTEGER-OF-DATE(RSPH-DATE)
               COMPUTE WS-DAYS-BACK =
                       WS-REPORT-INTEGER - WS-ROW-INTEGER
           ELSE
               MOVE 99999 TO WS-DAYS-BACK
           END-IF
      *    Rows dated after the report date belong to a later run
      *    and are kept; a rerun for an old date must not lose them.
           IF RSPH-DATE = WS-REPORT-DATE OR WS-DAYS-BACK > 34 OR
              WS-HISTORY-COUNT >= 4000
               ADD 1 TO WS-HISTORY-ROWS-DROPPED
           ELSE
               ADD 1 TO WS-HISTORY-COUNT
               MOVE RSPH-DATE TO WS-HST-DATE(WS-HISTORY-COUNT)
               MOVE RSPH-KEY TO WS-HST-KEY(WS-HISTORY-COUNT)
               MOVE RSPH-REQUESTS TO WS-HST-REQUESTS(WS-HISTORY-COUNT)
               MOVE RSPH-TOTAL-MS TO WS-HST-TOTAL-MS(WS-HISTORY-COUNT)
               MOVE RSPH-MAX-MS TO WS-HST-MAX-MS(WS-HISTORY-COUNT)
               MOVE RSPH-P95-MS TO WS-HST-P95-MS(WS-HISTORY-COUNT)
               MOVE RSPH-OVER-SLA TO WS-HST-OVER-SLA(WS-HISTORY-COUNT)
               MOVE RSPH-NOT-OK TO WS-HST-NOT-OK(WS-HISTORY-COUNT)
           END-IF
           PERFORM READ-HISTORY-RECORD.

       ADD-DAY-TO-HISTORY.
      *    A channel with no traffic still gets its zero total row, so
      *    the weekly section counts the day as reported.
           IF WS-HISTORY-COUNT < 4000
               ADD 1 TO WS-HISTORY-COUNT
               MOVE WS-REPORT-DATE TO WS-HST-DATE(WS-HISTORY-COUNT)
               MOVE WS-GRP-KEY(WS-GROUP-SUB)
                   TO WS-HST-KEY(WS-HISTORY-COUNT)
               MOVE WS-GRP-REQUESTS(WS-GROUP-SUB)
                   TO WS-HST-REQUESTS(WS-HISTORY-COUNT)
               MOVE WS-GRP-TOTAL-MS(WS-GROUP-SUB)
                   TO WS-HST-TOTAL-MS(WS-HISTORY-COUNT)
               MOVE WS-GRP-MAX-MS(WS-GROUP-SUB)
                   TO WS-HST-MAX-MS(WS-HISTORY-COUNT)
               MOVE WS-GRP-P95-MS(WS-GROUP-SUB)
                   TO WS-HST-P95-MS(WS-HISTORY-COUNT)
               MOVE WS-GRP-OVER-SLA(WS-GROUP-SUB)
                   TO WS-HST-OVER-SLA(WS-HISTORY-COUNT)
               MOVE WS-GRP-NOT-OK(WS-GROUP-SUB)
                   TO WS-HST-NOT-OK(WS-HISTORY-COUNT)
           END-IF.

       REWRITE-RESPONSE-HISTORY.
           OPEN OUTPUT HISTORY-FILE
           PERFORM WRITE-ONE-HISTORY-RECORD
               VARYING WS-HISTORY-SUB FROM 1 BY 1
               UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
           CLOSE HISTORY-FILE.

       WRITE-ONE-HISTORY-RECORD.
           MOVE WS-HST-DATE(WS-HISTORY-SUB) TO RSPH-DATE
           MOVE WS-HST-KEY(WS-HISTORY-SUB) TO RSPH-KEY
           MOVE WS-HST-REQUESTS(WS-HISTORY-SUB) TO RSPH-REQUESTS
           MOVE WS-HST-TOTAL-MS(WS-HISTORY-SUB) TO RSPH-TOTAL-MS
           MOVE WS-HST-MAX-MS(WS-HISTORY-SUB) TO RSPH-MAX-MS
           MOVE WS-HST-P95-MS(WS-HISTORY-SUB) TO RSPH-P95-MS
           MOVE WS-HST-OVER-SLA(WS-HISTORY-SUB) TO RSPH-OVER-SLA
           MOVE WS-HST-NOT-OK(WS-HISTORY-SUB) TO RSPH-NOT-OK
           WRITE RSPH-RECORD.

      *****************************************************************
      * Weekly roll-up of the history rows within the five weeks.      *
      *****************************************************************
       ACCUMULATE-ONE-HISTORY-ROW.
           COMPUTE WS-ROW-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-HST-DATE(WS-HISTORY-SUB))
           COMPUTE WS-DAYS-BACK = WS-REPORT-INTEGER - WS-ROW-INTEGER
           IF WS-DAYS-BACK >= 0 AND WS-DAYS-BACK <= 34
               COMPUTE WS-WEEK-NO = WS-DAYS-BACK / 7 + 1
               IF WS-HST-CHANNEL-TOTAL(WS-HISTORY-SUB)
                   PERFORM ADD-ROW-TO-CHANNEL-WEEK
               ELSE
                   PERFORM ADD-ROW-TO-WEEK-KEY
               END-IF
           END-IF.

       ADD-ROW-TO-CHANNEL-WEEK.
           MOVE ZEROS TO WS-CHANNEL-SUB
           PERFORM MATCH-CHANNEL-NAME
               VARYING WS-SORT-SUB-1 FROM 1 BY 1
               UNTIL WS-SORT-SUB-1 > 2
           IF WS-CHANNEL-SUB > ZERO
               ADD 1 TO WS-WK-DAYS(WS-CHANNEL-SUB, WS-WEEK-NO)
               ADD WS-HST-REQUESTS(WS-HISTORY-SUB)
                   TO WS-WK-REQUESTS(WS-CHANNEL-SUB, WS-WEEK-NO)
               ADD WS-HST-TOTAL-MS(WS-HISTORY-SUB)
                   TO WS-WK-TOTAL-MS(WS-CHANNEL-SUB, WS-WEEK-NO)
               ADD WS-HST-OVER-SLA(WS-HISTORY-SUB)
                   TO WS-WK-OVER-SLA(WS-CHANNEL-SUB, WS-WEEK-NO)
               IF WS-HST-MAX-MS(WS-HISTORY-SUB) >
                  WS-WK-MAX-MS(WS-CHANNEL-SUB, WS-WEEK-NO)
                   MOVE WS-HST-MAX-MS(WS-HISTORY-SUB)
                       TO WS-WK-MAX-MS(WS-CHANNEL-SUB, WS-WEEK-NO)
               END-IF
               IF WS-HST-P95-MS(WS-HISTORY-SUB) >
                  WS-WK-WORST-P95(WS-CHANNEL-SUB, WS-WEEK-NO)
                   MOVE WS-HST-P95-MS(WS-HISTORY-SUB)
                       TO WS-WK-WORST-P95(WS-CHANNEL-SUB, WS-WEEK-NO)
               END-IF
           END-IF.

       MATCH-CHANNEL-NAME.
           IF WS-CHANNEL-NAME(WS-SORT-SUB-1) =
              WS-HST-CHANNEL(WS-HISTORY-SUB)
               MOVE WS-SORT-SUB-1 TO WS-CHANNEL-SUB
           END-IF.

       ADD-ROW-TO-WEEK-KEY.
           MOVE ZEROS TO WS-WEEK-KEY-MATCH-SUB
           PERFORM MATCH-WEEK-KEY-ENTRY
               VARYING WS-WEEK-KEY-SUB FROM 1 BY 1
               UNTIL WS-WEEK-KEY-SUB > WS-WEEK-KEY-COUNT
                  OR WS-WEEK-KEY-MATCH-SUB > ZERO
           IF WS-WEEK-KEY-MATCH-SUB = ZERO AND WS-WEEK-KEY-COUNT < 100
               ADD 1 TO WS-WEEK-KEY-COUNT
               MOVE WS-HST-KEY(WS-HISTORY-SUB)
                   TO WS-WKK-KEY(WS-WEEK-KEY-COUNT)
               MOVE WS-WEEK-KEY-COUNT TO WS-WEEK-KEY-MATCH-SUB
           END-IF
           IF WS-WEEK-KEY-MATCH-SUB > ZERO
               IF WS-WEEK-NO = 1
                   ADD WS-HST-REQUESTS(WS-HISTORY-SUB)
                       TO WS-WKK-THIS-REQUESTS(WS-WEEK-KEY-MATCH-SUB)
                   ADD WS-HST-TOTAL-MS(WS-HISTORY-SUB)
                       TO WS-WKK-THIS-TOTAL-MS(WS-WEEK-KEY-MATCH-SUB)
               ELSE
                   ADD WS-HST-REQUESTS(WS-HISTORY-SUB)
                       TO WS-WKK-PRIOR-REQUESTS(WS-WEEK-KEY-MATCH-SUB)
                   ADD WS-HST-TOTAL-MS(WS-HISTORY-SUB)
                       TO WS-WKK-PRIOR-TOTAL-MS(WS-WEEK-KEY-MATCH-SUB)
               END-IF
           END-IF.

       MATCH-WEEK-KEY-ENTRY.
           IF WS-WKK-KEY(WS-WEEK-KEY-SUB) = WS-HST-KEY(WS-HISTORY-SUB)
               MOVE WS-WEEK-KEY-SUB TO WS-WEEK-KEY-MATCH-SUB
           END-IF.

      *****************************************************************
      * Print order: an exchange sort of subscripts on the key, the    *
      * same pass-and-pair shape CALCSTAT uses for its median.         *
      *****************************************************************
       BUILD-PRINT-ORDER.
           IF WS-SORTING-GROUPS
               MOVE WS-GROUP-COUNT TO WS-ORDER-COUNT
           ELSE
               MOVE WS-WEEK-KEY-COUNT TO WS-ORDER-COUNT
           END-IF
           PERFORM SET-ORDER-ENTRY
               VARYING WS-SORT-SUB-1 FROM 1 BY 1
               UNTIL WS-SORT-SUB-1 > WS-ORDER-COUNT
           IF WS-ORDER-COUNT > 1
               PERFORM SORT-OUTER-PASS
                   VARYING WS-SORT-SUB-1 FROM 1 BY 1
                   UNTIL WS-SORT-SUB-1 >= WS-ORDER-COUNT
           END-IF.

       SET-ORDER-ENTRY.
           MOVE WS-SORT-SUB-1 TO WS-ORDER-SUB(WS-SORT-SUB-1).

       SORT-OUTER-PASS.
           COMPUTE WS-SORT-SUB-2 = WS-SORT-SUB-1 + 1
           PERFORM SORT-COMPARE-PAIR
               UNTIL WS-SORT-SUB-2 > WS-ORDER-COUNT.

       SORT-COMPARE-PAIR.
           IF WS-SORTING-GROUPS
               MOVE WS-GRP-KEY(WS-ORDER-SUB(WS-SORT-SUB-1))
                   TO WS-SORT-KEY-1
               MOVE WS-GRP-KEY(WS-ORDER-SUB(WS-SORT-SUB-2))
                   TO WS-SORT-KEY-2
           ELSE
               MOVE WS-WKK-KEY(WS-ORDER-SUB(WS-SORT-SUB-1))
                   TO WS-SORT-KEY-1
               MOVE WS-WKK-KEY(WS-ORDER-SUB(WS-SORT-SUB-2))
                   TO WS-SORT-KEY-2
           END-IF
           IF WS-SORT-KEY-2 < WS-SORT-KEY-1
               MOVE WS-ORDER-SUB(WS-SORT-SUB-1) TO WS-SORT-HOLD
               MOVE WS-ORDER-SUB(WS-SORT-SUB-2)
                   TO WS-ORDER-SUB(WS-SORT-SUB-1)
               MOVE WS-SORT-HOLD TO WS-ORDER-SUB(WS-SORT-SUB-2)
           END-IF
           ADD 1 TO WS-SORT-SUB-2.

      *****************************************************************
      * Report.                                                        *
      *****************************************************************
       PRINT-SERVICE-LEVEL-REPORT.
           OPEN OUTPUT REPORT-FILE
           PERFORM START-NEW-PAGE
           PERFORM PRINT-DAILY-SECTION
           PERFORM PRINT-HOURLY-SECTION
           PERFORM PRINT-WEEKLY-SECTION
           CLOSE REPORT-FILE.

       PRINT-DAILY-SECTION.
           MOVE WS-SLA-MS TO WS-DISPLAY-MS
           STRING "DAILY SERVICE LEVEL BY CHANNEL AND REQUEST - SLA "
                  "THRESHOLD " DELIMITED BY SIZE
                  WS-DISPLAY-MS DELIMITED BY SIZE
                  " MS" DELIMITED BY SIZE
               INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-TEXT-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE WS-GROUP-HEADING TO WS-TEXT-LINE
           PERFORM WRITE-TEXT-LINE
           MOVE "G" TO WS-SORT-TABLE-SWITCH
           PERFORM BUILD-PRINT-ORDER
      *    Each channel's total group heads a block of that
      *    channel's request lines.
           PERFORM PRINT-CHANNEL-BLOCK
               VARYING WS-GROUP-MATCH-SUB FROM 1 BY 1
               UNTIL WS-GROUP-MATCH-SUB > WS-GROUP-COUNT
           IF WS-RECORDS-UNGROUPED > ZERO
               MOVE WS-RECORDS-UNGROUPED TO WS-DISPLAY-COUNT
               STRING WS-DISPLAY-COUNT DELIMITED BY SIZE
                      " REQUESTS BEYOND THE 60-GROUP TABLE ARE IN THE"
                      " CHANNEL TOTALS ONLY" DELIMITED BY SIZE
                   INTO WS-TEXT-LINE
               END-STRING
               PERFORM WRITE-TEXT-LINE
           END-IF
           PERFORM WRITE-BLANK-LINE.

       PRINT-CHANNEL-BLOCK.
           IF WS-GRP-CHANNEL-TOTAL(WS-GROUP-MATCH-SUB)
               PERFORM WRITE-BLANK-LINE
               PERFORM PRINT-CHANNEL-REQUEST-LINE
                   VARYING WS-SORT-SUB-1 FROM 1 BY 1
                   UNTIL WS-SORT-SUB-1 > WS-ORDER-COUNT
               MOVE WS-GROUP-MATCH-SUB TO WS-GROUP-SUB
               PERFORM PRINT-GROUP-LINE
           END-IF.

       PRINT-CHANNEL-REQUEST-LINE.
           MOVE WS-ORDER-SUB(WS-SORT-SUB-1) TO WS-GROUP-SUB
           IF WS-GRP-CHANNEL(WS-GROUP-SUB) =
              WS-GRP-CHANNEL(WS-GROUP-MATCH-SUB) AND
              NOT WS-GRP-CHANNEL-TOTAL(WS-GROUP-SUB)
               PERFORM PRINT-GROUP-LINE
           END-IF.

       PRINT-GROUP-LINE.
           MOVE WS-GRP-CHANNEL(WS-GROUP-SUB) TO WS-GRL-CHANNEL
           IF WS-GRP-CHANNEL-TOTAL(WS-GROUP-SUB)
               MOVE "ALL" TO WS-GRL-TRANSACTION
               MOVE "ALL" TO WS-GRL-REQUEST
           ELSE
               MOVE WS-GRP-TRANSACTION(WS-GROUP-SUB)
                   TO WS-GRL-TRANSACTION
               MOVE WS-GRP-REQUEST(WS-GROUP-SUB) TO WS-GRL-REQUEST
           END-IF
           MOVE WS-GRP-REQUESTS(WS-GROUP-SUB) TO WS-GRL-REQUESTS
           IF WS-GRP-REQUESTS(WS-GROUP-SUB) > ZERO
               COMPUTE WS-AVERAGE-MS ROUNDED =
                       WS-GRP-TOTAL-MS(WS-GROUP-SUB)
                           / WS-GRP-REQUESTS(WS-GROUP-SUB)
               COMPUTE WS-OVER-PCT ROUNDED =
                       WS-GRP-OVER-SLA(WS-GROUP-SUB) * 100
                           / WS-GRP-REQUESTS(WS-GROUP-SUB)
           ELSE
               MOVE ZEROS TO WS-AVERAGE-MS
               MOVE ZEROS TO WS-OVER-PCT
           END-IF
           MOVE WS-AVERAGE-MS TO WS-GRL-AVERAGE
           MOVE WS-GRP-P95-MS(WS-GROUP-SUB) TO WS-GRL-P95
           MOVE WS-GRP-MAX-MS(WS-GROUP-SUB) TO WS-GRL-MAXIMUM
           MOVE WS-GRP-OVER-SLA(WS-GROUP-SUB) TO WS-GRL-OVER-SLA
           MOVE WS-OVER-PCT TO WS-GRL-OVER-PCT
           MOVE WS-GRP-NOT-OK(WS-GROUP-SUB) TO WS-GRL-NOT-OK
           IF WS-GRP-P95-MS(WS-GROUP-SUB) > WS-SLA-MS
               MOVE "** P95 OVER SLA **" TO WS-GRL-FLAG
           ELSE
               MOVE SPACES TO WS-GRL-FLAG
           END-IF
           MOVE WS-GROUP-LINE TO WS-TEXT-LINE
           PERFORM WRITE-TEXT-LINE.

       PRINT-HOURLY-SECTION.
           MOVE "REQUESTS AND SLA BREACHES BY HOUR OF DAY (START TIME)"
               TO WS-TEXT-LINE
           PERFORM WRITE-TEXT-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE WS-HOUR-HEADING TO WS-TEXT-LINE
           PERFORM WRITE-TEXT-LINE
           PERFORM PRINT-ONE-HOUR
               VARYING WS-HOUR-SUB FROM 1 BY 1
               UNTIL WS-HOUR-SUB > 24
           PERFORM WRITE-BLANK-LINE.

       PRINT-ONE-HOUR.
           COMPUTE WS-HRL-HOUR = WS-HOUR-SUB - 1
           MOVE WS-HR-REQUESTS(WS-HOUR-SUB, 1) TO WS-HRL-CICS-REQUESTS
           MOVE WS-HR-OVER-SLA(WS-HOUR-SUB, 1) TO WS-HRL-CICS-OVER
           MOVE WS-HR-REQUESTS(WS-HOUR-SUB, 2) TO WS-HRL-WEB-REQUESTS
           MOVE WS-HR-OVER-SLA(WS-HOUR-SUB, 2) TO WS-HRL-WEB-OVER
           IF WS-HR-REQUESTS(WS-HOUR-SUB, 1) > ZERO
               COMPUTE WS-HRL-CICS-AVERAGE ROUNDED =
                       WS-HR-TOTAL-MS(WS-HOUR-SUB, 1)
                           / WS-HR-REQUESTS(WS-HOUR-SUB, 1)
           ELSE
               MOVE ZEROS TO WS-HRL-CICS-AVERAGE
           END-IF
           IF WS-HR-REQUESTS(WS-HOUR-SUB, 2) > ZERO
               COMPUTE WS-HRL-WEB-AVERAGE ROUNDED =
                       WS-HR-TOTAL-MS(WS-HOUR-SUB, 2)
                           / WS-HR-REQUESTS(WS-HOUR-SUB, 2)
           ELSE
               MOVE ZEROS TO WS-HRL-WEB-AVERAGE
           END-IF
           MOVE WS-HOUR-LINE TO WS-TEXT-LINE
           PERFORM WRITE-TEXT-LINE.

       PRINT-WEEKLY-SECTION.
           MOVE WS-SLOWDOWN-PCT TO WS-DISPLAY-PCT
           STRING "WEEKLY COMPARISON - SEVEN DAYS ENDING ON THE REPORT"
                  " DATE AGAINST THE FOUR WEEKS BEFORE (SLOWDOWN BAND "
                  DELIMITED BY SIZE
                  WS-DISPLAY-PCT DELIMITED BY SIZE
                  " PCT)" DELIMITED BY SIZE
               INTO WS-TEXT-LINE
           END-STRING
           PERFORM WRITE-TEXT-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE WS-WEEK-HEADING TO WS-TEXT-LINE
           PERFORM WRITE-TEXT-LINE
           PERFORM PRINT-CHANNEL-WEEKS
               VARYING WS-CHANNEL-SUB FROM 1 BY 1
               UNTIL WS-CHANNEL-SUB > 2
           PERFORM WRITE-BLANK-LINE
           MOVE WS-WEEK-KEY-HEADING TO WS-TEXT-LINE
           PERFORM WRITE-TEXT-LINE
           MOVE "W" TO WS-SORT-TABLE-SWITCH
           PERFORM BUILD-PRINT-ORDER
           PERFORM PRINT-ONE-WEEK-KEY
               VARYING WS-SORT-SUB-1 FROM 1 BY 1
               UNTIL WS-SORT-SUB-1 > WS-ORDER-COUNT.

       PRINT-CHANNEL-WEEKS.
           PERFORM WRITE-BLANK-LINE
           MOVE ZEROS TO WS-PRIOR-REQUESTS
           MOVE ZEROS TO WS-PRIOR-TOTAL-MS
           PERFORM PRINT-ONE-WEEK
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 5
           PERFORM PRINT-CHANNEL-CHANGE.

       PRINT-ONE-WEEK.
           MOVE SPACES TO WS-WEEK-LINE
           MOVE WS-CHANNEL-NAME(WS-CHANNEL-SUB) TO WS-WKL-CHANNEL
           COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       WS-REPORT-INTEGER - (WS-WEEK-SUB - 1) * 7)
           MOVE WS-WORK-DATE TO WS-WKL-WEEK-END
           IF WS-WEEK-SUB = 1
               MOVE "THIS WEEK" TO WS-WKL-TAG
           ELSE
               MOVE SPACES TO WS-WKL-TAG
               ADD WS-WK-REQUESTS(WS-CHANNEL-SUB, WS-WEEK-SUB)
                   TO WS-PRIOR-REQUESTS
               ADD WS-WK-TOTAL-MS(WS-CHANNEL-SUB, WS-WEEK-SUB)
                   TO WS-PRIOR-TOTAL-MS
           END-IF
           MOVE WS-WK-DAYS(WS-CHANNEL-SUB, WS-WEEK-SUB) TO WS-WKL-DAYS
           MOVE WS-WK-REQUESTS(WS-CHANNEL-SUB, WS-WEEK-SUB)
               TO WS-WKL-REQUESTS
           IF WS-WK-REQUESTS(WS-CHANNEL-SUB, WS-WEEK-SUB) > ZERO
               COMPUTE WS-AVERAGE-MS ROUNDED =
                       WS-WK-TOTAL-MS(WS-CHANNEL-SUB, WS-WEEK-SUB)
                           / WS-WK-REQUESTS(WS-CHANNEL-SUB, WS-WEEK-SUB)
               COMPUTE WS-OVER-PCT ROUNDED =
                       WS-WK-OVER-SLA(WS-CHANNEL-SUB, WS-WEEK-SUB)
                           * 100
                           / WS-WK-REQUESTS(WS-CHANNEL-SUB, WS-WEEK-SUB)
           ELSE
               MOVE ZEROS TO WS-AVERAGE-MS
               MOVE ZEROS TO WS-OVER-PCT
           END-IF
           MOVE WS-AVERAGE-MS TO WS-WKL-AVERAGE
           MOVE WS-WK-WORST-P95(WS-CHANNEL-SUB, WS-WEEK-SUB)
               TO WS-WKL-WORST-P95
           MOVE WS-WK-MAX-MS(WS-CHANNEL-SUB, WS-WEEK-SUB)
               TO WS-WKL-MAXIMUM
           MOVE WS-WK-OVER-SLA(WS-CHANNEL-SUB, WS-WEEK-SUB)
               TO WS-WKL-OVER-SLA
           MOVE WS-OVER-PCT TO WS-WKL-OVER-PCT
           MOVE WS-WEEK-LINE TO WS-TEXT-LINE
           PERFORM WRITE-TEXT-LINE.

       PRINT-CHANNEL-CHANGE.
           IF WS-WK-REQUESTS(WS-CHANNEL-SUB, 1) = ZERO OR
              WS-PRIOR-REQUESTS = ZERO
               STRING WS-CHANNEL-NAME(WS-CHANNEL-SUB) DELIMITED BY SIZE
                      "  NOT ENOUGH HISTORY ON BOTH SIDES TO COMPARE"
                      DELIMITED BY SIZE
                   INTO WS-TEXT-LINE
               END-STRING
               PERFORM WRITE-TEXT-LINE
           ELSE
               COMPUTE WS-AVERAGE-MS ROUNDED =
                       WS-WK-TOTAL-MS(WS-CHANNEL-SUB, 1)
                           / WS-WK-REQUESTS(WS-CHANNEL-SUB, 1)
               COMPUTE WS-PRIOR-AVERAGE-MS ROUNDED =
                       WS-PRIOR-TOTAL-MS / WS-PRIOR-REQUESTS
               MOVE WS-CHANNEL-NAME(WS-CHANNEL-SUB) TO WS-CHL-CHANNEL
               MOVE WS-AVERAGE-MS TO WS-CHL-THIS
               MOVE WS-PRIOR-AVERAGE-MS TO WS-CHL-PRIOR
               PERFORM MEASURE-AVERAGE-CHANGE
               MOVE WS-CHANGE-PCT TO WS-CHL-CHANGE
               IF WS-CHANGE-PCT > WS-SLOWDOWN-PCT
                   MOVE "** SLOWER **" TO WS-CHL-FLAG
                   ADD 1 TO WS-SLOWDOWN-COUNT
               ELSE
                   MOVE SPACES TO WS-CHL-FLAG
               END-IF
               MOVE WS-CHANGE-LINE TO WS-TEXT-LINE
               PERFORM WRITE-TEXT-LINE
           END-IF.

       MEASURE-AVERAGE-CHANGE.
      *    A prior average of zero (every request inside the 10 ms
      *    clock tick) cannot be divided by; any rise is then shown
      *    as the whole of this week's average.
           IF WS-PRIOR-AVERAGE-MS = ZERO
               IF WS-AVERAGE-MS > ZERO
                   MOVE 100 TO WS-CHANGE-PCT
               ELSE
                   MOVE ZEROS TO WS-CHANGE-PCT
               END-IF
           ELSE
               COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-AVERAGE-MS - WS-PRIOR-AVERAGE-MS) * 100
                           / WS-PRIOR-AVERAGE-MS
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-CHANGE-PCT
               END-COMPUTE
           END-IF.

       PRINT-ONE-WEEK-KEY.
      *    Only requests seen this week are compared; one that has
      *    stopped arriving has nothing to be slow at.
           MOVE WS-ORDER-SUB(WS-SORT-SUB-1) TO WS-WEEK-KEY-SUB
           IF WS-WKK-THIS-REQUESTS(WS-WEEK-KEY-SUB) > ZERO
               MOVE SPACES TO WS-WEEK-KEY-LINE
               MOVE WS-WKK-KEY(WS-WEEK-KEY-SUB)(1:4) TO WS-WKKL-CHANNEL
               MOVE WS-WKK-KEY(WS-WEEK-KEY-SUB)(5:4)
                   TO WS-WKKL-TRANSACTION
               MOVE WS-WKK-KEY(WS-WEEK-KEY-SUB)(9:4) TO WS-WKKL-REQUEST
               MOVE WS-WKK-THIS-REQUESTS(WS-WEEK-KEY-SUB)
                   TO WS-WKKL-THIS-REQUESTS
               COMPUTE WS-AVERAGE-MS ROUNDED =
                       WS-WKK-THIS-TOTAL-MS(WS-WEEK-KEY-SUB)
                           / WS-WKK-THIS-REQUESTS(WS-WEEK-KEY-SUB)
               MOVE WS-AVERAGE-MS TO WS-WKKL-THIS-AVERAGE
               IF WS-WKK-PRIOR-REQUESTS(WS-WEEK-KEY-SUB) > ZERO
                   COMPUTE WS-PRIOR-AVERAGE-MS ROUNDED =
                           WS-WKK-PRIOR-TOTAL-MS(WS-WEEK-KEY-SUB)
                           / WS-WKK-PRIOR-REQUESTS(WS-WEEK-KEY-SUB)
                   MOVE WS-PRIOR-AVERAGE-MS TO WS-WKKL-PRIOR-AVERAGE
                   PERFORM MEASURE-AVERAGE-CHANGE
                   MOVE WS-CHANGE-PCT TO WS-WKKL-CHANGE
                   IF WS-CHANGE-PCT > WS-SLOWDOWN-PCT
                       MOVE "** SLOWER **" TO WS-WKKL-FLAG
                       ADD 1 TO WS-SLOWDOWN-COUNT
                   END-IF
               ELSE
                   MOVE "NEW THIS WEEK" TO WS-WKKL-FLAG
               END-IF
               MOVE WS-WEEK-KEY-LINE TO WS-TEXT-LINE
               PERFORM WRITE-TEXT-LINE
           END-IF.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-REPORT-DATE TO WS-HDG-REPORT-DATE
           MOVE WS-RUN-DATE TO WS-HDG-DATE
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

       WRITE-TEXT-LINE.
           PERFORM CHECK-PAGE-BREAK
           MOVE WS-TEXT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NUMBER
           MOVE SPACES TO WS-TEXT-LINE.

       WRITE-BLANK-LINE.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NUMBER.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCRSPR - RESPONSE-TIME SLA SUMMARY"
           DISPLAY "========================================"
           DISPLAY "Report date:          " WS-REPORT-DATE
           DISPLAY "Log records read:     " WS-RECORDS-READ
           DISPLAY "Requests reported:    " WS-RECORDS-REPORTED
           DISPLAY "SLA threshold (ms):   " WS-SLA-MS
           DISPLAY "Slowdowns flagged:    " WS-SLOWDOWN-COUNT
           DISPLAY "History rows kept:    " WS-HISTORY-COUNT
           DISPLAY "Report written to:    CALCRSPP"
           DISPLAY "========================================".

       END PROGRAM CALCRSPR.
