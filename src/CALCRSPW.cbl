       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRSPW.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Response-Time Log Writer for the online front ends             *
      * Called by CALCCICS, CALCABRW, CALCPMNT and CALCWEB as the      *
      * last thing each task leg does before it returns to CICS. The   *
      * caller has already stamped the start and filled in the         *
      * channel, transaction, request code and outcome (see CALCRSP);  *
      * this program stamps the end, works out the elapsed             *
      * milliseconds - across midnight when the leg straddles it -     *
      * and appends the record to CALCRSPT for the CALCRSPR service-   *
      * level report. A log that cannot be written never fails the     *
      * caller's transaction: the record is simply lost.               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-LOG-FILE ASSIGN TO "CALCRSPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSE-LOG-FILE.
       01  RESPONSE-LOG-LINE       PIC X(98).

       WORKING-STORAGE SECTION.
       01  WS-LOG-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  WS-CURRENT-STAMP        PIC X(21) VALUE SPACES.
       01  WS-START-HUNDREDTHS     PIC S9(9) COMP-3 VALUE ZEROS.
       01  WS-END-HUNDREDTHS       PIC S9(9) COMP-3 VALUE ZEROS.
       01  WS-DAY-SPAN             PIC S9(5) COMP-3 VALUE ZEROS.
       01  WS-ELAPSED-HUNDREDTHS   PIC S9(11) COMP-3 VALUE ZEROS.

       LINKAGE SECTION.
           COPY CALCRSP.

       PROCEDURE DIVISION USING RSPT-RECORD.

       MAIN-LOGIC.
           PERFORM STAMP-END-OF-LEG
           PERFORM MEASURE-ELAPSED-TIME
           PERFORM APPEND-RESPONSE-RECORD
           GOBACK.

       STAMP-END-OF-LEG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO RSPT-END-DATE
           MOVE WS-CURRENT-STAMP(9:8) TO RSPT-END-TIME.

       MEASURE-ELAPSED-TIME.
      *    Same day-span arithmetic CALCNITE uses for step durations,
      *    in hundredths of a second. A start the caller never
      *    stamped, or a clock that stepped backwards, records zero
      *    rather than a nonsense figure.
           IF RSPT-START-DATE NOT NUMERIC OR
              RSPT-START-TIME NOT NUMERIC OR
              RSPT-START-DATE = ZEROS
               MOVE ZEROS TO RSPT-ELAPSED-MS
           ELSE
               COMPUTE WS-START-HUNDREDTHS =
                       RSPT-START-HH * 360000 + RSPT-START-MM * 6000
                       + RSPT-START-SS * 100 + RSPT-START-HUNDREDTHS
               COMPUTE WS-END-HUNDREDTHS =
                       RSPT-END-HH * 360000 + RSPT-END-MM * 6000
                       + RSPT-END-SS * 100 + RSPT-END-HUNDREDTHS
               COMPUTE WS-DAY-SPAN =
                       FUNCTION INTEGER-OF-DATE(RSPT-END-DATE)
                       - FUNCTION INTEGER-OF-DATE(RSPT-START-DATE)
               COMPUTE WS-ELAPSED-HUNDREDTHS =
                       WS-DAY-SPAN * 8640000
                       + WS-END-HUNDREDTHS - WS-START-HUNDREDTHS
               IF WS-ELAPSED-HUNDREDTHS < ZERO OR
                  WS-ELAPSED-HUNDREDTHS > 99999999
                   MOVE ZEROS TO RSPT-ELAPSED-MS
               ELSE
                   COMPUTE RSPT-ELAPSED-MS =
                           WS-ELAPSED-HUNDREDTHS * 10
               END-IF
           END-IF.

       APPEND-RESPONSE-RECORD.
           OPEN EXTEND RESPONSE-LOG-FILE
           IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT RESPONSE-LOG-FILE
           END-IF
           IF WS-LOG-FILE-STATUS = "00"
               WRITE RESPONSE-LOG-LINE FROM RSPT-RECORD
               CLOSE RESPONSE-LOG-FILE
           END-IF.

       END PROGRAM CALCRSPW.
