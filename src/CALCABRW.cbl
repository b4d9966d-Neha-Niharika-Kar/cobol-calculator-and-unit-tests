      * tamper chain are untouched and remain the sealing and          *
      * archive path. The COMMAREA carries the filters and the match   *
      * ordinal at the top of the current page between task legs.      *
      * PF11 flips the page between the amounts view and the booking   *
      * view, which trades the operand and currency columns for the    *
      * business date each call booked to and when it was written -    *
      * so the helpdesk can see at a glance which late online calls    *
      * went past the cut-off onto the next business date.             *
      * Every task leg is timed from entry to just before the RETURN   *
      * and logged to CALCRSPT through CALCRSPW (see CALCRSP) for the  *
      * CALCRSPR service-level report, so a slow page on a busy day    *
      * shows up in the browse's own response times.                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-INTRADAY-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-CURRENT-STAMP        PIC X(21) VALUE SPACES.
       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".

           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-CURRENCY-2   PIC X(3).

       01  WS-BOOKING-LINE.
           05  WS-BKG-SEQUENCE     PIC 9(9).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-BKG-CALLER       PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-BKG-OPERATION    PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-BKG-BOOKED       PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-BKG-WRITTEN      PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-BKG-WRITTEN-TIME.
               10  WS-BKG-HH       PIC X(2).
               10  FILLER          PIC X VALUE ":".
               10  WS-BKG-MM       PIC X(2).
               10  FILLER          PIC X VALUE ":".
               10  WS-BKG-SS       PIC X(2).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-BKG-RESULT       PIC -(9)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-BKG-STATUS       PIC X(13).

       01  WS-DATE-WORK            PIC 9(8) VALUE ZEROS.
       01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-WORK-YYYY   PIC X(4).
           05  WS-DATE-WORK-MM     PIC X(2).
           05  WS-DATE-WORK-DD     PIC X(2).
       01  WS-DATE-DISPLAY.
           05  WS-DATE-DISPLAY-YYYY PIC X(4).
           05  FILLER              PIC X VALUE "-".
           05  WS-DATE-DISPLAY-MM  PIC X(2).
           05  FILLER              PIC X VALUE "-".
           05  WS-DATE-DISPLAY-DD  PIC X(2).
       01  WS-TIME-WORK            PIC 9(6) VALUE ZEROS.
       01  WS-TIME-WORK-PARTS REDEFINES WS-TIME-WORK.
           05  WS-TIME-WORK-HH     PIC X(2).
           05  WS-TIME-WORK-MM     PIC X(2).
           05  WS-TIME-WORK-SS     PIC X(2).

       01  WS-AMOUNT-HEADING.
           05  FILLER              PIC X(40)
               VALUE "SEQUENCE  CALLER   OP OPERAND 1     OPER".
           05  FILLER              PIC X(39)
               VALUE "AND 2     RESULT        STATUS   CCY".
       01  WS-BOOKING-HEADING.
           05  FILLER              PIC X(40)
               VALUE "SEQUENCE  CALLER   OP BOOKED TO WRITTEN".
           05  FILLER              PIC X(39)
               VALUE "   AT       RESULT        STATUS".

           COPY DFHAID.
           COPY CALCMAP2.
           COPY CALCRSP.

      *    Working-storage mirror of the commarea: the incoming
      *    browse state is only addressable through the LINKAGE
           05  CA-FILTER-OPERATION PIC X.
           05  CA-TOP-MATCH        PIC 9(9).
           05  CA-LAST-FILL        PIC 9(2).
           05  CA-VIEW-MODE        PIC X.
               88  CA-BOOKING-VIEW VALUE "B".

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(21).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM START-RESPONSE-CLOCK
           EXEC CICS HANDLE CONDITION
               MAPFAIL(SEND-INITIAL-MAP)
               ERROR(ABEND-TRANSACTION)
               MOVE SPACE TO CA-FILTER-OPERATION
               MOVE 1 TO CA-TOP-MATCH
               MOVE ZEROS TO CA-LAST-FILL
               MOVE "A" TO CA-VIEW-MODE
               PERFORM SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM RECEIVE-AND-BROWSE
           END-IF

           PERFORM LOG-RESPONSE-TIME
           EXEC CICS RETURN
               TRANSID('CABR')
               COMMAREA(WS-COMMAREA)
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
           MOVE LOW-VALUES TO CALCM2O
           MOVE "ENTER FILTERS (OR LEAVE BLANK) AND PRESS ENTER"
                       ERASE
                       FREEKB
                   END-EXEC
                   MOVE "EXIT" TO RSPT-REQUEST-CODE
                   PERFORM LOG-RESPONSE-TIME
                   EXEC CICS RETURN
                   END-EXEC
               WHEN DFHPF7
                   MOVE "PAGE" TO RSPT-REQUEST-CODE
                   IF CA-TOP-MATCH > 12
                       SUBTRACT 12 FROM CA-TOP-MATCH
                   ELSE
               WHEN DFHPF8
      *            Only a full previous page can have more matches
      *            beyond it.
                   MOVE "PAGE" TO RSPT-REQUEST-CODE
                   IF CA-LAST-FILL = 12
                       ADD 12 TO CA-TOP-MATCH
                   END-IF
               WHEN DFHPF11
      *            Same page, the other set of columns.
                   MOVE "VIEW" TO RSPT-REQUEST-CODE
                   IF CA-BOOKING-VIEW
                       MOVE "A" TO CA-VIEW-MODE
                   ELSE
                       MOVE "B" TO CA-VIEW-MODE
                   END-IF
               WHEN OTHER
      *            ENTER re-applies the filters from the screen and
      *            restarts the browse at the first match.
                   MOVE "BRWS" TO RSPT-REQUEST-CODE
                   MOVE FCALLERI TO CA-FILTER-CALLER
                   MOVE FOPCODEI TO CA-FILTER-OPERATION
                   MOVE 1 TO CA-TOP-MATCH
           MOVE LOW-VALUES TO CALCM2O
           MOVE CA-FILTER-CALLER TO FCALLERO
           MOVE CA-FILTER-OPERATION TO FOPCODEO
           IF CA-BOOKING-VIEW
               MOVE WS-BOOKING-HEADING TO COLHDRO
           ELSE
               MOVE WS-AMOUNT-HEADING TO COLHDRO
           END-IF
           MOVE ZEROS TO WS-MATCH-ORDINAL
           MOVE ZEROS TO WS-LINES-FILLED
           MOVE "N" TO WS-EOF-SWITCH
                   MOVE "NO AUDIT RECORDS MATCH THE FILTERS"
                       TO MSG2O
               ELSE
                   MOVE "PF7=BACK  PF8=FORWARD  PF11=OTHER VIEW"
                       TO MSG2O
               END-IF
           END-IF
           MOVE WS-LINES-FILLED TO CA-LAST-FILL.
       FILL-DETAIL-LINE.
           ADD 1 TO WS-LINES-FILLED
           MOVE WS-LINES-FILLED TO WS-LINE-SUB
           IF CA-BOOKING-VIEW
               PERFORM FILL-BOOKING-LINE
           ELSE
               PERFORM FILL-AMOUNT-LINE
           END-IF.

       FILL-AMOUNT-LINE.
           MOVE AUDI-SEQUENCE-NO TO WS-DTL-SEQUENCE
           MOVE AUDI-CALLER-ID TO WS-DTL-CALLER
           MOVE AUDI-OPERATION TO WS-DTL-OPERATION
           MOVE AUDI-CURRENCY-2 TO WS-DTL-CURRENCY-2
           MOVE WS-DETAIL-LINE TO DTLO(WS-LINE-SUB).

       FILL-BOOKING-LINE.
      *    A record written before the audit writers stamped the
      *    business date shows a blank booked column.
           MOVE AUDI-SEQUENCE-NO TO WS-BKG-SEQUENCE
           MOVE AUDI-CALLER-ID TO WS-BKG-CALLER
           MOVE AUDI-OPERATION TO WS-BKG-OPERATION
           IF AUDI-BUSINESS-DATE NUMERIC AND
              AUDI-BUSINESS-DATE > ZERO
               MOVE AUDI-BUSINESS-DATE TO WS-DATE-WORK
               PERFORM FORMAT-DATE-DISPLAY
               MOVE WS-DATE-DISPLAY TO WS-BKG-BOOKED
           ELSE
               MOVE SPACES TO WS-BKG-BOOKED
           END-IF
           MOVE AUDI-WRITE-DATE TO WS-DATE-WORK
           PERFORM FORMAT-DATE-DISPLAY
           MOVE WS-DATE-DISPLAY TO WS-BKG-WRITTEN
           MOVE AUDI-WRITE-TIME TO WS-TIME-WORK
           MOVE WS-TIME-WORK-HH TO WS-BKG-HH
           MOVE WS-TIME-WORK-MM TO WS-BKG-MM
           MOVE WS-TIME-WORK-SS TO WS-BKG-SS
           MOVE AUDI-RESULT TO WS-BKG-RESULT
           MOVE AUDI-STATUS TO WS-BKG-STATUS
           MOVE WS-BOOKING-LINE TO DTLO(WS-LINE-SUB).

       FORMAT-DATE-DISPLAY.
           MOVE WS-DATE-WORK-YYYY TO WS-DATE-DISPLAY-YYYY
           MOVE WS-DATE-WORK-MM TO WS-DATE-DISPLAY-MM
           MOVE WS-DATE-WORK-DD TO WS-DATE-DISPLAY-DD.

       ABEND-TRANSACTION.
           MOVE LOW-VALUES TO CALCM2O
           MOVE "AN UNEXPECTED ERROR OCCURRED - CONTACT SUPPORT"
               DATAONLY
           END-EXEC

           MOVE "ABEND" TO RSPT-OUTCOME
           PERFORM LOG-RESPONSE-TIME
           EXEC CICS RETURN
           END-EXEC.

