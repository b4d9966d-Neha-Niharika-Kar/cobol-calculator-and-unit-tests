      *****************************************************************
      * CICS Online Inquiry Transaction for CALCULATOR                 *
      * Pseudo-conversational transaction (TRANID CALC) that lets      *
      * helpdesk/floor staff key operand 1, operand 2 and an operation *
      * code on the CALCM1 map, calls CALCULATOR with exactly the same *
      * LS-INPUT-DATA/LS-OUTPUT-DATA contract the batch jobs use, and  *
      * redisplays the result/status on the same screen. A free-text   *
      * entry in the EXPRESSION field instead goes to the CALCPRSE     *
      * parser - numbers, + - * /, parentheses, normal precedence -    *
      * with every term still validated and audited by CALCULATOR      *
      * underneath.                                                    *
      * The screen also carries an adding-machine tape of the          *
      * session: every calculation appends a line (operands,           *
      * operation, result, status) to the tape held in the COMMAREA,   *
      * back and forward through the session, and PF9 writes the       *
      * whole tape to the CTAP transient data queue for printing       *
      * when the call with the customer ends - retiring the paper pad  *
      * next to the terminal.                                          *
      * Every call from this screen is flagged online, so one keyed    *
      * after the market's cut-off books to the next business date;    *
      * the BOOKED TO field shows the date each calculation went to.   *
      * Every task leg - a calculation, an expression, a tape page or  *
      * print, the first map - is timed from entry to just before the  *
      * RETURN and logged to CALCRSPT through CALCRSPW (see CALCRSP)   *
      * with the operation code and outcome, for the CALCRSPR          *
      * service-level report.                                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-FIRST-TIME-SWITCH    PIC X VALUE "Y".
           88  WS-FIRST-TIME       VALUE "Y".
       01  WS-CURRENT-STAMP        PIC X(21) VALUE SPACES.

       01  WS-TAPE-SUB             PIC 9(2) COMP VALUE ZEROS.
       01  WS-LINE-SUB             PIC 9(2) COMP VALUE ZEROS.
       01  WS-SHIFT-SUB            PIC 9(2) COMP VALUE ZEROS.
       01  WS-TAPE-BUILD-LINE      PIC X(60) VALUE SPACES.
       01  WS-EXPR-DISPLAY-RESULT  PIC -(9)9.99.
       01  WS-BOOKED-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-BOOKED-DATE-PARTS REDEFINES WS-BOOKED-DATE.
           05  WS-BOOKED-YYYY      PIC X(4).
           05  WS-BOOKED-MM        PIC X(2).
           05  WS-BOOKED-DD        PIC X(2).
       01  WS-BOOKED-DISPLAY.
           05  WS-BOOKED-DISP-YYYY PIC X(4).
           05  FILLER              PIC X VALUE "-".
           05  WS-BOOKED-DISP-MM   PIC X(2).
           05  FILLER              PIC X VALUE "-".
           05  WS-BOOKED-DISP-DD   PIC X(2).

           COPY DFHAID.
           COPY CALCREC.
           COPY CALCEXPR.
           COPY CALCMAP.
           COPY CALCRSP.

      *    Working-storage mirror of the commarea: the incoming
      *    session state is only addressable through the LINKAGE
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM START-RESPONSE-CLOCK
           EXEC CICS HANDLE CONDITION
               MAPFAIL(SEND-INITIAL-MAP)
               ERROR(ABEND-TRANSACTION)
               PERFORM RECEIVE-AND-DISPATCH
           END-IF

           PERFORM LOG-RESPONSE-TIME
           EXEC CICS RETURN
               TRANSID('CALC')
               COMMAREA(WS-COMMAREA)
           END-EXEC.

       START-RESPONSE-CLOCK.
      *    A leg that never gets as far as a calculation is logged
      *    as a map send.
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
           MOVE LOW-VALUES TO CALCM1O
           MOVE "ENTER OPERAND 1, OPERAND 2 AND OPERATION, THEN ENTER"

           EVALUATE EIBAID
               WHEN DFHPF7
                   MOVE "PAGE" TO RSPT-REQUEST-CODE
                   PERFORM PAGE-TAPE-BACKWARD
               WHEN DFHPF8
                   MOVE "PAGE" TO RSPT-REQUEST-CODE
                   PERFORM PAGE-TAPE-FORWARD
               WHEN DFHPF9
                   MOVE "PRNT" TO RSPT-REQUEST-CODE
                   PERFORM PRINT-SESSION-TAPE
               WHEN OTHER
                   PERFORM RECEIVE-AND-CALCULATE
           COMPUTE LS-OPERAND-2 = FUNCTION NUMVAL(OPER2I)
           MOVE OPCODEI TO LS-OPERATION
           MOVE SPACE TO LS-USE-PREVIOUS-RESULT
           MOVE "O" TO LS-CHANNEL

           CALL "CALCULATOR" USING LS-INPUT-DATA LS-OUTPUT-DATA

           MOVE LS-RESULT TO RESULTO
           MOVE LS-STATUS TO STATUSO
           MOVE LS-OPERATION TO RSPT-REQUEST-CODE
           MOVE LS-STATUS TO RSPT-OUTCOME
           MOVE LS-ERROR-CODE TO RSPT-ERROR-CODE
           MOVE LS-BUSINESS-DATE TO WS-BOOKED-DATE
           PERFORM FORMAT-BOOKED-DATE
           MOVE SPACES TO MSGO
           PERFORM APPEND-TAPE-ENTRY
           GO TO RECEIVE-AND-CALCULATE-EXIT.
           INITIALIZE EXPR-INPUT-DATA
           MOVE EXPRI TO EXPR-TEXT
           MOVE "CALCCICS" TO EXPR-CALLER-ID
           MOVE "O" TO EXPR-CHANNEL

           CALL "CALCPRSE" USING EXPR-INPUT-DATA EXPR-OUTPUT-DATA

           MOVE EXPR-RESULT TO WS-EXPR-DISPLAY-RESULT
           MOVE WS-EXPR-DISPLAY-RESULT TO RESULTO
           MOVE EXPR-STATUS TO STATUSO
           MOVE "EXPR" TO RSPT-REQUEST-CODE
           MOVE EXPR-STATUS TO RSPT-OUTCOME
           MOVE EXPR-ERROR-CODE TO RSPT-ERROR-CODE
           MOVE EXPR-BUSINESS-DATE TO WS-BOOKED-DATE
           PERFORM FORMAT-BOOKED-DATE
           MOVE SPACES TO MSGO
           PERFORM APPEND-EXPRESSION-TAPE-ENTRY
           GO TO RECEIVE-AND-CALCULATE-EXIT.

       FORMAT-BOOKED-DATE.
      *    A call rejected before it reached the audit log has no
      *    booking date to show.
           IF WS-BOOKED-DATE = ZEROS
               MOVE SPACES TO BDATEO
           ELSE
               MOVE WS-BOOKED-YYYY TO WS-BOOKED-DISP-YYYY
               MOVE WS-BOOKED-MM TO WS-BOOKED-DISP-MM
               MOVE WS-BOOKED-DD TO WS-BOOKED-DISP-DD
               MOVE WS-BOOKED-DISPLAY TO BDATEO
           END-IF.

       APPEND-EXPRESSION-TAPE-ENTRY.
           IF CA-TAPE-COUNT >= 20
               PERFORM SHIFT-TAPE-UP
               DATAONLY
           END-EXEC

           MOVE "ABEND" TO RSPT-OUTCOME
           PERFORM LOG-RESPONSE-TIME
           EXEC CICS RETURN
           END-EXEC.

