       PROGRAM-ID. CALCWEB.
       DATE-WRITTEN. 2026-08-08.
      *****************************************************************
      * CICS Web Listener for CALCULATOR                               *
      * A thin JSON-in/JSON-out front door so the portal team's "quick *
      * calc" widget (or any other non-COBOL caller) can reach the     *
      * exact same validated arithmetic and error codes as every other *
      * CALCULATOR caller, without a parallel reimplementation.        *
      * Expects a compact JSON body of the form                        *
      *   {"operand1":10.00,"operand2":5.00,"operation":"A"}           *
      * and replies with                                               *
      *   {"result":15.00,"status":"SUCCESS","errorCode":""}           *
      * A body carrying an "expression" key instead, e.g.              *
      *   {"expression":"2 + 3 * 4"}                                   *
      * is handed to the CALCPRSE parser, which applies normal         *
      * operator precedence and drives every term through              *
      * CALCULATOR, so the portal's free-text calculations get the     *
      * same validation, audit trail and error codes - and the right   *
      * answer for "2 + 3 * 4".                                        *
      * A body carrying a "flows" key is a cash-flow valuation, e.g.   *
      *   {"function":"NPV","rate":5.25,"valuationDate":20260101,      *
      *    "flows":[[20260101,-1000.00],[20270101,1100.00]]}           *
      * with "product" in place of "rate" for the CALCPRAT rate, or    *
      * "function":"IRR" with optional "tolerance" and "iterations".   *
      * It is handed to CALCFLOW and answered with                     *
      *   {"result":45.13,"rate":5.2500,"iterations":0,                *
      *    "status":"SUCCESS","errorCode":""}                          *
      * where "rate" is the rate discounted at, or the IRR to four     *
      * places. Flows are [date,amount] pairs in compact form.         *
      * Every request must carry an "apiKey" issued on the CALCAKEY    *
      * file (see CALCAKY); the mapped caller ID flows through         *
      * LS-CALLER-ID, putting web traffic under the caller's CALCPARM  *
      * limits, allowed operations, daily quota and audit identity.    *
      * A missing, unknown or revoked key is rejected with CALC-016    *
      * before CALCULATOR is ever called.                              *
      * Web calls are online calls: one arriving after the market's    *
      * cut-off books to the next business date, and every reply       *
      * carries the date it booked to as "businessDate" (YYYYMMDD).    *
      * Every request is timed from receipt to just after the reply is *
      * sent and logged to CALCRSPT through CALCRSPW (see CALCRSP)     *
      * with its operation code - EXPR, NPV or IRR for the other forms *
      * and AUTH for a refused key - and its outcome, for the CALCRSPR *
      * service-level report the portal team's complaints are checked  *
      * against. An accepted request's leg also carries the key's      *
      * caller and the CALCHASH check value of the key - never the key *
      * itself - for the CALCRCRT recertification's last-use dates.    *
      * A key suspended by that recertification is refused like a      *
      * revoked one.                                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESP                 PIC S9(8) COMP.

      *    Sized for a cash-flow body; the other request forms are
      *    short and simply leave the tail blank.
       01  WS-JSON-REQUEST         PIC X(4096) VALUE SPACES.
       01  WS-JSON-REQUEST-LEN     PIC S9(8) COMP VALUE 4096.

       01  WS-JSON-RESPONSE        PIC X(256) VALUE SPACES.
       01  WS-JSON-RESPONSE-LEN    PIC S9(8) COMP.
       01  WS-DISPLAY-RESULT       PIC -(9)9.99.

       01  WS-EXPRESSION-COUNT     PIC 9(3) COMP VALUE ZEROS.
       01  WS-FLOWS-KEY-COUNT      PIC 9(3) COMP VALUE ZEROS.

       01  WS-FLOW-TEXT            PIC X(4096) VALUE SPACES.
       01  WS-FLOW-LIST            PIC X(4096) VALUE SPACES.
       01  WS-FLOW-POINTER         PIC S9(8) COMP VALUE ZEROS.
       01  WS-FLOW-PAIR            PIC X(40) VALUE SPACES.
       01  WS-FLOW-DATE-TEXT       PIC X(20) VALUE SPACES.
       01  WS-FLOW-AMOUNT-TEXT     PIC X(20) VALUE SPACES.
       01  WS-FUNCTION-TEXT        PIC X(20) VALUE SPACES.
       01  WS-NUMBER-TEXT          PIC X(20) VALUE SPACES.
       01  WS-DISPLAY-RATE         PIC -(3)9.9(4).
       01  WS-DISPLAY-ITERATIONS   PIC ZZ9.
       01  WS-DISPLAY-BUSINESS-DATE PIC 9(8).

       01  WS-KEY-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  WS-KEY-EOF-SWITCH       PIC X VALUE "N".
       01  WS-KEY-CALLER-ID        PIC X(8) VALUE SPACES.
       01  WS-KEY-VALID-SWITCH     PIC X VALUE "N".
           88  WS-KEY-VALID        VALUE "Y".
       01  WS-CURRENT-STAMP        PIC X(21) VALUE SPACES.

           COPY CALCERR.
           COPY CALCREC.
           COPY CALCEXPR.
           COPY CALCCFL.
           COPY CALCRSP.
           COPY CALCHSH.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM START-RESPONSE-CLOCK
           EXEC CICS WEB RECEIVE
               INTO(WS-JSON-REQUEST)
               LENGTH(WS-JSON-REQUEST-LEN)
                   LENGTH(WS-JSON-RESPONSE-LEN)
                   STATUS(401)
               END-EXEC
               MOVE "AUTH" TO RSPT-REQUEST-CODE
               MOVE "REJECTED" TO RSPT-OUTCOME
               MOVE CALC-ERR-API-KEY TO RSPT-ERROR-CODE
               PERFORM LOG-RESPONSE-TIME
               EXEC CICS RETURN
               END-EXEC
           END-IF
           INSPECT WS-JSON-REQUEST
               TALLYING WS-EXPRESSION-COUNT
               FOR ALL '"expression"'
           MOVE ZEROS TO WS-FLOWS-KEY-COUNT
           INSPECT WS-JSON-REQUEST
               TALLYING WS-FLOWS-KEY-COUNT
               FOR ALL '"flows"'
           EVALUATE TRUE
               WHEN WS-EXPRESSION-COUNT > ZERO
                   PERFORM EVALUATE-EXPRESSION-REQUEST
               WHEN WS-FLOWS-KEY-COUNT > ZERO
                   PERFORM EVALUATE-CASH-FLOW-REQUEST
               WHEN OTHER
                   PERFORM PARSE-JSON-REQUEST
                   PERFORM BUILD-CALCULATOR-REQUEST

                   CALL "CALCULATOR" USING LS-INPUT-DATA LS-OUTPUT-DATA

                   PERFORM BUILD-JSON-RESPONSE
                   MOVE LS-OPERATION TO RSPT-REQUEST-CODE
                   MOVE LS-STATUS TO RSPT-OUTCOME
                   MOVE LS-ERROR-CODE TO RSPT-ERROR-CODE
           END-EVALUATE

           EXEC CICS WEB SEND
               FROM(WS-JSON-RESPONSE)
               STATUS(200)
           END-EXEC

           PERFORM LOG-RESPONSE-TIME
           EXEC CICS RETURN
           END-EXEC.

       START-RESPONSE-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE SPACES TO RSPT-RECORD
           MOVE WS-CURRENT-STAMP(1:8) TO RSPT-START-DATE
           MOVE WS-CURRENT-STAMP(9:8) TO RSPT-START-TIME
           MOVE "WEB" TO RSPT-CHANNEL
           MOVE EIBTRNID TO RSPT-TRANSACTION-ID.

       LOG-RESPONSE-TIME.
           CALL "CALCRSPW" USING RSPT-RECORD.

       AUTHENTICATE-API-KEY.
      *    Pull the key out of the body and resolve it against the
      *    issued-key file; only an active key with a caller mapping
                       UNTIL WS-KEY-EOF OR WS-KEY-VALID
                   CLOSE KEY-FILE
               END-IF
           END-IF
           IF WS-KEY-VALID
               PERFORM RECORD-KEY-IDENTITY
           END-IF.

       RECORD-KEY-IDENTITY.
      *    The response log names the key by its check value, folded
      *    from zero over the key alone, so the recertification can
      *    match it to CALCAKEY without the key ever reaching a log.
           MOVE ZEROS TO HASH-PREVIOUS-CHECK
           MOVE SPACES TO HASH-RECORD-IMAGE
           MOVE WS-API-KEY TO HASH-COVERED-TEXT
           CALL "CALCHASH" USING HASH-INPUT HASH-OUTPUT
           MOVE WS-KEY-CALLER-ID TO RSPT-CALLER-ID
           MOVE HASH-CHECK-VALUE TO RSPT-KEY-CHECK.

       READ-KEY-RECORD.
           READ KEY-FILE
               AT END
      *    The mapped caller, not a hard-coded listener identity:
      *    the portal user computes under the key's own controls.
           MOVE WS-KEY-CALLER-ID TO EXPR-CALLER-ID
           MOVE "O" TO EXPR-CHANNEL

           CALL "CALCPRSE" USING EXPR-INPUT-DATA EXPR-OUTPUT-DATA

           MOVE "EXPR" TO RSPT-REQUEST-CODE
           MOVE EXPR-STATUS TO RSPT-OUTCOME
           MOVE EXPR-ERROR-CODE TO RSPT-ERROR-CODE
           MOVE EXPR-RESULT TO WS-DISPLAY-RESULT
           MOVE EXPR-BUSINESS-DATE TO WS-DISPLAY-BUSINESS-DATE
           MOVE SPACES TO WS-JSON-RESPONSE
           MOVE 1 TO WS-JSON-RESPONSE-LEN
           STRING '{"result":' DELIMITED BY SIZE
                  FUNCTION TRIM(EXPR-STATUS) DELIMITED BY SIZE
                  '","errorCode":"' DELIMITED BY SIZE
                  FUNCTION TRIM(EXPR-ERROR-CODE) DELIMITED BY SIZE
                  '","businessDate":' DELIMITED BY SIZE
                  WS-DISPLAY-BUSINESS-DATE DELIMITED BY SIZE
                  '}' DELIMITED BY SIZE
               INTO WS-JSON-RESPONSE
               WITH POINTER WS-JSON-RESPONSE-LEN
           END-STRING
           SUBTRACT 1 FROM WS-JSON-RESPONSE-LEN.

       EVALUATE-CASH-FLOW-REQUEST.
      *    Every key but "flows" is optional, so each pull clears its
      *    receiving field first - an absent key must read as blank
      *    or zero, not as whatever the previous pull left behind.
           INITIALIZE CFL-INPUT-DATA
           MOVE WS-KEY-CALLER-ID TO CFL-CALLER-ID
           MOVE "O" TO CFL-CHANNEL

           MOVE SPACES TO WS-FIELD-REMAINDER
           MOVE SPACES TO WS-FUNCTION-TEXT
           UNSTRING WS-JSON-REQUEST DELIMITED BY '"function":"'
               INTO WS-FIELD-TAIL WS-FIELD-REMAINDER
           END-UNSTRING
           UNSTRING WS-FIELD-REMAINDER DELIMITED BY '"'
               INTO WS-FUNCTION-TEXT WS-FIELD-TAIL
           END-UNSTRING
           EVALUATE WS-FUNCTION-TEXT
               WHEN "NPV"
                   MOVE "N" TO CFL-FUNCTION
               WHEN "IRR"
                   MOVE "I" TO CFL-FUNCTION
               WHEN OTHER
                   MOVE SPACE TO CFL-FUNCTION
           END-EVALUATE

           MOVE SPACES TO WS-FIELD-REMAINDER
           UNSTRING WS-JSON-REQUEST DELIMITED BY '"product":"'
               INTO WS-FIELD-TAIL WS-FIELD-REMAINDER
           END-UNSTRING
           UNSTRING WS-FIELD-REMAINDER DELIMITED BY '"'
               INTO CFL-PRODUCT-CODE WS-FIELD-TAIL
           END-UNSTRING

           MOVE SPACES TO WS-FIELD-REMAINDER
           MOVE SPACES TO WS-NUMBER-TEXT
           UNSTRING WS-JSON-REQUEST DELIMITED BY '"rate":'
               INTO WS-FIELD-TAIL WS-FIELD-REMAINDER
           END-UNSTRING
           UNSTRING WS-FIELD-REMAINDER DELIMITED BY "," OR "}"
               INTO WS-NUMBER-TEXT WS-FIELD-TAIL
           END-UNSTRING
           COMPUTE CFL-RATE = FUNCTION NUMVAL(WS-NUMBER-TEXT)

           MOVE SPACES TO WS-FIELD-REMAINDER
           MOVE SPACES TO WS-NUMBER-TEXT
           UNSTRING WS-JSON-REQUEST DELIMITED BY '"valuationDate":'
               INTO WS-FIELD-TAIL WS-FIELD-REMAINDER
           END-UNSTRING
           UNSTRING WS-FIELD-REMAINDER DELIMITED BY "," OR "}"
               INTO WS-NUMBER-TEXT WS-FIELD-TAIL
           END-UNSTRING
           COMPUTE CFL-VALUATION-DATE =
                   FUNCTION NUMVAL(WS-NUMBER-TEXT)

           MOVE SPACES TO WS-FIELD-REMAINDER
           MOVE SPACES TO WS-NUMBER-TEXT
           UNSTRING WS-JSON-REQUEST DELIMITED BY '"tolerance":'
               INTO WS-FIELD-TAIL WS-FIELD-REMAINDER
           END-UNSTRING
           UNSTRING WS-FIELD-REMAINDER DELIMITED BY "," OR "}"
               INTO WS-NUMBER-TEXT WS-FIELD-TAIL
           END-UNSTRING
           COMPUTE CFL-TOLERANCE = FUNCTION NUMVAL(WS-NUMBER-TEXT)

           MOVE SPACES TO WS-FIELD-REMAINDER
           MOVE SPACES TO WS-NUMBER-TEXT
           UNSTRING WS-JSON-REQUEST DELIMITED BY '"iterations":'
               INTO WS-FIELD-TAIL WS-FIELD-REMAINDER
           END-UNSTRING
           UNSTRING WS-FIELD-REMAINDER DELIMITED BY "," OR "}"
               INTO WS-NUMBER-TEXT WS-FIELD-TAIL
           END-UNSTRING
           COMPUTE CFL-ITERATION-LIMIT =
                   FUNCTION NUMVAL(WS-NUMBER-TEXT)

           PERFORM PARSE-CASH-FLOW-LIST

           CALL "CALCFLOW" USING CFL-INPUT-DATA CFL-OUTPUT-DATA

      *    An unrecognised function is logged under the NPV/IRR
      *    family's own tag rather than whatever the body carried.
           EVALUATE CFL-FUNCTION
               WHEN "N"
                   MOVE "NPV" TO RSPT-REQUEST-CODE
               WHEN "I"
                   MOVE "IRR" TO RSPT-REQUEST-CODE
               WHEN OTHER
                   MOVE "CFL" TO RSPT-REQUEST-CODE
           END-EVALUATE
           MOVE CFL-STATUS TO RSPT-OUTCOME
           MOVE CFL-ERROR-CODE TO RSPT-ERROR-CODE

           MOVE CFL-RESULT TO WS-DISPLAY-RESULT
           MOVE CFL-RATE-USED TO WS-DISPLAY-RATE
           MOVE CFL-ITERATIONS TO WS-DISPLAY-ITERATIONS
           MOVE CFL-BUSINESS-DATE TO WS-DISPLAY-BUSINESS-DATE
           MOVE SPACES TO WS-JSON-RESPONSE
           MOVE 1 TO WS-JSON-RESPONSE-LEN
           STRING '{"result":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-RESULT) DELIMITED BY SIZE
                  ',"rate":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-RATE) DELIMITED BY SIZE
                  ',"iterations":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-ITERATIONS)
                      DELIMITED BY SIZE
                  ',"status":"' DELIMITED BY SIZE
                  FUNCTION TRIM(CFL-STATUS) DELIMITED BY SIZE
                  '","errorCode":"' DELIMITED BY SIZE
                  FUNCTION TRIM(CFL-ERROR-CODE) DELIMITED BY SIZE
                  '","businessDate":' DELIMITED BY SIZE
                  WS-DISPLAY-BUSINESS-DATE DELIMITED BY SIZE
                  '}' DELIMITED BY SIZE
               INTO WS-JSON-RESPONSE
               WITH POINTER WS-JSON-RESPONSE-LEN
           END-STRING
           SUBTRACT 1 FROM WS-JSON-RESPONSE-LEN.

       PARSE-CASH-FLOW-LIST.
      *    Cut the [[date,amount],[date,amount]] array out of the body
      *    and walk it pair by pair. A malformed array yields no
      *    flows, which CALCFLOW rejects like any empty table.
           MOVE SPACES TO WS-FLOW-TEXT
           MOVE SPACES TO WS-FLOW-LIST
           UNSTRING WS-JSON-REQUEST DELIMITED BY '"flows":[['
               INTO WS-FIELD-TAIL WS-FLOW-TEXT
           END-UNSTRING
           UNSTRING WS-FLOW-TEXT DELIMITED BY "]]"
               INTO WS-FLOW-LIST
           END-UNSTRING
           MOVE ZEROS TO CFL-FLOW-COUNT
           MOVE 1 TO WS-FLOW-POINTER
           PERFORM PARSE-ONE-CASH-FLOW
               UNTIL WS-FLOW-POINTER > LENGTH OF WS-FLOW-LIST
                  OR CFL-FLOW-COUNT = 500
                  OR WS-FLOW-LIST(WS-FLOW-POINTER:) = SPACES.

       PARSE-ONE-CASH-FLOW.
           MOVE SPACES TO WS-FLOW-PAIR
           MOVE SPACES TO WS-FLOW-DATE-TEXT
           MOVE SPACES TO WS-FLOW-AMOUNT-TEXT
           UNSTRING WS-FLOW-LIST DELIMITED BY "],["
               INTO WS-FLOW-PAIR
               WITH POINTER WS-FLOW-POINTER
           END-UNSTRING
           UNSTRING WS-FLOW-PAIR DELIMITED BY ","
               INTO WS-FLOW-DATE-TEXT WS-FLOW-AMOUNT-TEXT
           END-UNSTRING
           ADD 1 TO CFL-FLOW-COUNT
           COMPUTE CFL-FLOW-DATE(CFL-FLOW-COUNT) =
                   FUNCTION NUMVAL(WS-FLOW-DATE-TEXT)
           COMPUTE CFL-FLOW-AMOUNT(CFL-FLOW-COUNT) =
                   FUNCTION NUMVAL(WS-FLOW-AMOUNT-TEXT).

       PARSE-JSON-REQUEST.
      *    Hand-rolled extraction of the three known keys; each pull
      *    starts fresh from the full request text so key order in the
           MOVE SPACES TO LS-LOCALE
           MOVE WS-KEY-CALLER-ID TO LS-CALLER-ID
           MOVE SPACES TO LS-FLAG-NEGATIVE-RESULT
           MOVE SPACES TO LS-ROUND-MODE
           MOVE "O" TO LS-CHANNEL.

       BUILD-JSON-RESPONSE.
           MOVE LS-RESULT TO WS-DISPLAY-RESULT
           MOVE LS-BUSINESS-DATE TO WS-DISPLAY-BUSINESS-DATE
           MOVE SPACES TO WS-JSON-RESPONSE
           MOVE 1 TO WS-JSON-RESPONSE-LEN
           STRING '{"result":' DELIMITED BY SIZE
                  FUNCTION TRIM(LS-STATUS) DELIMITED BY SIZE
                  '","errorCode":"' DELIMITED BY SIZE
                  FUNCTION TRIM(LS-ERROR-CODE) DELIMITED BY SIZE
                  '","businessDate":' DELIMITED BY SIZE
                  WS-DISPLAY-BUSINESS-DATE DELIMITED BY SIZE
                  '}' DELIMITED BY SIZE
               INTO WS-JSON-RESPONSE
               WITH POINTER WS-JSON-RESPONSE-LEN
           END-STRING
