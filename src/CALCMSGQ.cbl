       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCMSGQ.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Message-Queue Request/Reply Front End for CALCULATOR           *
      * For the back-office systems that can neither call CALCWEB nor  *
      * drop a file into the nightly TRANSIN: they put request         *
      * messages on the CALCMQRQ queue (see CALCMQM) and take their    *
      * answers off their own reply queues. Each run drains the queue  *
      * as it stands, the way CALCAPRV works its pending queue:        *
      *   - a message that cannot be read as a request - no message    *
      *     ID or reply queue, no caller, an unknown request type,     *
      *     non-numeric amounts - goes straight to the CALCMQDL        *
      *     dead-letter queue with the reason, so it never blocks the  *
      *     messages behind it;                                        *
      *   - every other message is authenticated exactly as CALCWEB    *
      *     authenticates a web request: its API key must be active on *
      *     CALCAKEY and issued to the caller the message names, or    *
      *     the reply is REJECTED with CALC-016 and CALCULATOR is      *
      *     never called;                                              *
      *   - a calculation runs through CALCULATOR and an expression    *
      *     through CALCPRSE, under the caller's own CALCPARM          *
      *     controls, on channel "Q" (see CALCREC) - booked like an    *
      *     online call and counted as its own channel by CALCRPT;     *
      *   - the reply, correlated by the request's message ID and      *
      *     addressed to its reply queue, goes on CALCMQRP with the    *
      *     result, status and error code.                             *
      * A call refused for a reason the message did not cause (see     *
      * CALC-ERR-RETRYABLE) is backed out: it stays on the queue with  *
      * its backout count raised and is tried again on the next run.   *
      * At the backout limit it is answered with the failure and       *
      * moved to the dead-letter queue. A caller held on CALCHOLD      *
      * simply waits on the queue, and while the "*" maintenance       *
      * quiesce is in force the queue is not read at all.              *
      * Every authenticated or refused message is logged to CALCRSPT   *
      * through CALCRSPW on channel MQ, with the key's CALCHASH check  *
      * value for the CALCRCRT recertification.                        *
      * Return code 4 when the queue was left unread for a quiesce or  *
      * any message was dead-lettered, otherwise 0.                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-QUEUE ASSIGN TO "CALCMQRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO "CALCMQWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT REPLY-QUEUE ASSIGN TO "CALCMQRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLY-FILE-STATUS.

           SELECT DEAD-LETTER-QUEUE ASSIGN TO "CALCMQDL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEAD-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "CALCHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT KEY-FILE ASSIGN TO "CALCAKEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-QUEUE.
       01  REQUEST-LINE            PIC X(305).

       FD  WORK-FILE.
       01  WORK-LINE               PIC X(305).

       FD  REPLY-QUEUE.
       01  REPLY-LINE              PIC X(201).

       FD  DEAD-LETTER-QUEUE.
       01  DEAD-LETTER-LINE        PIC X(357).

       FD  HOLD-FILE.
           COPY CALCHLD.

       FD  KEY-FILE.
           COPY CALCAKY.

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-WORK-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-REPLY-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-DEAD-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-HOLD-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-KEY-FILE-STATUS      PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-QUIESCE-SWITCH       PIC X VALUE "N".
           88  WS-QUIESCED         VALUE "Y".
       01  WS-KEY-VALID-SWITCH     PIC X VALUE "N".
           88  WS-KEY-VALID        VALUE "Y".

      *    A message refused this many times for a retryable reason
      *    is answered with the failure and dead-lettered.
       01  WS-BACKOUT-LIMIT        PIC 9(2) VALUE 3.

      *    Issued keys, loaded once for the whole drain.
       01  WS-KEY-TABLE.
           05  WS-KEY-COUNT        PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-KEY-ENTRY OCCURS 500 TIMES.
               10  WS-KEY-VALUE        PIC X(32).
               10  WS-KEY-CALLER-ID    PIC X(8).
               10  WS-KEY-STATUS       PIC X.
                   88  WS-KEY-ACTIVE   VALUE "A".
       01  WS-KEY-SUB              PIC 9(4) COMP-3 VALUE ZEROS.

      *    The outcome of the message in hand.
       01  WS-DEAD-REASON          PIC X(30) VALUE SPACES.
       01  WS-CALL-STATUS          PIC X(20) VALUE SPACES.
       01  WS-CALL-ERROR-CODE      PIC X(08) VALUE SPACES.
       01  WS-CURRENT-STAMP        PIC X(21) VALUE SPACES.

       01  WS-MESSAGES-READ        PIC 9(7) VALUE ZEROS.
       01  WS-MESSAGES-REPLIED     PIC 9(7) VALUE ZEROS.
       01  WS-MESSAGES-REFUSED     PIC 9(7) VALUE ZEROS.
       01  WS-MESSAGES-WAITING     PIC 9(7) VALUE ZEROS.
       01  WS-MESSAGES-BACKED-OUT  PIC 9(7) VALUE ZEROS.
       01  WS-MESSAGES-DEAD        PIC 9(7) VALUE ZEROS.

           COPY CALCMQM.
           COPY CALCERR.
           COPY CALCREC.
           COPY CALCEXPR.
           COPY CALCRSP.
           COPY CALCHSH.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM CHECK-QUIESCE
           IF WS-QUIESCED
               DISPLAY "CALCMSGQ - CALCULATOR QUIESCED ON CALCHOLD, "
                   "QUEUE LEFT UNREAD"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT REQUEST-QUEUE
           IF WS-REQUEST-FILE-STATUS = "35"
               DISPLAY "CALCMSGQ - NO MESSAGES ON CALCMQRQ"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-KEY-TABLE
           OPEN OUTPUT WORK-FILE
           OPEN EXTEND REPLY-QUEUE
           IF WS-REPLY-FILE-STATUS = "35"
               OPEN OUTPUT REPLY-QUEUE
           END-IF
           OPEN EXTEND DEAD-LETTER-QUEUE
           IF WS-DEAD-FILE-STATUS = "35"
               OPEN OUTPUT DEAD-LETTER-QUEUE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-REQUEST-MESSAGE
           PERFORM PROCESS-ONE-MESSAGE UNTIL WS-END-OF-FILE
           CLOSE REQUEST-QUEUE
           CLOSE WORK-FILE
           CLOSE REPLY-QUEUE
           CLOSE DEAD-LETTER-QUEUE
           PERFORM COPY-WORK-TO-QUEUE
           PERFORM DISPLAY-RUN-SUMMARY
           IF WS-MESSAGES-DEAD > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *****************************************************************
      * Start-of-drain controls.                                       *
      *****************************************************************
       CHECK-QUIESCE.
      *    Only the "*" quiesce stops the drain; a hold on one caller
      *    is CALCULATOR's to answer, and that caller's messages wait.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "35"
               PERFORM READ-HOLD-RECORD
               PERFORM MATCH-QUIESCE-RECORD
                   UNTIL WS-END-OF-FILE OR WS-QUIESCED
               CLOSE HOLD-FILE
           END-IF.

       READ-HOLD-RECORD.
           READ HOLD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       MATCH-QUIESCE-RECORD.
           IF HOLD-SCOPE = "*"
               MOVE "Y" TO WS-QUIESCE-SWITCH
           ELSE
               PERFORM READ-HOLD-RECORD
           END-IF.

       LOAD-KEY-TABLE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT KEY-FILE
           IF WS-KEY-FILE-STATUS NOT = "35"
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
           IF WS-KEY-COUNT < 500
               ADD 1 TO WS-KEY-COUNT
               MOVE AKEY-VALUE TO WS-KEY-VALUE(WS-KEY-COUNT)
               MOVE AKEY-CALLER-ID TO WS-KEY-CALLER-ID(WS-KEY-COUNT)
               MOVE AKEY-STATUS TO WS-KEY-STATUS(WS-KEY-COUNT)
           ELSE
               DISPLAY "CALCMSGQ - KEY TABLE FULL, KEY FOR "
                   AKEY-CALLER-ID " IGNORED"
           END-IF
           PERFORM READ-KEY-RECORD.

      *****************************************************************
      * One request message.                                           *
      *****************************************************************
       READ-REQUEST-MESSAGE.
           READ REQUEST-QUEUE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-MESSAGES-READ
                   MOVE REQUEST-LINE TO MQRQ-RECORD
           END-READ.

       PROCESS-ONE-MESSAGE.
           PERFORM CHECK-MESSAGE-FORMAT
           IF WS-DEAD-REASON NOT = SPACES
               MOVE SPACES TO WS-CALL-ERROR-CODE
               PERFORM WRITE-DEAD-LETTER
           ELSE
               PERFORM START-RESPONSE-CLOCK
               PERFORM AUTHENTICATE-API-KEY
               IF WS-KEY-VALID
                   PERFORM RECORD-KEY-IDENTITY
                   PERFORM RUN-REQUEST
                   PERFORM DISPOSE-OF-MESSAGE
               ELSE
                   MOVE "REJECTED" TO WS-CALL-STATUS
                   MOVE CALC-ERR-API-KEY TO WS-CALL-ERROR-CODE
                   PERFORM CLEAR-REPLY-VALUES
                   PERFORM WRITE-REPLY-MESSAGE
                   ADD 1 TO WS-MESSAGES-REFUSED
                   MOVE "AUTH" TO RSPT-REQUEST-CODE
               END-IF
               MOVE WS-CALL-STATUS TO RSPT-OUTCOME
               MOVE WS-CALL-ERROR-CODE TO RSPT-ERROR-CODE
               CALL "CALCRSPW" USING RSPT-RECORD
           END-IF
           PERFORM READ-REQUEST-MESSAGE.

       CHECK-MESSAGE-FORMAT.
      *    Anything that fails here could never succeed however often
      *    it was retried, and no reply can be trusted to reach a
      *    requester the message does not properly identify.
           MOVE SPACES TO WS-DEAD-REASON
           EVALUATE TRUE
               WHEN MQRQ-MSG-ID = SPACES
                   MOVE "NO MESSAGE ID" TO WS-DEAD-REASON
               WHEN MQRQ-REPLY-QUEUE = SPACES
                   MOVE "NO REPLY QUEUE NAMED" TO WS-DEAD-REASON
               WHEN MQRQ-BACKOUT-COUNT NOT NUMERIC
                   MOVE "BACKOUT COUNT NOT NUMERIC" TO WS-DEAD-REASON
               WHEN MQRQ-CALLER-ID = SPACES
                   MOVE "NO CALLER ID" TO WS-DEAD-REASON
               WHEN NOT MQRQ-TYPE-VALID
                   MOVE "UNKNOWN REQUEST TYPE" TO WS-DEAD-REASON
               WHEN MQRQ-EXPRESSION AND MQRQ-EXPR-TEXT = SPACES
                   MOVE "NO EXPRESSION TEXT" TO WS-DEAD-REASON
               WHEN MQRQ-CALCULATION
                   PERFORM CHECK-CALCULATION-BODY
           END-EVALUATE.

       CHECK-CALCULATION-BODY.
           IF MQRQ-OPERATION = SPACE
               MOVE "NO OPERATION CODE" TO WS-DEAD-REASON
           END-IF
           IF MQRQ-OPERAND-1 NOT NUMERIC OR
              MQRQ-OPERAND-2 NOT NUMERIC OR
              MQRQ-RATE NOT NUMERIC OR
              MQRQ-PERIODS NOT NUMERIC OR
              MQRQ-DATE-1 NOT NUMERIC OR
              MQRQ-DATE-2 NOT NUMERIC OR
              MQRQ-DAY-COUNT NOT NUMERIC OR
              MQRQ-CONVERSION-RATE NOT NUMERIC OR
              MQRQ-OPERAND-1-EXT NOT NUMERIC OR
              MQRQ-OPERAND-2-EXT NOT NUMERIC OR
              MQRQ-VALUE-DATE NOT NUMERIC
               MOVE "NON-NUMERIC FIELD IN REQUEST" TO WS-DEAD-REASON
           END-IF.

       AUTHENTICATE-API-KEY.
      *    The CALCWEB rule, plus one: the key must also be the one
      *    issued to the caller the message claims to be.
           MOVE "N" TO WS-KEY-VALID-SWITCH
           IF MQRQ-API-KEY NOT = SPACES
               PERFORM MATCH-KEY-ENTRY
                   VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-COUNT OR WS-KEY-VALID
           END-IF.

       MATCH-KEY-ENTRY.
           IF WS-KEY-VALUE(WS-KEY-SUB) = MQRQ-API-KEY AND
              WS-KEY-ACTIVE(WS-KEY-SUB) AND
              WS-KEY-CALLER-ID(WS-KEY-SUB) = MQRQ-CALLER-ID
               MOVE "Y" TO WS-KEY-VALID-SWITCH
           END-IF.

       RECORD-KEY-IDENTITY.
      *    The response log names the key by its check value, folded
      *    from zero over the key alone, as CALCWEB logs it.
           MOVE ZEROS TO HASH-PREVIOUS-CHECK
           MOVE SPACES TO HASH-RECORD-IMAGE
           MOVE MQRQ-API-KEY TO HASH-COVERED-TEXT
           CALL "CALCHASH" USING HASH-INPUT HASH-OUTPUT
           MOVE MQRQ-CALLER-ID TO RSPT-CALLER-ID
           MOVE HASH-CHECK-VALUE TO RSPT-KEY-CHECK.

       RUN-REQUEST.
           PERFORM CLEAR-REPLY-VALUES
           IF MQRQ-EXPRESSION
               PERFORM RUN-EXPRESSION-REQUEST
           ELSE
               PERFORM RUN-CALCULATION-REQUEST
           END-IF.

       RUN-CALCULATION-REQUEST.
           INITIALIZE LS-INPUT-DATA
           MOVE MQRQ-OPERATION TO LS-OPERATION
           MOVE MQRQ-OPERAND-1 TO LS-OPERAND-1
           MOVE MQRQ-OPERAND-2 TO LS-OPERAND-2
           MOVE MQRQ-RATE TO LS-RATE
           MOVE MQRQ-PERIODS TO LS-PERIODS
           MOVE MQRQ-LOCALE TO LS-LOCALE
           MOVE MQRQ-CALLER-ID TO LS-CALLER-ID
           MOVE MQRQ-FLAG-NEGATIVE-RESULT TO LS-FLAG-NEGATIVE-RESULT
           MOVE MQRQ-ROUND-MODE TO LS-ROUND-MODE
           MOVE MQRQ-DATE-1 TO LS-DATE-1
           MOVE MQRQ-DATE-2 TO LS-DATE-2
           MOVE MQRQ-DAY-COUNT TO LS-DAY-COUNT
           MOVE MQRQ-CURRENCY-1 TO LS-CURRENCY-1
           MOVE MQRQ-CURRENCY-2 TO LS-CURRENCY-2
           MOVE MQRQ-CONVERSION-RATE TO LS-CONVERSION-RATE
           MOVE MQRQ-PRECISION-MODE TO LS-PRECISION-MODE
           MOVE MQRQ-OPERAND-1-EXT TO LS-OPERAND-1-EXT
           MOVE MQRQ-OPERAND-2-EXT TO LS-OPERAND-2-EXT
           MOVE MQRQ-TAX-JURISDICTION TO LS-TAX-JURISDICTION
           MOVE MQRQ-DAY-BASIS TO LS-DAY-BASIS
           MOVE MQRQ-MARKET-CODE TO LS-MARKET-CODE
           MOVE MQRQ-PRODUCT-CODE TO LS-PRODUCT-CODE
           MOVE MQRQ-VALUE-DATE TO LS-VALUE-DATE
           MOVE MQRQ-CORR-ID TO LS-CORR-ID
           MOVE MQRQ-DAY-COUNT-CONV TO LS-DAY-COUNT-CONV
           MOVE MQRQ-FEE-CODE TO LS-FEE-CODE
           MOVE MQRQ-BACK-VALUE-OVERRIDE TO LS-BACK-VALUE-OVERRIDE
           MOVE "Q" TO LS-CHANNEL

           CALL "CALCULATOR" USING LS-INPUT-DATA LS-OUTPUT-DATA

           MOVE LS-OPERATION TO RSPT-REQUEST-CODE
           MOVE LS-STATUS TO WS-CALL-STATUS
           MOVE LS-ERROR-CODE TO WS-CALL-ERROR-CODE
           MOVE LS-RESULT TO MQRP-RESULT
           MOVE LS-RESULT-EXT TO MQRP-RESULT-EXT
           MOVE LS-REMAINDER TO MQRP-REMAINDER
           MOVE LS-TAX-AMOUNT TO MQRP-TAX-AMOUNT
           MOVE LS-BUSINESS-DATE TO MQRP-BUSINESS-DATE.

       RUN-EXPRESSION-REQUEST.
           INITIALIZE EXPR-INPUT-DATA
           MOVE MQRQ-EXPR-TEXT TO EXPR-TEXT
           MOVE MQRQ-CALLER-ID TO EXPR-CALLER-ID
           MOVE "Q" TO EXPR-CHANNEL

           CALL "CALCPRSE" USING EXPR-INPUT-DATA EXPR-OUTPUT-DATA

           MOVE "EXPR" TO RSPT-REQUEST-CODE
           MOVE EXPR-STATUS TO WS-CALL-STATUS
           MOVE EXPR-ERROR-CODE TO WS-CALL-ERROR-CODE
           MOVE EXPR-RESULT TO MQRP-RESULT
           MOVE EXPR-BUSINESS-DATE TO MQRP-BUSINESS-DATE.

       DISPOSE-OF-MESSAGE.
      *    A held caller's message waits untouched: the hold is the
      *    operator's doing, not the message's, so it does not count
      *    towards the backout limit. Any other retryable refusal is
      *    backed out until the limit, then answered and dead-
      *    lettered. Everything else is answered.
           MOVE WS-CALL-ERROR-CODE TO CALC-ERR-RETRY-CHECK
           EVALUATE TRUE
               WHEN WS-CALL-ERROR-CODE = CALC-ERR-HELD
                   WRITE WORK-LINE FROM MQRQ-RECORD
                   ADD 1 TO WS-MESSAGES-WAITING
               WHEN CALC-ERR-RETRYABLE
                   ADD 1 TO MQRQ-BACKOUT-COUNT
                   IF MQRQ-BACKOUT-COUNT < WS-BACKOUT-LIMIT
                       WRITE WORK-LINE FROM MQRQ-RECORD
                       ADD 1 TO WS-MESSAGES-BACKED-OUT
                   ELSE
                       PERFORM WRITE-REPLY-MESSAGE
                       MOVE "BACKOUT LIMIT REACHED" TO WS-DEAD-REASON
                       PERFORM WRITE-DEAD-LETTER
                   END-IF
               WHEN OTHER
                   PERFORM WRITE-REPLY-MESSAGE
           END-EVALUATE.

      *****************************************************************
      * Replies, dead letters and the rewritten queue.                 *
      *****************************************************************
       CLEAR-REPLY-VALUES.
           MOVE ZEROS TO MQRP-RESULT
           MOVE ZEROS TO MQRP-RESULT-EXT
           MOVE ZEROS TO MQRP-REMAINDER
           MOVE ZEROS TO MQRP-TAX-AMOUNT
           MOVE ZEROS TO MQRP-BUSINESS-DATE.

       WRITE-REPLY-MESSAGE.
      *    The reply's correlation is the request's message ID, the
      *    queue convention the requesters match replies on.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE MQRQ-REPLY-QUEUE TO MQRP-REPLY-QUEUE
           MOVE MQRQ-MSG-ID TO MQRP-CORREL-ID
           MOVE MQRQ-CORR-ID TO MQRP-CORR-ID
           MOVE WS-CURRENT-STAMP(1:8) TO MQRP-PUT-DATE
           MOVE WS-CURRENT-STAMP(9:6) TO MQRP-PUT-TIME
           MOVE MQRQ-CALLER-ID TO MQRP-CALLER-ID
           MOVE MQRQ-REQUEST-TYPE TO MQRP-REQUEST-TYPE
           MOVE WS-CALL-STATUS TO MQRP-STATUS
           MOVE WS-CALL-ERROR-CODE TO MQRP-ERROR-CODE
           WRITE REPLY-LINE FROM MQRP-RECORD
           ADD 1 TO WS-MESSAGES-REPLIED.

       WRITE-DEAD-LETTER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO MQDL-DATE
           MOVE WS-CURRENT-STAMP(9:6) TO MQDL-TIME
           MOVE WS-DEAD-REASON TO MQDL-REASON
           MOVE WS-CALL-ERROR-CODE TO MQDL-ERROR-CODE
           MOVE MQRQ-RECORD TO MQDL-MESSAGE
           WRITE DEAD-LETTER-LINE FROM MQDL-RECORD
           ADD 1 TO WS-MESSAGES-DEAD
           DISPLAY "CALCMSGQ - MESSAGE " MQRQ-MSG-ID
               " DEAD-LETTERED: " WS-DEAD-REASON.

       START-RESPONSE-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE SPACES TO RSPT-RECORD
           MOVE WS-CURRENT-STAMP(1:8) TO RSPT-START-DATE
           MOVE WS-CURRENT-STAMP(9:8) TO RSPT-START-TIME
           MOVE "MQ" TO RSPT-CHANNEL
           MOVE "CMSQ" TO RSPT-TRANSACTION-ID
           MOVE ZEROS TO RSPT-KEY-CHECK.

       COPY-WORK-TO-QUEUE.
      *    The rewritten queue holds only the messages still waiting
      *    or backed out; answered and dead-lettered ones are gone.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT WORK-FILE
           OPEN OUTPUT REQUEST-QUEUE
           PERFORM READ-WORK-RECORD
           PERFORM COPY-ONE-MESSAGE-BACK UNTIL WS-END-OF-FILE
           CLOSE WORK-FILE
           CLOSE REQUEST-QUEUE.

       READ-WORK-RECORD.
           READ WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       COPY-ONE-MESSAGE-BACK.
           WRITE REQUEST-LINE FROM WORK-LINE
           PERFORM READ-WORK-RECORD.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCMSGQ - MESSAGE QUEUE DRAIN SUMMARY"
           DISPLAY "========================================"
           DISPLAY "Messages read:        " WS-MESSAGES-READ
           DISPLAY "Replies put:          " WS-MESSAGES-REPLIED
           DISPLAY "  of which key refused: " WS-MESSAGES-REFUSED
           DISPLAY "Waiting on a hold:    " WS-MESSAGES-WAITING
           DISPLAY "Backed out to retry:  " WS-MESSAGES-BACKED-OUT
           DISPLAY "Dead-lettered:        " WS-MESSAGES-DEAD
           DISPLAY "========================================".

       END PROGRAM CALCMSGQ.
