      * letters K/J/Y/Z, with the register's new balance in            *
      * AUDIT-RESULT and the moved amount in AUDIT-OPERAND-1.          *
      * Failures carry the standard CALCERR codes and go to the        *
      * exception log like any other rejected call.                    *
      * Each movement books to the business date CALCBOOK gives for    *
      * REG-CHANNEL - the next business date for an online movement    *
      * keyed after the CALCBDAT cut-off - returned in                 *
      * REG-BUSINESS-DATE - and carries the caller's legal entity on   *
      * that date through CALCENTL.                                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-INTRADAY-STAMP       PIC X(21) VALUE SPACES.

           COPY CALCHSH.
           COPY CALCBKD.
           COPY CALCENL.
           COPY CALCERR.

       01  WS-STATUS               PIC X(20) VALUE SPACES.
           MOVE WS-STATUS TO REG-STATUS
           MOVE WS-ERROR-CODE TO REG-ERROR-CODE
           PERFORM WRITE-AUDIT-RECORD
           MOVE AUDIT-BUSINESS-DATE TO REG-BUSINESS-DATE
           IF WS-STATUS NOT = "SUCCESS"
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.
           MOVE WS-BALANCE TO AUDIT-RESULT
           MOVE WS-STATUS TO AUDIT-STATUS
           MOVE REG-CALLER-ID TO AUDIT-CALLER-ID
           MOVE REG-CHANNEL TO BKD-CHANNEL
           MOVE SPACES TO BKD-MARKET-CODE
           CALL "CALCBOOK" USING BKD-INPUT-DATA BKD-OUTPUT-DATA
           MOVE BKD-BUSINESS-DATE TO AUDIT-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-CALL-TIME
           MOVE REG-CHANNEL TO AUDIT-CHANNEL
           MOVE AUDIT-CALLER-ID TO ENTL-CALLER-ID
           MOVE AUDIT-BUSINESS-DATE TO ENTL-AS-OF-DATE
           CALL "CALCENTL" USING ENTL-REQUEST ENTL-REPLY
           MOVE ENTL-ENTITY-CODE TO AUDIT-ENTITY
           PERFORM CHAIN-AUDIT-RECORD
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           MOVE AUDIT-CURRENCY-2 TO AUDI-CURRENCY-2
           MOVE AUDIT-PRECISION-MODE TO AUDI-PRECISION-MODE
           MOVE AUDIT-RESULT-EXT TO AUDI-RESULT-EXT
           MOVE AUDIT-BUSINESS-DATE TO AUDI-BUSINESS-DATE
           WRITE AUDI-RECORD
               INVALID KEY
                   ADD 1 TO WS-INTRADAY-LOST-COUNT
