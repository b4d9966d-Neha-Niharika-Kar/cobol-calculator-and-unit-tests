      * and the statistic in AUDIT-RESULT. Failures carry the same     *
      * CALCERR codes as CALCULATOR and are also logged to the         *
      * exception file, so the analysts' aggregate answers sit in the  *
      * same audited world as every other calculator number.           *
      * The audit record books to the CALCBDAT register date through   *
      * CALCBOOK, as batch work always does, and carries the caller's  *
      * legal entity on that date through CALCENTL.                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-INTRADAY-STAMP       PIC X(21) VALUE SPACES.

           COPY CALCHSH.
           COPY CALCBKD.
           COPY CALCENL.

       01  WS-STATUS               PIC X(20) VALUE SPACES.
       01  WS-ERROR-MSG            PIC X(50) VALUE SPACES.
           MOVE WS-RESULT TO AUDIT-RESULT
           MOVE WS-STATUS TO AUDIT-STATUS
           MOVE AGG-CALLER-ID TO AUDIT-CALLER-ID
           MOVE SPACE TO BKD-CHANNEL
           MOVE SPACES TO BKD-MARKET-CODE
           CALL "CALCBOOK" USING BKD-INPUT-DATA BKD-OUTPUT-DATA
           MOVE BKD-BUSINESS-DATE TO AUDIT-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-CALL-TIME
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
