      * code 8 so the scheduler can bounce the whole submission back   *
      * to the sending department before CALCDRV runs at all, instead  *
      * of discovering the garbage mid-run with half the batch         *
      * already processed and audited.                                 *
      * A back-valued detail (value date before the CALCBDAT business  *
      * date) is refused here too when its month is closed on          *
      * CALCMCLS, or when it reaches back more business days than the  *
      * CALCPARM back-value window of the source named on the file     *
      * header - the same policy CALCULATOR enforces online, caught    *
      * before the driver runs. Driver files have no override path;    *
      * an out-of-window item goes through a caller that can route it  *
      * to the CALCPEND approval queue.                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CLOSE-FILE ASSIGN TO "CALCMCLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "CALCHOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-FILE.
           05  FILLER                  PIC X.
           05  ERR-REASON              PIC X(30).

       FD  PARM-FILE.
           COPY CALCPARM.

       FD  CLOSE-FILE.
           COPY CALCMCL.

       FD  HOLIDAY-FILE.
           COPY CALCHOL.

       FD  BUSINESS-DATE-FILE.
           COPY CALCBDT.

       WORKING-STORAGE SECTION.
       01  WS-RAW-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  WS-CLEAN-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-CLOSE-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-HOLIDAY-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-BDAT-FILE-STATUS     PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-HASH-OPERAND-1       PIC S9(13)V99 VALUE ZEROS.
       01  WS-HASH-OPERAND-2       PIC S9(13)V99 VALUE ZEROS.

       01  WS-VALID-OPERATIONS     PIC X(22)
                               VALUE "ASMDERQPCGLINFKJYZTB14".
       01  WS-EDIT-FIELD-NAME      PIC X(12) VALUE SPACES.
       01  WS-EDIT-REASON          PIC X(30) VALUE SPACES.
       01  WS-OP-FOUND-COUNT       PIC 9(02) COMP-3 VALUE ZEROS.

      *    Back-value policy inputs, loaded once per run: the business
      *    date, the closed months, the holiday calendar the driver's
      *    calls run under (blank market), and the window of the
      *    source named on the header.
       01  WS-TABLE-EOF-SWITCH     PIC X VALUE "N".
           88  WS-TABLE-EOF        VALUE "Y".
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-COUNT     PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-CLOSED-MONTH     OCCURS 240 TIMES PIC 9(6).
       01  WS-CLOSED-SUB           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-MONTH-CLOSED-SWITCH  PIC X VALUE "N".
           88  WS-MONTH-CLOSED     VALUE "Y".
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT    PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-HOLIDAY-DATE     OCCURS 300 TIMES PIC 9(8).
       01  WS-HOLIDAY-SUB          PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-SOURCE-ID            PIC X(08) VALUE SPACES.
       01  WS-BACK-VALUE-WINDOW    PIC 9(3) VALUE ZEROS.
       01  WS-WORK-INTEGER         PIC 9(8) COMP-3 VALUE ZEROS.
       01  WS-TARGET-INTEGER       PIC 9(8) COMP-3 VALUE ZEROS.
       01  WS-WORK-DATE            PIC 9(8) VALUE ZEROS.
       01  WS-WEEKDAY-NO           PIC 9 VALUE ZERO.
       01  WS-BUSINESS-DAY-SWITCH  PIC X VALUE "Y".
           88  WS-IS-BUSINESS-DAY  VALUE "Y".
       01  WS-BACK-VALUE-DAYS      PIC 9(5) COMP-3 VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
               GOBACK
           END-IF
           OPEN OUTPUT CLEAN-FILE
           OPEN OUTPUT EDIT-REPORT-FILE
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-CLOSED-MONTHS
           PERFORM LOAD-HOLIDAYS.

       LOAD-BUSINESS-DATE.
           MOVE ZEROS TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDAT-FILE-STATUS NOT = "35"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDAT-BUSINESS-DATE NUMERIC
                           MOVE BDAT-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-BUSINESS-DATE = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF.

       LOAD-CLOSED-MONTHS.
           MOVE "N" TO WS-TABLE-EOF-SWITCH
           OPEN INPUT CLOSE-FILE
           IF WS-CLOSE-FILE-STATUS NOT = "35"
               PERFORM READ-CLOSE-RECORD
               PERFORM STORE-CLOSE-RECORD UNTIL WS-TABLE-EOF
               CLOSE CLOSE-FILE
           END-IF.

       READ-CLOSE-RECORD.
           READ CLOSE-FILE
               AT END
                   MOVE "Y" TO WS-TABLE-EOF-SWITCH
           END-READ.

       STORE-CLOSE-RECORD.
           IF MCLS-CLOSED AND WS-CLOSED-COUNT < 240
               ADD 1 TO WS-CLOSED-COUNT
               MOVE MCLS-YEAR-MONTH TO WS-CLOSED-MONTH(WS-CLOSED-COUNT)
           END-IF
           PERFORM READ-CLOSE-RECORD.

       LOAD-HOLIDAYS.
           MOVE "N" TO WS-TABLE-EOF-SWITCH
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-FILE-STATUS NOT = "35"
               PERFORM READ-HOLIDAY-RECORD
               PERFORM STORE-HOLIDAY-RECORD UNTIL WS-TABLE-EOF
               CLOSE HOLIDAY-FILE
           END-IF.

       READ-HOLIDAY-RECORD.
           READ HOLIDAY-FILE
               AT END
                   MOVE "Y" TO WS-TABLE-EOF-SWITCH
           END-READ.

       STORE-HOLIDAY-RECORD.
           IF HOL-MARKET-CODE = SPACES AND WS-HOLIDAY-COUNT < 300
               ADD 1 TO WS-HOLIDAY-COUNT
               MOVE HOL-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
           END-IF
           PERFORM READ-HOLIDAY-RECORD.

       LOOKUP-SOURCE-WINDOW.
      *    The window belongs to the sending source's CALCPARM record;
      *    no record, or zero/spaces in the column, means no window.
           MOVE ZEROS TO WS-BACK-VALUE-WINDOW
           MOVE TRANS-HDR-SOURCE TO WS-SOURCE-ID
           MOVE "N" TO WS-TABLE-EOF-SWITCH
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "35"
               PERFORM READ-PARM-RECORD
               PERFORM MATCH-SOURCE-PARM UNTIL WS-TABLE-EOF
               CLOSE PARM-FILE
           END-IF.

       READ-PARM-RECORD.
           READ PARM-FILE
               AT END
                   MOVE "Y" TO WS-TABLE-EOF-SWITCH
           END-READ.

       MATCH-SOURCE-PARM.
           IF PARM-CALLER-ID = WS-SOURCE-ID AND
              PARM-BACK-VALUE-DAYS NUMERIC
               MOVE PARM-BACK-VALUE-DAYS TO WS-BACK-VALUE-WINDOW
               MOVE "Y" TO WS-TABLE-EOF-SWITCH
           ELSE
               PERFORM READ-PARM-RECORD
           END-IF.

       READ-RAW-RECORD.
           READ RAW-FILE
           EVALUATE TRANS-RECORD(1:3)
               WHEN "HDR"
                   MOVE "Y" TO WS-HEADER-SEEN-SWITCH
                   PERFORM LOOKUP-SOURCE-WINDOW
                   PERFORM WRITE-CLEAN-HEADER
               WHEN "TLR"
      *            The incoming trailer covered the raw file; the
               MOVE "UNKNOWN OPERATION CODE" TO WS-EDIT-REASON
               PERFORM WRITE-EDIT-ERROR
           END-IF
           IF TRANS-OPERATION = "4" AND TRANS-FEE-CODE = SPACES
               MOVE "FEE-CODE" TO WS-EDIT-FIELD-NAME
               MOVE "REQUIRED FOR FEE OPERATION" TO WS-EDIT-REASON
               PERFORM WRITE-EDIT-ERROR
           END-IF
           IF TRANS-FLAG-NEG-RESULT NOT = SPACE AND
              TRANS-FLAG-NEG-RESULT NOT = "Y" AND
              TRANS-FLAG-NEG-RESULT NOT = "N"
               MOVE "VALUE-DATE" TO WS-EDIT-FIELD-NAME
               MOVE "NOT NUMERIC" TO WS-EDIT-REASON
               PERFORM WRITE-EDIT-ERROR
           END-IF
           IF TRANS-VALUE-DATE NUMERIC AND
              TRANS-VALUE-DATE > ZERO AND
              TRANS-VALUE-DATE < WS-BUSINESS-DATE
               PERFORM EDIT-BACK-VALUE
           END-IF.

       EDIT-BACK-VALUE.
           IF FUNCTION TEST-DATE-YYYYMMDD(TRANS-VALUE-DATE) NOT = ZERO
               MOVE "VALUE-DATE" TO WS-EDIT-FIELD-NAME
               MOVE "NOT A VALID DATE" TO WS-EDIT-REASON
               PERFORM WRITE-EDIT-ERROR
           ELSE
               MOVE "N" TO WS-MONTH-CLOSED-SWITCH
               PERFORM MATCH-CLOSED-MONTH
                   VARYING WS-CLOSED-SUB FROM 1 BY 1
                   UNTIL WS-CLOSED-SUB > WS-CLOSED-COUNT
                      OR WS-MONTH-CLOSED
               IF WS-MONTH-CLOSED
                   MOVE "VALUE-DATE" TO WS-EDIT-FIELD-NAME
                   MOVE "FALLS IN A CLOSED MONTH" TO WS-EDIT-REASON
                   PERFORM WRITE-EDIT-ERROR
               ELSE
                   IF WS-BACK-VALUE-WINDOW > ZERO
                       PERFORM COUNT-BACK-VALUE-DAYS
                       IF WS-BACK-VALUE-DAYS > WS-BACK-VALUE-WINDOW
                           MOVE "VALUE-DATE" TO WS-EDIT-FIELD-NAME
                           MOVE "BEYOND BACK-VALUE WINDOW"
                               TO WS-EDIT-REASON
                           PERFORM WRITE-EDIT-ERROR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MATCH-CLOSED-MONTH.
           IF WS-CLOSED-MONTH(WS-CLOSED-SUB) = TRANS-VALUE-DATE(1:6)
               MOVE "Y" TO WS-MONTH-CLOSED-SWITCH
           END-IF.

       COUNT-BACK-VALUE-DAYS.
      *    Business days after the value date up to and including the
      *    business date, the way CALCULATOR counts them.
           COMPUTE WS-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(TRANS-VALUE-DATE)
           COMPUTE WS-TARGET-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           MOVE ZEROS TO WS-BACK-VALUE-DAYS
           PERFORM COUNT-ONE-BACK-DAY
               UNTIL WS-WORK-INTEGER = WS-TARGET-INTEGER
                  OR WS-BACK-VALUE-DAYS > WS-BACK-VALUE-WINDOW.

       COUNT-ONE-BACK-DAY.
           ADD 1 TO WS-WORK-INTEGER
           PERFORM CHECK-BUSINESS-DAY
           IF WS-IS-BUSINESS-DAY
               ADD 1 TO WS-BACK-VALUE-DAYS
           END-IF.

       CHECK-BUSINESS-DAY.
      *    Day 1 of the integer calendar was a Monday, so MOD 7 of
      *    6 and 0 are Saturday and Sunday.
           MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
           COMPUTE WS-WEEKDAY-NO = FUNCTION MOD(WS-WORK-INTEGER, 7)
           IF WS-WEEKDAY-NO = 6 OR WS-WEEKDAY-NO = 0
               MOVE "N" TO WS-BUSINESS-DAY-SWITCH
           ELSE
               COMPUTE WS-WORK-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
               PERFORM CHECK-HOLIDAY-TABLE
                   VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                   UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
                      OR NOT WS-IS-BUSINESS-DAY
           END-IF.

       CHECK-HOLIDAY-TABLE.
           IF WS-HOLIDAY-DATE(WS-HOLIDAY-SUB) = WS-WORK-DATE
               MOVE "N" TO WS-BUSINESS-DAY-SWITCH
           END-IF.

       WRITE-EDIT-ERROR.
