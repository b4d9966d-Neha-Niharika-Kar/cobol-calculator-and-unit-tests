      *****************************************************************
      * CALCRSP - Online response-time log record                      *
      * One record appended to CALCRSPT by CALCRSPW for every task leg *
      * the online front ends run: CALC (CALCCICS), CABR (CALCABRW),   *
      * CPRM (CALCPMNT), CTAX, CPRA, CCUR and CHOL (CALCTMNT), the     *
      * CALCWEB listener and, one leg per message, the CALCMSGQ        *
      * message-queue front end. The front end stamps the start when   *
      * it gets control and fills in what it did and how it ended;     *
      * CALCRSPW stamps the end just before the task returns and works *
      * out the elapsed milliseconds. The clock is read in hundredths, *
      * so every elapsed time is a multiple of 10.                     *
      * RSPT-REQUEST-CODE is the CALCULATOR operation code for a       *
      * calculation, or one of the screen and listener tags: MAP       *
      * (first or redisplayed map), EXPR, NPV, IRR, CFL (cash-flow     *
      * body with no known function), PAGE, PRNT, BRWS, VIEW, EXIT,    *
      * ADD, CHG and DEL (a table change staged), APPR and REJ (a      *
      * staged change approved or rejected) and AUTH (web or queue key *
      * refused). CALCRSPR reads this log for the daily service-level  *
      * report.                                                        *
      *****************************************************************
       01  RSPT-RECORD.
           05  RSPT-CHANNEL            PIC X(4).
               88  RSPT-CHANNEL-CICS   VALUE "CICS".
               88  RSPT-CHANNEL-WEB    VALUE "WEB".
               88  RSPT-CHANNEL-QUEUE  VALUE "MQ".
           05  RSPT-TRANSACTION-ID     PIC X(4).
           05  RSPT-REQUEST-CODE       PIC X(4).
           05  RSPT-START-DATE         PIC 9(8).
           05  RSPT-START-TIME         PIC 9(8).
           05  RSPT-START-TIME-PARTS REDEFINES RSPT-START-TIME.
               10  RSPT-START-HH       PIC 9(2).
               10  RSPT-START-MM       PIC 9(2).
               10  RSPT-START-SS       PIC 9(2).
               10  RSPT-START-HUNDREDTHS PIC 9(2).
           05  RSPT-END-DATE           PIC 9(8).
           05  RSPT-END-TIME           PIC 9(8).
           05  RSPT-END-TIME-PARTS REDEFINES RSPT-END-TIME.
               10  RSPT-END-HH         PIC 9(2).
               10  RSPT-END-MM         PIC 9(2).
               10  RSPT-END-SS         PIC 9(2).
               10  RSPT-END-HUNDREDTHS PIC 9(2).
           05  RSPT-ELAPSED-MS         PIC 9(9).
           05  RSPT-OUTCOME            PIC X(20).
               88  RSPT-OUTCOME-OK     VALUE "SUCCESS" "GREATER"
                   "NOT GREATER" "LESS" "NOT LESS" "EQUAL" "NOT EQUAL".
           05  RSPT-ERROR-CODE         PIC X(08).
      *    Web and message-queue legs that got past the key check:
      *    the caller the key maps to and the CALCHASH check value of
      *    the key itself (folded from zero), so key use can be traced
      *    without the key ever being written down. Spaces on every
      *    other leg.
           05  RSPT-CALLER-ID          PIC X(08).
           05  RSPT-KEY-CHECK          PIC 9(9).
