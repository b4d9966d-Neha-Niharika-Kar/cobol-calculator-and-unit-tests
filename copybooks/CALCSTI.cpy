      *****************************************************************
      * CALCSTI - Caller statement distribution index record           *
      * One record per caller statement CALCSTMT prints on CALCSTMR,   *
      * written to CALCSTMI so CALCBNDL can route each department      *
      * exactly its own pages: the statement occupies lines            *
      * STMI-FIRST-LINE through STMI-FIRST-LINE + STMI-LINE-COUNT - 1  *
      * of the print file. The statement is cut under the caller ID    *
      * the calls were recorded with; STMI-CURRENT-ID is the ID that   *
      * caller answers to today (CALCMIGR), so a routing entry for a   *
      * renamed desk still finds the pages it ran under its old ID.    *
      *****************************************************************
       01  STMI-RECORD.
           05  STMI-YEAR-MONTH         PIC 9(6).
           05  STMI-CALLER-ID          PIC X(8).
           05  STMI-CURRENT-ID         PIC X(8).
           05  STMI-FIRST-LINE         PIC 9(9).
           05  STMI-LINE-COUNT         PIC 9(7).
           05  STMI-PAGE-COUNT         PIC 9(5).
           05  STMI-CALL-COUNT         PIC 9(9).
           05  STMI-REJECTED-COUNT     PIC 9(7).
           05  STMI-HELD-COUNT         PIC 9(7).
