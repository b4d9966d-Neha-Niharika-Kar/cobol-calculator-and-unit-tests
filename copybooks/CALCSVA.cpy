      *****************************************************************
      * CALCSVA - Surveillance alert record                            *
      * CALCSURV appends one record to CALCSRVA for every audit call   *
      * behind an alert it raises, so the alert carries the full list  *
      * of AUDIT-SEQUENCE-NO and AUDIT-CORR-ID values (and the         *
      * CALCAUDM key) a reviewer hands to CALCTRCE. Every record of    *
      * one alert repeats the alert ID and description; item 1 of      *
      * SVA-CALL-COUNT is the first call behind it. The alert ID is    *
      * the scenario, the caller, the business date the alert was      *
      * raised for and a number that tells apart several alerts of     *
      * one scenario for one caller on one day:                        *
      *   N - run of calls just below the caller's review limit        *
      *   R - the same operation and operands repeated                 *
      *   J - call value far above the caller's own 30-day average     *
      *   H - call outside the caller's normal hours                   *
      *****************************************************************
       01  SVA-RECORD.
           05  SVA-ALERT-ID.
               10  SVA-SCENARIO        PIC X.
                   88  SVA-NEAR-LIMIT  VALUE "N".
                   88  SVA-REPEATED    VALUE "R".
                   88  SVA-VALUE-JUMP  VALUE "J".
                   88  SVA-OFF-HOURS   VALUE "H".
               10  SVA-CALLER-ID       PIC X(08).
               10  SVA-ALERT-DATE      PIC 9(8).
               10  SVA-ALERT-NO        PIC 9(3).
           05  SVA-RAISED-DATE         PIC 9(8).
           05  SVA-RAISED-TIME         PIC 9(6).
           05  SVA-DESCRIPTION         PIC X(40).
           05  SVA-CALL-COUNT          PIC 9(5).
           05  SVA-ITEM-NO             PIC 9(5).
           05  SVA-MASTER-KEY.
               10  SVA-BUSINESS-DATE   PIC 9(8).
               10  SVA-SEQUENCE-NO     PIC 9(9).
               10  SVA-RUN-TIME        PIC 9(6).
           05  SVA-CORR-ID             PIC X(16).
           05  SVA-CALL-TIME           PIC 9(6).
           05  SVA-OPERATION           PIC X.
           05  SVA-CALL-VALUE          PIC 9(15)V9(6).
