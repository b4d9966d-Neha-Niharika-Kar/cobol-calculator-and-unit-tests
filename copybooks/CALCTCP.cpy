      *****************************************************************
      * CALCTCP - CALCULATOR in-storage table capacity area            *
      * Returned by the CALCULATOR-TABLE-STATUS entry: for each        *
      * reference table CALCULATOR holds in storage, whether the file  *
      * is on hand, how many records it carries and how many the       *
      * in-storage copy can hold. A table with more records than its   *
      * capacity is flagged, never truncated - CALCULATOR refuses      *
      * every call that needs it with CALC-022, and CALCDRV stops the  *
      * run with nothing processed. Asking for the status loads any    *
      * table not yet in storage.                                      *
      *****************************************************************
       01  TCAP-STATUS-AREA.
           05  TCAP-TABLE-COUNT        PIC 9(2).
           05  TCAP-ANY-OVERFLOW       PIC X.
               88  TCAP-OVERFLOW       VALUE "Y".
           05  TCAP-TABLE OCCURS 5 TIMES.
               10  TCAP-TABLE-NAME     PIC X(8).
               10  TCAP-PRESENT        PIC X.
                   88  TCAP-TABLE-PRESENT VALUE "Y".
               10  TCAP-RECORDS        PIC 9(7).
               10  TCAP-CAPACITY       PIC 9(7).
               10  TCAP-OVERFLOW-FLAG  PIC X.
                   88  TCAP-TABLE-OVERFLOW VALUE "Y".
