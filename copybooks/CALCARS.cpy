      *****************************************************************
      * CALCARS - Inbound file arrival schedule record (CALCARSC)      *
      * One record per departmental source whose file the stream       *
      * waits for: the department (business area) answerable for it,   *
      * the time the file is expected and the latest time it is still  *
      * acceptable, both as HHMM on the evening of the business day -  *
      * a time before 12:00 means the following morning - and the      *
      * days of the week it is sent, Monday first. On a CALCHOL        *
      * holiday of the CALCBDAT market no file is expected unless the  *
      * holiday flag says the source sends regardless.                 *
      *****************************************************************
       01  ARSC-RECORD.
           05  ARSC-SOURCE-ID          PIC X(8).
           05  ARSC-DEPARTMENT         PIC X(12).
           05  ARSC-EXPECTED-TIME      PIC 9(4).
           05  ARSC-LATEST-TIME        PIC 9(4).
           05  ARSC-SEND-DAYS.
               10  ARSC-SEND-DAY       PIC X OCCURS 7 TIMES.
           05  ARSC-HOLIDAY-FLAG       PIC X.
               88  ARSC-SENDS-ON-HOLIDAYS VALUE "Y".
