      *****************************************************************
      * CALCARH - File arrival history and arrival alert records       *
      * The history (CALCARVH) carries one record per source per       *
      * business day the source was scheduled to send, kept by         *
      * CALCARRV through the evening: the schedule in force when the   *
      * day was first monitored, the file's actual arrival date and    *
      * time off CALCTRNR, the minutes it came in past its expected    *
      * time, whether the late and escalation alerts have gone out,    *
      * and its standing -                                             *
      *   PENDING   not yet due                                        *
      *   OVERDUE   past its expected time, not arrived                *
      *   MISSING   past its latest acceptable time, not arrived       *
      *   ONTIME    arrived by its expected time                       *
      *   LATE      arrived after expected, by the latest time         *
      *   BREACH    arrived after the latest acceptable time           *
      * CALCPUNC reads it for the monthly punctuality report.          *
      * The alert log (CALCARAL) gets one record per alert raised -    *
      * LATE at the expected time, ESCALATE at the latest acceptable   *
      * time - each raised once per source and day however often the   *
      * monitor runs.                                                  *
      *****************************************************************
       01  ARVH-RECORD.
           05  ARVH-BUSINESS-DATE      PIC 9(8).
           05  ARVH-SOURCE-ID          PIC X(8).
           05  ARVH-DEPARTMENT         PIC X(12).
           05  ARVH-EXPECTED-TIME      PIC 9(4).
           05  ARVH-LATEST-TIME        PIC 9(4).
           05  ARVH-STATUS             PIC X(8).
               88  ARVH-PENDING        VALUE "PENDING".
               88  ARVH-OVERDUE        VALUE "OVERDUE".
               88  ARVH-MISSING        VALUE "MISSING".
               88  ARVH-ONTIME         VALUE "ONTIME".
               88  ARVH-LATE           VALUE "LATE".
               88  ARVH-BREACH         VALUE "BREACH".
               88  ARVH-ARRIVED        VALUE "ONTIME" "LATE" "BREACH".
           05  ARVH-ARRIVAL-DATE       PIC 9(8).
           05  ARVH-ARRIVAL-TIME       PIC 9(6).
           05  ARVH-FILE-ID            PIC X(8).
           05  ARVH-MINUTES-LATE       PIC 9(5).
           05  ARVH-LATE-ALERTED       PIC X.
           05  ARVH-ESCALATED          PIC X.

       01  ARAL-RECORD.
           05  ARAL-ALERT-DATE         PIC 9(8).
           05  ARAL-ALERT-TIME         PIC 9(6).
           05  ARAL-ALERT-TYPE         PIC X(8).
               88  ARAL-LATE-ALERT     VALUE "LATE".
               88  ARAL-ESCALATE-ALERT VALUE "ESCALATE".
           05  ARAL-BUSINESS-DATE      PIC 9(8).
           05  ARAL-SOURCE-ID          PIC X(8).
           05  ARAL-DEPARTMENT         PIC X(12).
           05  ARAL-EXPECTED-TIME      PIC 9(4).
           05  ARAL-LATEST-TIME        PIC 9(4).
