      *****************************************************************
      * CALCAPD - Approval disposition record                          *
      * One record per supervisor decision on a CALCPEND held call,    *
      * written by CALCAPRV to CALCAPDS: the release (with the run's   *
      * result and status) or the decline, and who made it. The        *
      * correlation ID is carried over from the queue item so the      *
      * CALCSTMT caller statement can pair each HELD FOR APPROVAL      *
      * audit record with its outcome; dispositions from before the    *
      * column existed read back as spaces.                            *
      *****************************************************************
       01  APPROVAL-DISPOSITION-RECORD.
           05  APDS-SEQUENCE-NO        PIC 9(9).
           05  APDS-CALLER-ID          PIC X(8).
           05  APDS-ACTION             PIC X.
               88  APDS-RELEASED       VALUE "R".
               88  APDS-DECLINED       VALUE "D".
           05  APDS-APPROVER-ID        PIC X(8).
           05  APDS-RESULT             PIC S9(9)V99.
           05  APDS-STATUS             PIC X(20).
           05  APDS-DECISION-DATE      PIC 9(8).
           05  APDS-DECISION-TIME      PIC 9(6).
           05  APDS-CORR-ID            PIC X(16).
