      *****************************************************************
      * CALCRGH - Daily named-register balance history record          *
      * One record per caller and register name per business day on    *
      * the permanent CALCRGHS file, snapshotted by CALCEOD from the   *
      * keyed CALCREGF store as each day is cut - the register file    *
      * itself only ever holds today's balance. The last snapshot      *
      * before a month is its opening balance and the last one inside  *
      * it the closing balance on the CALCSTMT caller statement.       *
      *****************************************************************
       01  RGHS-RECORD.
           05  RGHS-DATE               PIC 9(8).
           05  RGHS-CALLER-ID          PIC X(8).
           05  RGHS-REGISTER-NAME      PIC X(8).
           05  RGHS-VALUE              PIC S9(9)V99.
