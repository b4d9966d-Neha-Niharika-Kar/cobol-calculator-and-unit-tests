      * time, because each program load restarts its sequence at 1;    *
      * two writers landing on the same second and sequence lose the   *
      * second copy to an INVALID KEY, which the writers count and     *
      * tolerate - the flat log always has the record.                 *
      * AUDI-CALLER-ID is the alternate key (with duplicates) behind   *
      * the "show me caller X" browse path.                            *
      * AUDI-BUSINESS-DATE is the business date the audit record       *
      * booked to, so the browse shows it and CALCEOD keeps a record   *
      * booked past the day it cuts.                                   *
      *****************************************************************
       01  AUDI-RECORD.
           05  AUDI-PRIMARY-KEY.
           05  AUDI-CURRENCY-2         PIC X(03).
           05  AUDI-PRECISION-MODE     PIC X.
           05  AUDI-RESULT-EXT         PIC S9(15)V9(6).
           05  AUDI-BUSINESS-DATE      PIC 9(8).
