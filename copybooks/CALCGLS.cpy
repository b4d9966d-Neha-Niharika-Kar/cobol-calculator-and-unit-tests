      *****************************************************************
      * CALCGLS - GL interface sent-detail record (CALCGLSD)           *
      * The CALCGLP detail lines of every registered interface file    *
      * not yet confirmed, kept by CALCGLMB so a confirmation that     *
      * arrives days later can still be matched line by line. Lines    *
      * of a confirmed file are dropped when the store is rewritten.   *
      *****************************************************************
       01  GLSD-RECORD.
           05  GLSD-SOURCE-SYSTEM      PIC X(8).
           05  GLSD-POSTING-DATE       PIC 9(8).
           05  GLSD-CALLER-ID          PIC X(8).
           05  GLSD-CURRENCY           PIC X(3).
           05  GLSD-CALL-COUNT         PIC 9(7).
           05  GLSD-AMOUNT             PIC S9(13)V99.
