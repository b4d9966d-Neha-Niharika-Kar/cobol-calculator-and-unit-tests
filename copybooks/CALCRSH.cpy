      *****************************************************************
      * CALCRSH - Daily response-time summary history for CALCRSPR     *
      * One record per channel, transaction and request code for each  *
      * day CALCRSPR has reported, plus one channel-total record per   *
      * channel (transaction and request code both "*ALL"). CALCRSPR   *
      * rewrites CALCRSPH on every run - replacing any earlier rows    *
      * for the day it reports and dropping rows more than five weeks  *
      * old - and reads it back for the weekly comparison, so the raw  *
      * CALCRSPT log never has to be kept for more than a day or two.  *
      *****************************************************************
       01  RSPH-RECORD.
           05  RSPH-DATE               PIC 9(8).
           05  RSPH-KEY.
               10  RSPH-CHANNEL        PIC X(4).
               10  RSPH-TRANSACTION-ID PIC X(4).
               10  RSPH-REQUEST-CODE   PIC X(4).
                   88  RSPH-CHANNEL-TOTAL VALUE "*ALL".
           05  RSPH-REQUESTS           PIC 9(7).
           05  RSPH-TOTAL-MS           PIC 9(11).
           05  RSPH-MAX-MS             PIC 9(9).
           05  RSPH-P95-MS             PIC 9(9).
           05  RSPH-OVER-SLA           PIC 9(7).
           05  RSPH-NOT-OK             PIC 9(7).
