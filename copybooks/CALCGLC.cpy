      *****************************************************************
      * CALCGLC - GL intake confirmation records (CALCGLCF)            *
      * What the ledger intake job hands back for each interface file  *
      * it processed: one H header per posting date and sending        *
      * system with the file's disposition (accepted or rejected) and  *
      * the record count and amount hash it accepted, followed by one  *
      * D detail per caller/currency with the call count and amount    *
      * it took on. One file may carry several H groups - a night's    *
      * CALCGLIF and CALCACGL confirmations, or a late one for an      *
      * earlier posting date. CALCGLMB matches each group back to the  *
      * CALCGLP file that was sent.                                    *
      *****************************************************************
       01  GLC-HEADER-RECORD.
           05  GLC-HDR-TYPE            PIC X.
               88  GLC-HEADER          VALUE "H".
           05  GLC-HDR-POSTING-DATE    PIC 9(8).
           05  GLC-HDR-SOURCE-SYSTEM   PIC X(8).
           05  GLC-HDR-DISPOSITION     PIC X.
               88  GLC-ACCEPTED        VALUE "A".
               88  GLC-REJECTED        VALUE "R".
           05  GLC-HDR-RECORD-COUNT    PIC 9(7).
           05  GLC-HDR-HASH-AMOUNT     PIC S9(15)V99.

       01  GLC-DETAIL-RECORD.
           05  GLC-DTL-TYPE            PIC X.
               88  GLC-DETAIL          VALUE "D".
           05  GLC-DTL-CALLER-ID       PIC X(8).
           05  GLC-DTL-CURRENCY        PIC X(3).
           05  GLC-DTL-CALL-COUNT      PIC 9(7).
           05  GLC-DTL-AMOUNT          PIC S9(13)V99.
