      *****************************************************************
      * CALCDRP - Disaster-recovery package records (CALCDRPK)         *
      * CALCDRBK writes one package generation per business date and   *
      * keeps the newest generations on the same file, oldest first.   *
      * A generation is a PKH header, then for every store in the      *
      * CALCDRS list an STH store header, one DTL per record (the      *
      * record image exactly as read from the store) and an STT store  *
      * trailer with the store's record count and hash total, and      *
      * finally a PKT trailer. The hash total is the CALCHASH fold of  *
      * every record image in store order, starting from zero. A       *
      * store that did not exist at backup time has an STH marked      *
      * absent, no DTL records and a zero STT. Readers tell the        *
      * record types apart by the first three characters.              *
      *****************************************************************
       01  DRPK-HEADER-RECORD.
           05  DRPK-HDR-ID             PIC X(03).
               88  DRPK-HDR-PRESENT    VALUE "PKH".
           05  DRPK-HDR-BUSINESS-DATE  PIC 9(8).
           05  DRPK-HDR-RUN-DATE       PIC 9(8).
           05  DRPK-HDR-RUN-TIME       PIC 9(6).
           05  DRPK-HDR-CHAIN-ANCHOR   PIC 9(9).
           05  DRPK-HDR-STORE-COUNT    PIC 9(2).

       01  DRPK-STORE-HEADER.
           05  DRPK-STH-ID             PIC X(03).
           05  DRPK-STH-STORE-NO       PIC 9(2).
           05  DRPK-STH-STORE-NAME     PIC X(8).
           05  DRPK-STH-STATE          PIC X.
               88  DRPK-STH-COPIED     VALUE "C".
               88  DRPK-STH-ABSENT     VALUE "A".

       01  DRPK-DETAIL-RECORD.
           05  DRPK-DTL-ID             PIC X(03).
           05  DRPK-DTL-STORE-NO       PIC 9(2).
           05  DRPK-DTL-IMAGE          PIC X(435).

       01  DRPK-STORE-TRAILER.
           05  DRPK-STT-ID             PIC X(03).
           05  DRPK-STT-STORE-NO       PIC 9(2).
           05  DRPK-STT-RECORD-COUNT   PIC 9(9).
           05  DRPK-STT-HASH-TOTAL     PIC 9(9).

       01  DRPK-TRAILER-RECORD.
           05  DRPK-TLR-ID             PIC X(03).
               88  DRPK-TLR-PRESENT    VALUE "PKT".
           05  DRPK-TLR-BUSINESS-DATE  PIC 9(8).
           05  DRPK-TLR-STORE-COUNT    PIC 9(2).
           05  DRPK-TLR-RECORD-COUNT   PIC 9(9).
