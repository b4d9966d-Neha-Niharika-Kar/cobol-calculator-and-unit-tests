      *****************************************************************
      * CALCGLR - GL interface sent-file register record (CALCGLRG)    *
      * One record per interface file sent to the ledger, keyed by     *
      * sending system and posting date, kept by CALCGLMB: the sent    *
      * file's trailer count and hash, when it was registered, and     *
      * where its confirmation stands -                                *
      *   S  sent, no confirmation yet                                 *
      *   C  confirmed, every total and detail line agreed             *
      *   B  confirmation received with breaks                         *
      *   R  rejected by the ledger                                    *
      * with the breaks found and the business days it has waited.     *
      * CALCMEND refuses to close a month while any of its postings    *
      * stands anywhere but C.                                         *
      *****************************************************************
       01  GLRG-RECORD.
           05  GLRG-SOURCE-SYSTEM      PIC X(8).
           05  GLRG-POSTING-DATE       PIC 9(8).
           05  GLRG-FILE-NAME          PIC X(8).
           05  GLRG-RECORD-COUNT       PIC 9(7).
           05  GLRG-HASH-AMOUNT        PIC S9(15)V99.
           05  GLRG-SENT-DATE          PIC 9(8).
           05  GLRG-STATE              PIC X.
               88  GLRG-SENT           VALUE "S".
               88  GLRG-CONFIRMED      VALUE "C".
               88  GLRG-BREAKS         VALUE "B".
               88  GLRG-REJECTED       VALUE "R".
           05  GLRG-CONFIRM-DATE       PIC 9(8).
           05  GLRG-BREAK-COUNT        PIC 9(5).
           05  GLRG-AGE-DAYS           PIC 9(3).
