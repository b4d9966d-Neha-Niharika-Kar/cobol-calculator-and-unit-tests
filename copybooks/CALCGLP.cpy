      * detail per caller/currency combination summarizing the        *
      * successful results posted, and one T trailer with the detail  *
      * count and amount hash total the intake job balances against.  *
      * CALCGLEX details carry the legal entity the calls belong to   *
      * and come grouped by entity, each group closed by an E entity  *
      * control record with that entity's detail count and amount     *
      * hash, so the ledger splits the file by company without a      *
      * list. The T trailer still totals the whole file; readers that *
      * only balance H, D and T pass over the E records.              *
      *****************************************************************
       01  GLP-HEADER-RECORD.
           05  GLP-HDR-TYPE            PIC X.
           05  GLP-DTL-CURRENCY        PIC X(3).
           05  GLP-DTL-CALL-COUNT      PIC 9(7).
           05  GLP-DTL-AMOUNT          PIC S9(13)V99.
      *    Spaces from the feeds that carry no entity, and for calls
      *    whose caller had no CALCENTY assignment.
           05  GLP-DTL-ENTITY          PIC X(4).

       01  GLP-ENTITY-RECORD.
           05  GLP-ENT-TYPE            PIC X.
               88  GLP-ENTITY-CONTROL  VALUE "E".
           05  GLP-ENT-ENTITY          PIC X(4).
           05  GLP-ENT-RECORD-COUNT    PIC 9(7).
           05  GLP-ENT-HASH-AMOUNT     PIC S9(15)V99.

       01  GLP-TRAILER-RECORD.
           05  GLP-TLR-TYPE            PIC X.
