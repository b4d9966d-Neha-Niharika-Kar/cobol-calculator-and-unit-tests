      *****************************************************************
      * CALCFCS - Forward cash-flow projection extract (CALCFCSX)      *
      * Written by CALCFCST for treasury: one HDR naming the business  *
      * date projected from, the horizon and the bucket width; one     *
      * DTL per date bucket, currency and caller with the firm and the *
      * estimated amounts kept apart - firm being literal standing     *
      * orders and scheduled loan payments, estimated being standing   *
      * orders priced from CALCSTDA and projected loan accruals - each *
      * with the number of items behind it; and one TLR carrying the   *
      * detail count and both amount hash totals.                      *
      *****************************************************************
       01  FCS-HEADER-RECORD.
           05  FCS-HDR-TYPE            PIC X(3).
               88  FCS-HEADER          VALUE "HDR".
           05  FCS-HDR-BUSINESS-DATE   PIC 9(8).
           05  FCS-HDR-HORIZON-DAYS    PIC 9(3).
           05  FCS-HDR-BUCKET-DAYS     PIC 9(3).
           05  FCS-HDR-HORIZON-END     PIC 9(8).
           05  FCS-HDR-MARKET-CODE     PIC X(3).

       01  FCS-DETAIL-RECORD.
           05  FCS-RECORD-TYPE         PIC X(3).
               88  FCS-DETAIL          VALUE "DTL".
           05  FCS-BUCKET-NO           PIC 9(2).
           05  FCS-BUCKET-FROM         PIC 9(8).
           05  FCS-BUCKET-TO           PIC 9(8).
           05  FCS-CURRENCY            PIC X(3).
           05  FCS-CALLER-ID           PIC X(8).
           05  FCS-FIRM-AMOUNT         PIC S9(13)V99.
           05  FCS-FIRM-COUNT          PIC 9(7).
           05  FCS-ESTIMATED-AMOUNT    PIC S9(13)V99.
           05  FCS-ESTIMATED-COUNT     PIC 9(7).

       01  FCS-TRAILER-RECORD.
           05  FCS-TLR-TYPE            PIC X(3).
               88  FCS-TRAILER         VALUE "TLR".
           05  FCS-TLR-RECORD-COUNT    PIC 9(7).
           05  FCS-TLR-HASH-FIRM       PIC S9(15)V99.
           05  FCS-TLR-HASH-ESTIMATED  PIC S9(15)V99.
