      *****************************************************************
      * CALCTXL - Tax-liability filing extract records (CALCTXLO)      *
      * Written by CALCTAXL for the filing period named on CALCTXLC:   *
      * one HDR naming the period, one DTL per tax jurisdiction and    *
      * currency, and one TLR with the detail count and hash totals    *
      * so the filing system can prove it received the whole file.     *
      * Tax charged is the tax the add-on ("T") calls put on top of    *
      * their net amounts; tax recovered is the tax the back-out       *
      * ("B") calls found inside their gross amounts; the net          *
      * liability is charged less recovered. Amounts are in the DTL's  *
      * own currency - nothing is restated.                            *
      *****************************************************************
       01  TXL-HEADER-RECORD.
           05  TXL-HDR-TYPE            PIC X(03).
               88  TXL-HEADER-LINE     VALUE "HDR".
           05  TXL-HDR-FROM-MONTH      PIC 9(6).
           05  TXL-HDR-TO-MONTH        PIC 9(6).
           05  TXL-HDR-RUN-DATE        PIC 9(8).

       01  TXL-DETAIL-RECORD.
           05  TXL-DTL-TYPE            PIC X(03).
               88  TXL-DETAIL-LINE     VALUE "DTL".
           05  TXL-DTL-JURISDICTION    PIC X(4).
           05  TXL-DTL-CURRENCY        PIC X(3).
           05  TXL-DTL-RECORD-COUNT    PIC 9(7).
           05  TXL-DTL-TAXABLE-BASE    PIC S9(13)V99.
           05  TXL-DTL-TAX-CHARGED     PIC S9(13)V99.
           05  TXL-DTL-TAX-RECOVERED   PIC S9(13)V99.
           05  TXL-DTL-NET-LIABILITY   PIC S9(13)V99.
           05  TXL-DTL-RATE-EXCEPTIONS PIC 9(7).

       01  TXL-TRAILER-RECORD.
           05  TXL-TLR-TYPE            PIC X(03).
               88  TXL-TRAILER-LINE    VALUE "TLR".
           05  TXL-TLR-DETAIL-COUNT    PIC 9(7).
           05  TXL-TLR-RECORD-COUNT    PIC 9(9).
      *    Hash totals are plain sums across every DTL regardless of
      *    currency - proof of completeness only, not a liability.
           05  TXL-TLR-HASH-BASE       PIC S9(15)V99.
           05  TXL-TLR-HASH-CHARGED    PIC S9(15)V99.
           05  TXL-TLR-HASH-RECOVERED  PIC S9(15)V99.
