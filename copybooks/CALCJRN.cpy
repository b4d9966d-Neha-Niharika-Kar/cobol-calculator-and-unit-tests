      *****************************************************************
      * CALCJRN - Double-entry journal interface records (CALCJRNL)    *
      * One H header with the posting date and sending system; one L   *
      * line per side of every entry - a debit and a credit sharing    *
      * the entry number, the same currency and the same amount -      *
      * carrying the account, cost centre and the feed, caller and     *
      * operation the amount came from; one C control record per       *
      * currency with its debit and credit totals, which must agree;   *
      * and one T trailer with the line and entry counts and the       *
      * debit and credit hash totals.                                  *
      *****************************************************************
       01  JRN-HEADER-RECORD.
           05  JRN-HDR-TYPE            PIC X.
               88  JRN-HEADER          VALUE "H".
           05  JRN-HDR-POSTING-DATE    PIC 9(8).
           05  JRN-HDR-SOURCE-SYSTEM   PIC X(8).

       01  JRN-LINE-RECORD.
           05  JRN-LINE-TYPE           PIC X.
               88  JRN-LINE            VALUE "L".
           05  JRN-ENTRY-NO            PIC 9(7).
           05  JRN-LINE-NO             PIC 9(7).
           05  JRN-POSTING-DATE        PIC 9(8).
           05  JRN-DEBIT-CREDIT        PIC X.
               88  JRN-DEBIT           VALUE "D".
               88  JRN-CREDIT          VALUE "C".
           05  JRN-ACCOUNT             PIC X(12).
           05  JRN-COST-CENTRE         PIC X(6).
           05  JRN-CURRENCY            PIC X(3).
           05  JRN-AMOUNT              PIC S9(13)V99.
           05  JRN-FEED-TYPE           PIC X(4).
           05  JRN-CALLER-ID           PIC X(8).
           05  JRN-OPERATION           PIC X.

       01  JRN-CONTROL-RECORD.
           05  JRN-CTL-TYPE            PIC X.
               88  JRN-CONTROL         VALUE "C".
           05  JRN-CTL-CURRENCY        PIC X(3).
           05  JRN-CTL-LINE-COUNT      PIC 9(7).
           05  JRN-CTL-DEBIT-TOTAL     PIC S9(15)V99.
           05  JRN-CTL-CREDIT-TOTAL    PIC S9(15)V99.

       01  JRN-TRAILER-RECORD.
           05  JRN-TLR-TYPE            PIC X.
               88  JRN-TRAILER         VALUE "T".
           05  JRN-TLR-LINE-COUNT      PIC 9(7).
           05  JRN-TLR-ENTRY-COUNT     PIC 9(7).
           05  JRN-TLR-HASH-DEBIT      PIC S9(15)V99.
           05  JRN-TLR-HASH-CREDIT     PIC S9(15)V99.
