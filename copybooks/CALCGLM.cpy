      *****************************************************************
      * CALCGLM - GL account mapping record (CALCGLMP)                 *
      * Names the two sides of the ledger entry for an amount from one *
      * of the GL feeds CALCJRNL journals. The key is the feed type,   *
      * the caller ID, the CALCULATOR operation code and the currency; *
      * any of the last three may be "*" to cover every value. The     *
      * most specific record wins - an exact caller outranks an exact  *
      * operation, which outranks an exact currency. Feed types:       *
      *   GLEX  CALCGLEX results (CALCGLIF, no operation code)         *
      *   ACCR  CALCACCR loan accruals (CALCACGL)                      *
      *   RNDR  CALCRNDR rounding residue (CALCRNGL)                   *
      *   CHRG  CALCCHRG chargebacks (CALCCHGO, base currency)         *
      * A positive amount debits GLM-DEBIT-ACCOUNT and credits         *
      * GLM-CREDIT-ACCOUNT; a negative one reverses the two sides.     *
      *****************************************************************
       01  GLM-RECORD.
           05  GLM-FEED-TYPE           PIC X(4).
           05  GLM-CALLER-ID           PIC X(8).
           05  GLM-OPERATION           PIC X.
           05  GLM-CURRENCY            PIC X(3).
           05  GLM-DEBIT-ACCOUNT       PIC X(12).
           05  GLM-CREDIT-ACCOUNT      PIC X(12).
           05  GLM-COST-CENTRE         PIC X(6).
