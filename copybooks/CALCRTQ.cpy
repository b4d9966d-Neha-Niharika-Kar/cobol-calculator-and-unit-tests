      *****************************************************************
      * CALCRTQ - Retry-queue record for parked rejects                *
      * One record per call CALCULATOR rejected for a reason that is   *
      * not the transaction's fault (see CALC-ERR-RETRYABLE in         *
      * CALCERR): no rate, no jurisdiction, no minor units, no         *
      * product, the daily quota, or - for batch callers - an          *
      * operator hold. The record carries everything CALCULATOR needs  *
      * to run the call exactly as submitted, so CALCRTRY can re-drive *
      * it on the next cycle once treasury has loaded the table or     *
      * the hold is lifted, with no hand-keyed CALCCORR correction.    *
      * An item still blocked after the CALCRTRC attempt limit drops   *
      * off the queue to the ordinary CALCRPLY repair path.            *
      *****************************************************************
       01  RTRQ-RECORD.
           05  RTRQ-SEQUENCE-NO        PIC 9(9).
           05  RTRQ-CALLER-ID          PIC X(8).
           05  RTRQ-OPERATION          PIC X.
           05  RTRQ-OPERAND-1          PIC S9(9)V99.
           05  RTRQ-OPERAND-2          PIC S9(9)V99.
           05  RTRQ-RATE               PIC S9(3)V9(4).
           05  RTRQ-PERIODS            PIC 9(3).
           05  RTRQ-ROUND-MODE         PIC X.
           05  RTRQ-DATE-1             PIC 9(8).
           05  RTRQ-DATE-2             PIC 9(8).
           05  RTRQ-DAY-COUNT          PIC S9(5).
           05  RTRQ-CURRENCY-1         PIC X(3).
           05  RTRQ-CURRENCY-2         PIC X(3).
           05  RTRQ-CONVERSION-RATE    PIC S9(3)V9(6).
           05  RTRQ-TAX-JURISDICTION   PIC X(4).
           05  RTRQ-DAY-BASIS          PIC X.
           05  RTRQ-MARKET-CODE        PIC X(3).
           05  RTRQ-PRECISION-MODE     PIC X.
           05  RTRQ-OPERAND-1-EXT      PIC S9(15)V9(6).
           05  RTRQ-OPERAND-2-EXT      PIC S9(15)V9(6).
           05  RTRQ-PRODUCT-CODE       PIC X(8).
           05  RTRQ-VALUE-DATE         PIC 9(8).
           05  RTRQ-CORR-ID            PIC X(16).
           05  RTRQ-DAY-COUNT-CONV     PIC X(8).
           05  RTRQ-FEE-CODE           PIC X(8).
      *    Overrides the original call carried (a CALCAPRV release,
      *    an authorized back-value wait), so the re-drive does not
      *    land on the approval queue the call already cleared.
           05  RTRQ-REVIEW-OVERRIDE    PIC X.
           05  RTRQ-BACK-VALUE-OVERRIDE PIC X.
      *    The CALCEXCP entry the reject wrote, zero for an operator
      *    hold (a hold is never an exception-log failure); CALCEXAG
      *    and CALCRPLY use it to tell queued rejects from the ones
      *    that really need repair.
           05  RTRQ-EXC-SEQUENCE-NO    PIC 9(9).
           05  RTRQ-ORIG-ERROR-CODE    PIC X(8).
           05  RTRQ-LAST-ERROR-CODE    PIC X(8).
           05  RTRQ-PARKED-DATE        PIC 9(8).
           05  RTRQ-PARKED-TIME        PIC 9(6).
           05  RTRQ-ATTEMPTS           PIC 9(3).
           05  RTRQ-LAST-TRY-DATE      PIC 9(8).
