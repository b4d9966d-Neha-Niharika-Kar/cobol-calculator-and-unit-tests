      *    fields below and returns the answer in LS-RESULT-EXT; the
      *    ordinary operand and result fields are ignored on such a
      *    call, so existing callers are untouched. Only the
      *    arithmetic, comparison and day-count interest operations
      *    are available in high precision; the divide remainder is
      *    not returned.
           05  LS-PRECISION-MODE        PIC X.
               88  LS-PRECISION-HIGH   VALUE "H".
           05  LS-OPERAND-1-EXT         PIC S9(15)V9(6) COMP-3.
      *    quota is consumed. Only CALCSIM sets this.
           05  LS-SIM-MODE              PIC X.
               88  LS-SIM-MODE-ACTIVE  VALUE "S".
      *    Tax stack for a suppressed-audit replay of a "T" or "B"
      *    call, filled by CALCRECN from the audit record's levels so
      *    the stack reprices at the rates originally applied instead
      *    of today's tables. Ordinary callers leave it zero.
           05  LS-TAX-STACK.
               10  LS-TAX-STACK-COUNT   PIC 9.
               10  LS-TAX-STACK-LEVEL OCCURS 5 TIMES.
                   15  LS-TAX-STACK-JURISDICTION PIC X(4).
                   15  LS-TAX-STACK-METHOD  PIC X.
                   15  LS-TAX-STACK-RATE    PIC 9(3)V9(4) COMP-3.
      *    Day-count convention for the day-count interest ("1")
      *    operation, which measures LS-DATE-1 to LS-DATE-2 as a
      *    fraction of a year and charges LS-RATE (annual, percent)
      *    on the operand-1 principal for it. Blank with a product
      *    code named takes the product's own convention from
      *    CALCPRAT; blank with no product is rejected.
           05  LS-DAY-COUNT-CONV        PIC X(8).
               88  LS-DAY-COUNT-ACT-360   VALUE "ACT/360".
               88  LS-DAY-COUNT-ACT-365F  VALUE "ACT/365F".
               88  LS-DAY-COUNT-30-360    VALUE "30/360".
               88  LS-DAY-COUNT-ACT-ACT   VALUE "ACT/ACT".
      *    Fee code for the tiered fee ("4") operation, which
      *    charges the operand-1 amount under the code's banded
      *    schedule on the central CALCFEES table (see CALCFEE) as
      *    of LS-VALUE-DATE. The schedule is never the caller's.
           05  LS-FEE-CODE              PIC X(8).
      *    "Y" asks that a call valued further back than the caller's
      *    CALCPARM back-value window wait on the CALCPEND approval
      *    queue rather than be refused with CALC-020. Honored only for
      *    a caller whose CALCPARM record authorizes it; never for a
      *    value date inside a closed month.
           05  LS-BACK-VALUE-OVERRIDE   PIC X.
               88  LS-BACK-VALUE-OVERRIDE-YES VALUE "Y".
      *    "O" for a call keyed online (CALCCICS, CALCWEB), "Q" for
      *    a request taken off the message queue by CALCMSGQ; both
      *    book to the next business date once the market's CALCBDAT
      *    cut-off time has passed. Blank for batch, which always
      *    books to the register date the night stream set. The
      *    channel is logged on AUDIT-CHANNEL for CALCRPT.
           05  LS-CHANNEL               PIC X.
               88  LS-CHANNEL-ONLINE   VALUE "O" "Q".
               88  LS-CHANNEL-QUEUE    VALUE "Q".
      *    Set to "Y" only by CALCRTRY re-driving an item off the
      *    CALCRTRQ retry queue: the queue still owns the item, so a
      *    call that fails again is neither parked a second time nor
      *    logged as a fresh exception - CALCRTRY records the attempt
      *    on CALCDISP. Ordinary callers leave it blank.
           05  LS-RETRY-REDRIVE         PIC X.
               88  LS-RETRY-REDRIVE-YES VALUE "Y".

       01  LS-OUTPUT-DATA.
           05  LS-RESULT               PIC S9(9)V99 COMP-3.
      *    in LS-RESULT with the gross in operand 1. The tax itself
      *    comes back here either way.
           05  LS-TAX-AMOUNT           PIC S9(9)V99 COMP-3.
      *    Per-level breakdown of LS-TAX-AMOUNT: the jurisdiction
      *    named on the call is level 1, its CALCTAXH parent level 2,
      *    and so on up the stack. The level amounts always add up to
      *    LS-TAX-AMOUNT exactly.
           05  LS-TAX-LEVEL-COUNT      PIC 9.
           05  LS-TAX-LEVEL OCCURS 5 TIMES.
               10  LS-TAX-LVL-JURISDICTION PIC X(4).
               10  LS-TAX-LVL-METHOD   PIC X.
               10  LS-TAX-LVL-RATE     PIC 9(3)V9(4) COMP-3.
               10  LS-TAX-LVL-AMOUNT   PIC S9(9)V99 COMP-3.
      *    Year fraction a "1" call measured under its convention;
      *    the interest itself comes back in LS-RESULT (or
      *    LS-RESULT-EXT in high precision). Zero on other calls.
           05  LS-YEAR-FRACTION        PIC 9(3)V9(9) COMP-3.
      *    Highest band a "4" call's amount reached, and "F" or "C"
      *    when the schedule's minimum (floor) or maximum (cap)
      *    replaced the banded total. Zero and blank on other calls.
           05  LS-FEE-BAND-USED        PIC 9.
           05  LS-FEE-LIMIT-APPLIED    PIC X.
      *    Business date the call booked to, as the audit record
      *    carries it - the next business date for an online call
      *    keyed after the cut-off.
           05  LS-BUSINESS-DATE        PIC 9(8).
