      *    "S" marks a what-if simulation record written by a
      *    CALCSIM replay under candidate reference tables: it rides
      *    the tamper chain like any record, but CALCRPT, CALCGLEX,
      *    CALCCHRG, CALCRECN, CALCANOM, CALCRNDR, CALCTAXL and
      *    CALCBVAL all ignore it - simulated numbers must never
      *    report, post, bill or file.
           05  AUDIT-SIM-MARKER        PIC X.
      *    "Y" when CALCULATOR found no direct rate for the pair and
      *    derived AUDIT-CONVERSION-RATE as a cross rate through the
      *    CALCXPIV pivot named in AUDIT-PIVOT-CURRENCY (see CALCXPV).
      *    The cross rate itself is what AUDIT-CONVERSION-RATE holds,
      *    so a CALCRECN replay prices the call at the same number.
           05  AUDIT-RATE-TRIANGULATED PIC X.
           05  AUDIT-PIVOT-CURRENCY    PIC X(03).
      *    Tax stack resolved by a "T" or "B" call: one entry per
      *    level, the jurisdiction named on the call first and then
      *    each parent up the CALCTAXH hierarchy, with the rate and
      *    the tax charged at that level. A CALCRECN replay feeds the
      *    levels back so the stack reprices at the same rates.
           05  AUDIT-TAX-STACK.
               10  AUDIT-TAX-LEVEL-COUNT   PIC 9.
               10  AUDIT-TAX-LEVEL OCCURS 5 TIMES.
                   15  AUDIT-TAX-LVL-JURISDICTION PIC X(4).
                   15  AUDIT-TAX-LVL-METHOD    PIC X.
                   15  AUDIT-TAX-LVL-RATE      PIC 9(3)V9(4).
                   15  AUDIT-TAX-LVL-AMOUNT    PIC S9(9)V99.
      *    Day-count convention a "1" call actually applied - the
      *    caller's own or the product's from CALCPRAT - so a
      *    CALCRECN replay measures the period the same way after
      *    the product table moves on. Blank on every other call.
           05  AUDIT-DAY-COUNT-CONV    PIC X(8).
      *    Fee code a "4" call charged under, the band its amount
      *    reached, "F"/"C" when the floor or cap decided the fee,
      *    and the effective date of the schedule entry applied, so
      *    a CALCRECN replay re-selects the same entry after the
      *    table moves on. Blank and zero on every other call.
           05  AUDIT-FEE-CODE          PIC X(8).
           05  AUDIT-FEE-BAND          PIC 9.
           05  AUDIT-FEE-LIMIT         PIC X.
           05  AUDIT-FEE-SCHED-DATE    PIC 9(8).
      *    Back-valued call (value date before the business date) that
      *    executed: "W" inside the caller's back-value window, "A"
      *    beyond it but released through CALCAPRV, with the business
      *    days it reached back. CALCBVAL lists these for finance.
      *    Blank and zero on every other call.
           05  AUDIT-BACK-VALUE-IND    PIC X.
           05  AUDIT-BACK-VALUE-DAYS   PIC 9(4).
      *    Business date the record books to: the CALCBDAT register
      *    date, or the next business date for an online call keyed
      *    after its market's cut-off (see CALCBOOK). CALCEOD cuts
      *    on this date, not on what happens to be in the log.
           05  AUDIT-BUSINESS-DATE     PIC 9(8).
      *    Wall-clock time (HHMMSS) the record was written, for the
      *    CALCSURV normal-hours scenario. Zero on records from before
      *    the column.
           05  AUDIT-CALL-TIME         PIC 9(6).
      *    Channel the call came in on, from LS-CHANNEL: blank for
      *    batch, "O" online (CALCCICS, CALCWEB), "Q" the CALCMSGQ
      *    message-queue front end - CALCRPT's volume by channel.
           05  AUDIT-CHANNEL           PIC X.
      *    Legal entity the caller belonged to on AUDIT-BUSINESS-DATE,
      *    from its CALCENTY assignment (see CALCENT). Spaces when the
      *    caller had none in effect, and on records from before the
      *    column - the entity reports then look the caller up.
           05  AUDIT-ENTITY            PIC X(4).
      *    Tamper-evidence check value chained from the previous
      *    record (see CALCHASH and the CALCHSH copybook). Computed
      *    over everything above this field; a record edited or
