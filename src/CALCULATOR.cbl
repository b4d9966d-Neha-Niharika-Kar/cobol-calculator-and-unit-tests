       DATE-WRITTEN. 2026-02-06.
      *****************************************************************
      * COBOL Calculator Program                                       *
      * Performs basic arithmetic operations: +, -, *, /               *
      * Also supports exponent (E), remainder (R), square root (Q),    *
      * percentage (P), compound interest (C), the relational          *
      * comparisons greater-than (G), less-than (L) and equal-to (I),  *
      * and date-interval math: days-between (N) and date-plus-days    *
      * (F), operating on LS-DATE-1/LS-DATE-2/LS-DAY-COUNT instead of  *
      * the numeric operands. ADD/SUBTRACT reject mismatched           *
      * LS-CURRENCY-1/LS-CURRENCY-2 codes unless LS-CONVERSION-RATE    *
      * operations against the wide LS-OPERAND-1/2-EXT fields and      *
      * returns LS-RESULT-EXT with six decimal places, for the         *
      * treasury-scale interest and exponent work the standard         *
      * S9(9)V99 fields cannot hold. Day-count interest (1) measures   *
      * LS-DATE-1 to LS-DATE-2 as a year fraction under the            *
      * LS-DAY-COUNT-CONV convention (ACT/360, ACT/365F, 30/360 or     *
      * ACT/ACT), returns the fraction in LS-YEAR-FRACTION, and        *
      * charges simple interest for it at LS-RATE (annual, percent)    *
      * on the operand-1 principal, in either precision. The tiered    *
      * fee (4) charges the operand-1 amount under the banded          *
      * schedule LS-FEE-CODE names on the central CALCFEES table (see  *
      * CALCFEE), resolved as of LS-VALUE-DATE, and reports the band   *
      * reached and whether the floor or cap decided the fee. A value  *
      * date before the business date is refused with CALC-020 ahead   *
      * of EXECUTE-OPERATION when its month is closed on CALCMCLS or   *
      * it reaches back more business days than the caller's CALCPARM  *
      * window allows; an authorized caller may instead ask for the    *
      * out-of-window call to wait on the CALCPEND approval queue.     *
      * A caller the quarterly recertification has suspended on        *
      * CALCPARM is refused outright with CALC-021.                    *
      * Every audit record carries the business date the call booked   *
      * to, resolved through CALCBOOK: the CALCBDAT register date, or  *
      * for an online call (LS-CHANNEL "O", or "Q" off the message     *
      * queue) keyed after its market's cut-off time, the next         *
      * business date - returned to the caller in LS-BUSINESS-DATE -   *
      * and the channel itself, for CALCRPT's volume by channel.       *
      * It also carries the legal entity the caller belonged to on     *
      * that date, from its CALCENTY assignment through CALCENTL.      *
      * A reject the transaction itself did not cause - missing        *
      * reference data, the daily quota, a batch caller's operator     *
      * hold - is also parked with its full input on the CALCRTRQ      *
      * retry queue (see CALCRTQ) for CALCRTRY to re-drive on the      *
      * next cycle.                                                    *
      * CALCPARM, CALCXRTE, CALCTAXR, CALCPRAT and CALCCURR are held   *
      * in storage, each loaded whole the first time a call needs it   *
      * and kept for the run unit; an online call first compares the   *
      * CALCTVER change stamps (see CALCTVR) and reloads any table a   *
      * maintenance program has rewritten since. A table larger than   *
      * its in-storage capacity is never truncated: every call that    *
      * needs it is refused with CALC-022, and the                     *
      * CALCULATOR-TABLE-STATUS entry reports each table's size        *
      * against its capacity (see CALCTCP) so a batch driver can stop  *
      * before its first call.                                         *
      *****************************************************************
      * NOTE: the natural mnemonics M+/M-/MR/MC collide with           *
      * operations already assigned (M=multiply, R=remainder,          *
      * C=compound interest), so the memory operations use K, J, Y     *
      * and Z instead.                                                 *
      *****************************************************************
      * NOTE: the natural mnemonic for "equal-to" is "E", but that     *
      * code was already assigned to EXPONENT-OPERATION, so equal-to   *
      * uses "I" (Is-equal-to) instead.                                *
      *****************************************************************
      * NOTE: "D" (divide) and "Y" (memory recall) were both taken     *
      * before the day-count operation arrived, and every other        *
      * letter is spoken for by CALCULATOR itself or by the CALCSTAT   *
      * aggregate codes that share AUDIT-OPERATION (see CALCAGG), so   *
      * day-count interest uses "1", the first of the digit codes.     *
      * "2" and "3" went to CALCFLOW's NPV and IRR, so the tiered fee  *
      * operation is "4".                                              *
      *****************************************************************
      * Includes comprehensive error handling                          *
      *****************************************************************
       
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-RATE-FILE-STATUS.

      *    Ordered pivot list for cross rates, shared by live and
      *    sim pricing - it names currencies, not rates.
           SELECT PIVOT-FILE ASSIGN TO "CALCXPIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIVOT-FILE-STATUS.

           SELECT SIM-TAX-FILE ASSIGN TO "CALCTAXA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-TAX-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-FILE-STATUS.

      *    Jurisdiction hierarchy behind the stacked tax levels;
      *    like the pivot list it shapes the stack, not the rates,
      *    so sim mode reads it too.
           SELECT TAX-HIERARCHY-FILE ASSIGN TO "CALCTAXH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXH-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "CALCHOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

      *    Change stamps behind the in-storage reference tables.
           SELECT VERSION-FILE ASSIGN TO "CALCTVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

           SELECT FEE-FILE ASSIGN TO "CALCFEES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "CALCHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "CALCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT RETRY-FILE ASSIGN TO "CALCRTRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRY-FILE-STATUS.

           SELECT MONTH-CLOSE-FILE ASSIGN TO "CALCMCLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCLS-FILE-STATUS.

           SELECT INTRADAY-FILE ASSIGN TO "CALCAUDI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  SIM-RATE-FILE.
           COPY CALCXRT REPLACING LEADING ==XRT-== BY ==SXR-==.

       FD  PIVOT-FILE.
           COPY CALCXPV.

       FD  SIM-TAX-FILE.
           COPY CALCTAX REPLACING LEADING ==TAX-== BY ==STX-==.

       FD  TAX-FILE.
           COPY CALCTAX.

       FD  TAX-HIERARCHY-FILE.
           COPY CALCTXH.

       FD  HOLIDAY-FILE.
           COPY CALCHOL.

       FD  PRODUCT-FILE.
           COPY CALCPRT.

       FD  VERSION-FILE.
           COPY CALCTVR.

       FD  FEE-FILE.
           COPY CALCFEE.

       FD  HOLD-FILE.
           COPY CALCHLD.

       FD  PENDING-FILE.
           COPY CALCPND.

       FD  RETRY-FILE.
           COPY CALCRTQ.

       FD  MONTH-CLOSE-FILE.
           COPY CALCMCL.

       FD  INTRADAY-FILE.
           COPY CALCADI.

           88  WS-REVIEW-OVERRIDE-YES VALUE "Y".
       01  WS-REVIEW-HELD-SWITCH   PIC X VALUE "N".
           88  WS-REVIEW-HELD      VALUE "Y".
      *    Back-value control: the caller's window in business days
      *    and override authority off CALCPARM, the override asked for
      *    on the call, and what the check decided - "W" inside the
      *    window, "A" beyond it but released through CALCAPRV.
       01  WS-CALLER-BACK-VALUE-DAYS PIC 9(3) VALUE ZEROS.
       01  WS-CALLER-BV-OVERRIDE   PIC X VALUE "N".
           88  WS-CALLER-BV-OVERRIDE-OK VALUE "Y".
       01  WS-CALLER-SUSPENDED-SWITCH PIC X VALUE "N".
           88  WS-CALLER-SUSPENDED VALUE "Y".
       01  WS-BACK-VALUE-OVERRIDE  PIC X VALUE SPACE.
           88  WS-BACK-VALUE-OVERRIDE-YES VALUE "Y".
       01  WS-BACK-VALUE-IND       PIC X VALUE SPACE.
           88  WS-BACK-VALUED-WITHIN VALUE "W".
           88  WS-BACK-VALUED-APPROVED VALUE "A".
       01  WS-BACK-VALUE-DAYS      PIC 9(4) VALUE ZEROS.
       01  WS-HOLD-REASON          PIC X VALUE SPACE.
       01  WS-MCLS-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-MCLS-EOF-SWITCH      PIC X VALUE "N".
           88  WS-MCLS-EOF         VALUE "Y".
       01  WS-MONTH-CLOSED-SWITCH  PIC X VALUE "N".
           88  WS-MONTH-CLOSED     VALUE "Y".
       01  WS-PENDING-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-PENDING-SEQUENCE     PIC 9(9) VALUE ZEROS.
       01  WS-PENDING-EOF-SWITCH   PIC X VALUE "N".
           88  WS-PENDING-EOF      VALUE "Y".
       01  WS-PENDING-STAMP        PIC X(21) VALUE SPACES.
      *    Retry queue: a re-drive flag off the call, whether this
      *    reject parks, and the exception-log entry it parks under.
       01  WS-RETRY-REDRIVE        PIC X VALUE SPACE.
           88  WS-RETRY-REDRIVE-YES VALUE "Y".
       01  WS-RETRY-PARK-SWITCH    PIC X VALUE "N".
           88  WS-RETRY-PARKABLE   VALUE "Y".
       01  WS-RETRY-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-RETRY-SEQUENCE       PIC 9(9) VALUE ZEROS.
       01  WS-RETRY-EOF-SWITCH     PIC X VALUE "N".
           88  WS-RETRY-EOF        VALUE "Y".
       01  WS-PARKED-EXC-SEQUENCE  PIC 9(9) VALUE ZEROS.

       01  WS-QUOTA-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-QUOTA-DATE           PIC 9(8) VALUE ZEROS.
       01  WS-DATE-MONTH           PIC 9(02).
       01  WS-DATE-DAY             PIC 9(02).

      *    Day-count interest ("1"). The period is measured as a
      *    leading part-year, a number of whole years and a trailing
      *    part-year, each part in days over its own year basis, so
      *    the one fraction formula serves all four conventions -
      *    only ACT/ACT ever uses more than the leading part.
       01  WS-DAY-COUNT-CONV       PIC X(8) VALUE SPACES.
           88  WS-DAY-COUNT-ACT-360   VALUE "ACT/360".
           88  WS-DAY-COUNT-ACT-365F  VALUE "ACT/365F".
           88  WS-DAY-COUNT-30-360    VALUE "30/360".
           88  WS-DAY-COUNT-ACT-ACT   VALUE "ACT/ACT".
           88  WS-DAY-COUNT-CONV-VALID VALUE "ACT/360" "ACT/365F"
                                             "30/360" "ACT/ACT".
       01  WS-YEAR-FRACTION        PIC 9(3)V9(9) COMP-3 VALUE ZEROS.
       01  WS-DCF-LEAD-DAYS        PIC S9(7) COMP-3 VALUE ZEROS.
       01  WS-DCF-LEAD-BASIS       PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-DCF-WHOLE-YEARS      PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-DCF-TAIL-DAYS        PIC S9(7) COMP-3 VALUE ZEROS.
       01  WS-DCF-TAIL-BASIS       PIC 9(3) COMP-3 VALUE ZEROS.
      *    The unrounded fraction the interest is taken from; dividing
      *    straight into the interest COMPUTE would keep only as many
      *    decimals as the rate carries.
       01  WS-DCF-EXACT-FRACTION   PIC 9(4)V9(26) COMP-3 VALUE ZEROS.
       01  WS-DCF-BASIS-YEAR       PIC 9(4) VALUE ZEROS.
       01  WS-DCF-YEAR-DAYS        PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-DCF-YEAR-START       PIC 9(8) VALUE ZEROS.
       01  WS-DCF-DATE-1.
           05  WS-DCF-YEAR-1       PIC 9(4).
           05  WS-DCF-MONTH-1      PIC 9(2).
           05  WS-DCF-DAY-1        PIC 9(2).
       01  WS-DCF-DATE-2.
           05  WS-DCF-YEAR-2       PIC 9(4).
           05  WS-DCF-MONTH-2      PIC 9(2).
           05  WS-DCF-DAY-2        PIC 9(2).

       01  WS-CURRENCY-1           PIC X(03) VALUE SPACES.
       01  WS-CURRENCY-2           PIC X(03) VALUE SPACES.
       01  WS-CONVERSION-RATE      PIC S9(3)V9(6) COMP-3 VALUE ZEROS.
       01  WS-TAX-RATE             PIC 9(3)V9(4) COMP-3 VALUE ZEROS.
       01  WS-TAX-FRACTION         PIC 9V9(6) COMP-3 VALUE ZEROS.
       01  WS-TAX-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-TAX-DIVISOR          PIC 9(3)V9(12) COMP-3 VALUE ZEROS.
      *    Stacked tax levels for the current "T"/"B" call, laid out
      *    as AUDIT-TAX-STACK is so the audit write moves it whole.
      *    Level 1 is the jurisdiction named on the call; each later
      *    level is the CALCTAXH parent of the one before it. The
      *    stack is applied from the top parent down, so a
      *    compounding level sees every parent's tax beneath it.
       01  WS-TAX-STACK.
           05  WS-TAX-LEVEL-COUNT  PIC 9 VALUE ZERO.
           05  WS-TAX-LEVEL OCCURS 5 TIMES.
               10  WS-TAX-LVL-JURISDICTION PIC X(4).
               10  WS-TAX-LVL-METHOD   PIC X.
                   88  WS-TAX-LVL-COMPOUND VALUE "C".
               10  WS-TAX-LVL-RATE     PIC 9(3)V9(4).
               10  WS-TAX-LVL-AMOUNT   PIC S9(9)V99.
       01  WS-TAX-LVL-FRACTION-TABLE.
           05  WS-TAX-LVL-FRACTION OCCURS 5 TIMES
                                   PIC 9V9(6) COMP-3.
       01  WS-TAX-LEVEL-SUB        PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-TAX-LOOKUP-JURISDICTION PIC X(4) VALUE SPACES.
       01  WS-TAX-PARENT-JURISDICTION PIC X(4) VALUE SPACES.
       01  WS-TAX-LEVEL-METHOD     PIC X VALUE SPACE.
       01  WS-TAXH-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-TAXH-BEST-DATE       PIC 9(8) VALUE ZEROS.
      *    Net amount the levels are charged on, the running total
      *    of tax charged by the levels applied so far, and the
      *    stack's combined fraction of net (compounding included).
       01  WS-TAX-NET-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-TAX-LEVEL-BASE       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-TAX-STACK-FACTOR     PIC 9(3)V9(12) COMP-3 VALUE ZEROS.
       01  WS-TAX-LEVEL-FACTOR     PIC 9(3)V9(12) COMP-3 VALUE ZEROS.
       01  WS-TAX-SHAVE-SWITCH     PIC X VALUE "N".
           88  WS-TAX-SHAVE-TO-RESIDUE VALUE "Y".
       01  WS-INTRADAY-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-INTRADAY-LOST-COUNT  PIC 9(7) VALUE ZEROS.
       01  WS-INTRADAY-STAMP       PIC X(21) VALUE SPACES.
       01  WS-PRODUCT-FOUND-SWITCH PIC X VALUE "N".
           88  WS-PRODUCT-FOUND    VALUE "Y".
       01  WS-PRODUCT-BEST-DATE    PIC 9(8) VALUE ZEROS.
       01  WS-PRODUCT-RATE         PIC S9(3)V9(4) COMP-3 VALUE ZEROS.
       01  WS-PRODUCT-CONV         PIC X(8) VALUE SPACES.
      *    Tiered fee ("4"). The schedule entry in effect is kept
      *    whole in WS-FEE-SCHED-RECORD; WS-FEE-BAND-FLOOR is the
      *    lower bound of the band being charged (the band below's
      *    upper bound).
       01  WS-FEE-CODE             PIC X(8) VALUE SPACES.
       01  WS-FEE-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  WS-FEE-EOF-SWITCH       PIC X VALUE "N".
           88  WS-FEE-EOF          VALUE "Y".
       01  WS-FEE-FOUND-SWITCH     PIC X VALUE "N".
           88  WS-FEE-FOUND        VALUE "Y".
       01  WS-FEE-BEST-DATE        PIC 9(8) VALUE ZEROS.
           COPY CALCFEE REPLACING LEADING ==FEE-== BY ==WS-FEE-SCHED-==.
       01  WS-FEE-BAND-SUB         PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-FEE-BAND-FLOOR       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-FEE-BAND-PORTION     PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-FEE-BAND-CHARGE      PIC S9(9)V9(6) COMP-3 VALUE ZEROS.
       01  WS-FEE-EXACT            PIC S9(9)V9(6) COMP-3 VALUE ZEROS.
       01  WS-FEE-BANDED           PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-FEE-BANDS-DONE-SWITCH PIC X VALUE "N".
           88  WS-FEE-BANDS-DONE   VALUE "Y".
       01  WS-FEE-BAND-USED        PIC 9 VALUE ZERO.
       01  WS-FEE-LIMIT-APPLIED    PIC X VALUE SPACE.
           88  WS-FEE-FLOOR-APPLIED VALUE "F".
           88  WS-FEE-CAP-APPLIED  VALUE "C".
       01  WS-RATE-EOF-SWITCH      PIC X VALUE "N".
           88  WS-RATE-EOF         VALUE "Y".
       01  WS-RATE-FOUND-SWITCH    PIC X VALUE "N".
           88  WS-RATE-FOUND       VALUE "Y".
       01  WS-RATE-BEST-DATE       PIC 9(8) VALUE ZEROS.
      *    Pair currently being priced off the rate table - the
      *    direct pair first, then each leg of a cross rate.
       01  WS-RATE-LOOKUP-FROM     PIC X(03) VALUE SPACES.
       01  WS-RATE-LOOKUP-TO       PIC X(03) VALUE SPACES.
       01  WS-PAIR-RATE            PIC S9(3)V9(6) COMP-3 VALUE ZEROS.
       01  WS-RATE-TABLE-SWITCH    PIC X VALUE "N".
           88  WS-RATE-TABLE-PRESENT VALUE "Y".
       01  WS-PIVOT-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-PIVOT-EOF-SWITCH     PIC X VALUE "N".
           88  WS-PIVOT-EOF        VALUE "Y".
       01  WS-PIVOT-TABLE.
           05  WS-PIVOT-COUNT      PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-PIVOT-ENTRY OCCURS 20 TIMES PIC X(03).
       01  WS-PIVOT-SUB            PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-LEG-1-RATE           PIC S9(3)V9(6) COMP-3 VALUE ZEROS.
       01  WS-RATE-TRIANGULATED    PIC X VALUE SPACE.
           88  WS-RATE-CROSS       VALUE "Y".
       01  WS-PIVOT-CURRENCY       PIC X(03) VALUE SPACES.
       01  WS-PROCESSING-DATE      PIC 9(8) VALUE ZEROS.
       01  WS-VALUE-DATE           PIC 9(8) VALUE ZEROS.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-CHANNEL              PIC X VALUE SPACE.
           88  WS-CHANNEL-ONLINE   VALUE "O" "Q".
           88  WS-CHANNEL-QUEUE    VALUE "Q".
           COPY CALCBKD.
           COPY CALCENL.
       01  WS-SET-ID               PIC X(8) VALUE SPACES.
       01  WS-CORR-ID              PIC X(16) VALUE SPACES.
       01  WS-SIM-MODE             PIC X VALUE SPACE.
       01  WS-HP-GROWTH-FACTOR     PIC S9(6)V9(15) COMP-3 VALUE ZEROS.
       01  WS-DISPLAY-RESULT-EXT   PIC -(15)9.9(6).
      *    Operation codes eligible for high-precision mode: the
      *    arithmetic and comparison set, plus day-count interest on
      *    a wide principal. Date and memory-register operations have
      *    no wide-operand meaning and are rejected up front when
      *    requested with precision "H".
       01  WS-HP-ELIGIBLE-OPS      PIC X(13) VALUE "ASMDERQPCGLI1".

       01  WS-SUPPRESS-AUDIT       PIC X VALUE SPACE.
           88  WS-SUPPRESS-AUDIT-YES VALUE "Y".

       01  WS-BULK-SUBSCRIPT       PIC 9(5) COMP-3 VALUE ZEROS.

      *    In-storage reference tables. Each is loaded whole the first
      *    time a call needs it and answers every lookup after that;
      *    entries carry the record layout byte for byte, so a lookup
      *    sees exactly what a read of the file would have. The
      *    definitions give the file and the capacity, in the order
      *    the control entries and CALCTCP use: (1) CALCPARM,
      *    (2) CALCXRTE, (3) CALCTAXR, (4) CALCPRAT, (5) CALCCURR.
       01  WS-TABLE-DEFINITION-VALUES.
           05  FILLER              PIC X(13) VALUE "CALCPARM01000".
           05  FILLER              PIC X(13) VALUE "CALCXRTE05000".
           05  FILLER              PIC X(13) VALUE "CALCTAXR02000".
           05  FILLER              PIC X(13) VALUE "CALCPRAT02000".
           05  FILLER              PIC X(13) VALUE "CALCCURR00500".
       01  WS-TABLE-DEFINITIONS REDEFINES WS-TABLE-DEFINITION-VALUES.
           05  WS-TABLE-DEFINITION OCCURS 5 TIMES.
               10  WS-TABLE-DEF-NAME   PIC X(8).
               10  WS-TABLE-DEF-CAPACITY PIC 9(5).
       01  WS-TABLE-CONTROL.
           05  WS-TABLE-STATE OCCURS 5 TIMES.
               10  WS-TABLE-LOADED-SWITCH   PIC X VALUE "N".
                   88  WS-TABLE-LOADED      VALUE "Y".
               10  WS-TABLE-PRESENT-SWITCH  PIC X VALUE "N".
                   88  WS-TABLE-PRESENT     VALUE "Y".
               10  WS-TABLE-OVERFLOW-SWITCH PIC X VALUE "N".
                   88  WS-TABLE-OVERFLOW    VALUE "Y".
               10  WS-TABLE-RECORDS     PIC 9(7) COMP-3 VALUE ZEROS.
               10  WS-TABLE-CHANGE-NO   PIC 9(9) VALUE ZEROS.
       01  WS-TABLE-SUB            PIC 9(1) COMP-3 VALUE ZEROS.
       01  WS-VERSION-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-VERSION-EOF-SWITCH   PIC X VALUE "N".
           88  WS-VERSION-EOF      VALUE "Y".
       01  WS-VERSIONS-NOTED-SWITCH PIC X VALUE "N".
           88  WS-VERSIONS-NOTED   VALUE "Y".

       01  WS-CPM-TABLE.
           05  WS-CPM-COUNT        PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-CPM-ENTRY OCCURS 1000 TIMES.
               10  WS-CPM-CALLER-ID        PIC X(08).
               10  WS-CPM-OPERAND-MAX      PIC S9(9)V99.
               10  WS-CPM-OPERAND-MIN      PIC S9(9)V99.
               10  WS-CPM-ALLOWED-OPS      PIC X(20).
               10  WS-CPM-DAILY-QUOTA      PIC 9(7).
               10  WS-CPM-REVIEW-LIMIT     PIC S9(9)V99.
               10  WS-CPM-BACK-VALUE-DAYS  PIC 9(3).
               10  WS-CPM-BACK-VALUE-OVERRIDE PIC X.
                   88  WS-CPM-BACK-VALUE-OVERRIDE-OK VALUE "Y".
               10  WS-CPM-STATUS           PIC X.
                   88  WS-CPM-SUSPENDED    VALUE "S".
       01  WS-CPM-SUB              PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-CXR-TABLE.
           05  WS-CXR-COUNT        PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-CXR-ENTRY OCCURS 5000 TIMES.
               10  WS-CXR-CURRENCY-FROM    PIC X(03).
               10  WS-CXR-CURRENCY-TO      PIC X(03).
               10  WS-CXR-EFFECTIVE-DATE   PIC 9(8).
               10  WS-CXR-RATE             PIC S9(3)V9(6).
       01  WS-CXR-SUB              PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-CTX-TABLE.
           05  WS-CTX-COUNT        PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-CTX-ENTRY OCCURS 2000 TIMES.
               10  WS-CTX-JURISDICTION     PIC X(4).
               10  WS-CTX-EFFECTIVE-DATE   PIC 9(8).
               10  WS-CTX-RATE             PIC 9(3)V9(4).
       01  WS-CTX-SUB              PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-CPR-TABLE.
           05  WS-CPR-COUNT        PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-CPR-ENTRY OCCURS 2000 TIMES.
               10  WS-CPR-PRODUCT-CODE     PIC X(8).
               10  WS-CPR-EFFECTIVE-DATE   PIC 9(8).
               10  WS-CPR-RATE             PIC S9(3)V9(4).
               10  WS-CPR-CAPITALIZE-DAY   PIC 9(2).
               10  WS-CPR-DAY-COUNT-CONV   PIC X(8).
       01  WS-CPR-SUB              PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-CCY-TABLE.
           05  WS-CCY-COUNT        PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-CCY-ENTRY OCCURS 500 TIMES.
               10  WS-CCY-CURRENCY-CODE    PIC X(3).
               10  WS-CCY-MINOR-UNITS      PIC 9.
       01  WS-CCY-SUB              PIC 9(5) COMP-3 VALUE ZEROS.

       LINKAGE SECTION.
           COPY CALCREC.
           COPY CALCBLK.
           COPY CALCRSA.
           COPY CALCTCP.

       PROCEDURE DIVISION USING LS-INPUT-DATA LS-OUTPUT-DATA.
       
       
       INITIALIZE-PROGRAM.
           MOVE SPACES TO WS-STATUS
           MOVE ZEROS TO WS-BUSINESS-DATE
           MOVE LS-CHANNEL TO WS-CHANNEL
      *    An online region lives for days; a table changed under it
      *    is picked up here, before the call looks anything up.
           IF WS-CHANNEL-ONLINE
               PERFORM CHECK-TABLE-VERSIONS
           END-IF
           MOVE SPACES TO WS-ERROR-MSG
           MOVE SPACES TO WS-ERROR-CODE
           MOVE ZEROS TO WS-RESULT
               MOVE ZEROS TO WS-DATE-2
           END-IF
           MOVE LS-DAY-COUNT TO WS-DAY-COUNT
           MOVE LS-DAY-COUNT-CONV TO WS-DAY-COUNT-CONV
           IF WS-DAY-COUNT-CONV = LOW-VALUES
               MOVE SPACES TO WS-DAY-COUNT-CONV
           END-IF
           MOVE ZEROS TO WS-YEAR-FRACTION
           MOVE LS-FEE-CODE TO WS-FEE-CODE
           IF WS-FEE-CODE = LOW-VALUES
               MOVE SPACES TO WS-FEE-CODE
           END-IF
           MOVE ZEROS TO WS-FEE-BEST-DATE
           MOVE ZERO TO WS-FEE-BAND-USED
           MOVE SPACE TO WS-FEE-LIMIT-APPLIED
           MOVE LS-CURRENCY-1 TO WS-CURRENCY-1
           IF WS-CURRENCY-1 = LOW-VALUES
               MOVE SPACES TO WS-CURRENCY-1
               MOVE SPACES TO WS-CURRENCY-2
           END-IF
           MOVE LS-CONVERSION-RATE TO WS-CONVERSION-RATE
           MOVE SPACE TO WS-RATE-TRIANGULATED
           MOVE SPACES TO WS-PIVOT-CURRENCY
           MOVE LS-EXTENDED-OUTPUT TO WS-EXTENDED-OUTPUT
           MOVE LS-SUPPRESS-AUDIT TO WS-SUPPRESS-AUDIT
           IF WS-SUPPRESS-AUDIT = LOW-VALUES
               MOVE SPACES TO WS-TAX-JURISDICTION
           END-IF
           MOVE ZEROS TO WS-TAX-AMOUNT
           INITIALIZE WS-TAX-STACK
           MOVE ZEROS TO WS-ROUND-RESIDUE
           MOVE LS-PRODUCT-CODE TO WS-PRODUCT-CODE
           IF WS-PRODUCT-CODE = LOW-VALUES
               MOVE SPACE TO WS-REVIEW-OVERRIDE
           END-IF
           MOVE "N" TO WS-REVIEW-HELD-SWITCH
           MOVE LS-BACK-VALUE-OVERRIDE TO WS-BACK-VALUE-OVERRIDE
           IF WS-BACK-VALUE-OVERRIDE = LOW-VALUES
               MOVE SPACE TO WS-BACK-VALUE-OVERRIDE
           END-IF
           MOVE SPACE TO WS-BACK-VALUE-IND
           MOVE ZEROS TO WS-BACK-VALUE-DAYS
           MOVE SPACE TO WS-HOLD-REASON
           MOVE LS-SET-ID TO WS-SET-ID
           IF WS-SET-ID = LOW-VALUES
               MOVE SPACES TO WS-SET-ID
           IF WS-SIM-MODE = LOW-VALUES
               MOVE SPACE TO WS-SIM-MODE
           END-IF
           MOVE LS-RETRY-REDRIVE TO WS-RETRY-REDRIVE
           IF WS-RETRY-REDRIVE = LOW-VALUES
               MOVE SPACE TO WS-RETRY-REDRIVE
           END-IF
      *    Reset here, not only inside CHECK-HOLD-CONTROL: that
      *    check is skipped for suppressed-audit replays, and a
      *    stale "held" from an earlier call in the same load would
           MOVE WS-HP-OPERAND-2 TO WS-HP-ORIG-OPERAND-2.

       LOOKUP-CALLER-LIMITS.
      *    The first record for the caller wins.
           PERFORM ENSURE-PARM-TABLE-LOADED
           IF WS-TABLE-OVERFLOW(1)
               PERFORM REFUSE-TABLE-OVER-CAPACITY
           ELSE
               PERFORM FIND-CALLER-LIMITS
                   VARYING WS-CPM-SUB FROM 1 BY 1
                   UNTIL WS-CPM-SUB > WS-CPM-COUNT
                      OR WS-CALLER-LIMITS-FOUND
           END-IF.

       READ-PARM-RECORD.
           END-READ.

       FIND-CALLER-LIMITS.
           IF WS-CPM-CALLER-ID(WS-CPM-SUB) = WS-CALLER-ID
               MOVE WS-CPM-OPERAND-MAX(WS-CPM-SUB)
                   TO WS-CALLER-OPERAND-MAX
               MOVE WS-CPM-OPERAND-MIN(WS-CPM-SUB)
                   TO WS-CALLER-OPERAND-MIN
               MOVE WS-CPM-ALLOWED-OPS(WS-CPM-SUB)
                   TO WS-CALLER-ALLOWED-OPS
      *        A record from before the quota column was added reads
      *        back as spaces there; treat it as unlimited.
               IF WS-CPM-DAILY-QUOTA(WS-CPM-SUB) NUMERIC
                   MOVE WS-CPM-DAILY-QUOTA(WS-CPM-SUB)
                       TO WS-CALLER-DAILY-QUOTA
               ELSE
                   MOVE ZEROS TO WS-CALLER-DAILY-QUOTA
               END-IF
      *        Same rule for the review threshold: spaces (an older
      *        record) means no threshold.
               IF WS-CPM-REVIEW-LIMIT(WS-CPM-SUB) NUMERIC
                   MOVE WS-CPM-REVIEW-LIMIT(WS-CPM-SUB)
                       TO WS-CALLER-REVIEW-LIMIT
               ELSE
                   MOVE ZEROS TO WS-CALLER-REVIEW-LIMIT
               END-IF
      *        And for the back-value window: spaces means none.
               IF WS-CPM-BACK-VALUE-DAYS(WS-CPM-SUB) NUMERIC
                   MOVE WS-CPM-BACK-VALUE-DAYS(WS-CPM-SUB)
                       TO WS-CALLER-BACK-VALUE-DAYS
               ELSE
                   MOVE ZEROS TO WS-CALLER-BACK-VALUE-DAYS
               END-IF
               IF WS-CPM-BACK-VALUE-OVERRIDE-OK(WS-CPM-SUB)
                   MOVE "Y" TO WS-CALLER-BV-OVERRIDE
               ELSE
                   MOVE "N" TO WS-CALLER-BV-OVERRIDE
               END-IF
               IF WS-CPM-SUSPENDED(WS-CPM-SUB)
                   MOVE "Y" TO WS-CALLER-SUSPENDED-SWITCH
               ELSE
                   MOVE "N" TO WS-CALLER-SUSPENDED-SWITCH
               END-IF
               MOVE "Y" TO WS-CALLER-LIMITS-SWITCH
           END-IF.
       
      *****************************************************************
      * In-storage reference tables: loaded whole on first use, kept   *
      * for the run unit, reloaded when CALCTVER says a table moved.   *
      *****************************************************************
       CHECK-TABLE-VERSIONS.
      *    A table whose change number differs from the one last seen
      *    is dropped, and the next call that needs it loads it again.
      *    No stamp file means nothing has been stamped yet.
           MOVE "Y" TO WS-VERSIONS-NOTED-SWITCH
           MOVE "N" TO WS-VERSION-EOF-SWITCH
           OPEN INPUT VERSION-FILE
           IF WS-VERSION-FILE-STATUS NOT = "35"
               PERFORM READ-VERSION-RECORD
               PERFORM NOTE-TABLE-VERSION UNTIL WS-VERSION-EOF
               CLOSE VERSION-FILE
           END-IF.

       READ-VERSION-RECORD.
           READ VERSION-FILE
               AT END
                   MOVE "Y" TO WS-VERSION-EOF-SWITCH
           END-READ.

       NOTE-TABLE-VERSION.
           PERFORM MATCH-TABLE-VERSION
               VARYING WS-TABLE-SUB FROM 1 BY 1
               UNTIL WS-TABLE-SUB > 5
           PERFORM READ-VERSION-RECORD.

       MATCH-TABLE-VERSION.
           IF TVER-TABLE-NAME = WS-TABLE-DEF-NAME(WS-TABLE-SUB) AND
              TVER-CHANGE-NO NOT = WS-TABLE-CHANGE-NO(WS-TABLE-SUB)
               MOVE TVER-CHANGE-NO TO WS-TABLE-CHANGE-NO(WS-TABLE-SUB)
               MOVE "N" TO WS-TABLE-LOADED-SWITCH(WS-TABLE-SUB)
           END-IF.

       REFUSE-TABLE-OVER-CAPACITY.
           MOVE "ERROR" TO WS-STATUS
           MOVE "REFERENCE TABLE EXCEEDS IN-STORAGE CAPACITY"
               TO WS-ERROR-MSG
           MOVE CALC-ERR-TABLE-CAPACITY TO WS-ERROR-CODE.

       START-TABLE-LOAD.
      *    Every record on file is counted; only what fits is kept,
      *    and a table with more is flagged rather than cut short.
           MOVE "N" TO WS-TABLE-PRESENT-SWITCH(WS-TABLE-SUB)
           MOVE "N" TO WS-TABLE-OVERFLOW-SWITCH(WS-TABLE-SUB)
           MOVE ZEROS TO WS-TABLE-RECORDS(WS-TABLE-SUB).

       COUNT-TABLE-RECORD.
           ADD 1 TO WS-TABLE-RECORDS(WS-TABLE-SUB)
           IF WS-TABLE-RECORDS(WS-TABLE-SUB)
              > WS-TABLE-DEF-CAPACITY(WS-TABLE-SUB)
               MOVE "Y" TO WS-TABLE-OVERFLOW-SWITCH(WS-TABLE-SUB)
           END-IF.

       ENSURE-PARM-TABLE-LOADED.
           IF NOT WS-VERSIONS-NOTED
               PERFORM CHECK-TABLE-VERSIONS
           END-IF
           IF NOT WS-TABLE-LOADED(1)
               MOVE 1 TO WS-TABLE-SUB
               PERFORM START-TABLE-LOAD
               MOVE ZEROS TO WS-CPM-COUNT
               MOVE "N" TO WS-PARM-EOF-SWITCH
               OPEN INPUT PARM-FILE
               IF WS-PARM-FILE-STATUS NOT = "35"
                   MOVE "Y" TO WS-TABLE-PRESENT-SWITCH(1)
                   PERFORM READ-PARM-RECORD
                   PERFORM STORE-PARM-ENTRY UNTIL WS-PARM-EOF
                   CLOSE PARM-FILE
               END-IF
               MOVE "Y" TO WS-TABLE-LOADED-SWITCH(1)
           END-IF.

       STORE-PARM-ENTRY.
           PERFORM COUNT-TABLE-RECORD
           IF NOT WS-TABLE-OVERFLOW(1)
               ADD 1 TO WS-CPM-COUNT
               MOVE PARM-RECORD TO WS-CPM-ENTRY(WS-CPM-COUNT)
           END-IF
           PERFORM READ-PARM-RECORD.

       ENSURE-XRTE-TABLE-LOADED.
           IF NOT WS-VERSIONS-NOTED
               PERFORM CHECK-TABLE-VERSIONS
           END-IF
           IF NOT WS-TABLE-LOADED(2)
               MOVE 2 TO WS-TABLE-SUB
               PERFORM START-TABLE-LOAD
               MOVE ZEROS TO WS-CXR-COUNT
               MOVE "N" TO WS-RATE-EOF-SWITCH
               OPEN INPUT RATE-FILE
               IF WS-RATE-FILE-STATUS NOT = "35"
                   MOVE "Y" TO WS-TABLE-PRESENT-SWITCH(2)
                   PERFORM READ-RATE-RECORD
                   PERFORM STORE-XRTE-ENTRY UNTIL WS-RATE-EOF
                   CLOSE RATE-FILE
               END-IF
               MOVE "Y" TO WS-TABLE-LOADED-SWITCH(2)
           END-IF.

       STORE-XRTE-ENTRY.
           PERFORM COUNT-TABLE-RECORD
           IF NOT WS-TABLE-OVERFLOW(2)
               ADD 1 TO WS-CXR-COUNT
               MOVE XRT-RECORD TO WS-CXR-ENTRY(WS-CXR-COUNT)
           END-IF
           PERFORM READ-RATE-RECORD.

       ENSURE-TAXR-TABLE-LOADED.
           IF NOT WS-VERSIONS-NOTED
               PERFORM CHECK-TABLE-VERSIONS
           END-IF
           IF NOT WS-TABLE-LOADED(3)
               MOVE 3 TO WS-TABLE-SUB
               PERFORM START-TABLE-LOAD
               MOVE ZEROS TO WS-CTX-COUNT
               MOVE "N" TO WS-TAX-EOF-SWITCH
               OPEN INPUT TAX-FILE
               IF WS-TAX-FILE-STATUS NOT = "35"
                   MOVE "Y" TO WS-TABLE-PRESENT-SWITCH(3)
                   PERFORM READ-TAX-RECORD
                   PERFORM STORE-TAXR-ENTRY UNTIL WS-TAX-EOF
                   CLOSE TAX-FILE
               END-IF
               MOVE "Y" TO WS-TABLE-LOADED-SWITCH(3)
           END-IF.

       STORE-TAXR-ENTRY.
           PERFORM COUNT-TABLE-RECORD
           IF NOT WS-TABLE-OVERFLOW(3)
               ADD 1 TO WS-CTX-COUNT
               MOVE TAX-RECORD TO WS-CTX-ENTRY(WS-CTX-COUNT)
           END-IF
           PERFORM READ-TAX-RECORD.

       ENSURE-PRAT-TABLE-LOADED.
           IF NOT WS-VERSIONS-NOTED
               PERFORM CHECK-TABLE-VERSIONS
           END-IF
           IF NOT WS-TABLE-LOADED(4)
               MOVE 4 TO WS-TABLE-SUB
               PERFORM START-TABLE-LOAD
               MOVE ZEROS TO WS-CPR-COUNT
               MOVE "N" TO WS-PRODUCT-EOF-SWITCH
               OPEN INPUT PRODUCT-FILE
               IF WS-PRODUCT-FILE-STATUS NOT = "35"
                   MOVE "Y" TO WS-TABLE-PRESENT-SWITCH(4)
                   PERFORM READ-PRODUCT-RECORD
                   PERFORM STORE-PRAT-ENTRY UNTIL WS-PRODUCT-EOF
                   CLOSE PRODUCT-FILE
               END-IF
               MOVE "Y" TO WS-TABLE-LOADED-SWITCH(4)
           END-IF.

       STORE-PRAT-ENTRY.
           PERFORM COUNT-TABLE-RECORD
           IF NOT WS-TABLE-OVERFLOW(4)
               ADD 1 TO WS-CPR-COUNT
               MOVE PRT-RECORD TO WS-CPR-ENTRY(WS-CPR-COUNT)
           END-IF
           PERFORM READ-PRODUCT-RECORD.

       ENSURE-CURR-TABLE-LOADED.
           IF NOT WS-VERSIONS-NOTED
               PERFORM CHECK-TABLE-VERSIONS
           END-IF
           IF NOT WS-TABLE-LOADED(5)
               MOVE 5 TO WS-TABLE-SUB
               PERFORM START-TABLE-LOAD
               MOVE ZEROS TO WS-CCY-COUNT
               MOVE "N" TO WS-CURRENCY-EOF-SWITCH
               OPEN INPUT CURRENCY-FILE
               IF WS-CURRENCY-FILE-STATUS NOT = "35"
                   MOVE "Y" TO WS-TABLE-PRESENT-SWITCH(5)
                   PERFORM READ-CURRENCY-RECORD
                   PERFORM STORE-CURR-ENTRY UNTIL WS-CURRENCY-EOF
                   CLOSE CURRENCY-FILE
               END-IF
               MOVE "Y" TO WS-TABLE-LOADED-SWITCH(5)
           END-IF.

       STORE-CURR-ENTRY.
           PERFORM COUNT-TABLE-RECORD
           IF NOT WS-TABLE-OVERFLOW(5)
               ADD 1 TO WS-CCY-COUNT
               MOVE CUR-RECORD TO WS-CCY-ENTRY(WS-CCY-COUNT)
           END-IF
           PERFORM READ-CURRENCY-RECORD.

       CHECK-HOLD-CONTROL.
      *    Operator maintenance hold, checked ahead of every edit: a
      *    scope of "*" on CALCHOLD quiesces every caller, any other
              WS-OPERATION NOT = "Y" AND
              WS-OPERATION NOT = "Z" AND
              WS-OPERATION NOT = "T" AND
              WS-OPERATION NOT = "B" AND
              WS-OPERATION NOT = "1" AND
              WS-OPERATION NOT = "4"
               MOVE "ERROR" TO WS-STATUS
               MOVE "INVALID OPERATION CODE" TO WS-ERROR-MSG
               MOVE CALC-ERR-INVALID-OP TO WS-ERROR-CODE
           END-IF

           IF WS-STATUS = SPACES AND
              (WS-OPERATION = "N" OR WS-OPERATION = "F" OR
               WS-OPERATION = "1")
               PERFORM VALIDATE-DATE-FIELDS
           END-IF

           END-IF

           IF WS-STATUS = SPACES AND WS-CALLER-LIMITS-FOUND
               IF WS-CALLER-SUSPENDED
                   MOVE "NOT AUTHORIZED" TO WS-STATUS
                   MOVE "CALLER SUSPENDED PENDING RECERTIFICATION"
                       TO WS-ERROR-MSG
                   MOVE CALC-ERR-SUSPENDED TO WS-ERROR-CODE
               ELSE
                   PERFORM VALIDATE-CALLER-LIMITS
               END-IF
           END-IF

      *    Back-value control ahead of the review threshold, so a
      *    value date in a closed month is refused before it can
      *    reach the approval queue at all. Replays re-run what was
      *    accepted once, and simulations never post.
           IF WS-STATUS = SPACES AND WS-VALUE-DATE > ZERO AND
              NOT WS-SUPPRESS-AUDIT-YES AND
              NOT WS-SIM-MODE-ACTIVE
               PERFORM CHECK-BACK-VALUE THRU CHECK-BACK-VALUE-EXIT
           END-IF

      *    The four-eyes threshold sits between the caller's hard
           END-IF.

       HOLD-FOR-APPROVAL.
           MOVE "L" TO WS-HOLD-REASON
           MOVE "Y" TO WS-REVIEW-HELD-SWITCH
           MOVE "HELD FOR APPROVAL" TO WS-STATUS
           MOVE "AMOUNT ABOVE REVIEW LIMIT - AWAITING APPROVAL"
           MOVE CALC-ERR-HELD-APPROVAL TO WS-ERROR-CODE
           PERFORM WRITE-PENDING-RECORD.

       CHECK-BACK-VALUE.
      *    Only a value date before today's business date is back-
      *    valued. Its month must not have been closed by CALCMEND -
      *    no window, override or release gets past that - and its
      *    distance back, in business days on the call's market
      *    calendar, must fall inside the caller's CALCPARM window.
           PERFORM GET-BUSINESS-DATE
           IF WS-VALUE-DATE NOT < WS-BUSINESS-DATE
               GO TO CHECK-BACK-VALUE-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-VALUE-DATE) NOT = ZERO
               MOVE "ERROR" TO WS-STATUS
               MOVE "INVALID VALUE DATE" TO WS-ERROR-MSG
               MOVE CALC-ERR-OPERAND-RANGE TO WS-ERROR-CODE
               GO TO CHECK-BACK-VALUE-EXIT
           END-IF

           PERFORM CHECK-MONTH-CLOSED
           IF WS-MONTH-CLOSED
               MOVE "BACK-VALUE REFUSED" TO WS-STATUS
               MOVE "VALUE DATE FALLS IN A CLOSED MONTH"
                   TO WS-ERROR-MSG
               MOVE CALC-ERR-BACK-VALUE TO WS-ERROR-CODE
               GO TO CHECK-BACK-VALUE-EXIT
           END-IF

           PERFORM ENSURE-HOLIDAYS-LOADED
           COMPUTE WS-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-VALUE-DATE)
           COMPUTE WS-TARGET-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           MOVE 1 TO WS-STEP-DIRECTION
           MOVE ZEROS TO WS-BUSDAY-COUNT
           PERFORM COUNT-ONE-INTERVAL-DAY
               UNTIL WS-WORK-INTEGER = WS-TARGET-INTEGER
                  OR WS-BUSDAY-COUNT > 9998
           MOVE WS-BUSDAY-COUNT TO WS-BACK-VALUE-DAYS

           IF WS-CALLER-LIMITS-FOUND AND
              WS-CALLER-BACK-VALUE-DAYS > ZERO AND
              WS-BACK-VALUE-DAYS > WS-CALLER-BACK-VALUE-DAYS
               EVALUATE TRUE
      *            Released by a supervisor through CALCAPRV.
                   WHEN WS-REVIEW-OVERRIDE-YES
                       MOVE "A" TO WS-BACK-VALUE-IND
                   WHEN WS-BACK-VALUE-OVERRIDE-YES AND
                        WS-CALLER-BV-OVERRIDE-OK
                       MOVE "V" TO WS-HOLD-REASON
                       MOVE "Y" TO WS-REVIEW-HELD-SWITCH
                       MOVE "HELD FOR APPROVAL" TO WS-STATUS
                       MOVE
                           "BACK-VALUED PAST WINDOW - AWAITING APPROVAL"
                           TO WS-ERROR-MSG
                       MOVE CALC-ERR-HELD-APPROVAL TO WS-ERROR-CODE
                       PERFORM WRITE-PENDING-RECORD
                   WHEN OTHER
                       MOVE "BACK-VALUE REFUSED" TO WS-STATUS
                       MOVE "VALUE DATE BEYOND BACK-VALUE WINDOW"
                           TO WS-ERROR-MSG
                       MOVE CALC-ERR-BACK-VALUE TO WS-ERROR-CODE
               END-EVALUATE
           ELSE
               MOVE "W" TO WS-BACK-VALUE-IND
           END-IF.

       CHECK-BACK-VALUE-EXIT.
           EXIT.

       CHECK-MONTH-CLOSED.
           MOVE "N" TO WS-MONTH-CLOSED-SWITCH
           MOVE "N" TO WS-MCLS-EOF-SWITCH
           OPEN INPUT MONTH-CLOSE-FILE
           IF WS-MCLS-FILE-STATUS NOT = "35"
               PERFORM READ-MONTH-CLOSE-RECORD
               PERFORM MATCH-MONTH-CLOSE-RECORD
                   UNTIL WS-MCLS-EOF OR WS-MONTH-CLOSED
               CLOSE MONTH-CLOSE-FILE
           END-IF.

       READ-MONTH-CLOSE-RECORD.
           READ MONTH-CLOSE-FILE
               AT END
                   MOVE "Y" TO WS-MCLS-EOF-SWITCH
           END-READ.

       MATCH-MONTH-CLOSE-RECORD.
           IF MCLS-YEAR-MONTH = WS-VALUE-DATE(1:6) AND MCLS-CLOSED
               MOVE "Y" TO WS-MONTH-CLOSED-SWITCH
           ELSE
               PERFORM READ-MONTH-CLOSE-RECORD
           END-IF.

       WRITE-PENDING-RECORD.
      *    The sequence continues from the highest number already on
      *    the queue, not from this load's own counter: the queue is
           MOVE WS-PRODUCT-CODE TO PEND-PRODUCT-CODE
           MOVE WS-VALUE-DATE TO PEND-VALUE-DATE
           MOVE WS-CORR-ID TO PEND-CORR-ID
           MOVE WS-DAY-COUNT-CONV TO PEND-DAY-COUNT-CONV
           MOVE WS-FEE-CODE TO PEND-FEE-CODE
           MOVE WS-HOLD-REASON TO PEND-HOLD-REASON
           MOVE FUNCTION CURRENT-DATE TO WS-PENDING-STAMP
           MOVE WS-PENDING-STAMP(1:8) TO PEND-HELD-DATE
           MOVE WS-PENDING-STAMP(9:6) TO PEND-HELD-TIME
      *    the long-standing two-decimal behavior.
           MOVE "N" TO WS-MINOR-UNITS-SWITCH
           MOVE 2 TO WS-MINOR-UNITS
           PERFORM ENSURE-CURR-TABLE-LOADED
           IF WS-TABLE-OVERFLOW(5)
               PERFORM REFUSE-TABLE-OVER-CAPACITY
           END-IF
           IF NOT WS-TABLE-PRESENT(5) OR WS-TABLE-OVERFLOW(5)
               CONTINUE
           ELSE
               MOVE WS-CURRENCY-1 TO WS-MINOR-LOOKUP-CODE
               PERFORM LOOKUP-ONE-MINOR-UNIT
               IF WS-MINOR-FOUND
           MULTIPLY 10 BY WS-ROUND-FACTOR.

       LOOKUP-ONE-MINOR-UNIT.
      *    The last record for the code wins.
           MOVE "N" TO WS-MINOR-FOUND-SWITCH
           PERFORM MATCH-CURRENCY-RECORD
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT.

       READ-CURRENCY-RECORD.
           READ CURRENCY-FILE
           END-READ.

       MATCH-CURRENCY-RECORD.
           IF WS-CCY-CURRENCY-CODE(WS-CCY-SUB) = WS-MINOR-LOOKUP-CODE
               MOVE WS-CCY-MINOR-UNITS(WS-CCY-SUB)
                   TO WS-MINOR-UNITS-WORK
               MOVE "Y" TO WS-MINOR-FOUND-SWITCH
           END-IF.

       ROUND-TO-MINOR-UNITS.
           MOVE WS-ROUND-VALUE TO WS-PRE-ROUND-VALUE
           END-IF.

       GET-BUSINESS-DATE.
      *    Resolved once per call, never across calls: a region
      *    loaded for days must follow the register as CALCNITE
      *    rolls it, and an online call must see the cut-off pass.
      *    Within the call the quota, the lookups, the back-value
      *    check and the audit record all use the same booked date.
           IF WS-BUSINESS-DATE = ZEROS
               MOVE WS-CHANNEL TO BKD-CHANNEL
               MOVE WS-MARKET-CODE TO BKD-MARKET-CODE
               CALL "CALCBOOK" USING BKD-INPUT-DATA BKD-OUTPUT-DATA
               MOVE BKD-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF.

       LOOKUP-CONVERSION-RATE.
      *    caller gets the long-standing mismatched-currency error; a
      *    present table with no effective record for the pair gets
      *    the distinct no-rate error so ops knows which file to fix.
      *    Before giving up on a missing pair the CALCXPIV pivots are
      *    tried in order, and the first pivot with both legs
      *    effective prices the pair at the cross of the two. A live
      *    table too large to hold in storage prices nothing at all.
           IF NOT WS-SIM-MODE-ACTIVE
               PERFORM ENSURE-XRTE-TABLE-LOADED
           END-IF
           IF WS-TABLE-OVERFLOW(2) AND NOT WS-SIM-MODE-ACTIVE
               PERFORM REFUSE-TABLE-OVER-CAPACITY
           ELSE
               PERFORM PRICE-CONVERSION-RATE
           END-IF.

       PRICE-CONVERSION-RATE.
           PERFORM SET-EFFECTIVE-LOOKUP-DATE
           MOVE WS-CURRENCY-2 TO WS-RATE-LOOKUP-FROM
           MOVE WS-CURRENCY-1 TO WS-RATE-LOOKUP-TO
           PERFORM FIND-EFFECTIVE-PAIR-RATE
           IF WS-RATE-FOUND
               MOVE WS-PAIR-RATE TO WS-CONVERSION-RATE
           ELSE
               IF WS-RATE-TABLE-PRESENT
                   PERFORM TRIANGULATE-CONVERSION-RATE
               END-IF
           END-IF
           IF NOT WS-RATE-FOUND
               IF WS-SIM-MODE-ACTIVE
      *            A simulation prices only off the candidate table;
      *            an absent candidate table or missing pair is the
      *            no-rate error, never a quiet fall-through to the
      *            live rates.
                   MOVE "ERROR" TO WS-STATUS
                   MOVE "NO CANDIDATE RATE FOR CURRENCY PAIR"
                       TO WS-ERROR-MSG
                   MOVE CALC-ERR-NO-RATE TO WS-ERROR-CODE
               ELSE
                   IF WS-RATE-TABLE-PRESENT
                       MOVE "ERROR" TO WS-STATUS
                       MOVE "NO EFFECTIVE RATE FOR CURRENCY PAIR"
                           TO WS-ERROR-MSG
                       MOVE CALC-ERR-NO-RATE TO WS-ERROR-CODE
                   END-IF
               END-IF
           END-IF.

       FIND-EFFECTIVE-PAIR-RATE.
      *    Price WS-RATE-LOOKUP-FROM into WS-RATE-LOOKUP-TO off the
      *    live table, or the candidate table in sim mode.
           MOVE "N" TO WS-RATE-EOF-SWITCH
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           MOVE ZEROS TO WS-RATE-BEST-DATE
           MOVE ZEROS TO WS-PAIR-RATE
           IF WS-SIM-MODE-ACTIVE
               PERFORM SCAN-SIM-RATE-TABLE
           ELSE
           END-IF.

       SCAN-LIVE-RATE-TABLE.
           IF WS-TABLE-PRESENT(2)
               MOVE "Y" TO WS-RATE-TABLE-SWITCH
               PERFORM MATCH-RATE-RECORD
                   VARYING WS-CXR-SUB FROM 1 BY 1
                   UNTIL WS-CXR-SUB > WS-CXR-COUNT
           ELSE
               MOVE "N" TO WS-RATE-TABLE-SWITCH
           END-IF.

       SCAN-SIM-RATE-TABLE.
           OPEN INPUT SIM-RATE-FILE
           IF WS-SIM-RATE-FILE-STATUS = "35"
               MOVE "N" TO WS-RATE-TABLE-SWITCH
               MOVE "Y" TO WS-RATE-EOF-SWITCH
           ELSE
               MOVE "Y" TO WS-RATE-TABLE-SWITCH
               PERFORM READ-SIM-RATE-RECORD
               PERFORM MATCH-SIM-RATE-RECORD UNTIL WS-RATE-EOF
               CLOSE SIM-RATE-FILE
           END-IF.

       READ-SIM-RATE-RECORD.
           END-READ.

       MATCH-SIM-RATE-RECORD.
           IF SXR-CURRENCY-FROM = WS-RATE-LOOKUP-FROM AND
              SXR-CURRENCY-TO = WS-RATE-LOOKUP-TO AND
              SXR-EFFECTIVE-DATE <= WS-PROCESSING-DATE AND
              SXR-EFFECTIVE-DATE >= WS-RATE-BEST-DATE
               MOVE SXR-EFFECTIVE-DATE TO WS-RATE-BEST-DATE
               MOVE SXR-RATE TO WS-PAIR-RATE
               MOVE "Y" TO WS-RATE-FOUND-SWITCH
           END-IF
           PERFORM READ-SIM-RATE-RECORD.
           END-READ.

       MATCH-RATE-RECORD.
           IF WS-CXR-CURRENCY-FROM(WS-CXR-SUB) = WS-RATE-LOOKUP-FROM
              AND WS-CXR-CURRENCY-TO(WS-CXR-SUB) = WS-RATE-LOOKUP-TO
              AND WS-CXR-EFFECTIVE-DATE(WS-CXR-SUB)
                  <= WS-PROCESSING-DATE
              AND WS-CXR-EFFECTIVE-DATE(WS-CXR-SUB)
                  >= WS-RATE-BEST-DATE
               MOVE WS-CXR-EFFECTIVE-DATE(WS-CXR-SUB)
                   TO WS-RATE-BEST-DATE
               MOVE WS-CXR-RATE(WS-CXR-SUB) TO WS-PAIR-RATE
               MOVE "Y" TO WS-RATE-FOUND-SWITCH
           END-IF.

       TRIANGULATE-CONVERSION-RATE.
      *    Each leg is resolved exactly as a direct pair would be,
      *    effective-dated to the same processing date; the cross is
      *    rounded to the table's six decimals before use, and the
      *    converted amount then takes the usual minor-unit rounding
      *    in VALIDATE-CURRENCY-CODES like any other rate.
           PERFORM LOAD-PIVOT-CURRENCIES
           PERFORM TRY-PIVOT-CURRENCY
               VARYING WS-PIVOT-SUB FROM 1 BY 1
               UNTIL WS-PIVOT-SUB > WS-PIVOT-COUNT
                  OR WS-RATE-CROSS
           IF WS-RATE-CROSS
               MOVE "Y" TO WS-RATE-FOUND-SWITCH
           ELSE
               MOVE "N" TO WS-RATE-FOUND-SWITCH
           END-IF.

       LOAD-PIVOT-CURRENCIES.
      *    Read per call, like the rate table itself, so a pivot
      *    change takes effect without reloading the region.
           MOVE ZEROS TO WS-PIVOT-COUNT
           MOVE "N" TO WS-PIVOT-EOF-SWITCH
           OPEN INPUT PIVOT-FILE
           IF WS-PIVOT-FILE-STATUS NOT = "35"
               PERFORM READ-PIVOT-RECORD
               PERFORM STORE-PIVOT-RECORD UNTIL WS-PIVOT-EOF
               CLOSE PIVOT-FILE
           END-IF.

       READ-PIVOT-RECORD.
           READ PIVOT-FILE
               AT END
                   MOVE "Y" TO WS-PIVOT-EOF-SWITCH
           END-READ.

       STORE-PIVOT-RECORD.
           IF XPV-PIVOT-CURRENCY NOT = SPACES AND
              WS-PIVOT-COUNT < 20
               ADD 1 TO WS-PIVOT-COUNT
               MOVE XPV-PIVOT-CURRENCY
                   TO WS-PIVOT-ENTRY(WS-PIVOT-COUNT)
           END-IF
           PERFORM READ-PIVOT-RECORD.

       TRY-PIVOT-CURRENCY.
      *    A pivot equal to either side of the pair would only be
      *    the direct pair again, which has already failed.
           IF WS-PIVOT-ENTRY(WS-PIVOT-SUB) NOT = WS-CURRENCY-1 AND
              WS-PIVOT-ENTRY(WS-PIVOT-SUB) NOT = WS-CURRENCY-2
               MOVE WS-CURRENCY-2 TO WS-RATE-LOOKUP-FROM
               MOVE WS-PIVOT-ENTRY(WS-PIVOT-SUB) TO WS-RATE-LOOKUP-TO
               PERFORM FIND-EFFECTIVE-PAIR-RATE
               IF WS-RATE-FOUND
                   MOVE WS-PAIR-RATE TO WS-LEG-1-RATE
                   MOVE WS-PIVOT-ENTRY(WS-PIVOT-SUB)
                       TO WS-RATE-LOOKUP-FROM
                   MOVE WS-CURRENCY-1 TO WS-RATE-LOOKUP-TO
                   PERFORM FIND-EFFECTIVE-PAIR-RATE
                   IF WS-RATE-FOUND
                       PERFORM COMPUTE-CROSS-RATE
                   END-IF
               END-IF
           END-IF.

       COMPUTE-CROSS-RATE.
      *    A cross too large for the rate field, or one that rounds
      *    away to nothing, is no price at all; the next pivot gets
      *    its turn.
           COMPUTE WS-CONVERSION-RATE ROUNDED =
                   WS-LEG-1-RATE * WS-PAIR-RATE
               ON SIZE ERROR
                   MOVE ZEROS TO WS-CONVERSION-RATE
           END-COMPUTE
           IF WS-CONVERSION-RATE > ZERO
               MOVE "Y" TO WS-RATE-TRIANGULATED
               MOVE WS-PIVOT-ENTRY(WS-PIVOT-SUB) TO WS-PIVOT-CURRENCY
           END-IF.

       VALIDATE-DATE-FIELDS.
           MOVE WS-DATE-1(5:2) TO WS-DATE-MONTH
               MOVE CALC-ERR-OPERAND-RANGE TO WS-ERROR-CODE
           END-IF

           IF WS-STATUS = SPACES AND
              (WS-OPERATION = "N" OR WS-OPERATION = "1")
               MOVE WS-DATE-2(5:2) TO WS-DATE-MONTH
               MOVE WS-DATE-2(7:2) TO WS-DATE-DAY
               IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12 OR
                   MOVE "INVALID DATE-2" TO WS-ERROR-MSG
                   MOVE CALC-ERR-OPERAND-RANGE TO WS-ERROR-CODE
               END-IF
           END-IF

      *    An interest period runs forward; a negative year fraction
      *    would quietly turn interest earned into interest owed.
           IF WS-STATUS = SPACES AND WS-OPERATION = "1" AND
              WS-DATE-2 < WS-DATE-1
               MOVE "ERROR" TO WS-STATUS
               MOVE "DATE-2 BEFORE DATE-1" TO WS-ERROR-MSG
               MOVE CALC-ERR-OPERAND-RANGE TO WS-ERROR-CODE
           END-IF.

       VALIDATE-CALLER-LIMITS.
                   PERFORM TAX-ADD-ON-OPERATION
               WHEN "B"
                   PERFORM TAX-BACK-OUT-OPERATION
               WHEN "1"
                   PERFORM DAY-COUNT-INTEREST-OPERATION
               WHEN "4"
                   PERFORM TIERED-FEE-OPERATION
               WHEN OTHER
                   PERFORM INVALID-OPERATION
           END-EVALUATE.
                   PERFORM HP-COMPARE-LESS-OPERATION
               WHEN "I"
                   PERFORM HP-COMPARE-EQUAL-OPERATION
               WHEN "1"
                   PERFORM HP-DAY-COUNT-INTEREST-OPERATION
               WHEN OTHER
                   PERFORM INVALID-OPERATION
           END-EVALUATE.
           END-IF
           MOVE ZEROS TO WS-HP-RESULT.

       HP-DAY-COUNT-INTEREST-OPERATION.
      *    DAY-COUNT-INTEREST-OPERATION on the wide principal; the
      *    interest is computed from the unrounded fraction, not
      *    from the rounded year fraction, so a treasury-scale
      *    principal loses nothing to the fraction's nine decimals.
           PERFORM RESOLVE-DAY-COUNT-TERMS
               THRU RESOLVE-DAY-COUNT-TERMS-EXIT
           IF WS-STATUS = SPACES
               PERFORM MEASURE-YEAR-FRACTION
           END-IF
           IF WS-STATUS NOT = SPACES
               MOVE ZEROS TO WS-HP-RESULT
           ELSE
               COMPUTE WS-HP-RESULT ROUNDED =
                       WS-HP-OPERAND-1 * (WS-RATE / 100) *
                       WS-DCF-EXACT-FRACTION
                   ON SIZE ERROR
                       MOVE "OVERFLOW" TO WS-STATUS
                       MOVE "RESULT EXCEEDS FIELD CAPACITY"
                           TO WS-ERROR-MSG
                       MOVE CALC-ERR-OVERFLOW TO WS-ERROR-CODE
                       MOVE ZEROS TO WS-HP-RESULT
                   NOT ON SIZE ERROR
                       MOVE "SUCCESS" TO WS-STATUS
               END-COMPUTE
           END-IF.

       ADD-OPERATION.
           ADD WS-OPERAND-1 TO WS-OPERAND-2 GIVING WS-RESULT
               ON SIZE ERROR
                   END-COMPUTE
           END-COMPUTE.

       DAY-COUNT-INTEREST-OPERATION.
      *    Operand-1 is the principal and WS-RATE the annual interest
      *    rate (percent). Result is the simple interest for
      *    WS-DATE-1 to WS-DATE-2 under the call's day-count
      *    convention; the year fraction itself goes back in
      *    LS-YEAR-FRACTION.
           PERFORM RESOLVE-DAY-COUNT-TERMS
               THRU RESOLVE-DAY-COUNT-TERMS-EXIT
           IF WS-STATUS = SPACES
               PERFORM MEASURE-YEAR-FRACTION
           END-IF
           IF WS-STATUS NOT = SPACES
               MOVE ZEROS TO WS-RESULT
           ELSE
               COMPUTE WS-RESULT ROUNDED =
                       WS-OPERAND-1 * (WS-RATE / 100) *
                       WS-DCF-EXACT-FRACTION
                   ON SIZE ERROR
                       MOVE "OVERFLOW" TO WS-STATUS
                       MOVE "RESULT EXCEEDS FIELD CAPACITY"
                           TO WS-ERROR-MSG
                       MOVE CALC-ERR-OVERFLOW TO WS-ERROR-CODE
                       MOVE ZEROS TO WS-RESULT
                   NOT ON SIZE ERROR
                       MOVE "SUCCESS" TO WS-STATUS
               END-COMPUTE
           END-IF.

       RESOLVE-DAY-COUNT-TERMS.
      *    The caller's own rate and convention are honored as the
      *    exception, the way RESOLVE-COMPOUND-RATE honors a caller's
      *    rate; whichever of the two is missing comes from the
      *    product's CALCPRAT record in effect. Both resolved values
      *    are what the audit record carries, so a CALCRECN replay
      *    never goes back to the table.
           IF WS-PRODUCT-CODE NOT = SPACES AND
              (WS-RATE = ZERO OR WS-DAY-COUNT-CONV = SPACES)
               PERFORM SCAN-PRODUCT-TABLE
               IF WS-STATUS NOT = SPACES
                   GO TO RESOLVE-DAY-COUNT-TERMS-EXIT
               END-IF
               IF WS-RATE = ZERO
                   MOVE WS-PRODUCT-RATE TO WS-RATE
               END-IF
               IF WS-DAY-COUNT-CONV = SPACES
                   MOVE WS-PRODUCT-CONV TO WS-DAY-COUNT-CONV
               END-IF
           END-IF
           IF NOT WS-DAY-COUNT-CONV-VALID
               MOVE "ERROR" TO WS-STATUS
               MOVE "UNKNOWN DAY-COUNT CONVENTION" TO WS-ERROR-MSG
               MOVE CALC-ERR-DAY-COUNT-CONV TO WS-ERROR-CODE
           END-IF.

       RESOLVE-DAY-COUNT-TERMS-EXIT.
           EXIT.

       MEASURE-YEAR-FRACTION.
      *    ACT/360 and ACT/365F are actual days over a fixed basis;
      *    30/360 counts every month as 30 days; ACT/ACT splits the
      *    period at each year end and puts each part over the
      *    actual length of its own year.
           MOVE ZEROS TO WS-DCF-WHOLE-YEARS
           MOVE ZEROS TO WS-DCF-TAIL-DAYS
           MOVE 1 TO WS-DCF-TAIL-BASIS
           EVALUATE TRUE
               WHEN WS-DAY-COUNT-ACT-360
                   PERFORM COUNT-ACTUAL-DAYS
                   MOVE 360 TO WS-DCF-LEAD-BASIS
               WHEN WS-DAY-COUNT-ACT-365F
                   PERFORM COUNT-ACTUAL-DAYS
                   MOVE 365 TO WS-DCF-LEAD-BASIS
               WHEN WS-DAY-COUNT-30-360
                   PERFORM COUNT-30-360-DAYS
                   MOVE 360 TO WS-DCF-LEAD-BASIS
               WHEN WS-DAY-COUNT-ACT-ACT
                   PERFORM SPLIT-ACTUAL-YEARS
           END-EVALUATE
           COMPUTE WS-DCF-EXACT-FRACTION =
                   (WS-DCF-LEAD-DAYS / WS-DCF-LEAD-BASIS)
                   + WS-DCF-WHOLE-YEARS
                   + (WS-DCF-TAIL-DAYS / WS-DCF-TAIL-BASIS)
               ON SIZE ERROR
                   MOVE "OVERFLOW" TO WS-STATUS
                   MOVE "RESULT EXCEEDS FIELD CAPACITY" TO WS-ERROR-MSG
                   MOVE CALC-ERR-OVERFLOW TO WS-ERROR-CODE
                   MOVE ZEROS TO WS-DCF-EXACT-FRACTION
           END-COMPUTE
           COMPUTE WS-YEAR-FRACTION ROUNDED = WS-DCF-EXACT-FRACTION
               ON SIZE ERROR
                   MOVE "OVERFLOW" TO WS-STATUS
                   MOVE "RESULT EXCEEDS FIELD CAPACITY" TO WS-ERROR-MSG
                   MOVE CALC-ERR-OVERFLOW TO WS-ERROR-CODE
                   MOVE ZEROS TO WS-YEAR-FRACTION
           END-COMPUTE.

       COUNT-ACTUAL-DAYS.
           COMPUTE WS-DCF-LEAD-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-2)
                       - FUNCTION INTEGER-OF-DATE(WS-DATE-1).

       COUNT-30-360-DAYS.
      *    Bond basis: a 31st start counts as the 30th, and a 31st
      *    end counts as the 30th when the start was the 30th or
      *    31st. February ends are taken as they fall.
           MOVE WS-DATE-1 TO WS-DCF-DATE-1
           MOVE WS-DATE-2 TO WS-DCF-DATE-2
           IF WS-DCF-DAY-1 = 31
               MOVE 30 TO WS-DCF-DAY-1
           END-IF
           IF WS-DCF-DAY-2 = 31 AND WS-DCF-DAY-1 = 30
               MOVE 30 TO WS-DCF-DAY-2
           END-IF
           COMPUTE WS-DCF-LEAD-DAYS =
                   (360 * (WS-DCF-YEAR-2 - WS-DCF-YEAR-1))
                   + (30 * (WS-DCF-MONTH-2 - WS-DCF-MONTH-1))
                   + (WS-DCF-DAY-2 - WS-DCF-DAY-1).

       SPLIT-ACTUAL-YEARS.
      *    A period inside one calendar year is all leading part; a
      *    longer one runs from date-1 to the next 1 January, then
      *    whole years, then 1 January of date-2's year to date-2.
           MOVE WS-DATE-1 TO WS-DCF-DATE-1
           MOVE WS-DATE-2 TO WS-DCF-DATE-2
           MOVE WS-DCF-YEAR-1 TO WS-DCF-BASIS-YEAR
           PERFORM MEASURE-BASIS-YEAR
           MOVE WS-DCF-YEAR-DAYS TO WS-DCF-LEAD-BASIS
           IF WS-DCF-YEAR-2 = WS-DCF-YEAR-1
               PERFORM COUNT-ACTUAL-DAYS
           ELSE
               COMPUTE WS-DCF-YEAR-START =
                       ((WS-DCF-YEAR-1 + 1) * 10000) + 0101
               COMPUTE WS-DCF-LEAD-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-DCF-YEAR-START)
                           - FUNCTION INTEGER-OF-DATE(WS-DATE-1)
               COMPUTE WS-DCF-WHOLE-YEARS =
                       WS-DCF-YEAR-2 - WS-DCF-YEAR-1 - 1
               COMPUTE WS-DCF-YEAR-START =
                       (WS-DCF-YEAR-2 * 10000) + 0101
               COMPUTE WS-DCF-TAIL-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-2)
                           - FUNCTION INTEGER-OF-DATE(WS-DCF-YEAR-START)
               MOVE WS-DCF-YEAR-2 TO WS-DCF-BASIS-YEAR
               PERFORM MEASURE-BASIS-YEAR
               MOVE WS-DCF-YEAR-DAYS TO WS-DCF-TAIL-BASIS
           END-IF.

       MEASURE-BASIS-YEAR.
           MOVE 365 TO WS-DCF-YEAR-DAYS
           IF FUNCTION MOD(WS-DCF-BASIS-YEAR, 4) = ZERO AND
              (FUNCTION MOD(WS-DCF-BASIS-YEAR, 100) NOT = ZERO OR
               FUNCTION MOD(WS-DCF-BASIS-YEAR, 400) = ZERO)
               MOVE 366 TO WS-DCF-YEAR-DAYS
           END-IF.

       COMPARE-GREATER-OPERATION.
      *    Skips WS-RESULT entirely; the outcome is the status.
           IF WS-OPERAND-1 > WS-OPERAND-2
           END-IF.

       TAX-ADD-ON-OPERATION.
      *    Operand-1 is the net amount; every level of the
      *    jurisdiction's stack adds its tax on top and WS-RESULT is
      *    the gross. Each level's tax is rounded to the cent on its
      *    own - that is what each authority is owed - and a
      *    compounding level is charged on the net plus the tax its
      *    parent levels actually charged.
           PERFORM RESOLVE-TAX-STACK THRU RESOLVE-TAX-STACK-EXIT
           IF WS-STATUS = SPACES
               MOVE WS-OPERAND-1 TO WS-TAX-NET-AMOUNT
      *        The sub-cent shaved off each level is the rounding
      *        residue finance keeps asking about.
               MOVE "Y" TO WS-TAX-SHAVE-SWITCH
               PERFORM CHARGE-TAX-STACK
           END-IF
           IF WS-STATUS = SPACES
               COMPUTE WS-RESULT = WS-OPERAND-1 + WS-TAX-AMOUNT
      *    is gross / (1 + rate), NOT gross less a straight
      *    percentage - which is exactly the mistake users make by
      *    hand. WS-RESULT is the net and the difference is the tax.
      *    For a stack the rate is the stack's combined fraction of
      *    net, compounding included, so the back-out inverts the
      *    add-on exactly; the difference is then split across the
      *    levels the way the add-on would charge them on that net,
      *    with level 1 taking the odd cent so the levels still add
      *    up to the tax.
           PERFORM RESOLVE-TAX-STACK THRU RESOLVE-TAX-STACK-EXIT
           IF WS-STATUS = SPACES
               COMPUTE WS-TAX-DIVISOR = 1 + WS-TAX-STACK-FACTOR
               COMPUTE WS-RESULT ROUNDED =
                       WS-OPERAND-1 / WS-TAX-DIVISOR
                   ON SIZE ERROR
                       MOVE CALC-ERR-OVERFLOW TO WS-ERROR-CODE
                       MOVE ZEROS TO WS-RESULT
                   NOT ON SIZE ERROR
                       COMPUTE WS-TAX-EXACT =
                               WS-OPERAND-1 / WS-TAX-DIVISOR
                           ON SIZE ERROR
                       END-COMPUTE
                       COMPUTE WS-ROUND-RESIDUE = WS-ROUND-RESIDUE
                               + WS-TAX-EXACT - WS-RESULT
               END-COMPUTE
           END-IF
           IF WS-STATUS = SPACES
               MOVE WS-RESULT TO WS-TAX-NET-AMOUNT
               MOVE "N" TO WS-TAX-SHAVE-SWITCH
               PERFORM CHARGE-TAX-STACK
           END-IF
           IF WS-STATUS = SPACES
               COMPUTE WS-TAX-LVL-AMOUNT(1) = WS-TAX-LVL-AMOUNT(1)
                       + (WS-OPERAND-1 - WS-RESULT) - WS-TAX-AMOUNT
               COMPUTE WS-TAX-AMOUNT = WS-OPERAND-1 - WS-RESULT
               MOVE "SUCCESS" TO WS-STATUS
           END-IF.

       CHARGE-TAX-STACK.
      *    Top parent first, down to level 1.
           MOVE ZEROS TO WS-TAX-AMOUNT
           PERFORM CHARGE-TAX-LEVEL
               VARYING WS-TAX-LEVEL-SUB FROM WS-TAX-LEVEL-COUNT BY -1
               UNTIL WS-TAX-LEVEL-SUB < 1
                  OR WS-STATUS NOT = SPACES.

       CHARGE-TAX-LEVEL.
           IF WS-TAX-LVL-COMPOUND(WS-TAX-LEVEL-SUB)
               COMPUTE WS-TAX-LEVEL-BASE =
                       WS-TAX-NET-AMOUNT + WS-TAX-AMOUNT
           ELSE
               MOVE WS-TAX-NET-AMOUNT TO WS-TAX-LEVEL-BASE
           END-IF
           COMPUTE WS-TAX-LVL-AMOUNT(WS-TAX-LEVEL-SUB) ROUNDED =
                   WS-TAX-LEVEL-BASE
                       * WS-TAX-LVL-FRACTION(WS-TAX-LEVEL-SUB)
               ON SIZE ERROR
                   MOVE "OVERFLOW" TO WS-STATUS
                   MOVE "RESULT EXCEEDS FIELD CAPACITY"
                       TO WS-ERROR-MSG
                   MOVE CALC-ERR-OVERFLOW TO WS-ERROR-CODE
                   MOVE ZEROS TO WS-TAX-AMOUNT
           END-COMPUTE
           IF WS-STATUS = SPACES
               IF WS-TAX-SHAVE-TO-RESIDUE
                   COMPUTE WS-TAX-EXACT =
                           WS-TAX-LEVEL-BASE
                               * WS-TAX-LVL-FRACTION(WS-TAX-LEVEL-SUB)
                       ON SIZE ERROR
                           MOVE ZEROS TO WS-TAX-EXACT
                   END-COMPUTE
                   COMPUTE WS-ROUND-RESIDUE = WS-ROUND-RESIDUE
                           + WS-TAX-EXACT
                           - WS-TAX-LVL-AMOUNT(WS-TAX-LEVEL-SUB)
               END-IF
               ADD WS-TAX-LVL-AMOUNT(WS-TAX-LEVEL-SUB)
                   TO WS-TAX-AMOUNT
                   ON SIZE ERROR
                       MOVE "OVERFLOW" TO WS-STATUS
                       MOVE "RESULT EXCEEDS FIELD CAPACITY"
                           TO WS-ERROR-MSG
                       MOVE CALC-ERR-OVERFLOW TO WS-ERROR-CODE
                       MOVE ZEROS TO WS-TAX-AMOUNT
               END-ADD
           END-IF.

       RESOLVE-TAX-STACK.
      *    Build the level table for WS-TAX-JURISDICTION: the named
      *    jurisdiction, then each CALCTAXH parent in turn, every
      *    level taking its own CALCTAXR rate as of the processing
      *    date. A level with no effective rate fails the call with
      *    the unknown-jurisdiction error, as a lone code always has.
           INITIALIZE WS-TAX-STACK
           MOVE ZEROS TO WS-TAX-RATE
      *    A suppressed-audit replay carries the originally applied
      *    levels (or, for a record from before stacking, the single
      *    rate in the rate field) from the audit record it is
      *    re-running; use those instead of today's tables so a rate
      *    change between audit and reconciliation does not flag
      *    every tax record.
           IF WS-SUPPRESS-AUDIT-YES AND
              LS-TAX-STACK-COUNT NUMERIC AND
              LS-TAX-STACK-COUNT > ZERO
               MOVE LS-TAX-STACK-COUNT TO WS-TAX-LEVEL-COUNT
               PERFORM LOAD-REPLAY-TAX-LEVEL
                   VARYING WS-TAX-LEVEL-SUB FROM 1 BY 1
                   UNTIL WS-TAX-LEVEL-SUB > WS-TAX-LEVEL-COUNT
               GO TO RESOLVE-TAX-STACK-FACTOR
           END-IF
           IF WS-SUPPRESS-AUDIT-YES AND WS-RATE NOT = ZERO
               MOVE 1 TO WS-TAX-LEVEL-COUNT
               MOVE WS-TAX-JURISDICTION TO WS-TAX-LVL-JURISDICTION(1)
               MOVE "S" TO WS-TAX-LVL-METHOD(1)
               MOVE WS-RATE TO WS-TAX-LVL-RATE(1)
               GO TO RESOLVE-TAX-STACK-FACTOR
           END-IF
           PERFORM SET-EFFECTIVE-LOOKUP-DATE
           MOVE WS-TAX-JURISDICTION TO WS-TAX-LOOKUP-JURISDICTION
           IF WS-TAX-LOOKUP-JURISDICTION = SPACES
               MOVE "ERROR" TO WS-STATUS
               MOVE "UNKNOWN TAX JURISDICTION" TO WS-ERROR-MSG
               MOVE CALC-ERR-NO-JURISDICTION TO WS-ERROR-CODE
           END-IF
           PERFORM ADD-TAX-LEVEL
               UNTIL WS-TAX-LOOKUP-JURISDICTION = SPACES
                  OR WS-STATUS NOT = SPACES
           IF WS-STATUS NOT = SPACES
      *        A failed lookup must leave no rate behind: the audit
      *        record of a rejected tax call carries rate zero and no
      *        levels, never a stale rate from an earlier call.
               INITIALIZE WS-TAX-STACK
               GO TO RESOLVE-TAX-STACK-EXIT
           END-IF.

       RESOLVE-TAX-STACK-FACTOR.
      *    Combined fraction of net the whole stack charges, with
      *    each compounding level scaled by the parents beneath it.
      *    A lone level's factor is exactly its own fraction, so a
      *    single-jurisdiction call prices as it always has.
           MOVE ZEROS TO WS-TAX-STACK-FACTOR
           PERFORM ACCUMULATE-TAX-FACTOR
               VARYING WS-TAX-LEVEL-SUB FROM WS-TAX-LEVEL-COUNT BY -1
               UNTIL WS-TAX-LEVEL-SUB < 1
      *    The audit rate field shows the level 1 rate for a lone
      *    jurisdiction and the stack's combined rate otherwise; the
      *    per-level rates travel in the audit tax stack.
           IF WS-TAX-LEVEL-COUNT = 1
               MOVE WS-TAX-LVL-RATE(1) TO WS-TAX-RATE
           ELSE
               COMPUTE WS-TAX-RATE ROUNDED = WS-TAX-STACK-FACTOR * 100
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-TAX-RATE
               END-COMPUTE
           END-IF.

       RESOLVE-TAX-STACK-EXIT.
           EXIT.

       LOAD-REPLAY-TAX-LEVEL.
           MOVE LS-TAX-STACK-JURISDICTION(WS-TAX-LEVEL-SUB)
               TO WS-TAX-LVL-JURISDICTION(WS-TAX-LEVEL-SUB)
           MOVE LS-TAX-STACK-METHOD(WS-TAX-LEVEL-SUB)
               TO WS-TAX-LVL-METHOD(WS-TAX-LEVEL-SUB)
           MOVE LS-TAX-STACK-RATE(WS-TAX-LEVEL-SUB)
               TO WS-TAX-LVL-RATE(WS-TAX-LEVEL-SUB).

       ACCUMULATE-TAX-FACTOR.
           COMPUTE WS-TAX-LVL-FRACTION(WS-TAX-LEVEL-SUB) ROUNDED =
                   WS-TAX-LVL-RATE(WS-TAX-LEVEL-SUB) / 100
           IF WS-TAX-LVL-COMPOUND(WS-TAX-LEVEL-SUB)
               COMPUTE WS-TAX-LEVEL-FACTOR =
                       WS-TAX-LVL-FRACTION(WS-TAX-LEVEL-SUB)
                           * (1 + WS-TAX-STACK-FACTOR)
           ELSE
               MOVE WS-TAX-LVL-FRACTION(WS-TAX-LEVEL-SUB)
                   TO WS-TAX-LEVEL-FACTOR
           END-IF
           ADD WS-TAX-LEVEL-FACTOR TO WS-TAX-STACK-FACTOR.

       ADD-TAX-LEVEL.
      *    Stacks stop at five levels; anything deeper is a loop or
      *    a keying error on CALCTAXH, never a real hierarchy.
           IF WS-TAX-LEVEL-COUNT >= 5
               MOVE "ERROR" TO WS-STATUS
               MOVE "TAX JURISDICTION HIERARCHY TOO DEEP"
                   TO WS-ERROR-MSG
               MOVE CALC-ERR-NO-JURISDICTION TO WS-ERROR-CODE
           ELSE
               PERFORM LOOKUP-TAX-RATE
           END-IF
           IF WS-STATUS = SPACES
               PERFORM LOOKUP-TAX-HIERARCHY
               ADD 1 TO WS-TAX-LEVEL-COUNT
               MOVE WS-TAX-LOOKUP-JURISDICTION
                   TO WS-TAX-LVL-JURISDICTION(WS-TAX-LEVEL-COUNT)
               MOVE WS-TAX-LEVEL-METHOD
                   TO WS-TAX-LVL-METHOD(WS-TAX-LEVEL-COUNT)
               MOVE WS-TAX-RATE
                   TO WS-TAX-LVL-RATE(WS-TAX-LEVEL-COUNT)
               MOVE WS-TAX-PARENT-JURISDICTION
                   TO WS-TAX-LOOKUP-JURISDICTION
           END-IF.

       LOOKUP-TAX-RATE.
      *    Scan the jurisdiction table the way the currency lookup
      *    scans CALCXRTE: highest effective date not after the
      *    processing date wins. No table or no record for the code
      *    is the distinct unknown-jurisdiction error.
           MOVE "N" TO WS-TAX-EOF-SWITCH
           MOVE "N" TO WS-TAX-FOUND-SWITCH
           MOVE ZEROS TO WS-TAX-BEST-DATE
           MOVE ZEROS TO WS-TAX-RATE
           IF WS-SIM-MODE-ACTIVE
      *        The candidate tax table decides, never the live one.
                   CLOSE SIM-TAX-FILE
               END-IF
           ELSE
               PERFORM ENSURE-TAXR-TABLE-LOADED
               IF WS-TABLE-OVERFLOW(3)
                   PERFORM REFUSE-TABLE-OVER-CAPACITY
               ELSE
                   PERFORM MATCH-TAX-RECORD
                       VARYING WS-CTX-SUB FROM 1 BY 1
                       UNTIL WS-CTX-SUB > WS-CTX-COUNT
               END-IF
           END-IF
           IF NOT WS-TAX-FOUND AND
              WS-ERROR-CODE NOT = CALC-ERR-TABLE-CAPACITY
               MOVE "ERROR" TO WS-STATUS
               MOVE "UNKNOWN TAX JURISDICTION" TO WS-ERROR-MSG
               MOVE CALC-ERR-NO-JURISDICTION TO WS-ERROR-CODE
           END-IF.

       LOOKUP-TAX-HIERARCHY.
      *    No hierarchy table, or no record for the code, makes the
      *    level a simple top level.
           MOVE "S" TO WS-TAX-LEVEL-METHOD
           MOVE SPACES TO WS-TAX-PARENT-JURISDICTION
           MOVE ZEROS TO WS-TAXH-BEST-DATE
           MOVE "N" TO WS-TAX-EOF-SWITCH
           OPEN INPUT TAX-HIERARCHY-FILE
           IF WS-TAXH-FILE-STATUS NOT = "35"
               PERFORM READ-TAX-HIERARCHY-RECORD
               PERFORM MATCH-TAX-HIERARCHY-RECORD UNTIL WS-TAX-EOF
               CLOSE TAX-HIERARCHY-FILE
           END-IF.

       READ-TAX-HIERARCHY-RECORD.
           READ TAX-HIERARCHY-FILE
               AT END
                   MOVE "Y" TO WS-TAX-EOF-SWITCH
           END-READ.

       MATCH-TAX-HIERARCHY-RECORD.
           IF TXH-JURISDICTION = WS-TAX-LOOKUP-JURISDICTION AND
              TXH-EFFECTIVE-DATE <= WS-PROCESSING-DATE AND
              TXH-EFFECTIVE-DATE >= WS-TAXH-BEST-DATE
               MOVE TXH-EFFECTIVE-DATE TO WS-TAXH-BEST-DATE
               MOVE TXH-PARENT-JURISDICTION
                   TO WS-TAX-PARENT-JURISDICTION
               IF TXH-COMPOUND-LEVEL
                   MOVE "C" TO WS-TAX-LEVEL-METHOD
               ELSE
                   MOVE "S" TO WS-TAX-LEVEL-METHOD
               END-IF
           END-IF
           PERFORM READ-TAX-HIERARCHY-RECORD.

       READ-TAX-RECORD.
           READ TAX-FILE
           END-READ.

       MATCH-TAX-RECORD.
           IF WS-CTX-JURISDICTION(WS-CTX-SUB)
                  = WS-TAX-LOOKUP-JURISDICTION
              AND WS-CTX-EFFECTIVE-DATE(WS-CTX-SUB)
                  <= WS-PROCESSING-DATE
              AND WS-CTX-EFFECTIVE-DATE(WS-CTX-SUB)
                  >= WS-TAX-BEST-DATE
               MOVE WS-CTX-EFFECTIVE-DATE(WS-CTX-SUB)
                   TO WS-TAX-BEST-DATE
               MOVE WS-CTX-RATE(WS-CTX-SUB) TO WS-TAX-RATE
               MOVE "Y" TO WS-TAX-FOUND-SWITCH
           END-IF.

       READ-SIM-TAX-RECORD.
           READ SIM-TAX-FILE
           END-READ.

       MATCH-SIM-TAX-RECORD.
           IF STX-JURISDICTION = WS-TAX-LOOKUP-JURISDICTION AND
              STX-EFFECTIVE-DATE <= WS-PROCESSING-DATE AND
              STX-EFFECTIVE-DATE >= WS-TAX-BEST-DATE
               MOVE STX-EFFECTIVE-DATE TO WS-TAX-BEST-DATE
      *    replay reprices from the audit record after the table
      *    moves on. No table, or no effective record for the code,
      *    is the distinct unknown-product error.
           PERFORM SCAN-PRODUCT-TABLE
           IF WS-PRODUCT-FOUND
               MOVE WS-PRODUCT-RATE TO WS-RATE
           END-IF.

       SCAN-PRODUCT-TABLE.
      *    Leaves the record in effect in WS-PRODUCT-RATE and
      *    WS-PRODUCT-CONV for whichever terms the caller needs.
           PERFORM SET-EFFECTIVE-LOOKUP-DATE
           MOVE "N" TO WS-PRODUCT-EOF-SWITCH
           MOVE "N" TO WS-PRODUCT-FOUND-SWITCH
           MOVE ZEROS TO WS-PRODUCT-BEST-DATE
           MOVE ZEROS TO WS-PRODUCT-RATE
           MOVE SPACES TO WS-PRODUCT-CONV
           PERFORM ENSURE-PRAT-TABLE-LOADED
           IF WS-TABLE-OVERFLOW(4)
               PERFORM REFUSE-TABLE-OVER-CAPACITY
           ELSE
               PERFORM MATCH-PRODUCT-RECORD
                   VARYING WS-CPR-SUB FROM 1 BY 1
                   UNTIL WS-CPR-SUB > WS-CPR-COUNT
           END-IF
           IF NOT WS-PRODUCT-FOUND AND
              WS-ERROR-CODE NOT = CALC-ERR-TABLE-CAPACITY
               MOVE "ERROR" TO WS-STATUS
               MOVE "NO EFFECTIVE RATE FOR PRODUCT" TO WS-ERROR-MSG
               MOVE CALC-ERR-NO-PRODUCT TO WS-ERROR-CODE
           END-READ.

       MATCH-PRODUCT-RECORD.
           IF WS-CPR-PRODUCT-CODE(WS-CPR-SUB) = WS-PRODUCT-CODE
              AND WS-CPR-EFFECTIVE-DATE(WS-CPR-SUB)
                  <= WS-PROCESSING-DATE
              AND WS-CPR-EFFECTIVE-DATE(WS-CPR-SUB)
                  >= WS-PRODUCT-BEST-DATE
               MOVE WS-CPR-EFFECTIVE-DATE(WS-CPR-SUB)
                   TO WS-PRODUCT-BEST-DATE
               MOVE WS-CPR-RATE(WS-CPR-SUB) TO WS-PRODUCT-RATE
               MOVE WS-CPR-DAY-COUNT-CONV(WS-CPR-SUB)
                   TO WS-PRODUCT-CONV
               MOVE "Y" TO WS-PRODUCT-FOUND-SWITCH
           END-IF.

       TIERED-FEE-OPERATION.
      *    Operand-1 is the amount the fee is charged on. Every band
      *    of the schedule in effect that the amount reaches adds its
      *    flat amount plus its percentage of the slice of the amount
      *    inside it; band 1 is always reached, so its flat amount is
      *    the fee on a small amount. The banded total is rounded to
      *    the cent and then held between the schedule's minimum and
      *    maximum. WS-RESULT is the fee.
           IF WS-OPERAND-1 < ZERO
               MOVE "INVALID OPERAND" TO WS-STATUS
               MOVE "FEE AMOUNT IS NEGATIVE" TO WS-ERROR-MSG
               MOVE CALC-ERR-OPERAND-RANGE TO WS-ERROR-CODE
           ELSE
               PERFORM LOOKUP-FEE-SCHEDULE
           END-IF
           IF WS-STATUS = SPACES
               MOVE ZEROS TO WS-FEE-EXACT
               MOVE ZEROS TO WS-FEE-BAND-FLOOR
               MOVE "N" TO WS-FEE-BANDS-DONE-SWITCH
               PERFORM CHARGE-FEE-BAND
                   VARYING WS-FEE-BAND-SUB FROM 1 BY 1
                   UNTIL WS-FEE-BAND-SUB > WS-FEE-SCHED-BAND-COUNT
                      OR WS-FEE-BANDS-DONE
                      OR WS-STATUS NOT = SPACES
           END-IF
           IF WS-STATUS = SPACES
               PERFORM APPLY-FEE-LIMITS
               MOVE "SUCCESS" TO WS-STATUS
           ELSE
               MOVE ZEROS TO WS-RESULT
           END-IF.

       CHARGE-FEE-BAND.
      *    A band above band 1 is reached only when the amount runs
      *    past the band below. The last band of the schedule is
      *    open-ended whatever upper bound it carries.
           IF WS-FEE-BAND-SUB > 1 AND
              WS-OPERAND-1 NOT > WS-FEE-BAND-FLOOR
               MOVE "Y" TO WS-FEE-BANDS-DONE-SWITCH
           ELSE
               MOVE WS-FEE-BAND-SUB TO WS-FEE-BAND-USED
               IF WS-FEE-BAND-SUB = WS-FEE-SCHED-BAND-COUNT OR
                  WS-FEE-SCHED-BAND-UPPER(WS-FEE-BAND-SUB) = ZERO OR
                  WS-OPERAND-1 NOT >
                      WS-FEE-SCHED-BAND-UPPER(WS-FEE-BAND-SUB)
                   COMPUTE WS-FEE-BAND-PORTION =
                           WS-OPERAND-1 - WS-FEE-BAND-FLOOR
                   MOVE "Y" TO WS-FEE-BANDS-DONE-SWITCH
               ELSE
                   COMPUTE WS-FEE-BAND-PORTION =
                           WS-FEE-SCHED-BAND-UPPER(WS-FEE-BAND-SUB)
                           - WS-FEE-BAND-FLOOR
                   MOVE WS-FEE-SCHED-BAND-UPPER(WS-FEE-BAND-SUB)
                       TO WS-FEE-BAND-FLOOR
               END-IF
               IF WS-FEE-BAND-PORTION < ZERO
                   MOVE ZEROS TO WS-FEE-BAND-PORTION
               END-IF
               COMPUTE WS-FEE-BAND-CHARGE =
                       WS-FEE-SCHED-BAND-FLAT(WS-FEE-BAND-SUB)
                       + (WS-FEE-BAND-PORTION *
                          WS-FEE-SCHED-BAND-PERCENT(WS-FEE-BAND-SUB)
                          / 100)
                   ON SIZE ERROR
                       PERFORM FEE-OVERFLOW
               END-COMPUTE
               ADD WS-FEE-BAND-CHARGE TO WS-FEE-EXACT
                   ON SIZE ERROR
                       PERFORM FEE-OVERFLOW
               END-ADD
           END-IF.

       FEE-OVERFLOW.
           MOVE "OVERFLOW" TO WS-STATUS
           MOVE "RESULT EXCEEDS FIELD CAPACITY" TO WS-ERROR-MSG
           MOVE CALC-ERR-OVERFLOW TO WS-ERROR-CODE.

       APPLY-FEE-LIMITS.
      *    A floor or cap replaces the banded fee outright, so only
      *    a fee the bands decided carries a rounding residue.
           COMPUTE WS-FEE-BANDED ROUNDED = WS-FEE-EXACT
           IF WS-FEE-BANDED < WS-FEE-SCHED-MINIMUM
               MOVE WS-FEE-SCHED-MINIMUM TO WS-RESULT
               MOVE "F" TO WS-FEE-LIMIT-APPLIED
           ELSE
               IF WS-FEE-SCHED-MAXIMUM > ZERO AND
                  WS-FEE-BANDED > WS-FEE-SCHED-MAXIMUM
                   MOVE WS-FEE-SCHED-MAXIMUM TO WS-RESULT
                   MOVE "C" TO WS-FEE-LIMIT-APPLIED
               ELSE
                   MOVE WS-FEE-BANDED TO WS-RESULT
                   COMPUTE WS-ROUND-RESIDUE = WS-ROUND-RESIDUE
                           + WS-FEE-EXACT - WS-FEE-BANDED
               END-IF
           END-IF.

       LOOKUP-FEE-SCHEDULE.
      *    Scan the fee schedule the way the product lookup scans
      *    CALCPRAT: highest effective date not after the processing
      *    date wins. A record whose band count is out of range is
      *    passed over (CALCPREF reports it). No table, no code, or
      *    no effective record is the distinct fee-code error.
           PERFORM SET-EFFECTIVE-LOOKUP-DATE
           MOVE "N" TO WS-FEE-EOF-SWITCH
           MOVE "N" TO WS-FEE-FOUND-SWITCH
           MOVE ZEROS TO WS-FEE-BEST-DATE
           IF WS-FEE-CODE NOT = SPACES
               OPEN INPUT FEE-FILE
               IF WS-FEE-FILE-STATUS NOT = "35"
                   PERFORM READ-FEE-RECORD
                   PERFORM MATCH-FEE-RECORD UNTIL WS-FEE-EOF
                   CLOSE FEE-FILE
               END-IF
           END-IF
           IF NOT WS-FEE-FOUND
               MOVE ZEROS TO WS-FEE-BEST-DATE
               MOVE "ERROR" TO WS-STATUS
               MOVE "FEE CODE NOT ON FILE" TO WS-ERROR-MSG
               MOVE CALC-ERR-NO-FEE-CODE TO WS-ERROR-CODE
           END-IF.

       READ-FEE-RECORD.
           READ FEE-FILE
               AT END
                   MOVE "Y" TO WS-FEE-EOF-SWITCH
           END-READ.

       MATCH-FEE-RECORD.
           IF FEE-CODE = WS-FEE-CODE AND
              FEE-EFFECTIVE-DATE <= WS-PROCESSING-DATE AND
              FEE-EFFECTIVE-DATE >= WS-FEE-BEST-DATE AND
              FEE-BAND-COUNT NUMERIC AND
              FEE-BAND-COUNT > ZERO AND FEE-BAND-COUNT NOT > 5
               MOVE FEE-EFFECTIVE-DATE TO WS-FEE-BEST-DATE
               MOVE FEE-RECORD TO WS-FEE-SCHED-RECORD
               MOVE "Y" TO WS-FEE-FOUND-SWITCH
           END-IF
           PERFORM READ-FEE-RECORD.

       MEMORY-CLEAR-OPERATION.
      *    MC: zeroes the memory register. WS-RESULT reflects the
           MOVE WS-REMAINDER TO LS-REMAINDER
           MOVE WS-HP-RESULT TO LS-RESULT-EXT
           MOVE WS-TAX-AMOUNT TO LS-TAX-AMOUNT
           MOVE WS-TAX-LEVEL-COUNT TO LS-TAX-LEVEL-COUNT
           MOVE WS-YEAR-FRACTION TO LS-YEAR-FRACTION
           MOVE WS-FEE-BAND-USED TO LS-FEE-BAND-USED
           MOVE WS-FEE-LIMIT-APPLIED TO LS-FEE-LIMIT-APPLIED
           PERFORM GET-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO LS-BUSINESS-DATE
           PERFORM RETURN-TAX-LEVEL
               VARYING WS-TAX-LEVEL-SUB FROM 1 BY 1
               UNTIL WS-TAX-LEVEL-SUB > 5
           IF WS-PRECISION-HIGH
               MOVE WS-HP-RESULT TO WS-HP-PREVIOUS-RESULT
           ELSE
      *        A held call - operator hold or approval hold - is a
      *        deliberate state, not a failure; it stays off the
      *        exception log.
      *        A re-drive off the retry queue logs nothing here:
      *        the queue still owns the item and CALCRTRY records
      *        the attempt.
               IF NOT WS-STATUS-SUCCESSFUL AND
                  NOT WS-REVIEW-HELD AND NOT WS-SIM-MODE-ACTIVE AND
                  NOT WS-RETRY-REDRIVE-YES
                   PERFORM LOG-REJECTED-CALL
               END-IF
           END-IF.

       RETURN-TAX-LEVEL.
           MOVE WS-TAX-LVL-JURISDICTION(WS-TAX-LEVEL-SUB)
               TO LS-TAX-LVL-JURISDICTION(WS-TAX-LEVEL-SUB)
           MOVE WS-TAX-LVL-METHOD(WS-TAX-LEVEL-SUB)
               TO LS-TAX-LVL-METHOD(WS-TAX-LEVEL-SUB)
           MOVE WS-TAX-LVL-RATE(WS-TAX-LEVEL-SUB)
               TO LS-TAX-LVL-RATE(WS-TAX-LEVEL-SUB)
           MOVE WS-TAX-LVL-AMOUNT(WS-TAX-LEVEL-SUB)
               TO LS-TAX-LVL-AMOUNT(WS-TAX-LEVEL-SUB).

       FORMAT-DISPLAY-FIELDS.
      *    Edit operand-1, operand-2 and the result for display/print,
      *    using a comma decimal separator instead of a period when
           MOVE WS-SET-ID TO AUDIT-SET-ID
           MOVE WS-CORR-ID TO AUDIT-CORR-ID
           MOVE WS-SIM-MODE TO AUDIT-SIM-MARKER
           MOVE WS-RATE-TRIANGULATED TO AUDIT-RATE-TRIANGULATED
           MOVE WS-PIVOT-CURRENCY TO AUDIT-PIVOT-CURRENCY
           MOVE WS-TAX-STACK TO AUDIT-TAX-STACK
           IF WS-OPERATION = "1"
               MOVE WS-DAY-COUNT-CONV TO AUDIT-DAY-COUNT-CONV
           ELSE
               MOVE SPACES TO AUDIT-DAY-COUNT-CONV
           END-IF
           IF WS-OPERATION = "4"
               MOVE WS-FEE-CODE TO AUDIT-FEE-CODE
               MOVE WS-FEE-BAND-USED TO AUDIT-FEE-BAND
               MOVE WS-FEE-LIMIT-APPLIED TO AUDIT-FEE-LIMIT
               MOVE WS-FEE-BEST-DATE TO AUDIT-FEE-SCHED-DATE
           ELSE
               MOVE SPACES TO AUDIT-FEE-CODE
               MOVE ZERO TO AUDIT-FEE-BAND
               MOVE SPACE TO AUDIT-FEE-LIMIT
               MOVE ZEROS TO AUDIT-FEE-SCHED-DATE
           END-IF
           IF WS-STATUS-SUCCESSFUL AND WS-BACK-VALUE-IND NOT = SPACE
               MOVE WS-BACK-VALUE-IND TO AUDIT-BACK-VALUE-IND
               MOVE WS-BACK-VALUE-DAYS TO AUDIT-BACK-VALUE-DAYS
           ELSE
               MOVE SPACE TO AUDIT-BACK-VALUE-IND
               MOVE ZEROS TO AUDIT-BACK-VALUE-DAYS
           END-IF
           PERFORM GET-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO AUDIT-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-CALL-TIME
           MOVE WS-CHANNEL TO AUDIT-CHANNEL
           MOVE AUDIT-CALLER-ID TO ENTL-CALLER-ID
           MOVE AUDIT-BUSINESS-DATE TO ENTL-AS-OF-DATE
           CALL "CALCENTL" USING ENTL-REQUEST ENTL-REPLY
           MOVE ENTL-ENTITY-CODE TO AUDIT-ENTITY
           PERFORM CHAIN-AUDIT-RECORD
           WRITE AUDIT-RECORD
      *    Same image, same chain, to the mirror on separate
           MOVE AUDIT-CURRENCY-2 TO AUDI-CURRENCY-2
           MOVE AUDIT-PRECISION-MODE TO AUDI-PRECISION-MODE
           MOVE AUDIT-RESULT-EXT TO AUDI-RESULT-EXT
           MOVE AUDIT-BUSINESS-DATE TO AUDI-BUSINESS-DATE
           WRITE AUDI-RECORD
               INVALID KEY
                   ADD 1 TO WS-INTRADAY-LOST-COUNT
           WRITE CHAIN-ANCHOR-RECORD
           CLOSE CHAIN-ANCHOR-FILE.

       LOG-REJECTED-CALL.
      *    A failed call goes on the exception log - except a held
      *    one, which is a deliberate state, not a failure. A reject
      *    the transaction itself did not cause (CALC-ERR-RETRYABLE)
      *    is also parked on the CALCRTRQ retry queue for CALCRTRY to
      *    re-drive once the table is loaded or the hold lifted. A
      *    member of an atomic set never parks: CALCDRV voids the
      *    whole set, and one member re-run alone would post a
      *    partial event. Nor does an online hold - the terminal
      *    user was told to retry and will - nor anything off the
      *    message queue, where CALCMSGQ backs the message out and
      *    retries it itself.
           MOVE ZEROS TO WS-PARKED-EXC-SEQUENCE
           IF NOT WS-CALL-HELD
               PERFORM WRITE-EXCEPTION-RECORD
               MOVE WS-EXCEPTION-SEQUENCE TO WS-PARKED-EXC-SEQUENCE
           END-IF
           MOVE WS-ERROR-CODE TO CALC-ERR-RETRY-CHECK
           MOVE "N" TO WS-RETRY-PARK-SWITCH
           IF CALC-ERR-RETRYABLE AND WS-SET-ID = SPACES AND
              NOT WS-CHANNEL-QUEUE
               IF NOT WS-CALL-HELD OR NOT WS-CHANNEL-ONLINE
                   MOVE "Y" TO WS-RETRY-PARK-SWITCH
               END-IF
           END-IF
           IF WS-RETRY-PARKABLE
               PERFORM WRITE-RETRY-RECORD
           END-IF.

       WRITE-RETRY-RECORD.
      *    Numbered on from the highest sequence already queued, for
      *    the same reason as the approval queue: every job that
      *    rejects a call appends here.
           PERFORM SEED-RETRY-SEQUENCE
           ADD 1 TO WS-RETRY-SEQUENCE
           OPEN EXTEND RETRY-FILE
           IF WS-RETRY-FILE-STATUS = "35"
               OPEN OUTPUT RETRY-FILE
           END-IF
           INITIALIZE RTRQ-RECORD
           MOVE WS-RETRY-SEQUENCE TO RTRQ-SEQUENCE-NO
           MOVE WS-CALLER-ID TO RTRQ-CALLER-ID
           MOVE WS-OPERATION TO RTRQ-OPERATION
           MOVE WS-OPERAND-1 TO RTRQ-OPERAND-1
           MOVE WS-ORIGINAL-OPERAND-2 TO RTRQ-OPERAND-2
           MOVE WS-RATE TO RTRQ-RATE
           MOVE WS-PERIODS TO RTRQ-PERIODS
           MOVE WS-ROUND-MODE TO RTRQ-ROUND-MODE
           MOVE WS-DATE-1 TO RTRQ-DATE-1
           MOVE WS-DATE-2 TO RTRQ-DATE-2
           MOVE WS-DAY-COUNT TO RTRQ-DAY-COUNT
           MOVE WS-CURRENCY-1 TO RTRQ-CURRENCY-1
           MOVE WS-CURRENCY-2 TO RTRQ-CURRENCY-2
           MOVE WS-CONVERSION-RATE TO RTRQ-CONVERSION-RATE
           MOVE WS-TAX-JURISDICTION TO RTRQ-TAX-JURISDICTION
           MOVE WS-DAY-BASIS TO RTRQ-DAY-BASIS
           MOVE WS-MARKET-CODE TO RTRQ-MARKET-CODE
           MOVE WS-PRECISION-MODE TO RTRQ-PRECISION-MODE
           MOVE WS-HP-OPERAND-1 TO RTRQ-OPERAND-1-EXT
           MOVE WS-HP-ORIG-OPERAND-2 TO RTRQ-OPERAND-2-EXT
           MOVE WS-PRODUCT-CODE TO RTRQ-PRODUCT-CODE
           MOVE WS-VALUE-DATE TO RTRQ-VALUE-DATE
           MOVE WS-CORR-ID TO RTRQ-CORR-ID
           MOVE WS-DAY-COUNT-CONV TO RTRQ-DAY-COUNT-CONV
           MOVE WS-FEE-CODE TO RTRQ-FEE-CODE
           MOVE WS-REVIEW-OVERRIDE TO RTRQ-REVIEW-OVERRIDE
           MOVE WS-BACK-VALUE-OVERRIDE TO RTRQ-BACK-VALUE-OVERRIDE
           MOVE WS-PARKED-EXC-SEQUENCE TO RTRQ-EXC-SEQUENCE-NO
           MOVE WS-ERROR-CODE TO RTRQ-ORIG-ERROR-CODE
           MOVE WS-ERROR-CODE TO RTRQ-LAST-ERROR-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-PENDING-STAMP
           MOVE WS-PENDING-STAMP(1:8) TO RTRQ-PARKED-DATE
           MOVE WS-PENDING-STAMP(9:6) TO RTRQ-PARKED-TIME
           MOVE ZEROS TO RTRQ-ATTEMPTS
           MOVE ZEROS TO RTRQ-LAST-TRY-DATE
           WRITE RTRQ-RECORD
           CLOSE RETRY-FILE.

       SEED-RETRY-SEQUENCE.
           MOVE ZEROS TO WS-RETRY-SEQUENCE
           MOVE "N" TO WS-RETRY-EOF-SWITCH
           OPEN INPUT RETRY-FILE
           IF WS-RETRY-FILE-STATUS = "35"
               MOVE "Y" TO WS-RETRY-EOF-SWITCH
           ELSE
               PERFORM READ-RETRY-TAIL
               PERFORM NOTE-RETRY-SEQUENCE UNTIL WS-RETRY-EOF
               CLOSE RETRY-FILE
           END-IF.

       READ-RETRY-TAIL.
           READ RETRY-FILE
               AT END
                   MOVE "Y" TO WS-RETRY-EOF-SWITCH
           END-READ.

       NOTE-RETRY-SEQUENCE.
           IF RTRQ-SEQUENCE-NO NUMERIC AND
              RTRQ-SEQUENCE-NO > WS-RETRY-SEQUENCE
               MOVE RTRQ-SEQUENCE-NO TO WS-RETRY-SEQUENCE
           END-IF
           PERFORM READ-RETRY-TAIL.

       WRITE-EXCEPTION-RECORD.
           ADD 1 TO WS-EXCEPTION-SEQUENCE
           IF NOT WS-RUN-MODE-OPEN
               MOVE ZEROS TO WS-DATE-2
           END-IF
           MOVE BULK-IN-DAY-COUNT(WS-BULK-SUBSCRIPT) TO WS-DAY-COUNT
           MOVE SPACES TO WS-DAY-COUNT-CONV
           MOVE ZEROS TO WS-YEAR-FRACTION
      *    Nor does it carry a fee code; a "4" entry is rejected
      *    with CALC-019.
           MOVE SPACES TO WS-FEE-CODE
           MOVE ZEROS TO WS-FEE-BEST-DATE
           MOVE ZERO TO WS-FEE-BAND-USED
           MOVE SPACE TO WS-FEE-LIMIT-APPLIED
           MOVE BULK-IN-CURRENCY-1(WS-BULK-SUBSCRIPT) TO WS-CURRENCY-1
           IF WS-CURRENCY-1 = LOW-VALUES
               MOVE SPACES TO WS-CURRENCY-1
           MOVE ZEROS TO WS-VALUE-DATE
           MOVE SPACE TO WS-REVIEW-OVERRIDE
           MOVE "N" TO WS-REVIEW-HELD-SWITCH
           MOVE SPACE TO WS-BACK-VALUE-OVERRIDE
           MOVE SPACE TO WS-BACK-VALUE-IND
           MOVE ZEROS TO WS-BACK-VALUE-DAYS
           MOVE SPACE TO WS-HOLD-REASON
           MOVE ZEROS TO WS-BUSINESS-DATE
           MOVE SPACE TO WS-CHANNEL
           MOVE SPACES TO WS-SET-ID
           MOVE SPACES TO WS-CORR-ID
           MOVE SPACE TO WS-SIM-MODE
           MOVE SPACE TO WS-RETRY-REDRIVE
           MOVE "N" TO WS-CALL-HELD-SWITCH
           MOVE SPACES TO WS-TAX-JURISDICTION
           MOVE ZEROS TO WS-TAX-AMOUNT
           INITIALIZE WS-TAX-STACK
           MOVE ZEROS TO WS-ROUND-RESIDUE
           MOVE SPACE TO WS-DAY-BASIS
           MOVE SPACES TO WS-MARKET-CODE
           MOVE WS-REMAINDER TO BULK-OUT-REMAINDER(WS-BULK-SUBSCRIPT)
           MOVE WS-RESULT TO WS-PREVIOUS-RESULT
           PERFORM WRITE-AUDIT-RECORD
           IF NOT WS-STATUS-SUCCESSFUL AND
              NOT WS-REVIEW-HELD AND NOT WS-SIM-MODE-ACTIVE
               PERFORM LOG-REJECTED-CALL
           END-IF.

      *****************************************************************
      * each checkpoint so an abend still leaves the logs and the      *
      * chain anchor complete through the last checkpointed            *
      * transaction. Online callers ignore all three and keep the      *
      * per-call open/close behavior.                                  *
      *****************************************************************
      *****************************************************************
      * Running-state entry points (see CALCRSA): GET hands the        *
      * previous-result and memory registers to the caller for         *
      * checkpointing; SET restores them on a restarted run before     *
      * the first transaction is processed.                            *
      *****************************************************************
      *****************************************************************
      * chain (and its mirror and the intra-day store), the way        *
      * CALCEOD appends its SEAL - so a reader of the chain knows      *
      * every record of that set is dead, and CALCGLEX never posts     *
      * a partial event.                                               *
      *****************************************************************
       VOID-SET-NOTE.
           ENTRY "CALCULATOR-VOID-SET" USING LS-INPUT-DATA
           MOVE "VOIDED" TO AUDIT-STATUS
           MOVE LS-CALLER-ID TO AUDIT-CALLER-ID
           MOVE LS-SET-ID TO AUDIT-SET-ID
      *    The void books with the batch that wrote the set.
           MOVE ZEROS TO WS-BUSINESS-DATE
           MOVE SPACE TO WS-CHANNEL
           PERFORM GET-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO AUDIT-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-CALL-TIME
           MOVE AUDIT-CALLER-ID TO ENTL-CALLER-ID
           MOVE AUDIT-BUSINESS-DATE TO ENTL-AS-OF-DATE
           CALL "CALCENTL" USING ENTL-REQUEST ENTL-REPLY
           MOVE ENTL-ENTITY-CODE TO AUDIT-ENTITY
           PERFORM CHAIN-AUDIT-RECORD
           WRITE AUDIT-RECORD
           WRITE MIR-RECORD FROM AUDIT-RECORD
               PERFORM READ-CHAIN-ANCHOR
               MOVE "Y" TO WS-RUN-MODE
           END-IF
      *    A batch step run in the same stream as an earlier one picks
      *    up any table rewritten since that step loaded it.
           PERFORM CHECK-TABLE-VERSIONS
           GOBACK.

       RUN-CONTROL-FLUSH.
           END-IF
           GOBACK.

      *****************************************************************
      * CALCULATOR-TABLE-STATUS - in-storage table sizes               *
      * Loads any reference table not yet in storage and returns, for  *
      * each, whether the file is on hand, its record count and its    *
      * in-storage capacity (see CALCTCP). CALCDRV calls it before the *
      * first transaction, reports the figures and stops the run with  *
      * nothing processed when any table has outgrown its capacity.    *
      *****************************************************************
       RUN-TABLE-STATUS.
           ENTRY "CALCULATOR-TABLE-STATUS" USING TCAP-STATUS-AREA
           PERFORM CHECK-TABLE-VERSIONS
           PERFORM ENSURE-PARM-TABLE-LOADED
           PERFORM ENSURE-XRTE-TABLE-LOADED
           PERFORM ENSURE-TAXR-TABLE-LOADED
           PERFORM ENSURE-PRAT-TABLE-LOADED
           PERFORM ENSURE-CURR-TABLE-LOADED
           MOVE 5 TO TCAP-TABLE-COUNT
           MOVE "N" TO TCAP-ANY-OVERFLOW
           PERFORM REPORT-TABLE-STATE
               VARYING WS-TABLE-SUB FROM 1 BY 1
               UNTIL WS-TABLE-SUB > 5
           GOBACK.

       REPORT-TABLE-STATE.
           MOVE WS-TABLE-DEF-NAME(WS-TABLE-SUB)
               TO TCAP-TABLE-NAME(WS-TABLE-SUB)
           MOVE WS-TABLE-PRESENT-SWITCH(WS-TABLE-SUB)
               TO TCAP-PRESENT(WS-TABLE-SUB)
           MOVE WS-TABLE-RECORDS(WS-TABLE-SUB)
               TO TCAP-RECORDS(WS-TABLE-SUB)
           MOVE WS-TABLE-DEF-CAPACITY(WS-TABLE-SUB)
               TO TCAP-CAPACITY(WS-TABLE-SUB)
           MOVE WS-TABLE-OVERFLOW-SWITCH(WS-TABLE-SUB)
               TO TCAP-OVERFLOW-FLAG(WS-TABLE-SUB)
           IF WS-TABLE-OVERFLOW(WS-TABLE-SUB)
               MOVE "Y" TO TCAP-ANY-OVERFLOW
           END-IF.

       END PROGRAM CALCULATOR.
