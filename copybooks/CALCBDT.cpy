      * date here. A program finding no register (or an unparseable    *
      * one) falls back to the wall clock, so day jobs and ad hoc      *
      * runs behave exactly as they always did.                        *
      * The cut-off table gives each market its operations cut-off     *
      * time: an online call (CALCCICS, CALCWEB, CALCREGS) keyed at    *
      * or after the cut-off books to the next business date on that  *
      * market's CALCHOL calendar - see CALCBOOK. A market with no     *
      * entry, or an entry of zero, has no cut-off. Operations keys    *
      * the entries; CALCNITE and CALCEOD carry them over unchanged.   *
      *****************************************************************
       01  BDAT-RECORD.
           05  BDAT-BUSINESS-DATE      PIC 9(8).
           05  BDAT-LAST-CUT-DATE      PIC 9(8).
           05  BDAT-SET-DATE           PIC 9(8).
           05  BDAT-SET-TIME           PIC 9(6).
           05  BDAT-CUTOFF-TABLE.
               10  BDAT-CUTOFF-COUNT   PIC 9(2).
               10  BDAT-CUTOFF-ENTRY OCCURS 10 TIMES.
                   15  BDAT-CUTOFF-MARKET  PIC X(3).
                   15  BDAT-CUTOFF-TIME    PIC 9(6).
